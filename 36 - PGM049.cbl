       PROCESS TEST
      *****************************************************************
      * Program name:    PGM049
      * Original author: SVCTEAM
      *
      * Maintenence Log
      * Date      Author        Maintenance Requirement
      * --------- ------------  ---------------------------------------
      * 10/15/26  SVCTEAM       Created : annual tax certificate of
      *                         overdraft interest (AGI) and account
      *                         fees (FRA) charged per customer -
      *                         TBHISTO and the FILEARC archive, net
      *                         of ANN reversals, base-currency
      *                         equivalent at the year-end rate, one
      *                         printed certificate per customer and
      *                         the HDR/TRL declaration file for the
      *                         tax authority ; TBRUNCTL guard
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PGM049.
       AUTHOR.        SVCTEAM.
       INSTALLATION.  COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN.  10/15/26.
       DATE-COMPILED. 10/15/26.
       SECURITY.      NON-CONFIDENTIAL.
      *****************************************************************
      *  Purpose : every January, what each customer was charged
      *  during the closed fiscal year as overdraft interest (AGI,
      *  PGM023 and PGM045) and account fees (FRA, PGM034 and
      *  PGM045), for their tax returns.
      *
      *  FILEPER : the fiscal year (YYYY, a year already closed)
      *  and the base currency. FILEARC : every PGM026 archive
      *  generation holding rows of that year - PGM026 may have
      *  purged part of the year already, and the purged rows are
      *  no longer on TBHISTO. The archive is read twice.
      *
      *  A charge belongs to the year it was posted in (DDMAJ).
      *  An ANN that reverses it (same account, RORIG = the
      *  charge's ROPER, PGM017's link) nets it out, whenever the
      *  ANN itself posted - the certificate shows what the
      *  customer finally bore for the year's charges. PGM026
      *  archives a reversal pair together or keeps it online
      *  together except when only the ANN is after the cutoff :
      *  both sources are therefore read for the ANN rows first,
      *  into a table in key order, then for the charges.
      *
      *  The net charges accumulate per account on TBCERTIF (one
      *  row per fiscal year and account, in the account's own
      *  currency, with its holder), cleared at the start of the
      *  run : a run that fails is simply run again. From it :
      *
      *  - FILECERT : one certificate per TBCLIENT holder with a
      *    non-zero total - name and address, one line per
      *    account and currency, and the totals in the base
      *    currency ;
      *  - FILEDEC : the declaration for the tax authority, one
      *    DEC record per certified customer with the base-
      *    currency totals, between a HDR record (file ID 'TX' +
      *    the year) and a TRL record with the count and totals.
      *    All-character layout : the file leaves the bank.
      *
      *  Base-currency equivalent : the account-currency amount at
      *  the TBDEVISE buy rate (MTACHAT) in force on the last day
      *  of the fiscal year, found the PGM037 way - the TBDEVHIS
      *  row with the earliest DTEFF after that day, or the current
      *  TBDEVISE rate when there is none. An account in the base
      *  currency is not converted. A currency with no rate is
      *  printed unconverted, left out of the base totals and the
      *  customer's DEC record is flagged incomplete (DC-COMPLET
      *  'N').
      *
      *  An account whose holder is not on TBCLIENT cannot be
      *  certified : it is counted on FILERAP (PGM030 lists the
      *  orphans to repair).
      *
      *  The file ID is registered on TBRUNCTL with the run's final
      *  commit : the year's declaration is sent once.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FILEPER ASSIGN TO FILEPER
           FILE STATUS IS FS-FILEPER.

           SELECT FILEARC ASSIGN TO FILEARC
           FILE STATUS IS FS-FILEARC.

           SELECT FILECERT ASSIGN TO FILECERT
           FILE STATUS IS FS-FILECERT.

           SELECT FILEDEC ASSIGN TO FILEDEC
           FILE STATUS IS FS-FILEDEC.

           SELECT FILERAP ASSIGN TO FILERAP
           FILE STATUS IS FS-FILERAP.
      *****************************************************************
       DATA DIVISION.
      *****************************************************************
       FILE SECTION.
      *  Certificate request : fiscal year and base currency
       FD  FILEPER RECORDING MODE F
           RECORD CONTAINS 80 CHARACTERS.
       01  FIPER-ENREG.
          05  PE-ANNEE   PIC X(04).
          05  PE-ANNEE-N REDEFINES PE-ANNEE PIC 9(04).
          05  PE-CDEV    PIC X(03).
          05  FILLER     PIC X(73).

      *  PGM026 archive file : one TBHISTO row per record
       FD  FILEARC RECORDING MODE F
           RECORD CONTAINS 64 CHARACTERS.
       01  FIARC-ENREG.
          05  AR-COMPTE  PIC S9(09) COMP.
          05  AR-COPER   PIC X(03).
          05  AR-ROPER   PIC X(10).
          05  AR-RORIG   PIC X(10).
          05  AR-MTOPPER PIC S9(13)V9(2) COMP-3.
          05  AR-CDEV    PIC X(03).
          05  AR-MTORIG  PIC S9(13)V9(2) COMP-3.
          05  AR-DDMAJ   PIC X(10).
          05  AR-HDMAJ   PIC X(08).

      *  Customer certificates, one 80-byte print line per record
       FD  FILECERT RECORDING MODE F
           RECORD CONTAINS 80 CHARACTERS.
       01  CRT-LIGNE      PIC X(80).

      *  Declaration for the tax authority. No COMP, no COMP-3 :
      *  amounts are edited with their sign and decimal point.
       FD  FILEDEC RECORDING MODE F
           RECORD CONTAINS 200 CHARACTERS.
       01  FIDEC-ENREG.
          05  DC-TYPE    PIC X(03).
          05  DC-IDCLI   PIC 9(09).
          05  DC-NOM     PIC X(30).
          05  DC-ADRESSE PIC X(30).
          05  DC-VILLE   PIC X(20).
          05  DC-CODPOST PIC X(10).
          05  DC-MTAGI   PIC -(13)9.99.
          05  DC-MTFRA   PIC -(13)9.99.
          05  DC-MTTOT   PIC -(13)9.99.
          05  DC-COMPLET PIC X(01).
          05  FILLER     PIC X(46).

      *  Header record : first record of FILEDEC
       01  FIDEC-ENTETE.
          05  DE-TYPE    PIC X(03).
          05  DE-IDFIC   PIC X(08).
          05  DE-DTCRE   PIC X(10).
          05  DE-ANNEE   PIC X(04).
          05  DE-CDEV    PIC X(03).
          05  FILLER     PIC X(172).

      *  Trailer record : last record of FILEDEC
       01  FIDEC-FIN.
          05  DT-TYPE    PIC X(03).
          05  DT-NBENR   PIC 9(09).
          05  DT-MTAGI   PIC -(13)9.99.
          05  DT-MTFRA   PIC -(13)9.99.
          05  DT-MTTOT   PIC -(13)9.99.
          05  FILLER     PIC X(137).

      *  Run report, one 80-byte print line per record
       FD  FILERAP RECORDING MODE F
           RECORD CONTAINS 80 CHARACTERS.
       01  RAP-LIGNE      PIC X(80).

      *****************************************************************
       WORKING-STORAGE SECTION.
      / FILES STATUS
       01 FS-FILEPER     PIC X(02).
           88 END-FILEPER VALUE '10'.
       01 FS-FILEARC     PIC X(02).
           88 END-FILEARC VALUE '10'.
       01 FS-FILECERT    PIC X(02).
       01 FS-FILEDEC     PIC X(02).
       01 FS-FILERAP     PIC X(02).

      / RUN DATE, FISCAL YEAR AND THE DECLARATION FILE ID
       01 WS-CURRENT-DATE.
           05 WS-CD-YYYY    PIC 9(4).
           05 WS-CD-MM      PIC 9(2).
           05 WS-CD-DD      PIC 9(2).
           05 FILLER        PIC X(13).
       01 WS-TODAY-ISO      PIC X(10).
       01 WS-ANNEE          PIC X(04).
       01 WS-CDEV-BASE      PIC X(03).
       01 WS-DTDEB          PIC X(10).
       01 WS-DTFIN          PIC X(10).
       01 WS-IDFIC.
           05 FILLER     PIC X(02) VALUE 'TX'.
           05 WS-IDFIC-AAAA PIC X(04).
           05 FILLER     PIC X(02) VALUE SPACES.
       01 WS-RUNCTL-COUNT PIC S9(09) COMP VALUE 0.

      / ANN REVERSALS SINCE THE START OF THE FISCAL YEAR, IN
      / ACCOUNT / REVERSED-REFERENCE ORDER FOR SEARCH ALL. THE
      / KEY IS ZONED SO ITS BYTES COMPARE IN NUMERIC ORDER.
       01 WS-REV-MAX       PIC 9(05) COMP VALUE 20000.
       01 WS-REV-CNT       PIC 9(05) COMP VALUE 0.
       01 WS-REV-TABLE.
           05 WS-REV-ENTRY OCCURS 1 TO 20000 TIMES
                 DEPENDING ON WS-REV-CNT
                 ASCENDING KEY IS WSR-CLE
                 INDEXED BY WS-REV-IDX.
              10 WSR-CLE.
                 15 WSR-COMPTE PIC 9(09).
                 15 WSR-RORIG  PIC X(10).
              10 WSR-MTANN  PIC S9(13)V9(2) COMP-3.
       01 WS-REV-I         PIC 9(05) COMP VALUE 0.
       01 WS-REV-POS-SW    PIC X(01) VALUE 'N'.
           88 WS-REV-POS-FOUND VALUE 'Y'.
       01 WS-NEW-REV.
           05 WS-NEW-CLE.
              10 WS-NEW-COMPTE PIC 9(09).
              10 WS-NEW-RORIG  PIC X(10).
           05 WS-NEW-MTANN  PIC S9(13)V9(2) COMP-3.

      / THE CHARGE BEING APPLIED TO TBCERTIF
       01 WS-C-COMPTE      PIC S9(09) COMP.
       01 WS-C-COPER       PIC X(03).
       01 WS-C-ROPER       PIC X(10).
       01 WS-C-MTOPPER     PIC S9(13)V9(2) COMP-3.
       01 WS-C-CLE.
           05 WS-C-CLE-COMPTE PIC 9(09).
           05 WS-C-CLE-ROPER  PIC X(10).
       01 WS-C-NET         PIC S9(13)V9(2) COMP-3.
       01 WS-C-AGI         PIC S9(13)V9(2) COMP-3.
       01 WS-C-FRA         PIC S9(13)V9(2) COMP-3.
       01 WS-C-IDCLI       PIC S9(09) COMP.
       01 WS-C-CDEV        PIC X(03).

      / CURSOR CONTROLS
       01 WS-END-ANN-SW    PIC X(01) VALUE 'N'.
           88 END-CSR-ANN  VALUE 'Y'.
       01 WS-END-CHG-SW    PIC X(01) VALUE 'N'.
           88 END-CSR-CHG  VALUE 'Y'.
       01 WS-END-CRT-SW    PIC X(01) VALUE 'N'.
           88 END-CSR-CRT  VALUE 'Y'.

      / CERTIFICATE CURSOR HOST FIELDS
       01 WS-T-IDCLI       PIC S9(09) COMP.
       01 WS-T-COMPTE      PIC S9(09) COMP.
       01 WS-T-CDEV        PIC X(03).
       01 WS-T-MTAGI       PIC S9(13)V9(2) COMP-3.
       01 WS-T-MTFRA       PIC S9(13)V9(2) COMP-3.
       01 WS-T-NOM         PIC X(30).
       01 WS-T-ADRESSE     PIC X(30).
       01 WS-T-VILLE       PIC X(20).
       01 WS-T-CODPOST     PIC X(10).

      / THE CUSTOMER BEING CERTIFIED
       01 WS-PREV-IDCLI    PIC S9(09) COMP VALUE -1.
       01 WS-K-NOM         PIC X(30).
       01 WS-K-ADRESSE     PIC X(30).
       01 WS-K-VILLE       PIC X(20).
       01 WS-K-CODPOST     PIC X(10).
       01 WS-K-AGI-BASE    PIC S9(13)V9(2) COMP-3 VALUE 0.
       01 WS-K-FRA-BASE    PIC S9(13)V9(2) COMP-3 VALUE 0.
       01 WS-K-COMPLET     PIC X(01) VALUE 'Y'.

      / YEAR-END RATE OF THE ACCOUNT'S CURRENCY
       01 WS-TAUX          PIC S9(03)V9(06) COMP-3 VALUE 0.
       01 WS-TAUX-SW       PIC X(01) VALUE 'N'.
           88 WS-TAUX-FOUND VALUE 'Y'.
       01 WS-AGI-BASE      PIC S9(13)V9(2) COMP-3 VALUE 0.
       01 WS-FRA-BASE      PIC S9(13)V9(2) COMP-3 VALUE 0.

      / DECLARATION FILE CONTROLS
       01 WS-CNT-ENR       PIC 9(09) COMP VALUE 0.
       01 WS-TOT-AGI       PIC S9(13)V9(2) COMP-3 VALUE 0.
       01 WS-TOT-FRA       PIC S9(13)V9(2) COMP-3 VALUE 0.
       01 WS-TOT-ALL       PIC S9(13)V9(2) COMP-3 VALUE 0.

      / RUN LEDGER (TBRUNLOG) FIELDS - THIS RUN'S ROW
       01 WS-RUNLOG-HDDEB  PIC X(08).
       01 WS-RUNLOG-LU     PIC S9(09) COMP VALUE 0.
       01 WS-RUNLOG-TRT    PIC S9(09) COMP VALUE 0.

      / COMMIT INTERVAL FOR THE TBCERTIF ACCUMULATION
       01 WS-COMMIT-INTERVAL PIC 9(09) COMP VALUE 1000.
       01 WS-COMMIT-COUNT    PIC 9(09) COMP VALUE 0.

      / COUNTERS FOR THE END-OF-RUN SUMMARY
       01 WS-CNT-ANN-ARC   PIC 9(09) COMP VALUE 0.
       01 WS-CNT-ANN-HIS   PIC 9(09) COMP VALUE 0.
       01 WS-CNT-CHG-ARC   PIC 9(09) COMP VALUE 0.
       01 WS-CNT-CHG-HIS   PIC 9(09) COMP VALUE 0.
       01 WS-CNT-NETTED    PIC 9(09) COMP VALUE 0.
       01 WS-CNT-NOACCT    PIC 9(09) COMP VALUE 0.
       01 WS-CNT-ORPHAN    PIC S9(09) COMP VALUE 0.
       01 WS-CNT-NORATE    PIC 9(09) COMP VALUE 0.
       01 WS-ED-CNT        PIC ZZZ,ZZZ,ZZ9.
       01 WS-ED-AMT        PIC -(13)9.99.
       01 WS-ED-AMT2       PIC -(13)9.99.
       01 WS-ED-AMT3       PIC -(13)9.99.
       01 WS-ED-COMPTE     PIC 9(09).
       01 WS-ED-IDCLI      PIC 9(09).

      / IMPORT SQLCA
           EXEC SQL INCLUDE SQLCA
           END-EXEC.

      / CURSOR : ONLINE ANN ROWS POSTED SINCE THE START OF THE
      / FISCAL YEAR - ONLY THOSE CAN REVERSE ONE OF ITS CHARGES
           EXEC SQL
              DECLARE CSR-ANN CURSOR FOR
              SELECT COMPTE, RORIG, MTOPPER
              FROM   TBHISTO
              WHERE  COPER = 'ANN'
              AND    DDMAJ >= :WS-DTDEB
              AND    RORIG <> ' '
              ORDER BY COMPTE, RORIG
           END-EXEC.

      / CURSOR : ONLINE AGI/FRA CHARGES OF THE FISCAL YEAR
           EXEC SQL
              DECLARE CSR-CHG CURSOR FOR
              SELECT COMPTE, COPER, ROPER, MTOPPER
              FROM   TBHISTO
              WHERE  COPER IN ('AGI','FRA')
              AND    DDMAJ BETWEEN :WS-DTDEB AND :WS-DTFIN
           END-EXEC.

      / CURSOR : THE YEAR'S NET CHARGES BY HOLDER, FOR THE
      / CERTIFICATES
           EXEC SQL
              DECLARE CSR-CRT CURSOR FOR
              SELECT T.IDCLI, T.COMPTE, T.CDEV, T.MTAGI, T.MTFRA,
                     C.NOM, C.ADRESSE, C.VILLE, C.CODPOST
              FROM   TBCERTIF T
                     INNER JOIN TBCLIENT C
                        ON C.IDCLI = T.IDCLI
              WHERE  T.ANNEE = :WS-ANNEE
              AND   (T.MTAGI <> 0 OR T.MTFRA <> 0)
              ORDER BY T.IDCLI, T.CDEV, T.COMPTE
           END-EXEC.

      /
      *****************************************************************
      *  Program : Setup, run main routine and exit.
      *
      *    Main purpose
      *    - 0xx : Input/Output section
      *    - 1xx : Main element
      *    - 2xx : File I/O (read/write of flat files)
      *    - 3xx : SQL Handling
      *    - 7xx : Reporting
      *    - 8xx : Commit
      *    - 9xx : Close files
      *
      *    Input/Output managment
      *    - x1x : Perform a READ
      *    - x2x : Perform a WRITE
      *    - x3x : Perform a FETCH
      *    - x5x : Perform Comparisons
      *    - x7x : Perform a UPDATE
      *    - x9x : Perform a CLOSE
      *
      *    Specials
      *    -  xxx : OTHERS
      *    - Dxxx : Displays
      *****************************************************************

       PROCEDURE DIVISION.
           PERFORM 000-OFILES.
           PERFORM 010-Initialize.
           PERFORM 830-Runlog-Start.
           PERFORM 360-Clear-Year.
           PERFORM 100-Load-Reversals.
           PERFORM 130-Collect-Charges.
           PERFORM 200-Certificates.
           PERFORM 350-Register-Run-Control.
           PERFORM 835-Runlog-End.
           PERFORM 820-Final-Commit.
           PERFORM 700-Summary-Report.
           PERFORM 999-CFILES.
           GOBACK.

       000-OFILES.
           OPEN INPUT FILEPER
           OPEN OUTPUT FILECERT
           OPEN OUTPUT FILEDEC
           OPEN OUTPUT FILERAP
           .

       010-Initialize.
      **********************************************************
      *  One-time startup : the request, the fiscal year's first
      *  and last day, the file ID and its TBRUNCTL guard
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           STRING WS-CD-YYYY '-' WS-CD-MM '-' WS-CD-DD
              DELIMITED BY SIZE INTO WS-TODAY-ISO

           READ FILEPER
           IF END-FILEPER OR PE-ANNEE NOT NUMERIC
              OR PE-CDEV = SPACES
              PERFORM D710-PARM-ERROR
           END-IF
      *    Only a closed year : its charges can no longer change
           IF PE-ANNEE-N NOT < WS-CD-YYYY
              PERFORM D710-PARM-ERROR
           END-IF
           MOVE PE-ANNEE TO WS-ANNEE
           MOVE PE-CDEV TO WS-CDEV-BASE
           STRING WS-ANNEE '-01-01' DELIMITED BY SIZE INTO WS-DTDEB
           STRING WS-ANNEE '-12-31' DELIMITED BY SIZE INTO WS-DTFIN

           MOVE WS-ANNEE TO WS-IDFIC-AAAA
           PERFORM 310-Check-Run-Control

           MOVE SPACES TO RAP-LIGNE
           STRING 'PGM049 TAX CERTIFICATES YEAR ' WS-ANNEE
                  '  BASE ' WS-CDEV-BASE
                  '  RUN ' WS-TODAY-ISO
              DELIMITED BY SIZE INTO RAP-LIGNE
           WRITE RAP-LIGNE

           MOVE SPACES TO RAP-LIGNE
           WRITE RAP-LIGNE
           .

       100-Load-Reversals.
      **********************************************************
      *  Every ANN row since the start of the fiscal year, from
      *  the archive and from TBHISTO, into the reversal table
           OPEN INPUT FILEARC
           PERFORM 210-Read-Archive
           PERFORM UNTIL END-FILEARC
               IF AR-COPER = 'ANN' AND AR-DDMAJ NOT < WS-DTDEB
                  AND AR-RORIG NOT = SPACES
                  ADD 1 TO WS-CNT-ANN-ARC
                  MOVE AR-COMPTE TO WS-NEW-COMPTE
                  MOVE AR-RORIG TO WS-NEW-RORIG
                  MOVE AR-MTOPPER TO WS-NEW-MTANN
                  PERFORM 110-Insert-Reversal
               END-IF
               PERFORM 210-Read-Archive
           END-PERFORM
           CLOSE FILEARC

           PERFORM 300-Open-Csr-Ann
           PERFORM 330-Fetch-Csr-Ann
           PERFORM UNTIL END-CSR-ANN
               ADD 1 TO WS-CNT-ANN-HIS
               PERFORM 110-Insert-Reversal
               PERFORM 330-Fetch-Csr-Ann
           END-PERFORM
           PERFORM 390-Close-Csr-Ann
           .

       110-Insert-Reversal.
      **********************************************************
      *  WS-NEW-REV into the table at its key position : entries
      *  above it move up one place. The online rows arrive in
      *  key order, so they mostly land at the end.
           IF WS-REV-CNT NOT < WS-REV-MAX
              PERFORM D780-REVERSAL-TABLE-FULL
           END-IF
           MOVE WS-REV-CNT TO WS-REV-I
           ADD 1 TO WS-REV-CNT
           MOVE 'N' TO WS-REV-POS-SW
           PERFORM UNTIL WS-REV-POS-FOUND
               IF WS-REV-I = 0
                  MOVE 'Y' TO WS-REV-POS-SW
               ELSE
                  IF WSR-CLE (WS-REV-I) NOT > WS-NEW-CLE
                     MOVE 'Y' TO WS-REV-POS-SW
                  ELSE
                     MOVE WS-REV-ENTRY (WS-REV-I)
                       TO WS-REV-ENTRY (WS-REV-I + 1)
                     SUBTRACT 1 FROM WS-REV-I
                  END-IF
               END-IF
           END-PERFORM
           MOVE WS-NEW-CLE TO WSR-CLE (WS-REV-I + 1)
           MOVE WS-NEW-MTANN TO WSR-MTANN (WS-REV-I + 1)
           .

       130-Collect-Charges.
      **********************************************************
      *  Every AGI/FRA charge of the fiscal year, archive then
      *  TBHISTO, netted and added to its account's TBCERTIF row
           OPEN INPUT FILEARC
           PERFORM 210-Read-Archive
           PERFORM UNTIL END-FILEARC
               IF (AR-COPER = 'AGI' OR AR-COPER = 'FRA')
                  AND AR-DDMAJ NOT < WS-DTDEB
                  AND AR-DDMAJ NOT > WS-DTFIN
                  ADD 1 TO WS-CNT-CHG-ARC
                  MOVE AR-COMPTE TO WS-C-COMPTE
                  MOVE AR-COPER TO WS-C-COPER
                  MOVE AR-ROPER TO WS-C-ROPER
                  MOVE AR-MTOPPER TO WS-C-MTOPPER
                  PERFORM 150-Apply-Charge
               END-IF
               PERFORM 210-Read-Archive
           END-PERFORM
           CLOSE FILEARC

           PERFORM 301-Open-Csr-Chg
           PERFORM 331-Fetch-Csr-Chg
           PERFORM UNTIL END-CSR-CHG
               ADD 1 TO WS-CNT-CHG-HIS
               PERFORM 150-Apply-Charge
               PERFORM 331-Fetch-Csr-Chg
           END-PERFORM
           PERFORM 391-Close-Csr-Chg
           .

       150-Apply-Charge.
      **********************************************************
      *  The charge less its reversal, if any (a debit's ANN is
      *  signed positive - PGM017's convention - and normally
      *  equals it), onto the account's TBCERTIF row
           MOVE WS-C-COMPTE TO WS-C-CLE-COMPTE
           MOVE WS-C-ROPER TO WS-C-CLE-ROPER
           MOVE WS-C-MTOPPER TO WS-C-NET
           IF WS-REV-CNT > 0
              SEARCH ALL WS-REV-ENTRY
                 AT END
                    CONTINUE
                 WHEN WSR-CLE (WS-REV-IDX) = WS-C-CLE
                    SUBTRACT WSR-MTANN (WS-REV-IDX) FROM WS-C-NET
                    ADD 1 TO WS-CNT-NETTED
              END-SEARCH
           END-IF

           IF WS-C-NET NOT = 0
              MOVE 0 TO WS-C-AGI
              MOVE 0 TO WS-C-FRA
              IF WS-C-COPER = 'AGI'
                 MOVE WS-C-NET TO WS-C-AGI
              ELSE
                 MOVE WS-C-NET TO WS-C-FRA
              END-IF
              PERFORM 370-Add-To-Certif
              PERFORM 810-Checkpoint
           END-IF
           .

       200-Certificates.
      **********************************************************
      *  One certificate per holder from the year's TBCERTIF
      *  rows : a header at each new holder, a line per account,
      *  the totals and the DEC record when the holder changes
           PERFORM 220-Write-Dec-Header

           PERFORM 302-Open-Csr-Crt
           PERFORM 332-Fetch-Csr-Crt
           PERFORM UNTIL END-CSR-CRT
               IF WS-T-IDCLI NOT = WS-PREV-IDCLI
                  IF WS-PREV-IDCLI NOT = -1
                     PERFORM 260-End-Certificate
                  END-IF
                  PERFORM 240-Start-Certificate
               END-IF
               PERFORM 250-Certificate-Line
               PERFORM 332-Fetch-Csr-Crt
           END-PERFORM
           IF WS-PREV-IDCLI NOT = -1
              PERFORM 260-End-Certificate
           END-IF
           PERFORM 392-Close-Csr-Crt

           PERFORM 222-Write-Dec-Trailer
           PERFORM 340-Count-Orphans
           .

       210-Read-Archive.
      **********************************************************
      *  This routine should read FILEARC line by line
           READ FILEARC
           .

       220-Write-Dec-Header.
      **********************************************************
      *  The HDR record : file ID, year and base currency
           MOVE SPACES TO FIDEC-ENTETE
           MOVE 'HDR' TO DE-TYPE
           MOVE WS-IDFIC TO DE-IDFIC
           MOVE WS-TODAY-ISO TO DE-DTCRE
           MOVE WS-ANNEE TO DE-ANNEE
           MOVE WS-CDEV-BASE TO DE-CDEV
           WRITE FIDEC-ENTETE
           .

       221-Write-Dec-Record.
      **********************************************************
      *  One DEC record : the certified customer's base totals
           MOVE SPACES TO FIDEC-ENREG
           MOVE 'DEC' TO DC-TYPE
           MOVE WS-PREV-IDCLI TO DC-IDCLI
           MOVE WS-K-NOM TO DC-NOM
           MOVE WS-K-ADRESSE TO DC-ADRESSE
           MOVE WS-K-VILLE TO DC-VILLE
           MOVE WS-K-CODPOST TO DC-CODPOST
           MOVE WS-K-AGI-BASE TO DC-MTAGI
           MOVE WS-K-FRA-BASE TO DC-MTFRA
           COMPUTE DC-MTTOT = WS-K-AGI-BASE + WS-K-FRA-BASE
           MOVE WS-K-COMPLET TO DC-COMPLET
           WRITE FIDEC-ENREG
           .

       222-Write-Dec-Trailer.
      **********************************************************
      *  The TRL record : customers declared and the totals
           MOVE SPACES TO FIDEC-FIN
           MOVE 'TRL' TO DT-TYPE
           MOVE WS-CNT-ENR TO DT-NBENR
           MOVE WS-TOT-AGI TO DT-MTAGI
           MOVE WS-TOT-FRA TO DT-MTFRA
           MOVE WS-TOT-ALL TO DT-MTTOT
           WRITE FIDEC-FIN
           .

       240-Start-Certificate.
      **********************************************************
      *  A new holder : the certificate heading
           MOVE WS-T-IDCLI TO WS-PREV-IDCLI
           MOVE WS-T-NOM TO WS-K-NOM
           MOVE WS-T-ADRESSE TO WS-K-ADRESSE
           MOVE WS-T-VILLE TO WS-K-VILLE
           MOVE WS-T-CODPOST TO WS-K-CODPOST
           MOVE 0 TO WS-K-AGI-BASE
           MOVE 0 TO WS-K-FRA-BASE
           MOVE 'Y' TO WS-K-COMPLET

           MOVE SPACES TO CRT-LIGNE
           STRING 'CERTIFICATE OF INTEREST AND FEES CHARGED - YEAR '
                  WS-ANNEE
              DELIMITED BY SIZE INTO CRT-LIGNE
           WRITE CRT-LIGNE

           MOVE SPACES TO CRT-LIGNE
           WRITE CRT-LIGNE

           MOVE WS-PREV-IDCLI TO WS-ED-IDCLI
           MOVE SPACES TO CRT-LIGNE
           STRING 'CUSTOMER ' WS-ED-IDCLI '  ' WS-K-NOM
              DELIMITED BY SIZE INTO CRT-LIGNE
           WRITE CRT-LIGNE

           MOVE SPACES TO CRT-LIGNE
           STRING '                   ' WS-K-ADRESSE
              DELIMITED BY SIZE INTO CRT-LIGNE
           WRITE CRT-LIGNE

           MOVE SPACES TO CRT-LIGNE
           STRING '                   ' WS-K-CODPOST ' ' WS-K-VILLE
              DELIMITED BY SIZE INTO CRT-LIGNE
           WRITE CRT-LIGNE

           MOVE SPACES TO CRT-LIGNE
           WRITE CRT-LIGNE

           MOVE SPACES TO CRT-LIGNE
           STRING 'ACCOUNT   CUR  OVERDRAFT INTEREST'
                  '       ACCOUNT FEES'
              DELIMITED BY SIZE INTO CRT-LIGNE
           WRITE CRT-LIGNE
           .

       250-Certificate-Line.
      **********************************************************
      *  One account, in its own currency ; its base-currency
      *  equivalent goes to the holder's totals
           MOVE WS-T-COMPTE TO WS-ED-COMPTE
           MOVE WS-T-MTAGI TO WS-ED-AMT
           MOVE WS-T-MTFRA TO WS-ED-AMT2
           MOVE SPACES TO CRT-LIGNE
           STRING WS-ED-COMPTE ' ' WS-T-CDEV '  ' WS-ED-AMT
                  '  ' WS-ED-AMT2
              DELIMITED BY SIZE INTO CRT-LIGNE
           WRITE CRT-LIGNE

           IF WS-T-CDEV = WS-CDEV-BASE
              MOVE WS-T-MTAGI TO WS-AGI-BASE
              MOVE WS-T-MTFRA TO WS-FRA-BASE
              ADD WS-AGI-BASE TO WS-K-AGI-BASE
              ADD WS-FRA-BASE TO WS-K-FRA-BASE
           ELSE
              PERFORM 335-Fetch-Year-End-Rate
              IF WS-TAUX-FOUND
                 COMPUTE WS-AGI-BASE ROUNDED = WS-T-MTAGI * WS-TAUX
                 COMPUTE WS-FRA-BASE ROUNDED = WS-T-MTFRA * WS-TAUX
                 ADD WS-AGI-BASE TO WS-K-AGI-BASE
                 ADD WS-FRA-BASE TO WS-K-FRA-BASE
              ELSE
                 ADD 1 TO WS-CNT-NORATE
                 MOVE 'N' TO WS-K-COMPLET
                 MOVE SPACES TO CRT-LIGNE
                 STRING '              NO ' WS-T-CDEV
                        ' RATE - NOT IN THE ' WS-CDEV-BASE
                        ' TOTALS BELOW'
                    DELIMITED BY SIZE INTO CRT-LIGNE
                 WRITE CRT-LIGNE
              END-IF
           END-IF
           .

       260-End-Certificate.
      **********************************************************
      *  The holder's totals in the base currency, the DEC record
           MOVE SPACES TO CRT-LIGNE
           WRITE CRT-LIGNE

           MOVE WS-K-AGI-BASE TO WS-ED-AMT
           MOVE WS-K-FRA-BASE TO WS-ED-AMT2
           MOVE SPACES TO CRT-LIGNE
           STRING 'TOTAL     ' WS-CDEV-BASE '  ' WS-ED-AMT
                  '  ' WS-ED-AMT2
              DELIMITED BY SIZE INTO CRT-LIGNE
           WRITE CRT-LIGNE

           COMPUTE WS-ED-AMT3 = WS-K-AGI-BASE + WS-K-FRA-BASE
           MOVE SPACES TO CRT-LIGNE
           STRING 'TOTAL CHARGED IN ' WS-ANNEE ' (' WS-CDEV-BASE
                  ') : ' WS-ED-AMT3
              DELIMITED BY SIZE INTO CRT-LIGNE
           WRITE CRT-LIGNE

           MOVE SPACES TO CRT-LIGNE
           WRITE CRT-LIGNE
           MOVE ALL '=' TO CRT-LIGNE
           WRITE CRT-LIGNE

           ADD 1 TO WS-CNT-ENR
           ADD WS-K-AGI-BASE TO WS-TOT-AGI
           ADD WS-K-FRA-BASE TO WS-TOT-FRA
           COMPUTE WS-TOT-ALL = WS-TOT-AGI + WS-TOT-FRA
           PERFORM 221-Write-Dec-Record
           .

       310-Check-Run-Control.
      **********************************************************
      *  Refuse a declaration file ID already registered on
      *  TBRUNCTL : the year's declaration went out already
           EXEC SQL
              SELECT COUNT(*)
              INTO   :WS-RUNCTL-COUNT
              FROM   TBRUNCTL
              WHERE  IDFIC=:WS-IDFIC
           END-EXEC

           PERFORM D550-CHECKSQL

           IF WS-RUNCTL-COUNT > 0
              PERFORM D740-FILE-ALREADY-SENT
           END-IF
           .

       350-Register-Run-Control.
      **********************************************************
      *  Register the declaration file ID. Committed with the
      *  run's tail by 820-Final-Commit.
           EXEC SQL
              INSERT INTO TBRUNCTL
              (
                IDFIC,
                DTCRE,
                DDMAJ,
                HDMAJ
              )
              VALUES
              (
                :WS-IDFIC,
                :WS-TODAY-ISO,
                 CURRENT DATE,
                 CURRENT TIME
              )
           END-EXEC

           PERFORM D550-CHECKSQL
           .

       360-Clear-Year.
      **********************************************************
      *  Start from nothing : whatever an earlier, failed run of
      *  the year left on TBCERTIF goes
           EXEC SQL
              DELETE FROM TBCERTIF
              WHERE  ANNEE = :WS-ANNEE
           END-EXEC

           IF SQLCODE NOT = 100
              PERFORM D550-CHECKSQL
           END-IF

           EXEC SQL
              COMMIT WORK
           END-EXEC

           PERFORM D550-CHECKSQL
           .

       370-Add-To-Certif.
      **********************************************************
      *  Add the net charge to the account's row for the year ;
      *  the first charge of the account creates it, with the
      *  holder and currency from TBCOMPTE
           EXEC SQL
              UPDATE TBCERTIF
              SET MTAGI=MTAGI + :WS-C-AGI,
                  MTFRA=MTFRA + :WS-C-FRA,
                  DDMAJ=CURRENT DATE,
                  HDMAJ=CURRENT TIME
              WHERE ANNEE=:WS-ANNEE
              AND   COMPTE=:WS-C-COMPTE
           END-EXEC

           IF SQLCODE = 100
              PERFORM 371-Create-Certif
           ELSE
              PERFORM D550-CHECKSQL
           END-IF
           .

       371-Create-Certif.
      **********************************************************
      *  The account's first charge of the year
           EXEC SQL
              SELECT IDCLI, CDEV
              INTO   :WS-C-IDCLI, :WS-C-CDEV
              FROM   TBCOMPTE
              WHERE  COMPTE=:WS-C-COMPTE
           END-EXEC

           IF SQLCODE = 100
              ADD 1 TO WS-CNT-NOACCT
           ELSE
              PERFORM D550-CHECKSQL
              EXEC SQL
                 INSERT INTO TBCERTIF
                 (
                   ANNEE,
                   COMPTE,
                   IDCLI,
                   CDEV,
                   MTAGI,
                   MTFRA,
                   DDMAJ,
                   HDMAJ
                 )
                 VALUES
                 (
                   :WS-ANNEE,
                   :WS-C-COMPTE,
                   :WS-C-IDCLI,
                   :WS-C-CDEV,
                   :WS-C-AGI,
                   :WS-C-FRA,
                    CURRENT DATE,
                    CURRENT TIME
                 )
              END-EXEC
              PERFORM D550-CHECKSQL
           END-IF
           .

       335-Fetch-Year-End-Rate.
      **********************************************************
      *  The buy rate in force on the last day of the fiscal
      *  year : the TBDEVHIS row with the earliest DTEFF after
      *  it (PGM021 banks a superseded rate under the date of
      *  the quote that replaced it), else the current TBDEVISE
      *  rate - PGM037's rule
           MOVE 'Y' TO WS-TAUX-SW
           EXEC SQL
              SELECT MTACHAT
              INTO   :WS-TAUX
              FROM   TBDEVHIS
              WHERE  CDEV  = :WS-T-CDEV
              AND    DTEFF > :WS-DTFIN
              ORDER BY DTEFF ASC, DDMAJ ASC, HDMAJ ASC
              FETCH FIRST 1 ROW ONLY
           END-EXEC

           IF SQLCODE = 100
              EXEC SQL
                 SELECT MTACHAT
                 INTO   :WS-TAUX
                 FROM   TBDEVISE
                 WHERE  CDEV = :WS-T-CDEV
              END-EXEC
              IF SQLCODE = 100
                 MOVE 'N' TO WS-TAUX-SW
              ELSE
                 PERFORM D550-CHECKSQL
              END-IF
           ELSE
              PERFORM D550-CHECKSQL
           END-IF
           .

       340-Count-Orphans.
      **********************************************************
      *  Accounts charged in the year whose holder is not on
      *  TBCLIENT : no certificate can be addressed for them
           EXEC SQL
              SELECT COUNT(*)
              INTO   :WS-CNT-ORPHAN
              FROM   TBCERTIF T
              WHERE  T.ANNEE = :WS-ANNEE
              AND   (T.MTAGI <> 0 OR T.MTFRA <> 0)
              AND    NOT EXISTS
                    (SELECT 1 FROM TBCLIENT C
                     WHERE C.IDCLI = T.IDCLI)
           END-EXEC

           PERFORM D550-CHECKSQL
           .

       300-Open-Csr-Ann.
      **********************************************************
      *  Open the online reversals cursor
           EXEC SQL
              OPEN CSR-ANN
           END-EXEC

           PERFORM D550-CHECKSQL
           .

       330-Fetch-Csr-Ann.
      **********************************************************
      *  Fetch the next online reversal
           EXEC SQL
              FETCH CSR-ANN
              INTO  :WS-NEW-COMPTE, :WS-NEW-RORIG, :WS-NEW-MTANN
           END-EXEC

           IF SQLCODE = 100
              MOVE 'Y' TO WS-END-ANN-SW
           ELSE
              PERFORM D550-CHECKSQL
           END-IF
           .

       390-Close-Csr-Ann.
      **********************************************************
      *  Close the online reversals cursor
           EXEC SQL
              CLOSE CSR-ANN
           END-EXEC

           PERFORM D550-CHECKSQL
           .

       301-Open-Csr-Chg.
      **********************************************************
      *  Open the online charges cursor
           EXEC SQL
              OPEN CSR-CHG
           END-EXEC

           PERFORM D550-CHECKSQL
           .

       331-Fetch-Csr-Chg.
      **********************************************************
      *  Fetch the next online charge
           EXEC SQL
              FETCH CSR-CHG
              INTO  :WS-C-COMPTE, :WS-C-COPER, :WS-C-ROPER,
                    :WS-C-MTOPPER
           END-EXEC

           IF SQLCODE = 100
              MOVE 'Y' TO WS-END-CHG-SW
           ELSE
              PERFORM D550-CHECKSQL
           END-IF
           .

       391-Close-Csr-Chg.
      **********************************************************
      *  Close the online charges cursor
           EXEC SQL
              CLOSE CSR-CHG
           END-EXEC

           PERFORM D550-CHECKSQL
           .

       302-Open-Csr-Crt.
      **********************************************************
      *  Open the certificates cursor
           EXEC SQL
              OPEN CSR-CRT
           END-EXEC

           PERFORM D550-CHECKSQL
           .

       332-Fetch-Csr-Crt.
      **********************************************************
      *  Fetch the next account of the year with its holder
           EXEC SQL
              FETCH CSR-CRT
              INTO  :WS-T-IDCLI, :WS-T-COMPTE, :WS-T-CDEV,
                    :WS-T-MTAGI, :WS-T-MTFRA,
                    :WS-T-NOM, :WS-T-ADRESSE, :WS-T-VILLE,
                    :WS-T-CODPOST
           END-EXEC

           IF SQLCODE = 100
              MOVE 'Y' TO WS-END-CRT-SW
           ELSE
              PERFORM D550-CHECKSQL
           END-IF
           .

       392-Close-Csr-Crt.
      **********************************************************
      *  Close the certificates cursor
           EXEC SQL
              CLOSE CSR-CRT
           END-EXEC

           PERFORM D550-CHECKSQL
           .

       700-Summary-Report.
      **********************************************************
      *  End-of-run summary : what was read, netted, certified
           MOVE WS-CNT-CHG-ARC TO WS-ED-CNT
           MOVE SPACES TO RAP-LIGNE
           STRING 'CHARGES READ FROM FILEARC       : ' WS-ED-CNT
              DELIMITED BY SIZE INTO RAP-LIGNE
           WRITE RAP-LIGNE

           MOVE WS-CNT-CHG-HIS TO WS-ED-CNT
           MOVE SPACES TO RAP-LIGNE
           STRING 'CHARGES READ FROM TBHISTO       : ' WS-ED-CNT
              DELIMITED BY SIZE INTO RAP-LIGNE
           WRITE RAP-LIGNE

           COMPUTE WS-ED-CNT = WS-CNT-ANN-ARC + WS-CNT-ANN-HIS
           MOVE SPACES TO RAP-LIGNE
           STRING 'ANN ROWS SINCE START OF YEAR    : ' WS-ED-CNT
              DELIMITED BY SIZE INTO RAP-LIGNE
           WRITE RAP-LIGNE

           MOVE WS-CNT-NETTED TO WS-ED-CNT
           MOVE SPACES TO RAP-LIGNE
           STRING 'CHARGES NETTED BY A REVERSAL    : ' WS-ED-CNT
              DELIMITED BY SIZE INTO RAP-LIGNE
           WRITE RAP-LIGNE

           MOVE WS-CNT-NOACCT TO WS-ED-CNT
           MOVE SPACES TO RAP-LIGNE
           STRING 'CHARGES ON NO TBCOMPTE ACCOUNT  : ' WS-ED-CNT
              DELIMITED BY SIZE INTO RAP-LIGNE
           WRITE RAP-LIGNE

           MOVE WS-CNT-ORPHAN TO WS-ED-CNT
           MOVE SPACES TO RAP-LIGNE
           STRING 'ACCOUNTS WITH NO TBCLIENT HOLDER: ' WS-ED-CNT
              DELIMITED BY SIZE INTO RAP-LIGNE
           WRITE RAP-LIGNE

           MOVE WS-CNT-NORATE TO WS-ED-CNT
           MOVE SPACES TO RAP-LIGNE
           STRING 'ACCOUNT LINES WITH NO RATE      : ' WS-ED-CNT
              DELIMITED BY SIZE INTO RAP-LIGNE
           WRITE RAP-LIGNE

           MOVE SPACES TO RAP-LIGNE
           WRITE RAP-LIGNE

           MOVE WS-CNT-ENR TO WS-ED-CNT
           MOVE SPACES TO RAP-LIGNE
           STRING 'CUSTOMERS CERTIFIED / DECLARED  : ' WS-ED-CNT
              DELIMITED BY SIZE INTO RAP-LIGNE
           WRITE RAP-LIGNE

           MOVE WS-TOT-AGI TO WS-ED-AMT
           MOVE SPACES TO RAP-LIGNE
           STRING 'OVERDRAFT INTEREST (' WS-CDEV-BASE ')    : '
                  WS-ED-AMT
              DELIMITED BY SIZE INTO RAP-LIGNE
           WRITE RAP-LIGNE

           MOVE WS-TOT-FRA TO WS-ED-AMT
           MOVE SPACES TO RAP-LIGNE
           STRING 'ACCOUNT FEES (' WS-CDEV-BASE ')          : '
                  WS-ED-AMT
              DELIMITED BY SIZE INTO RAP-LIGNE
           WRITE RAP-LIGNE
           .

       810-Checkpoint.
      **********************************************************
      *  COMMIT every N charges applied : a failed run is run
      *  again from the start (360-Clear-Year)
           ADD 1 TO WS-COMMIT-COUNT
           IF WS-COMMIT-COUNT >= WS-COMMIT-INTERVAL
              EXEC SQL
                 COMMIT WORK
              END-EXEC
              PERFORM D550-CHECKSQL
              MOVE 0 TO WS-COMMIT-COUNT
           END-IF
           .

       820-Final-Commit.
      **********************************************************
      *  Commit the last charges and the file ID registration
           EXEC SQL
              COMMIT WORK
           END-EXEC

           PERFORM D550-CHECKSQL
           .

       830-Runlog-Start.
      **********************************************************
      *  Open this run's TBRUNLOG row ('E' = in flight) and
      *  commit it at once, so an abended run still shows on
      *  the PGM033 chain report as started-never-finished
           EXEC SQL
              SELECT CURRENT TIME
              INTO   :WS-RUNLOG-HDDEB
              FROM   SYSIBM.SYSDUMMY1
           END-EXEC

           PERFORM D550-CHECKSQL

           EXEC SQL
              INSERT INTO TBRUNLOG
              (
                PGMNAME,
                DTRUN,
                HDDEB,
                HDFIN,
                ETAT,
                CNTLU,
                CNTTRT,
                DDMAJ,
                HDMAJ
              )
              VALUES
              (
                'PGM049',
                 CURRENT DATE,
                :WS-RUNLOG-HDDEB,
                 ' ',
                 'E',
                 0,
                 0,
                 CURRENT DATE,
                 CURRENT TIME
              )
           END-EXEC

           PERFORM D550-CHECKSQL

           EXEC SQL
              COMMIT WORK
           END-EXEC

           PERFORM D550-CHECKSQL
           .

       835-Runlog-End.
      **********************************************************
      *  Close this run's TBRUNLOG row : outcome 'T' and the
      *  run's key counts. Committed with the run's tail.
           COMPUTE WS-RUNLOG-LU = WS-CNT-CHG-ARC + WS-CNT-CHG-HIS
           MOVE WS-CNT-ENR TO WS-RUNLOG-TRT

           EXEC SQL
              UPDATE TBRUNLOG
              SET HDFIN=CURRENT TIME,
                  ETAT='T',
                  CNTLU=:WS-RUNLOG-LU,
                  CNTTRT=:WS-RUNLOG-TRT,
                  DDMAJ=CURRENT DATE,
                  HDMAJ=CURRENT TIME
              WHERE PGMNAME='PGM049'
              AND   DTRUN=CURRENT DATE
              AND   HDDEB=:WS-RUNLOG-HDDEB
           END-EXEC

           PERFORM D550-CHECKSQL
           .

       999-CFILES.
      **********************************************************
      *  This routine should close file(s)
           CLOSE FILEPER
           CLOSE FILECERT
           CLOSE FILEDEC
           CLOSE FILERAP
           .

       D710-PARM-ERROR.
      **********************************************************
      *  FILEPER missing, or not a closed fiscal year
           DISPLAY '*************************************************'
           DISPLAY '****       E R R O R M E S S A G E S         ****'
           DISPLAY '*************************************************'
           DISPLAY '* FILEPER missing or invalid : fiscal year      *'
           DISPLAY '* (YYYY, before the current year) and base      *'
           DISPLAY '* currency required.                            *'
           DISPLAY '*************************************************'
           STOP RUN
           .

       D740-FILE-ALREADY-SENT.
      **********************************************************
      *  The year's declaration was sent already
           DISPLAY '*************************************************'
           DISPLAY '****       E R R O R M E S S A G E S         ****'
           DISPLAY '*************************************************'
           DISPLAY '* DECLARATION ALREADY SENT (TBRUNCTL): ' WS-IDFIC
           DISPLAY '* Run refused, nothing was written.             *'
           DISPLAY '*************************************************'
           STOP RUN
           .

       D780-REVERSAL-TABLE-FULL.
      **********************************************************
      *  More ANN rows since the start of the year than the
      *  table holds : certificates built without all of them
      *  would overstate charges, so none are produced
           DISPLAY '*************************************************'
           DISPLAY '****       E R R O R M E S S A G E S         ****'
           DISPLAY '*************************************************'
           DISPLAY '* REVERSAL TABLE FULL - WS-REV-MAX ANN ROWS.    *'
           DISPLAY '* Raise the table size. No certificate written. *'
           DISPLAY '*************************************************'
           STOP RUN
           .

       D550-CHECKSQL.
      **********************************************************
      *  Check SQLCODE
           EVALUATE SQLCODE
              WHEN ZERO
                 CONTINUE
              WHEN +100
                 DISPLAY 'END QUERY'
              WHEN OTHER
                 PERFORM D320-DBERROR
           END-EVALUATE
           .

       D320-DBERROR.
      **********************************************************
      *  DB2 Error Handling Routine
           DISPLAY '*************************************************'
           DISPLAY '****       E R R O R M E S S A G E S         ****'
           DISPLAY '*************************************************'
           DISPLAY '* Problem in paragraph: ' SQLERRML
           DISPLAY '* Problem-msg: ' SQLERRMC
           DISPLAY '*'
           DISPLAY '* SQLCODE: ' SQLCODE
           DISPLAY '*************************************************'
           STOP RUN
           .
