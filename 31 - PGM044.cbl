       PROCESS TEST
      *****************************************************************
      * Program name:    PGM044
      * Original author: SVCTEAM
      *
      * Maintenence Log
      * Date      Author        Maintenance Requirement
      * --------- ------------  ---------------------------------------
      * 10/15/26  SVCTEAM       Created : daily unauthorized
      *                         overdraft (excess) monitoring -
      *                         consecutive days in excess kept on
      *                         TBDEPASS, aged excess report by
      *                         holder, escalation letters at 1, 15
      *                         and 30 days for the print shop, and
      *                         the TBRUNLOG run ledger row
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PGM044.
       AUTHOR.        SVCTEAM.
       INSTALLATION.  COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN.  10/15/26.
       DATE-COMPILED. 10/15/26.
       SECURITY.      NON-CONFIDENTIAL.
      *****************************************************************
      *  Purpose : follow the accounts that sit beyond their limit.
      *  PGM017 refuses a debit past DECOUVERT, but the balance can
      *  still end up there - a DEC lowering the limit (PGM020),
      *  AGI interest (PGM023) and FRA/IMP charges (PGM034/PGM041)
      *  post regardless of it.
      *
      *  Every TBCOMPTE row not closed with SOLDE below -DECOUVERT
      *  is in excess - which covers a negative balance with no
      *  authorized overdraft (DECOUVERT zero). TBDEPASS holds one
      *  active row (STATUT 'A') per account in excess : DTDEB, the
      *  first day it was found in excess, DTDER the last day it
      *  was, NBJOURS the consecutive days since DTDEB (calendar
      *  days, counting DTDEB as day 1 - a day the batch did not
      *  run still counts), today's excess MTDEP and NIVLET, the
      *  last escalation letter sent. An account found back within
      *  its limit has its row closed (STATUT 'R', DTFIN) ; a new
      *  excess later opens a new row, the count starting over.
      *
      *  Escalation letters go on FILELET for the print shop : the
      *  first on day 1, the second at 15 days, the third at 30,
      *  each with the holder's TBCLIENT name and address. A letter
      *  is due once NBJOURS reaches its step and NIVLET is below
      *  it, so a run missed on day 15 still sends the letter the
      *  next day, and a re-run the same day sends nothing twice.
      *  An account whose IDCLI matches no TBCLIENT row cannot be
      *  written to : it is reported and its letter stays due.
      *  Only the highest step due is sent : an account first found
      *  on its 30th day (a DTDEB can only be today, so only after
      *  a TBDEPASS repair) gets the third letter alone.
      *
      *  FILERAP, the aged excess report : the accounts in excess
      *  today grouped by holder, each with its excess, the days
      *  and the age band (1-14, 15-29, 30+ days) ; then the
      *  accounts back within their limit today, and the summary
      *  by band.
      *
      *  The run commits once at the end : an abend rolls back the
      *  TBDEPASS counts and letter steps, and the re-run rebuilds
      *  the same letter file.
      *
      *  TBDEPASS.STATUT convention : 'A' active, 'R' resolved.
      *  TBDEPASS.NIVLET : 0 none sent, 1 / 2 / 3 the letter sent.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FILELET ASSIGN TO FILELET
           FILE STATUS IS FS-FILELET.

           SELECT FILERAP ASSIGN TO FILERAP
           FILE STATUS IS FS-FILERAP.
      *****************************************************************
       DATA DIVISION.
      *****************************************************************
       FILE SECTION.
      *  Escalation letters for the print shop. No COMP, no COMP-3 :
      *  amounts are edited with their sign and decimal point.
       FD  FILELET RECORDING MODE F
           RECORD CONTAINS 200 CHARACTERS.
       01  FILET-ENREG.
          05  LT-TYPE    PIC X(03).
          05  LT-NIVEAU  PIC X(02).
          05  LT-DTLET   PIC X(10).
          05  LT-IDCLI   PIC 9(09).
          05  LT-NOM     PIC X(30).
          05  LT-ADRESSE PIC X(30).
          05  LT-VILLE   PIC X(20).
          05  LT-CODPOST PIC X(10).
          05  LT-COMPTE  PIC 9(09).
          05  LT-CDEV    PIC X(03).
          05  LT-SOLDE   PIC -(13)9.99.
          05  LT-DECOUVERT PIC -(13)9.99.
          05  LT-MTDEP   PIC -(13)9.99.
          05  LT-NBJOURS PIC 9(05).
          05  LT-DTDEB   PIC X(10).
          05  FILLER     PIC X(08).

      *  Header record : first record of FILELET
       01  FILET-ENTETE.
          05  LE-TYPE    PIC X(03).
          05  LE-IDFIC   PIC X(08).
          05  LE-DTCRE   PIC X(10).
          05  FILLER     PIC X(179).

      *  Trailer record : last record of FILELET, the letter count
       01  FILET-FIN.
          05  LF-TYPE    PIC X(03).
          05  LF-NBENR   PIC 9(09).
          05  FILLER     PIC X(188).

      *  Aged excess report, one 80-byte print line per record
       FD  FILERAP RECORDING MODE F
           RECORD CONTAINS 80 CHARACTERS.
       01  RAP-LIGNE      PIC X(80).

      *****************************************************************
       WORKING-STORAGE SECTION.
      / FILES STATUS
       01 FS-FILELET     PIC X(02).
       01 FS-FILERAP     PIC X(02).

      / RUN DATE AND THE LETTER FILE ID BUILT FROM IT
       01 WS-CURRENT-DATE.
           05 WS-CD-YYYY    PIC 9(4).
           05 WS-CD-MM      PIC 9(2).
           05 WS-CD-DD      PIC 9(2).
           05 FILLER        PIC X(13).
       01 WS-TODAY-ISO      PIC X(10).
       01 WS-IDFIC.
           05 FILLER     PIC X(02) VALUE 'XL'.
           05 WS-IDFIC-YY PIC X(02).
           05 WS-IDFIC-MM PIC X(02).
           05 WS-IDFIC-DD PIC X(02).

      / DAY NUMBERS FOR THE CONSECUTIVE-DAY COUNT
       01 WS-DATE-YYYYMMDD.
           05 WS-DN-YYYY PIC X(04).
           05 WS-DN-MM   PIC X(02).
           05 WS-DN-DD   PIC X(02).
       01 WS-DATE-YYYYMMDD-N REDEFINES WS-DATE-YYYYMMDD PIC 9(08).
       01 WS-JOUR-TODAY  PIC S9(09) COMP VALUE 0.
       01 WS-JOUR-DEB    PIC S9(09) COMP VALUE 0.

      / CURSOR CONTROLS
       01 WS-END-EXCES-SW PIC X(01) VALUE 'N'.
           88 END-CSR-EXCES VALUE 'Y'.
       01 WS-END-FIN-SW   PIC X(01) VALUE 'N'.
           88 END-CSR-FIN VALUE 'Y'.

      / ACCOUNT IN EXCESS HOST FIELDS (CSR-EXCES)
       01 WS-E-COMPTE    PIC S9(09) COMP.
       01 WS-E-CDEV      PIC X(03).
       01 WS-E-SOLDE     PIC S9(13)V9(2) COMP-3.
       01 WS-E-DECOUVERT PIC S9(13)V9(2) COMP-3.
       01 WS-E-IDCLI     PIC S9(09) COMP.
       01 WS-E-CLIENT    PIC X(01).
           88 WS-E-HOLDER-FOUND VALUE 'Y'.
       01 WS-E-NOM       PIC X(30).
       01 WS-E-ADRESSE   PIC X(30).
       01 WS-E-VILLE     PIC X(20).
       01 WS-E-CODPOST   PIC X(10).
       01 WS-PREV-IDCLI  PIC S9(09) COMP VALUE -1.

      / THE ACCOUNT'S ACTIVE TBDEPASS ROW
       01 WS-D-DTDEB     PIC X(10).
       01 WS-D-NBJOURS   PIC S9(09) COMP VALUE 0.
       01 WS-D-NIVLET    PIC S9(04) COMP VALUE 0.
       01 WS-D-MTDEP     PIC S9(13)V9(2) COMP-3 VALUE 0.
       01 WS-NIV-DU      PIC S9(04) COMP VALUE 0.
       01 WS-NIV-X       PIC X(02).
       01 WS-BANDE       PIC X(05).

      / ACCOUNT BACK WITHIN ITS LIMIT HOST FIELDS (CSR-FIN)
       01 WS-F-COMPTE    PIC S9(09) COMP.
       01 WS-F-DTDEB     PIC X(10).
       01 WS-F-NBJOURS   PIC S9(09) COMP.

      / LETTER FILE CONTROLS
       01 WS-CNT-ENR     PIC 9(09) COMP VALUE 0.

      / RUN LEDGER (TBRUNLOG) FIELDS - THIS RUN'S ROW
       01 WS-RUNLOG-HDDEB  PIC X(08).
       01 WS-RUNLOG-LU     PIC S9(09) COMP VALUE 0.
       01 WS-RUNLOG-TRT    PIC S9(09) COMP VALUE 0.

      / COUNTERS FOR THE END-OF-RUN SUMMARY
       01 WS-CNT-EXCES     PIC 9(09) COMP VALUE 0.
       01 WS-CNT-NEW       PIC 9(09) COMP VALUE 0.
       01 WS-CNT-BANDE1    PIC 9(09) COMP VALUE 0.
       01 WS-CNT-BANDE2    PIC 9(09) COMP VALUE 0.
       01 WS-CNT-BANDE3    PIC 9(09) COMP VALUE 0.
       01 WS-CNT-LET1      PIC 9(09) COMP VALUE 0.
       01 WS-CNT-LET2      PIC 9(09) COMP VALUE 0.
       01 WS-CNT-LET3      PIC 9(09) COMP VALUE 0.
       01 WS-CNT-NOADR     PIC 9(09) COMP VALUE 0.
       01 WS-CNT-RESOLVED  PIC 9(09) COMP VALUE 0.
       01 WS-ED-CNT        PIC ZZZ,ZZZ,ZZ9.
       01 WS-ED-AMT        PIC -(13)9.99.
       01 WS-ED-AMT2       PIC -(13)9.99.
       01 WS-ED-COMPTE     PIC -(9)9.
       01 WS-ED-IDCLI      PIC -(9)9.
       01 WS-ED-JOURS      PIC ZZZZ9.

      / IMPORT SQLCA
           EXEC SQL INCLUDE SQLCA
           END-EXEC.

      / CURSOR : EVERY ACCOUNT NOT CLOSED BEYOND ITS LIMIT, WITH ITS
      / HOLDER. A LEGACY ACCOUNT WITH NO TBCLIENT ROW STILL REPORTS.
           EXEC SQL
              DECLARE CSR-EXCES CURSOR FOR
              SELECT K.COMPTE, K.CDEV, K.SOLDE, K.DECOUVERT,
                     K.IDCLI,
                     CASE WHEN L.IDCLI IS NULL THEN 'N'
                          ELSE 'Y' END,
                     COALESCE(L.NOM, ' '),
                     COALESCE(L.ADRESSE, ' '),
                     COALESCE(L.VILLE, ' '),
                     COALESCE(L.CODPOST, ' ')
              FROM   TBCOMPTE K
                     LEFT OUTER JOIN TBCLIENT L
                        ON L.IDCLI = K.IDCLI
              WHERE  K.STATUT <> 'C'
              AND    K.SOLDE < (K.DECOUVERT * -1)
              ORDER BY K.IDCLI, K.COMPTE
           END-EXEC.

      / CURSOR : ACTIVE EXCESS ROWS NOT SEEN TODAY - THE ACCOUNT IS
      / BACK WITHIN ITS LIMIT (OR CLOSED)
           EXEC SQL
              DECLARE CSR-FIN CURSOR FOR
              SELECT COMPTE, DTDEB, NBJOURS
              FROM   TBDEPASS
              WHERE  STATUT = 'A'
              AND    DTDER < :WS-TODAY-ISO
              ORDER BY COMPTE
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
           PERFORM 100-Main.
           PERFORM 150-Close-Resolved.
           PERFORM 222-Write-Trailer.
           PERFORM 835-Runlog-End.
           PERFORM 820-Final-Commit.
           PERFORM 700-Summary-Report.
           PERFORM 999-CFILES.
           GOBACK.

       000-OFILES.
           OPEN OUTPUT FILELET
           OPEN OUTPUT FILERAP
           .

       010-Initialize.
      **********************************************************
      *  One-time startup : run date, its day number, the letter
      *  file ID and header, the report heading
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           STRING WS-CD-YYYY '-' WS-CD-MM '-' WS-CD-DD
              DELIMITED BY SIZE INTO WS-TODAY-ISO

           MOVE WS-TODAY-ISO (1:4) TO WS-DN-YYYY
           MOVE WS-TODAY-ISO (6:2) TO WS-DN-MM
           MOVE WS-TODAY-ISO (9:2) TO WS-DN-DD
           COMPUTE WS-JOUR-TODAY =
              FUNCTION INTEGER-OF-DATE (WS-DATE-YYYYMMDD-N)

           MOVE WS-TODAY-ISO (3:2) TO WS-IDFIC-YY
           MOVE WS-TODAY-ISO (6:2) TO WS-IDFIC-MM
           MOVE WS-TODAY-ISO (9:2) TO WS-IDFIC-DD

           PERFORM 220-Write-Header

           MOVE SPACES TO RAP-LIGNE
           STRING 'PGM044 AGED EXCESS REPORT ' WS-TODAY-ISO
                  ' LETTERS ' WS-IDFIC
              DELIMITED BY SIZE INTO RAP-LIGNE
           WRITE RAP-LIGNE

           MOVE SPACES TO RAP-LIGNE
           WRITE RAP-LIGNE
           .

       100-Main.
      **********************************************************
      *  One pass over the accounts in excess, holder by holder :
      *  count the day, send the letter due, report the account
           PERFORM 300-Open-Csr-Exces
           PERFORM 330-Fetch-Csr-Exces

           PERFORM UNTIL (END-CSR-EXCES)
               ADD 1 TO WS-CNT-EXCES
               IF WS-E-IDCLI NOT = WS-PREV-IDCLI
                  PERFORM 730-Write-Holder-Line
                  MOVE WS-E-IDCLI TO WS-PREV-IDCLI
               END-IF
               PERFORM 120-Track-Excess
               PERFORM 130-Escalate
               PERFORM 710-Write-Excess-Line
               PERFORM 330-Fetch-Csr-Exces
           END-PERFORM

           PERFORM 390-Close-Csr-Exces
           .

       120-Track-Excess.
      **********************************************************
      *  Open the account's excess row on its first day, else
      *  bring the day count and the amount up to today
           COMPUTE WS-D-MTDEP =
              (WS-E-SOLDE + WS-E-DECOUVERT) * -1

           PERFORM 340-Access-Depass

           IF SQLCODE = 100
              ADD 1 TO WS-CNT-NEW
              MOVE WS-TODAY-ISO TO WS-D-DTDEB
              MOVE 1 TO WS-D-NBJOURS
              MOVE 0 TO WS-D-NIVLET
              PERFORM 321-Insert-Depass
           ELSE
              MOVE WS-D-DTDEB (1:4) TO WS-DN-YYYY
              MOVE WS-D-DTDEB (6:2) TO WS-DN-MM
              MOVE WS-D-DTDEB (9:2) TO WS-DN-DD
              COMPUTE WS-JOUR-DEB =
                 FUNCTION INTEGER-OF-DATE (WS-DATE-YYYYMMDD-N)
              COMPUTE WS-D-NBJOURS = WS-JOUR-TODAY - WS-JOUR-DEB + 1
              PERFORM 371-Update-Depass
           END-IF

           EVALUATE TRUE
              WHEN WS-D-NBJOURS >= 30
                 MOVE '30+  ' TO WS-BANDE
                 ADD 1 TO WS-CNT-BANDE3
              WHEN WS-D-NBJOURS >= 15
                 MOVE '15-29' TO WS-BANDE
                 ADD 1 TO WS-CNT-BANDE2
              WHEN OTHER
                 MOVE '1-14 ' TO WS-BANDE
                 ADD 1 TO WS-CNT-BANDE1
           END-EVALUATE
           .

       130-Escalate.
      **********************************************************
      *  The highest letter step reached and not yet sent. No
      *  holder, no address : reported, the letter stays due.
           EVALUATE TRUE
              WHEN WS-D-NBJOURS >= 30 AND WS-D-NIVLET < 3
                 MOVE 3 TO WS-NIV-DU
                 MOVE '30' TO WS-NIV-X
              WHEN WS-D-NBJOURS >= 15 AND WS-D-NIVLET < 2
                 MOVE 2 TO WS-NIV-DU
                 MOVE '15' TO WS-NIV-X
              WHEN WS-D-NIVLET < 1
                 MOVE 1 TO WS-NIV-DU
                 MOVE '01' TO WS-NIV-X
              WHEN OTHER
                 MOVE 0 TO WS-NIV-DU
           END-EVALUATE

           IF WS-NIV-DU > 0
              IF WS-E-HOLDER-FOUND
                 PERFORM 221-Write-Letter
                 MOVE WS-NIV-DU TO WS-D-NIVLET
                 PERFORM 372-Update-Nivlet
                 EVALUATE WS-NIV-DU
                    WHEN 1
                       ADD 1 TO WS-CNT-LET1
                    WHEN 2
                       ADD 1 TO WS-CNT-LET2
                    WHEN OTHER
                       ADD 1 TO WS-CNT-LET3
                 END-EVALUATE
              ELSE
                 ADD 1 TO WS-CNT-NOADR
                 PERFORM 715-Write-No-Address-Line
              END-IF
           END-IF
           .

       150-Close-Resolved.
      **********************************************************
      *  Every active row not refreshed today : the account is
      *  back within its limit (or was closed). Reported, then
      *  closed in one pass.
           MOVE SPACES TO RAP-LIGNE
           WRITE RAP-LIGNE
           MOVE SPACES TO RAP-LIGNE
           STRING 'ACCOUNTS BACK WITHIN THEIR LIMIT'
              DELIMITED BY SIZE INTO RAP-LIGNE
           WRITE RAP-LIGNE

           PERFORM 301-Open-Csr-Fin
           PERFORM 331-Fetch-Csr-Fin

           PERFORM UNTIL (END-CSR-FIN)
               ADD 1 TO WS-CNT-RESOLVED
               PERFORM 720-Write-Resolved-Line
               PERFORM 331-Fetch-Csr-Fin
           END-PERFORM

           PERFORM 391-Close-Csr-Fin

           PERFORM 373-Resolve-Depass
           .

       220-Write-Header.
      **********************************************************
      *  The HDR record : letter file ID keyed on the run date
           MOVE SPACES TO FILET-ENTETE
           MOVE 'HDR' TO LE-TYPE
           MOVE WS-IDFIC TO LE-IDFIC
           MOVE WS-TODAY-ISO TO LE-DTCRE
           WRITE FILET-ENTETE
           .

       221-Write-Letter.
      **********************************************************
      *  One escalation letter : the step, the holder's name and
      *  address, the account and how long it has been in excess
           MOVE SPACES TO FILET-ENREG
           MOVE 'LET' TO LT-TYPE
           MOVE WS-NIV-X TO LT-NIVEAU
           MOVE WS-TODAY-ISO TO LT-DTLET
           MOVE WS-E-IDCLI TO LT-IDCLI
           MOVE WS-E-NOM TO LT-NOM
           MOVE WS-E-ADRESSE TO LT-ADRESSE
           MOVE WS-E-VILLE TO LT-VILLE
           MOVE WS-E-CODPOST TO LT-CODPOST
           MOVE WS-E-COMPTE TO LT-COMPTE
           MOVE WS-E-CDEV TO LT-CDEV
           MOVE WS-E-SOLDE TO LT-SOLDE
           MOVE WS-E-DECOUVERT TO LT-DECOUVERT
           MOVE WS-D-MTDEP TO LT-MTDEP
           MOVE WS-D-NBJOURS TO LT-NBJOURS
           MOVE WS-D-DTDEB TO LT-DTDEB
           WRITE FILET-ENREG

           ADD 1 TO WS-CNT-ENR
           .

       222-Write-Trailer.
      **********************************************************
      *  The TRL record : the letter count
           MOVE SPACES TO FILET-FIN
           MOVE 'TRL' TO LF-TYPE
           MOVE WS-CNT-ENR TO LF-NBENR
           WRITE FILET-FIN
           .

       300-Open-Csr-Exces.
      **********************************************************
      *  Open the accounts-in-excess cursor
           EXEC SQL
              OPEN CSR-EXCES
           END-EXEC

           PERFORM D550-CHECKSQL
           .

       301-Open-Csr-Fin.
      **********************************************************
      *  Open the back-within-limit cursor
           EXEC SQL
              OPEN CSR-FIN
           END-EXEC

           PERFORM D550-CHECKSQL
           .

       321-Insert-Depass.
      **********************************************************
      *  First day in excess : the account's new active row
           EXEC SQL
              INSERT INTO TBDEPASS
              (
                COMPTE,
                DTDEB,
                DTDER,
                DTFIN,
                NBJOURS,
                NIVLET,
                MTDEP,
                CDEV,
                STATUT,
                DDMAJ,
                HDMAJ
              )
              VALUES
              (
                :WS-E-COMPTE,
                :WS-D-DTDEB,
                :WS-TODAY-ISO,
                 ' ',
                :WS-D-NBJOURS,
                :WS-D-NIVLET,
                :WS-D-MTDEP,
                :WS-E-CDEV,
                 'A',
                 CURRENT DATE,
                 CURRENT TIME
              )
           END-EXEC

           PERFORM D550-CHECKSQL
           .

       330-Fetch-Csr-Exces.
      **********************************************************
      *  Fetch the next account in excess
           EXEC SQL
              FETCH CSR-EXCES
              INTO  :WS-E-COMPTE, :WS-E-CDEV, :WS-E-SOLDE,
                    :WS-E-DECOUVERT, :WS-E-IDCLI, :WS-E-CLIENT,
                    :WS-E-NOM, :WS-E-ADRESSE, :WS-E-VILLE,
                    :WS-E-CODPOST
           END-EXEC

           IF SQLCODE = 100
              MOVE 'Y' TO WS-END-EXCES-SW
           ELSE
              PERFORM D550-CHECKSQL
           END-IF
           .

       331-Fetch-Csr-Fin.
      **********************************************************
      *  Fetch the next account back within its limit
           EXEC SQL
              FETCH CSR-FIN
              INTO  :WS-F-COMPTE, :WS-F-DTDEB, :WS-F-NBJOURS
           END-EXEC

           IF SQLCODE = 100
              MOVE 'Y' TO WS-END-FIN-SW
           ELSE
              PERFORM D550-CHECKSQL
           END-IF
           .

       340-Access-Depass.
      **********************************************************
      *  The account's active excess row. SQLCODE 100 handled by
      *  the caller.
           EXEC SQL
              SELECT DTDEB, NIVLET
              INTO   :WS-D-DTDEB, :WS-D-NIVLET
              FROM   TBDEPASS
              WHERE  COMPTE=:WS-E-COMPTE
              AND    STATUT='A'
           END-EXEC

           IF SQLCODE NOT = 100
              PERFORM D550-CHECKSQL
           END-IF
           .

       371-Update-Depass.
      **********************************************************
      *  Another day in excess : count, amount, last day seen
           EXEC SQL
              UPDATE TBDEPASS
              SET DTDER=:WS-TODAY-ISO,
                  NBJOURS=:WS-D-NBJOURS,
                  MTDEP=:WS-D-MTDEP,
                  DDMAJ=CURRENT DATE,
                  HDMAJ=CURRENT TIME
              WHERE COMPTE=:WS-E-COMPTE
              AND   STATUT='A'
           END-EXEC

           PERFORM D550-CHECKSQL
           .

       372-Update-Nivlet.
      **********************************************************
      *  Record the letter step just sent
           EXEC SQL
              UPDATE TBDEPASS
              SET NIVLET=:WS-D-NIVLET,
                  DDMAJ=CURRENT DATE,
                  HDMAJ=CURRENT TIME
              WHERE COMPTE=:WS-E-COMPTE
              AND   STATUT='A'
           END-EXEC

           PERFORM D550-CHECKSQL
           .

       373-Resolve-Depass.
      **********************************************************
      *  Close every active row not seen in excess today
           EXEC SQL
              UPDATE TBDEPASS
              SET STATUT='R',
                  DTFIN=:WS-TODAY-ISO,
                  DDMAJ=CURRENT DATE,
                  HDMAJ=CURRENT TIME
              WHERE STATUT='A'
              AND   DTDER<:WS-TODAY-ISO
           END-EXEC

           IF SQLCODE NOT = 100
              PERFORM D550-CHECKSQL
           END-IF
           .

       390-Close-Csr-Exces.
      **********************************************************
      *  Close the accounts-in-excess cursor
           EXEC SQL
              CLOSE CSR-EXCES
           END-EXEC

           PERFORM D550-CHECKSQL
           .

       391-Close-Csr-Fin.
      **********************************************************
      *  Close the back-within-limit cursor
           EXEC SQL
              CLOSE CSR-FIN
           END-EXEC

           PERFORM D550-CHECKSQL
           .

       710-Write-Excess-Line.
      **********************************************************
      *  Report line for one account in excess
           MOVE WS-E-COMPTE TO WS-ED-COMPTE
           MOVE WS-D-MTDEP TO WS-ED-AMT
           MOVE WS-E-DECOUVERT TO WS-ED-AMT2
           MOVE WS-D-NBJOURS TO WS-ED-JOURS
           MOVE SPACES TO RAP-LIGNE
           STRING '  COMPTE ' WS-ED-COMPTE ' ' WS-E-CDEV
                  ' EXCESS ' WS-ED-AMT
                  ' DAYS ' WS-ED-JOURS
                  ' ' WS-BANDE
              DELIMITED BY SIZE INTO RAP-LIGNE
           WRITE RAP-LIGNE

           MOVE SPACES TO RAP-LIGNE
           STRING '         SINCE ' WS-D-DTDEB
                  ' LIMIT ' WS-ED-AMT2
              DELIMITED BY SIZE INTO RAP-LIGNE
           WRITE RAP-LIGNE
           .

       715-Write-No-Address-Line.
      **********************************************************
      *  The letter due could not be written
           MOVE SPACES TO RAP-LIGNE
           STRING '         ** LETTER ' WS-NIV-X
                  ' DUE - NO TBCLIENT HOLDER, NOT SENT'
              DELIMITED BY SIZE INTO RAP-LIGNE
           WRITE RAP-LIGNE
           .

       720-Write-Resolved-Line.
      **********************************************************
      *  Report line for an account back within its limit
           MOVE WS-F-COMPTE TO WS-ED-COMPTE
           MOVE WS-F-NBJOURS TO WS-ED-JOURS
           MOVE SPACES TO RAP-LIGNE
           STRING '  COMPTE ' WS-ED-COMPTE
                  ' IN EXCESS SINCE ' WS-F-DTDEB
                  ' FOR ' WS-ED-JOURS ' DAYS - ENDED'
              DELIMITED BY SIZE INTO RAP-LIGNE
           WRITE RAP-LIGNE
           .

       730-Write-Holder-Line.
      **********************************************************
      *  Holder heading : IDCLI and the TBCLIENT name. A legacy
      *  account whose IDCLI matches no customer says so.
           MOVE WS-E-IDCLI TO WS-ED-IDCLI
           MOVE SPACES TO RAP-LIGNE
           IF WS-E-HOLDER-FOUND
              STRING 'HOLDER ' WS-ED-IDCLI ' ' WS-E-NOM
                 DELIMITED BY SIZE INTO RAP-LIGNE
           ELSE
              STRING 'HOLDER ' WS-ED-IDCLI ' NOT ON TBCLIENT'
                 DELIMITED BY SIZE INTO RAP-LIGNE
           END-IF
           WRITE RAP-LIGNE
           .

       700-Summary-Report.
      **********************************************************
      *  End-of-run summary at the bottom of the report
           MOVE SPACES TO RAP-LIGNE
           WRITE RAP-LIGNE

           MOVE SPACES TO RAP-LIGNE
           STRING 'PGM044 EXCESS SUMMARY FOR ' WS-TODAY-ISO
              DELIMITED BY SIZE INTO RAP-LIGNE
           WRITE RAP-LIGNE

           MOVE WS-CNT-EXCES TO WS-ED-CNT
           MOVE SPACES TO RAP-LIGNE
           STRING 'ACCOUNTS IN EXCESS : ' WS-ED-CNT
              DELIMITED BY SIZE INTO RAP-LIGNE
           WRITE RAP-LIGNE

           MOVE WS-CNT-NEW TO WS-ED-CNT
           MOVE SPACES TO RAP-LIGNE
           STRING '  NEW TODAY        : ' WS-ED-CNT
              DELIMITED BY SIZE INTO RAP-LIGNE
           WRITE RAP-LIGNE

           MOVE WS-CNT-BANDE1 TO WS-ED-CNT
           MOVE SPACES TO RAP-LIGNE
           STRING '  1-14 DAYS        : ' WS-ED-CNT
              DELIMITED BY SIZE INTO RAP-LIGNE
           WRITE RAP-LIGNE

           MOVE WS-CNT-BANDE2 TO WS-ED-CNT
           MOVE SPACES TO RAP-LIGNE
           STRING '  15-29 DAYS       : ' WS-ED-CNT
              DELIMITED BY SIZE INTO RAP-LIGNE
           WRITE RAP-LIGNE

           MOVE WS-CNT-BANDE3 TO WS-ED-CNT
           MOVE SPACES TO RAP-LIGNE
           STRING '  30 DAYS AND OVER : ' WS-ED-CNT
              DELIMITED BY SIZE INTO RAP-LIGNE
           WRITE RAP-LIGNE

           MOVE WS-CNT-LET1 TO WS-ED-CNT
           MOVE SPACES TO RAP-LIGNE
           STRING 'LETTERS DAY 1      : ' WS-ED-CNT
              DELIMITED BY SIZE INTO RAP-LIGNE
           WRITE RAP-LIGNE

           MOVE WS-CNT-LET2 TO WS-ED-CNT
           MOVE SPACES TO RAP-LIGNE
           STRING 'LETTERS DAY 15     : ' WS-ED-CNT
              DELIMITED BY SIZE INTO RAP-LIGNE
           WRITE RAP-LIGNE

           MOVE WS-CNT-LET3 TO WS-ED-CNT
           MOVE SPACES TO RAP-LIGNE
           STRING 'LETTERS DAY 30     : ' WS-ED-CNT
              DELIMITED BY SIZE INTO RAP-LIGNE
           WRITE RAP-LIGNE

           MOVE WS-CNT-NOADR TO WS-ED-CNT
           MOVE SPACES TO RAP-LIGNE
           STRING 'LETTERS NOT SENT   : ' WS-ED-CNT
              DELIMITED BY SIZE INTO RAP-LIGNE
           WRITE RAP-LIGNE

           MOVE WS-CNT-RESOLVED TO WS-ED-CNT
           MOVE SPACES TO RAP-LIGNE
           STRING 'BACK WITHIN LIMIT  : ' WS-ED-CNT
              DELIMITED BY SIZE INTO RAP-LIGNE
           WRITE RAP-LIGNE
           .

       820-Final-Commit.
      **********************************************************
      *  Commit the day counts, letter steps and closures with
      *  the run ledger - the letter file is complete by now
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
                'PGM044',
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
           MOVE WS-CNT-EXCES TO WS-RUNLOG-LU
           MOVE WS-CNT-ENR TO WS-RUNLOG-TRT

           EXEC SQL
              UPDATE TBRUNLOG
              SET HDFIN=CURRENT TIME,
                  ETAT='T',
                  CNTLU=:WS-RUNLOG-LU,
                  CNTTRT=:WS-RUNLOG-TRT,
                  DDMAJ=CURRENT DATE,
                  HDMAJ=CURRENT TIME
              WHERE PGMNAME='PGM044'
              AND   DTRUN=CURRENT DATE
              AND   HDDEB=:WS-RUNLOG-HDDEB
           END-EXEC

           PERFORM D550-CHECKSQL
           .

       999-CFILES.
      **********************************************************
      *  This routine should close file(s)
           CLOSE FILELET
           CLOSE FILERAP
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
