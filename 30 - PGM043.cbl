       PROCESS TEST
      *****************************************************************
      * Program name:    PGM043
      * Original author: SVCTEAM
      *
      * Maintenence Log
      * Date      Author        Maintenance Requirement
      * --------- ------------  ---------------------------------------
      * 10/15/26  SVCTEAM       Created : end-of-day extract of the
      *                         TBSAISIE teller captures (PGM042)
      *                         into a complete PGM017 FILEIN
      *                         (HDR/TRL controls, file ID unique
      *                         per run), with the till balancing
      *                         report per teller USERID, and the
      *                         TBRUNLOG run ledger row
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PGM043.
       AUTHOR.        SVCTEAM.
       INSTALLATION.  COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN.  10/15/26.
       DATE-COMPILED. 10/15/26.
       SECURITY.      NON-CONFIDENTIAL.
      *****************************************************************
      *  Purpose : hand the counter's operations to PGM017. Every
      *  TBSAISIE row still staged (STATUT 'S'), whatever its
      *  capture date, is written as a FICOPER-ENREG record in
      *  capture order (DTSAI, NSEQ) and marked extracted ('X')
      *  with the file ID it went out in ; the run commits once at
      *  the end, so an abend leaves every row staged and the
      *  re-run rebuilds the same file.
      *
      *  The file is wrapped in the HDR/TRL pair PGM017 demands.
      *  FE-IDFIC is 'T' + today (YYMMDD) + the run's sequence in
      *  the day (1 + the completed PGM043 runs already on
      *  TBRUNLOG today) - a second extract the same day, for the
      *  captures keyed after the first, carries its own ID and
      *  posts, while the same file fed twice to PGM017 is still
      *  refused by TBRUNCTL. FT-NBENR/FT-MTTOT carry the count
      *  and amount hash 470-Validate-Trailer checks. FM-ROPER is
      *  the capture's own 'G' reference ; ANN carries the
      *  reversed reference in FM-ROPER-ORIG, TRF the credited
      *  account in FM-COMPTE-CTR.
      *
      *  FILECAI, the till balancing report : for each teller
      *  USERID and currency, the day's captures (DTSAI today,
      *  extracted by this run or earlier) - cash in (VIR), cash
      *  out (RET) against the teller's TBGUICHET limit, the net
      *  the till should show, then the non-cash TRF and ANN -
      *  followed by the run summary.
      *
      *  The entry edits were PGM042's ; PGM017 still edits every
      *  record again at posting and rejects to FILEREJ what no
      *  longer passes (the balance may have moved since).
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FILEOUT ASSIGN TO FILEOUT
           FILE STATUS IS FS-FILEOUT.

           SELECT FILECAI ASSIGN TO FILECAI
           FILE STATUS IS FS-FILECAI.
      *****************************************************************
       DATA DIVISION.
      *****************************************************************
       FILE SECTION.
      *  Extracted PGM017 input : FICOPER-ENREG data records
      *  between the HDR/TRL control pair
       FD  FILEOUT RECORDING MODE F
           RECORD CONTAINS 80 CHARACTERS.
       01  FICOPER-ENREG.
          05  FM-COMPTE  PIC S9(09) COMP.
          05  FM-ROPER   PIC X(10).
          05  FM-COPER   PIC X(03).
          05  FM-MTOPER  PIC 9(13)V9(2) COMP-3.
          05  FM-CDEV    PIC X(03).
          05  FM-DTOPER  PIC X(10).
          05  FM-ROPER-ORIG PIC X(10).
          05  FM-COMPTE-CTR PIC X(09).
          05  FILLER     PIC X(10).

       01  FICOPER-ENTETE.
          05  FE-TYPE    PIC X(03).
          05  FE-IDFIC   PIC X(08).
          05  FE-DTCRE   PIC X(10).
          05  FILLER     PIC X(46).

       01  FICOPER-FIN.
          05  FT-TYPE    PIC X(03).
          05  FT-NBENR   PIC 9(09).
          05  FT-MTTOT   PIC 9(13)V9(2).
          05  FILLER     PIC X(40).

      *  Till balancing report, one 80-byte print line per record
       FD  FILECAI RECORDING MODE F
           RECORD CONTAINS 80 CHARACTERS.
       01  CAI-LIGNE      PIC X(80).

      *****************************************************************
       WORKING-STORAGE SECTION.
      / FILES STATUS
       01 FS-FILEOUT     PIC X(02).
       01 FS-FILECAI     PIC X(02).

      / TODAY AND THE FILE ID : 'T' + YYMMDD + RUN SEQUENCE
       01 WS-CURRENT-DATE.
           05 WS-CD-YYYY    PIC 9(4).
           05 WS-CD-MM      PIC 9(2).
           05 WS-CD-DD      PIC 9(2).
           05 FILLER        PIC X(13).
       01 WS-TODAY-ISO   PIC X(10).
       01 WS-IDFIC.
           05 FILLER      PIC X(01) VALUE 'T'.
           05 WS-IDFIC-YY PIC X(02).
           05 WS-IDFIC-MM PIC X(02).
           05 WS-IDFIC-DD PIC X(02).
           05 WS-IDFIC-SEQ PIC 9(01).
       01 WS-NB-RUNS     PIC S9(09) COMP VALUE 0.

      / CURSOR CONTROLS
       01 WS-END-SAISIE-SW PIC X(01) VALUE 'N'.
           88 END-CSR-SAISIE VALUE 'Y'.
       01 WS-END-CAISSE-SW PIC X(01) VALUE 'N'.
           88 END-CSR-CAISSE VALUE 'Y'.

      / CAPTURE HOST FIELDS (CSR-SAISIE)
       01 WS-S-DTSAI     PIC X(10).
       01 WS-S-NSEQ      PIC S9(09) COMP.
       01 WS-S-COMPTE    PIC S9(09) COMP.
       01 WS-S-ROPER     PIC X(10).
       01 WS-S-COPER     PIC X(03).
       01 WS-S-MTOPER    PIC S9(13)V9(2) COMP-3.
       01 WS-S-CDEV      PIC X(03).
       01 WS-S-DTOPER    PIC X(10).
       01 WS-S-RORIG     PIC X(10).
       01 WS-S-CTRPART   PIC X(09).
       01 WS-S-USERID    PIC X(08).

      / TILL HOST FIELDS (CSR-CAISSE), ONE ROW PER USERID/CDEV
       01 WS-C-USERID    PIC X(08).
       01 WS-C-CDEV      PIC X(03).
       01 WS-C-NB-VIR    PIC S9(09) COMP.
       01 WS-C-MT-VIR    PIC S9(13)V9(2) COMP-3.
       01 WS-C-NB-RET    PIC S9(09) COMP.
       01 WS-C-MT-RET    PIC S9(13)V9(2) COMP-3.
       01 WS-C-NB-TRF    PIC S9(09) COMP.
       01 WS-C-MT-TRF    PIC S9(13)V9(2) COMP-3.
       01 WS-C-NB-ANN    PIC S9(09) COMP.
       01 WS-C-MT-ANN    PIC S9(13)V9(2) COMP-3.
       01 WS-C-NET       PIC S9(13)V9(2) COMP-3.
       01 WS-C-PLAFOND   PIC S9(13)V9(2) COMP-3.
       01 WS-PREV-USERID PIC X(08) VALUE SPACES.

      / TRAILER CONTROLS ACCUMULATED ON THE WAY
       01 WS-CNT-ENR     PIC 9(09) COMP VALUE 0.
       01 WS-MTTOT       PIC 9(13)V9(2) COMP-3 VALUE 0.

      / RUN LEDGER (TBRUNLOG) FIELDS - THIS RUN'S ROW
       01 WS-RUNLOG-HDDEB  PIC X(08).
       01 WS-RUNLOG-LU     PIC S9(09) COMP VALUE 0.
       01 WS-RUNLOG-TRT    PIC S9(09) COMP VALUE 0.

      / COUNTERS FOR THE END-OF-RUN SUMMARY
       01 WS-CNT-TELLER    PIC 9(09) COMP VALUE 0.
       01 WS-CNT-OVER      PIC 9(09) COMP VALUE 0.
       01 WS-ED-CNT        PIC ZZZ,ZZZ,ZZ9.
       01 WS-ED-AMT        PIC -(13)9.99.
       01 WS-ED-AMT2       PIC -(13)9.99.

      / IMPORT SQLCA
           EXEC SQL INCLUDE SQLCA
           END-EXEC.

      / CURSOR OVER THE STAGED CAPTURES, IN CAPTURE ORDER
           EXEC SQL
              DECLARE CSR-SAISIE CURSOR FOR
              SELECT DTSAI, NSEQ, COMPTE, ROPER, COPER, MTOPER,
                     CDEV, DTOPER, RORIG, CTRPART, USERID
              FROM   TBSAISIE
              WHERE  STATUT = 'S'
              ORDER BY DTSAI, NSEQ
           END-EXEC.

      / CURSOR : THE DAY'S CAPTURES BY TELLER AND CURRENCY, SPLIT
      / BY OPERATION CODE FOR THE TILL
           EXEC SQL
              DECLARE CSR-CAISSE CURSOR FOR
              SELECT USERID, CDEV,
                     SUM(CASE WHEN COPER = 'VIR' THEN 1 ELSE 0 END),
                     SUM(CASE WHEN COPER = 'VIR' THEN MTOPER
                              ELSE 0 END),
                     SUM(CASE WHEN COPER = 'RET' THEN 1 ELSE 0 END),
                     SUM(CASE WHEN COPER = 'RET' THEN MTOPER
                              ELSE 0 END),
                     SUM(CASE WHEN COPER = 'TRF' THEN 1 ELSE 0 END),
                     SUM(CASE WHEN COPER = 'TRF' THEN MTOPER
                              ELSE 0 END),
                     SUM(CASE WHEN COPER = 'ANN' THEN 1 ELSE 0 END),
                     SUM(CASE WHEN COPER = 'ANN' THEN MTOPER
                              ELSE 0 END)
              FROM   TBSAISIE
              WHERE  DTSAI = :WS-TODAY-ISO
              GROUP BY USERID, CDEV
              ORDER BY USERID, CDEV
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
           PERFORM 220-Write-Header.
           PERFORM 100-Main.
           PERFORM 222-Write-Trailer.
           PERFORM 150-Till-Report.
           PERFORM 835-Runlog-End.
           PERFORM 820-Final-Commit.
           PERFORM 700-Summary-Report.
           PERFORM 999-CFILES.
           GOBACK.

       000-OFILES.
           OPEN OUTPUT FILEOUT
           OPEN OUTPUT FILECAI
           .

       010-Initialize.
      **********************************************************
      *  One-time startup : today, and the file ID - the run's
      *  sequence in the day follows the completed runs already
      *  on TBRUNLOG
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           MOVE SPACES TO WS-TODAY-ISO
           STRING WS-CD-YYYY '-' WS-CD-MM '-' WS-CD-DD
              DELIMITED BY SIZE INTO WS-TODAY-ISO

           EXEC SQL
              SELECT COUNT(*)
              INTO   :WS-NB-RUNS
              FROM   TBRUNLOG
              WHERE  PGMNAME='PGM043'
              AND    DTRUN=CURRENT DATE
              AND    ETAT='T'
           END-EXEC

           PERFORM D550-CHECKSQL

           IF WS-NB-RUNS > 8
              PERFORM D720-TOO-MANY-RUNS
           END-IF

           MOVE WS-TODAY-ISO (3:2) TO WS-IDFIC-YY
           MOVE WS-TODAY-ISO (6:2) TO WS-IDFIC-MM
           MOVE WS-TODAY-ISO (9:2) TO WS-IDFIC-DD
           COMPUTE WS-IDFIC-SEQ = WS-NB-RUNS + 1

           MOVE SPACES TO CAI-LIGNE
           STRING 'PGM043 TELLER TILL BALANCING ' WS-TODAY-ISO
                  '  FILE ' WS-IDFIC
              DELIMITED BY SIZE INTO CAI-LIGNE
           WRITE CAI-LIGNE

           MOVE SPACES TO CAI-LIGNE
           WRITE CAI-LIGNE
           .

       100-Main.
      **********************************************************
      *  One pass over the staged captures : each one out on
      *  FILEOUT, then marked extracted under this file ID
           PERFORM 300-Open-Csr-Saisie
           PERFORM 330-Fetch-Csr-Saisie

           PERFORM UNTIL (END-CSR-SAISIE)
               PERFORM 221-Write-Operation
               PERFORM 370-Update-Saisie
               PERFORM 330-Fetch-Csr-Saisie
           END-PERFORM

           PERFORM 390-Close-Csr-Saisie
           .

       150-Till-Report.
      **********************************************************
      *  One block per teller and currency on FILECAI
           PERFORM 301-Open-Csr-Caisse
           PERFORM 331-Fetch-Csr-Caisse

           PERFORM UNTIL (END-CSR-CAISSE)
               IF WS-C-USERID NOT = WS-PREV-USERID
                  ADD 1 TO WS-CNT-TELLER
                  MOVE WS-C-USERID TO WS-PREV-USERID
               END-IF
               PERFORM 340-Access-Cash-Limit
               PERFORM 720-Write-Till-Block
               PERFORM 331-Fetch-Csr-Caisse
           END-PERFORM

           PERFORM 391-Close-Csr-Caisse
           .

       220-Write-Header.
      **********************************************************
      *  The HDR record PGM017 demands first : the run's file ID,
      *  so TBRUNCTL refuses the same file posted twice
           MOVE SPACES TO FICOPER-ENTETE
           MOVE 'HDR' TO FE-TYPE
           MOVE WS-IDFIC TO FE-IDFIC
           MOVE WS-TODAY-ISO TO FE-DTCRE
           WRITE FICOPER-ENTETE
           .

       221-Write-Operation.
      **********************************************************
      *  One FICOPER-ENREG record for the capture, and its share
      *  of the trailer controls
           MOVE SPACES TO FICOPER-ENREG
           MOVE WS-S-COMPTE TO FM-COMPTE
           MOVE WS-S-ROPER  TO FM-ROPER
           MOVE WS-S-COPER  TO FM-COPER
           MOVE WS-S-MTOPER TO FM-MTOPER
           MOVE WS-S-CDEV   TO FM-CDEV
           MOVE WS-S-DTOPER TO FM-DTOPER
           IF WS-S-COPER = 'ANN'
              MOVE WS-S-RORIG TO FM-ROPER-ORIG
           ELSE
              MOVE SPACES TO FM-ROPER-ORIG
           END-IF
           IF WS-S-COPER = 'TRF'
              MOVE WS-S-CTRPART TO FM-COMPTE-CTR
           ELSE
              MOVE SPACES TO FM-COMPTE-CTR
           END-IF
           WRITE FICOPER-ENREG

           ADD 1 TO WS-CNT-ENR
           ADD WS-S-MTOPER TO WS-MTTOT
           .

       222-Write-Trailer.
      **********************************************************
      *  The TRL record : count and amount hash of the data
      *  records, exactly what 470-Validate-Trailer recomputes
           MOVE SPACES TO FICOPER-FIN
           MOVE 'TRL' TO FT-TYPE
           MOVE WS-CNT-ENR TO FT-NBENR
           MOVE WS-MTTOT TO FT-MTTOT
           WRITE FICOPER-FIN
           .

       300-Open-Csr-Saisie.
      **********************************************************
      *  Open the staged-captures cursor
           EXEC SQL
              OPEN CSR-SAISIE
           END-EXEC

           PERFORM D550-CHECKSQL
           .

       301-Open-Csr-Caisse.
      **********************************************************
      *  Open the till cursor
           EXEC SQL
              OPEN CSR-CAISSE
           END-EXEC

           PERFORM D550-CHECKSQL
           .

       330-Fetch-Csr-Saisie.
      **********************************************************
      *  Fetch the next staged capture
           EXEC SQL
              FETCH CSR-SAISIE
              INTO  :WS-S-DTSAI, :WS-S-NSEQ, :WS-S-COMPTE,
                    :WS-S-ROPER, :WS-S-COPER, :WS-S-MTOPER,
                    :WS-S-CDEV, :WS-S-DTOPER, :WS-S-RORIG,
                    :WS-S-CTRPART, :WS-S-USERID
           END-EXEC

           IF SQLCODE = 100
              MOVE 'Y' TO WS-END-SAISIE-SW
           ELSE
              PERFORM D550-CHECKSQL
           END-IF
           .

       331-Fetch-Csr-Caisse.
      **********************************************************
      *  Fetch the next teller/currency till row
           EXEC SQL
              FETCH CSR-CAISSE
              INTO  :WS-C-USERID, :WS-C-CDEV,
                    :WS-C-NB-VIR, :WS-C-MT-VIR,
                    :WS-C-NB-RET, :WS-C-MT-RET,
                    :WS-C-NB-TRF, :WS-C-MT-TRF,
                    :WS-C-NB-ANN, :WS-C-MT-ANN
           END-EXEC

           IF SQLCODE = 100
              MOVE 'Y' TO WS-END-CAISSE-SW
           ELSE
              PERFORM D550-CHECKSQL
           END-IF
           .

       340-Access-Cash-Limit.
      **********************************************************
      *  The teller's TBGUICHET limit in the currency, zero when
      *  none is on file
           EXEC SQL
              SELECT MTPLAF
              INTO   :WS-C-PLAFOND
              FROM   TBGUICHET
              WHERE  USERID=:WS-C-USERID
              AND    CDEV=:WS-C-CDEV
           END-EXEC

           IF SQLCODE = 100
              MOVE 0 TO WS-C-PLAFOND
           ELSE
              PERFORM D550-CHECKSQL
           END-IF
           .

       370-Update-Saisie.
      **********************************************************
      *  Mark the capture extracted, under this run's file ID
           EXEC SQL
              UPDATE TBSAISIE
              SET STATUT='X',
                  IDFIC=:WS-IDFIC,
                  DDMAJ=CURRENT DATE,
                  HDMAJ=CURRENT TIME
              WHERE DTSAI=:WS-S-DTSAI
              AND   NSEQ=:WS-S-NSEQ
           END-EXEC

           PERFORM D550-CHECKSQL
           .

       390-Close-Csr-Saisie.
      **********************************************************
      *  Close the staged-captures cursor
           EXEC SQL
              CLOSE CSR-SAISIE
           END-EXEC

           PERFORM D550-CHECKSQL
           .

       391-Close-Csr-Caisse.
      **********************************************************
      *  Close the till cursor
           EXEC SQL
              CLOSE CSR-CAISSE
           END-EXEC

           PERFORM D550-CHECKSQL
           .

       720-Write-Till-Block.
      **********************************************************
      *  The till of one teller in one currency : cash in, cash
      *  out against the limit, the net the drawer should show,
      *  then what moved without cash
           COMPUTE WS-C-NET = WS-C-MT-VIR - WS-C-MT-RET

           MOVE SPACES TO CAI-LIGNE
           STRING 'TELLER ' WS-C-USERID '  CURRENCY ' WS-C-CDEV
              DELIMITED BY SIZE INTO CAI-LIGNE
           WRITE CAI-LIGNE

           MOVE WS-C-NB-VIR TO WS-ED-CNT
           MOVE WS-C-MT-VIR TO WS-ED-AMT
           MOVE SPACES TO CAI-LIGNE
           STRING '  CASH IN   VIR ' WS-ED-CNT ' ' WS-ED-AMT
              DELIMITED BY SIZE INTO CAI-LIGNE
           WRITE CAI-LIGNE

           MOVE WS-C-NB-RET TO WS-ED-CNT
           MOVE WS-C-MT-RET TO WS-ED-AMT
           MOVE WS-C-PLAFOND TO WS-ED-AMT2
           MOVE SPACES TO CAI-LIGNE
           STRING '  CASH OUT  RET ' WS-ED-CNT ' ' WS-ED-AMT
                  ' LIMIT ' WS-ED-AMT2
              DELIMITED BY SIZE INTO CAI-LIGNE
           WRITE CAI-LIGNE

           IF WS-C-MT-RET > WS-C-PLAFOND
              ADD 1 TO WS-CNT-OVER
              MOVE SPACES TO CAI-LIGNE
              STRING '  ** CASH OUT ABOVE THE TELLER LIMIT - CHECK '
                     'TBGUICHET CHANGES OF THE DAY'
                 DELIMITED BY SIZE INTO CAI-LIGNE
              WRITE CAI-LIGNE
           END-IF

           MOVE WS-C-NET TO WS-ED-AMT
           MOVE SPACES TO CAI-LIGNE
           STRING '  NET CASH                  ' WS-ED-AMT
              DELIMITED BY SIZE INTO CAI-LIGNE
           WRITE CAI-LIGNE

           MOVE WS-C-NB-TRF TO WS-ED-CNT
           MOVE WS-C-MT-TRF TO WS-ED-AMT
           MOVE SPACES TO CAI-LIGNE
           STRING '  NON-CASH  TRF ' WS-ED-CNT ' ' WS-ED-AMT
              DELIMITED BY SIZE INTO CAI-LIGNE
           WRITE CAI-LIGNE

           MOVE WS-C-NB-ANN TO WS-ED-CNT
           MOVE WS-C-MT-ANN TO WS-ED-AMT
           MOVE SPACES TO CAI-LIGNE
           STRING '  NON-CASH  ANN ' WS-ED-CNT ' ' WS-ED-AMT
              DELIMITED BY SIZE INTO CAI-LIGNE
           WRITE CAI-LIGNE

           MOVE SPACES TO CAI-LIGNE
           WRITE CAI-LIGNE
           .

       700-Summary-Report.
      **********************************************************
      *  End-of-run summary at the bottom of the till report
           MOVE SPACES TO CAI-LIGNE
           STRING 'PGM043 EXTRACT SUMMARY FOR ' WS-TODAY-ISO
                  '  FILE ' WS-IDFIC
              DELIMITED BY SIZE INTO CAI-LIGNE
           WRITE CAI-LIGNE

           MOVE WS-CNT-ENR TO WS-ED-CNT
           MOVE SPACES TO CAI-LIGNE
           STRING 'RECORDS EXTRACTED: ' WS-ED-CNT
              DELIMITED BY SIZE INTO CAI-LIGNE
           WRITE CAI-LIGNE

           MOVE WS-MTTOT TO WS-ED-AMT
           MOVE SPACES TO CAI-LIGNE
           STRING 'AMOUNT HASH      : ' WS-ED-AMT
              DELIMITED BY SIZE INTO CAI-LIGNE
           WRITE CAI-LIGNE

           MOVE WS-CNT-TELLER TO WS-ED-CNT
           MOVE SPACES TO CAI-LIGNE
           STRING 'TELLERS          : ' WS-ED-CNT
              DELIMITED BY SIZE INTO CAI-LIGNE
           WRITE CAI-LIGNE

           MOVE WS-CNT-OVER TO WS-ED-CNT
           MOVE SPACES TO CAI-LIGNE
           STRING 'TILLS OVER LIMIT : ' WS-ED-CNT
              DELIMITED BY SIZE INTO CAI-LIGNE
           WRITE CAI-LIGNE
           .

       820-Final-Commit.
      **********************************************************
      *  Commit the extracted marks with the run ledger - the
      *  file is complete by now ; an abend before this point
      *  leaves every capture staged for the re-run
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
                'PGM043',
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
           MOVE WS-CNT-ENR TO WS-RUNLOG-LU
           MOVE WS-CNT-ENR TO WS-RUNLOG-TRT

           EXEC SQL
              UPDATE TBRUNLOG
              SET HDFIN=CURRENT TIME,
                  ETAT='T',
                  CNTLU=:WS-RUNLOG-LU,
                  CNTTRT=:WS-RUNLOG-TRT,
                  DDMAJ=CURRENT DATE,
                  HDMAJ=CURRENT TIME
              WHERE PGMNAME='PGM043'
              AND   DTRUN=CURRENT DATE
              AND   HDDEB=:WS-RUNLOG-HDDEB
           END-EXEC

           PERFORM D550-CHECKSQL
           .

       999-CFILES.
      **********************************************************
      *  This routine should close file(s)
           CLOSE FILEOUT
           CLOSE FILECAI
           .

       D720-TOO-MANY-RUNS.
      **********************************************************
      *  The file ID carries one digit of run sequence
           DISPLAY '*************************************************'
           DISPLAY '****       E R R O R M E S S A G E S         ****'
           DISPLAY '*************************************************'
           DISPLAY '* Nine extracts already completed today - the   *'
           DISPLAY '* file ID sequence is exhausted. Run refused.   *'
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
