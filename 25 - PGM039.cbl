       PROCESS TEST
      *****************************************************************
      * Program name:    PGM039
      * Original author: SVCTEAM
      *
      * Maintenence Log
      * Date      Author        Maintenance Requirement
      * --------- ------------  ---------------------------------------
      * 10/15/26  SVCTEAM       Created : nightly funds hold expiry
      *                         - TBBLOCAGE holds past their expiry
      *                         date set to STATUT 'E', audited on
      *                         TBAUDIT, TBRUNLOG run ledger row
      *                         (PGM033 chain report)
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PGM039.
       AUTHOR.        SVCTEAM.
       INSTALLATION.  COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN.  10/15/26.
       DATE-COMPILED. 10/15/26.
       SECURITY.      NON-CONFIDENTIAL.
      *****************************************************************
      *  Purpose : lift the holds whose time is up. Every active
      *  TBBLOCAGE hold (PGM038) carrying an expiry date earlier
      *  than the run date is set to STATUT 'E' with a TBAUDIT
      *  row (CODMVT 'BLX', USERID 'PGM039'), and listed on the
      *  FILERAP report with its account, type and amount.
      *
      *  A hold with a blank expiry date is open-ended and stays
      *  until PGM038 releases it. The expiry date is the last
      *  day the hold is in force - PGM017 still honours a hold
      *  on its expiry day, so this sweep only takes holds whose
      *  date is strictly past.
      *
      *  TBBLOCAGE.STATUT convention : 'A' active, 'L' released,
      *  'E' expired.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FILERAP ASSIGN TO FILERAP
           FILE STATUS IS FS-FILERAP.
      *****************************************************************
       DATA DIVISION.
      *****************************************************************
       FILE SECTION.
      *  Expiry report, one 80-byte print line per record
       FD  FILERAP RECORDING MODE F
           RECORD CONTAINS 80 CHARACTERS.
       01  RAP-LIGNE      PIC X(80).

      *****************************************************************
       WORKING-STORAGE SECTION.
      / FILES STATUS
       01 FS-FILERAP     PIC X(02).

      / RUN DATE (ISO)
       01 WS-CURRENT-DATE.
           05 WS-CD-YYYY    PIC 9(4).
           05 WS-CD-MM      PIC 9(2).
           05 WS-CD-DD      PIC 9(2).
           05 FILLER        PIC X(13).
       01 WS-TODAY-ISO      PIC X(10).

      / CURSOR CONTROLS
       01 WS-END-BLOC-SW PIC X(01) VALUE 'N'.
           88 END-CSR-BLOC VALUE 'Y'.

      / LAPSED HOLD HOST FIELDS (CSR-BLOC)
       01 WS-B-NBLOC     PIC S9(09) COMP.
       01 WS-B-COMPTE    PIC S9(09) COMP.
       01 WS-B-TYPBLOC   PIC X(03).
       01 WS-B-MTBLOC    PIC S9(13)V9(2) COMP-3.
       01 WS-B-DTFIN     PIC X(10).

      / AUDIT FIELDS (TBAUDIT, SAME SHAPE AS PGM020)
       01 WS-USERID        PIC X(08) VALUE 'PGM039'.
       01 WS-CODE          PIC X(03) VALUE 'BLX'.
       01 WS-ANCVAL        PIC X(20).
       01 WS-NOUVAL        PIC X(20).

      / COUNTERS FOR THE END-OF-RUN SUMMARY
       01 WS-CNT-EXPIRED   PIC 9(09) COMP VALUE 0.
       01 WS-AMT-EXPIRED   PIC S9(13)V9(2) COMP-3 VALUE 0.
       01 WS-ED-CNT        PIC ZZZ,ZZZ,ZZ9.
       01 WS-ED-AMT        PIC -(13)9.99.
       01 WS-ED-COMPTE     PIC -(9)9.
       01 WS-ED-NBLOC      PIC ZZZZZZ9.

      / RUN LEDGER (TBRUNLOG) FIELDS - THIS RUN'S ROW
       01 WS-RUNLOG-HDDEB  PIC X(08).
       01 WS-RUNLOG-LU     PIC S9(09) COMP VALUE 0.
       01 WS-RUNLOG-TRT    PIC S9(09) COMP VALUE 0.

      / IMPORT SQLCA
           EXEC SQL INCLUDE SQLCA
           END-EXEC.

      / CURSOR OVER THE ACTIVE HOLDS PAST THEIR EXPIRY DATE
           EXEC SQL
              DECLARE CSR-BLOC CURSOR FOR
              SELECT NBLOC, COMPTE, TYPBLOC, MTBLOC, DTFIN
              FROM   TBBLOCAGE
              WHERE  STATUT = 'A'
              AND    DTFIN <> ' '
              AND    DTFIN < :WS-TODAY-ISO
              ORDER BY COMPTE, NBLOC
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
           PERFORM 100-Expiry-Sweep.
           PERFORM 835-Runlog-End.
           PERFORM 820-Final-Commit.
           PERFORM 700-Summary-Report.
           PERFORM 999-CFILES.
           GOBACK.

       000-OFILES.
           OPEN OUTPUT FILERAP
           .

       010-Initialize.
      **********************************************************
      *  One-time startup : the run date, the expiry cutoff
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           STRING WS-CD-YYYY '-' WS-CD-MM '-' WS-CD-DD
              DELIMITED BY SIZE INTO WS-TODAY-ISO

           MOVE SPACES TO RAP-LIGNE
           STRING 'PGM039 FUNDS HOLD EXPIRY AT ' WS-TODAY-ISO
              DELIMITED BY SIZE INTO RAP-LIGNE
           WRITE RAP-LIGNE

           MOVE SPACES TO RAP-LIGNE
           WRITE RAP-LIGNE
           .

       100-Expiry-Sweep.
      **********************************************************
      *  Every lapsed hold goes to 'E', audited and listed
           PERFORM 300-Open-Csr-Bloc
           PERFORM 330-Fetch-Csr-Bloc

           PERFORM UNTIL (END-CSR-BLOC)
               PERFORM 370-Expire-Blocage
               PERFORM 330-Fetch-Csr-Bloc
           END-PERFORM

           PERFORM 390-Close-Csr-Bloc
           .

       370-Expire-Blocage.
      **********************************************************
      *  One lapsed hold : STATUT 'A' -> 'E', audited under the
      *  batch's own userid
           EXEC SQL
              UPDATE TBBLOCAGE
              SET STATUT='E',
                  DDMAJ=CURRENT DATE,
                  HDMAJ=CURRENT TIME
              WHERE NBLOC=:WS-B-NBLOC
           END-EXEC

           PERFORM D550-CHECKSQL

           ADD 1 TO WS-CNT-EXPIRED
           ADD WS-B-MTBLOC TO WS-AMT-EXPIRED

           MOVE WS-B-MTBLOC TO WS-ED-AMT
           MOVE SPACES TO WS-ANCVAL
           STRING WS-B-TYPBLOC WS-ED-AMT DELIMITED BY SIZE
              INTO WS-ANCVAL
           MOVE 'E' TO WS-NOUVAL
           PERFORM 320-Audit-Insert
           PERFORM 710-Write-Expired-Line
           .

       320-Audit-Insert.
      **********************************************************
      *  One TBAUDIT row per expired hold, same shape as PGM020
           EXEC SQL
              INSERT INTO TBAUDIT
              (
                DTAUD,
                HRAUD,
                USERID,
                CODMVT,
                COMPTE,
                ANCVAL,
                NOUVAL
              )
              VALUES
              (
                 CURRENT DATE,
                 CURRENT TIME,
                :WS-USERID,
                :WS-CODE,
                :WS-B-COMPTE,
                :WS-ANCVAL,
                :WS-NOUVAL
              )
           END-EXEC

           PERFORM D550-CHECKSQL
           .

       300-Open-Csr-Bloc.
      **********************************************************
      *  Open the lapsed-hold cursor
           EXEC SQL
              OPEN CSR-BLOC
           END-EXEC

           PERFORM D550-CHECKSQL
           .

       330-Fetch-Csr-Bloc.
      **********************************************************
      *  Fetch the next lapsed hold
           EXEC SQL
              FETCH CSR-BLOC
              INTO  :WS-B-NBLOC, :WS-B-COMPTE, :WS-B-TYPBLOC,
                    :WS-B-MTBLOC, :WS-B-DTFIN
           END-EXEC

           IF SQLCODE = 100
              MOVE 'Y' TO WS-END-BLOC-SW
           ELSE
              PERFORM D550-CHECKSQL
           END-IF
           .

       390-Close-Csr-Bloc.
      **********************************************************
      *  Close the lapsed-hold cursor
           EXEC SQL
              CLOSE CSR-BLOC
           END-EXEC

           PERFORM D550-CHECKSQL
           .

       710-Write-Expired-Line.
      **********************************************************
      *  Report line for a hold just expired
           MOVE WS-B-NBLOC TO WS-ED-NBLOC
           MOVE WS-B-COMPTE TO WS-ED-COMPTE
           MOVE WS-B-MTBLOC TO WS-ED-AMT
           MOVE SPACES TO RAP-LIGNE
           STRING 'EXPIRED HOLD ' WS-ED-NBLOC
                  ' COMPTE ' WS-ED-COMPTE
                  ' ' WS-B-TYPBLOC
                  ' ' WS-ED-AMT
                  ' END ' WS-B-DTFIN
              DELIMITED BY SIZE INTO RAP-LIGNE
           WRITE RAP-LIGNE
           .

       700-Summary-Report.
      **********************************************************
      *  End-of-run summary at the bottom of the report
           MOVE SPACES TO RAP-LIGNE
           WRITE RAP-LIGNE

           MOVE WS-CNT-EXPIRED TO WS-ED-CNT
           MOVE SPACES TO RAP-LIGNE
           STRING 'HOLDS EXPIRED      : ' WS-ED-CNT
              DELIMITED BY SIZE INTO RAP-LIGNE
           WRITE RAP-LIGNE

           MOVE WS-AMT-EXPIRED TO WS-ED-AMT
           MOVE SPACES TO RAP-LIGNE
           STRING 'AMOUNT RELEASED    : ' WS-ED-AMT
              DELIMITED BY SIZE INTO RAP-LIGNE
           WRITE RAP-LIGNE
           .

       820-Final-Commit.
      **********************************************************
      *  Commit the status changes and their audit rows
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
                'PGM039',
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
           MOVE WS-CNT-EXPIRED TO WS-RUNLOG-LU
           MOVE WS-CNT-EXPIRED TO WS-RUNLOG-TRT

           EXEC SQL
              UPDATE TBRUNLOG
              SET HDFIN=CURRENT TIME,
                  ETAT='T',
                  CNTLU=:WS-RUNLOG-LU,
                  CNTTRT=:WS-RUNLOG-TRT,
                  DDMAJ=CURRENT DATE,
                  HDMAJ=CURRENT TIME
              WHERE PGMNAME='PGM039'
              AND   DTRUN=CURRENT DATE
              AND   HDDEB=:WS-RUNLOG-HDDEB
           END-EXEC

           PERFORM D550-CHECKSQL
           .

       999-CFILES.
      **********************************************************
      *  This routine should close file(s)
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
