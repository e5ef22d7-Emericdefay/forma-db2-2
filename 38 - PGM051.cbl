       PROCESS TEST
      *****************************************************************
      * Program name:    PGM051
      * Original author: SVCTEAM
      *
      * Maintenence Log
      * Date      Author        Maintenance Requirement
      * --------- ------------  ---------------------------------------
      * 10/15/26  SVCTEAM       Created : inward cheque clearing
      *                         returns - CHQ rejects on FILEREJ
      *                         refused on the account or cheque
      *                         side go back to the clearing house
      *                         on FILERCH (HDR/TRL controls like
      *                         FILEIN, coded return reason), PGM041
      *                         pattern ; TBRUNCTL guard, TBRUNLOG
      *                         run ledger row
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PGM051.
       AUTHOR.        SVCTEAM.
       INSTALLATION.  COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN.  10/15/26.
       DATE-COMPILED. 10/15/26.
       SECURITY.      NON-CONFIDENTIAL.
      *****************************************************************
      *  Purpose : return the day's refused inward cheques to the
      *  clearing house instead of by hand from the reject
      *  listing. Run after PGM017, on its FILEREJ.
      *
      *  A reject is a returned cheque when it is a CHQ and its
      *  FR-RAISON is one of the account-side or cheque-side
      *  refusals. The return reason code sent to the clearing
      *  house :
      *    OVERDRAFT LIMIT EXCEEDED           AM04 insufficient funds
      *    HOLD - AVAILABLE BALANCE EXCEEDED  AM04 insufficient funds
      *    ACCOUNT DORMANT                    AC06 account blocked
      *    ACCOUNT CLOSED                     AC04 account closed
      *    ACCOUNT NOT FOUND                  AC01 no such account
      *    CHEQUE NOT ISSUED TO ACCOUNT       CQ01 unknown cheque
      *    CHEQUE STOPPED                     CQ02 payment stopped
      *    CHEQUE REPORTED LOST               CQ03 lost or stolen
      *    CHEQUE NUMBER NOT NUMERIC          CQ04 invalid number
      *    CHEQUE ALREADY PAID                DUPL presented twice
      *  Every other reject (bad currency, operation date...) is a
      *  data problem for the PGM019 repair-and-recycle path and is
      *  left alone. PGM019 in turn no longer re-presents the
      *  cheques returned here.
      *
      *  FILERCH carries one RCH record per returned cheque - the
      *  original ROPER, account, cheque number (FR-ROPER-ORIG, see
      *  PGM017), amount and currency as presented (FILEIN figures,
      *  before rate conversion), the original operation date and
      *  the return code - between a HDR record (file ID 'CQ' + the
      *  run date) and a TRL record with the record count and
      *  amount hash total, the FILEIN controls. All-character
      *  layout : the file leaves the bank.
      *
      *  Nothing is posted : the cheque was never debited, and no
      *  returned-cheque fee is charged here.
      *
      *  The return file ID is registered on TBRUNCTL with the
      *  run's final commit : a second run on the same day is
      *  refused before anything is written.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FILEREJ ASSIGN TO FILEREJ
           FILE STATUS IS FS-FILEREJ.

           SELECT FILERCH ASSIGN TO FILERCH
           FILE STATUS IS FS-FILERCH.

           SELECT FILERAP ASSIGN TO FILERAP
           FILE STATUS IS FS-FILERAP.
      *****************************************************************
       DATA DIVISION.
      *****************************************************************
       FILE SECTION.
      *  Reject file written by PGM017 : FILEIN layout plus a reason
       FD  FILEREJ RECORDING MODE F
           RECORD CONTAINS 92 CHARACTERS.
       01  FIREJ-ENREG.
          05  FR-COMPTE  PIC S9(09) COMP.
          05  FR-ROPER   PIC X(10).
          05  FR-COPER   PIC X(03).
          05  FR-MTOPER  PIC 9(13)V9(2) COMP-3.
          05  FR-CDEV    PIC X(03).
          05  FR-DTOPER  PIC X(10).
          05  FR-ROPER-ORIG PIC X(10).
          05  FR-CHQ-REF REDEFINES FR-ROPER-ORIG.
             10  FR-NUCHQ     PIC X(07).
             10  FILLER       PIC X(03).
          05  FR-COMPTE-CTR PIC X(09).
          05  FR-RAISON  PIC X(35).

      *  Cheque return file to the clearing house. No COMP, no
      *  COMP-3 : the amount carries an explicit decimal point, as
      *  in the PGM017 partner layout.
       FD  FILERCH RECORDING MODE F
           RECORD CONTAINS 80 CHARACTERS.
       01  FIRCH-ENREG.
          05  RC-TYPE    PIC X(03).
          05  RC-ROPER   PIC X(10).
          05  RC-COMPTE  PIC X(09).
          05  RC-NUCHQ   PIC X(07).
          05  RC-MTOPER.
             10  RC-MT-ENT  PIC 9(13).
             10  RC-MT-PT   PIC X(01).
             10  RC-MT-DEC  PIC 9(02).
          05  RC-CDEV    PIC X(03).
          05  RC-DTOPER  PIC X(10).
          05  RC-CODRET  PIC X(04).
          05  RC-DTRET   PIC X(10).
          05  FILLER     PIC X(08).

      *  Header record : first record of FILERCH
       01  FIRCH-ENTETE.
          05  RE-TYPE    PIC X(03).
          05  RE-IDFIC   PIC X(08).
          05  RE-DTCRE   PIC X(10).
          05  FILLER     PIC X(59).

      *  Trailer record : last record of FILERCH, the FILEIN
      *  controls - RCH record count and amount hash total
       01  FIRCH-FIN.
          05  RT-TYPE    PIC X(03).
          05  RT-NBENR   PIC 9(09).
          05  RT-MTTOT   PIC 9(13)V9(2).
          05  FILLER     PIC X(53).

      *  Returns report, one 80-byte print line per record
       FD  FILERAP RECORDING MODE F
           RECORD CONTAINS 80 CHARACTERS.
       01  RAP-LIGNE      PIC X(80).

      *****************************************************************
       WORKING-STORAGE SECTION.
      / FILES STATUS
       01 FS-FILEREJ     PIC X(02).
           88 END-FILEREJ VALUE '10'.

       01 FS-FILERCH     PIC X(02).
       01 FS-FILERAP     PIC X(02).

      / RUN DATE AND THE RETURN FILE ID BUILT FROM IT
       01 WS-CURRENT-DATE.
           05 WS-CD-YYYY    PIC 9(4).
           05 WS-CD-MM      PIC 9(2).
           05 WS-CD-DD      PIC 9(2).
           05 FILLER        PIC X(13).
       01 WS-TODAY-ISO      PIC X(10).
       01 WS-IDFIC.
           05 FILLER     PIC X(02) VALUE 'CQ'.
           05 WS-IDFIC-YY PIC X(02).
           05 WS-IDFIC-MM PIC X(02).
           05 WS-IDFIC-DD PIC X(02).
       01 WS-RUNCTL-COUNT PIC S9(09) COMP VALUE 0.

      / RETURN REASON CODE MAPPED FROM FR-RAISON ; SPACES WHEN THE
      / REJECT IS NOT A RETURNED CHEQUE
       01 WS-CODRET      PIC X(04).
           88 WS-CODRET-FONDS   VALUE 'AM04'.
           88 WS-CODRET-COMPTE  VALUE 'AC01' 'AC04' 'AC06'.

      / AMOUNT AS PRESENTED, SPLIT FOR THE ALL-CHARACTER RECORD
       01 WS-MT-RET      PIC 9(13)V9(2).
       01 WS-MT-RET-R REDEFINES WS-MT-RET.
           05 WS-MT-RET-ENT PIC 9(13).
           05 WS-MT-RET-DEC PIC 9(02).

      / TRAILER CONTROLS ACCUMULATED ON THE WAY
       01 WS-CNT-ENR     PIC 9(09) COMP VALUE 0.
       01 WS-MTTOT       PIC 9(13)V9(2) COMP-3 VALUE 0.

      / RUN LEDGER (TBRUNLOG) FIELDS - THIS RUN'S ROW
       01 WS-RUNLOG-HDDEB  PIC X(08).
       01 WS-RUNLOG-LU     PIC S9(09) COMP VALUE 0.
       01 WS-RUNLOG-TRT    PIC S9(09) COMP VALUE 0.

      / COUNTERS FOR THE END-OF-RUN SUMMARY
       01 WS-CNT-READ      PIC 9(09) COMP VALUE 0.
       01 WS-CNT-NOTCHQ    PIC 9(09) COMP VALUE 0.
       01 WS-CNT-FONDS     PIC 9(09) COMP VALUE 0.
       01 WS-CNT-COMPTE    PIC 9(09) COMP VALUE 0.
       01 WS-CNT-CHEQUE    PIC 9(09) COMP VALUE 0.
       01 WS-ED-CNT        PIC ZZZ,ZZZ,ZZ9.
       01 WS-ED-AMT        PIC -(13)9.99.
       01 WS-ED-COMPTE     PIC -(9)9.

      / IMPORT SQLCA
           EXEC SQL INCLUDE SQLCA
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
      *    - 4xx : Edits
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
           PERFORM 222-Write-Trailer.
           PERFORM 350-Register-Run-Control.
           PERFORM 835-Runlog-End.
           PERFORM 820-Final-Commit.
           PERFORM 700-Summary-Report.
           PERFORM 999-CFILES.
           GOBACK.

       000-OFILES.
           OPEN INPUT FILEREJ
           OPEN OUTPUT FILERCH
           OPEN OUTPUT FILERAP
           .

       010-Initialize.
      **********************************************************
      *  One-time startup : run date, the return file ID and its
      *  TBRUNCTL guard, the header
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           STRING WS-CD-YYYY '-' WS-CD-MM '-' WS-CD-DD
              DELIMITED BY SIZE INTO WS-TODAY-ISO

           MOVE WS-TODAY-ISO (3:2) TO WS-IDFIC-YY
           MOVE WS-TODAY-ISO (6:2) TO WS-IDFIC-MM
           MOVE WS-TODAY-ISO (9:2) TO WS-IDFIC-DD
           PERFORM 310-Check-Run-Control

           PERFORM 220-Write-Header

           MOVE SPACES TO RAP-LIGNE
           STRING 'PGM051 INWARD CHEQUE RETURNS ' WS-TODAY-ISO
                  ' FILE ' WS-IDFIC
              DELIMITED BY SIZE INTO RAP-LIGNE
           WRITE RAP-LIGNE

           MOVE SPACES TO RAP-LIGNE
           WRITE RAP-LIGNE
           .

       100-Main.
      **********************************************************
      *  One pass over FILEREJ : every refused CHQ is returned
           PERFORM 210-Read-Reject

           PERFORM UNTIL (END-FILEREJ)
               ADD 1 TO WS-CNT-READ
               PERFORM 410-Map-Reason
               IF WS-CODRET = SPACES
                  ADD 1 TO WS-CNT-NOTCHQ
               ELSE
                  PERFORM 150-Return-Cheque
               END-IF
               PERFORM 210-Read-Reject
           END-PERFORM
           .

       150-Return-Cheque.
      **********************************************************
      *  The return record, counted by family of reason
           PERFORM 221-Write-Return
           ADD 1 TO WS-CNT-ENR
           ADD FR-MTOPER TO WS-MTTOT
           PERFORM 710-Write-Returned-Line

           EVALUATE TRUE
              WHEN WS-CODRET-FONDS
                 ADD 1 TO WS-CNT-FONDS
              WHEN WS-CODRET-COMPTE
                 ADD 1 TO WS-CNT-COMPTE
              WHEN OTHER
                 ADD 1 TO WS-CNT-CHEQUE
           END-EVALUATE
           .

       410-Map-Reason.
      **********************************************************
      *  Only a CHQ refused on the account or cheque side is
      *  returned to the clearing house
           MOVE SPACES TO WS-CODRET
           IF FR-COPER = 'CHQ'
              EVALUATE FR-RAISON
                 WHEN 'OVERDRAFT LIMIT EXCEEDED'
                 WHEN 'HOLD - AVAILABLE BALANCE EXCEEDED'
                    MOVE 'AM04' TO WS-CODRET
                 WHEN 'ACCOUNT DORMANT'
                    MOVE 'AC06' TO WS-CODRET
                 WHEN 'ACCOUNT CLOSED'
                    MOVE 'AC04' TO WS-CODRET
                 WHEN 'ACCOUNT NOT FOUND'
                    MOVE 'AC01' TO WS-CODRET
                 WHEN 'CHEQUE NOT ISSUED TO ACCOUNT'
                    MOVE 'CQ01' TO WS-CODRET
                 WHEN 'CHEQUE STOPPED'
                    MOVE 'CQ02' TO WS-CODRET
                 WHEN 'CHEQUE REPORTED LOST'
                    MOVE 'CQ03' TO WS-CODRET
                 WHEN 'CHEQUE NUMBER NOT NUMERIC'
                    MOVE 'CQ04' TO WS-CODRET
                 WHEN 'CHEQUE ALREADY PAID'
                    MOVE 'DUPL' TO WS-CODRET
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-IF
           .

       210-Read-Reject.
      **********************************************************
      *  This routine should read FILEREJ line by line
           READ FILEREJ
           .

       220-Write-Header.
      **********************************************************
      *  The HDR record : file ID keyed on the run date
           MOVE SPACES TO FIRCH-ENTETE
           MOVE 'HDR' TO RE-TYPE
           MOVE WS-IDFIC TO RE-IDFIC
           MOVE WS-TODAY-ISO TO RE-DTCRE
           WRITE FIRCH-ENTETE
           .

       221-Write-Return.
      **********************************************************
      *  One RCH record : the cheque as the presenting bank sent
      *  it, and why it came back
           MOVE FR-MTOPER TO WS-MT-RET
           MOVE SPACES TO FIRCH-ENREG
           MOVE 'RCH' TO RC-TYPE
           MOVE FR-ROPER TO RC-ROPER
           MOVE FR-COMPTE TO WS-ED-COMPTE
           MOVE WS-ED-COMPTE (2:9) TO RC-COMPTE
           INSPECT RC-COMPTE REPLACING LEADING SPACE BY '0'
           MOVE FR-NUCHQ TO RC-NUCHQ
           MOVE WS-MT-RET-ENT TO RC-MT-ENT
           MOVE '.' TO RC-MT-PT
           MOVE WS-MT-RET-DEC TO RC-MT-DEC
           MOVE FR-CDEV TO RC-CDEV
           MOVE FR-DTOPER TO RC-DTOPER
           MOVE WS-CODRET TO RC-CODRET
           MOVE WS-TODAY-ISO TO RC-DTRET
           WRITE FIRCH-ENREG
           .

       222-Write-Trailer.
      **********************************************************
      *  The TRL record : count and amount hash of the RCH records
           MOVE SPACES TO FIRCH-FIN
           MOVE 'TRL' TO RT-TYPE
           MOVE WS-CNT-ENR TO RT-NBENR
           MOVE WS-MTTOT TO RT-MTTOT
           WRITE FIRCH-FIN
           .

       310-Check-Run-Control.
      **********************************************************
      *  Refuse a return file ID already registered on TBRUNCTL :
      *  today's refused cheques were returned already
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
      *  Register the return file ID. Committed with the run's
      *  tail by 820-Final-Commit.
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

       710-Write-Returned-Line.
      **********************************************************
      *  Report line for a returned cheque
           MOVE FR-COMPTE TO WS-ED-COMPTE
           MOVE FR-MTOPER TO WS-ED-AMT
           MOVE SPACES TO RAP-LIGNE
           STRING 'RETURNED ' FR-ROPER
                  ' ' WS-ED-COMPTE
                  ' CHQ ' FR-NUCHQ
                  ' ' WS-ED-AMT
                  ' ' FR-CDEV
                  ' ' WS-CODRET
              DELIMITED BY SIZE INTO RAP-LIGNE
           WRITE RAP-LIGNE
           .

       700-Summary-Report.
      **********************************************************
      *  End-of-run summary at the bottom of the report
           MOVE SPACES TO RAP-LIGNE
           WRITE RAP-LIGNE

           MOVE WS-CNT-READ TO WS-ED-CNT
           MOVE SPACES TO RAP-LIGNE
           STRING 'REJECTS READ       : ' WS-ED-CNT
              DELIMITED BY SIZE INTO RAP-LIGNE
           WRITE RAP-LIGNE

           MOVE WS-CNT-NOTCHQ TO WS-ED-CNT
           MOVE SPACES TO RAP-LIGNE
           STRING 'NOT A CHEQUE RETURN: ' WS-ED-CNT
              DELIMITED BY SIZE INTO RAP-LIGNE
           WRITE RAP-LIGNE

           MOVE WS-CNT-ENR TO WS-ED-CNT
           MOVE SPACES TO RAP-LIGNE
           STRING 'CHEQUES RETURNED   : ' WS-ED-CNT
              DELIMITED BY SIZE INTO RAP-LIGNE
           WRITE RAP-LIGNE

           MOVE WS-MTTOT TO WS-ED-AMT
           MOVE SPACES TO RAP-LIGNE
           STRING 'AMOUNT RETURNED    : ' WS-ED-AMT
              DELIMITED BY SIZE INTO RAP-LIGNE
           WRITE RAP-LIGNE

           MOVE WS-CNT-FONDS TO WS-ED-CNT
           MOVE SPACES TO RAP-LIGNE
           STRING '  AM04 NO FUNDS    : ' WS-ED-CNT
              DELIMITED BY SIZE INTO RAP-LIGNE
           WRITE RAP-LIGNE

           MOVE WS-CNT-COMPTE TO WS-ED-CNT
           MOVE SPACES TO RAP-LIGNE
           STRING '  AC01/04/06 ACCT  : ' WS-ED-CNT
              DELIMITED BY SIZE INTO RAP-LIGNE
           WRITE RAP-LIGNE

           MOVE WS-CNT-CHEQUE TO WS-ED-CNT
           MOVE SPACES TO RAP-LIGNE
           STRING '  CQ0x/DUPL CHEQUE : ' WS-ED-CNT
              DELIMITED BY SIZE INTO RAP-LIGNE
           WRITE RAP-LIGNE
           .

       820-Final-Commit.
      **********************************************************
      *  Commit the run control registration
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
                'PGM051',
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
           MOVE WS-CNT-READ TO WS-RUNLOG-LU
           MOVE WS-CNT-ENR TO WS-RUNLOG-TRT

           EXEC SQL
              UPDATE TBRUNLOG
              SET HDFIN=CURRENT TIME,
                  ETAT='T',
                  CNTLU=:WS-RUNLOG-LU,
                  CNTTRT=:WS-RUNLOG-TRT,
                  DDMAJ=CURRENT DATE,
                  HDMAJ=CURRENT TIME
              WHERE PGMNAME='PGM051'
              AND   DTRUN=CURRENT DATE
              AND   HDDEB=:WS-RUNLOG-HDDEB
           END-EXEC

           PERFORM D550-CHECKSQL
           .

       999-CFILES.
      **********************************************************
      *  This routine should close file(s)
           CLOSE FILEREJ
           CLOSE FILERCH
           CLOSE FILERAP
           .

       D740-FILE-ALREADY-SENT.
      **********************************************************
      *  Today's return file was produced already
           DISPLAY '*************************************************'
           DISPLAY '****       E R R O R M E S S A G E S         ****'
           DISPLAY '*************************************************'
           DISPLAY '* RETURN FILE ALREADY SENT (TBRUNCTL): ' WS-IDFIC
           DISPLAY '* Run refused, nothing was returned.            *'
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
