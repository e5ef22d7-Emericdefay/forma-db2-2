       PROCESS TEST
      *****************************************************************
      * Program name:    PGM038
      * Original author: SVCTEAM
      *
      * Maintenence Log
      * Date      Author        Maintenance Requirement
      * --------- ------------  ---------------------------------------
      * 10/15/26  SVCTEAM       Created : TBBLOCAGE funds hold
      *                         maintenance batch - place, amend
      *                         and release holds and legal
      *                         seizures, each edited and written
      *                         to the TBAUDIT audit trail, PGM031
      *                         pattern
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PGM038.
       AUTHOR.        SVCTEAM.
       INSTALLATION.  COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN.  10/15/26.
       DATE-COMPILED. 10/15/26.
       SECURITY.      NON-CONFIDENTIAL.
      *****************************************************************
      *  Purpose : apply hand-keyed funds hold maintenance from
      *  FILEBLQ to TBBLOCAGE, the table of amounts frozen on an
      *  account. PGM017 edits every PRL/RET/TRF debit against the
      *  available balance - SOLDE less the holds in force, plus
      *  DECOUVERT - and PGM028 shows the held total on INQC.
      *  One transaction per record :
      *
      *  - POS : place a hold (NBLOC, account, type, amount, start
      *          date, optional expiry date, issuing reference,
      *          reason). Refused when the hold number already
      *          exists, the account is unknown or closed, the type
      *          is not SAI/ATD/LIT, the amount is not numeric or
      *          zero, or the expiry date is before the start date.
      *          A blank start date means the run date. A court
      *          garnishment or tax seizure must name the order it
      *          executes - its issuing reference is mandatory.
      *  - MOD : amend amount, expiry date and/or reason. A field
      *          left at spaces keeps its current value (PGM019
      *          correction-file convention).
      *  - LEV : release the hold (STATUT 'L').
      *
      *  Hold types : SAI court garnishment order, ATD tax
      *  authority seizure notice, LIT hold on a disputed deposit.
      *
      *  MOD/LEV are refused against an unknown hold or one no
      *  longer active. Every applied transaction writes a TBAUDIT
      *  row as PGM020 does - the COMPTE column carries the held
      *  account and the CODMVT is this batch's own code (POS/MOD/
      *  LEV are audited as BLP/BLM/BLL, PGM039's expiry as BLX)
      *  so a hold row never reads as a standing-order MOD.
      *  Applied and refused transactions are both listed on the
      *  FILECR report.
      *
      *  TBBLOCAGE.STATUT convention : 'A' active, 'L' released,
      *  'E' expired (set by PGM039 when the expiry date passes).
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FILEBLQ ASSIGN TO FILEBLQ
           FILE STATUS IS FS-FILEBLQ.

           SELECT FILECR ASSIGN TO FILECR
           FILE STATUS IS FS-FILECR.
      *****************************************************************
       DATA DIVISION.
      *****************************************************************
       FILE SECTION.
      *  Maintenance transactions, hand-keyed, display format
       FD  FILEBLQ RECORDING MODE F
           RECORD CONTAINS 132 CHARACTERS.
       01  FIBLQ-ENREG.
          05  BQ-CODE    PIC X(03).
          05  BQ-NBLOC   PIC X(07).
          05  BQ-NBLOC-N REDEFINES BQ-NBLOC PIC 9(07).
          05  BQ-COMPTE  PIC X(09).
          05  BQ-COMPTE-N REDEFINES BQ-COMPTE PIC 9(09).
          05  BQ-TYPBLOC PIC X(03).
          05  BQ-MTBLOC  PIC X(15).
          05  BQ-MTBLOC-N REDEFINES BQ-MTBLOC PIC 9(13)V9(2).
          05  BQ-DTDEB   PIC X(10).
          05  BQ-DTFIN   PIC X(10).
          05  BQ-REFEXT  PIC X(20).
          05  BQ-MOTIF   PIC X(30).
          05  BQ-USERID  PIC X(08).
          05  FILLER     PIC X(17).

      *  Maintenance report, one 80-byte print line per record
       FD  FILECR RECORDING MODE F
           RECORD CONTAINS 80 CHARACTERS.
       01  CR-LIGNE       PIC X(80).

      *****************************************************************
       WORKING-STORAGE SECTION.
      / FILES STATUS
       01 FS-FILEBLQ     PIC X(02).
           88 END-FILEBLQ VALUE '10'.

       01 FS-FILECR      PIC X(02).

      / WORKING COPY OF THE TRANSACTION BEING APPLIED
       01 WS-CODE        PIC X(03).
       01 WS-NBLOC       PIC S9(09) COMP.
       01 WS-COMPTE      PIC S9(09) COMP.
       01 WS-TYPBLOC     PIC X(03).
       01 WS-MTBLOC      PIC S9(13)V9(2) COMP-3.
       01 WS-DTDEB       PIC X(10).
       01 WS-DTFIN       PIC X(10).
       01 WS-REFEXT      PIC X(20).
       01 WS-MOTIF       PIC X(30).
       01 WS-USERID      PIC X(08).

      / THE HOLD AS CURRENTLY ON TBBLOCAGE (MOD/LEV)
       01 WS-O-COMPTE    PIC S9(09) COMP.
       01 WS-O-TYPBLOC   PIC X(03).
       01 WS-O-MTBLOC    PIC S9(13)V9(2) COMP-3.
       01 WS-O-DTDEB     PIC X(10).
       01 WS-O-DTFIN     PIC X(10).
       01 WS-O-MOTIF     PIC X(30).
       01 WS-O-STATUT    PIC X(01).

      / REJECT / EDIT SWITCHES
       01 WS-REJECT-SW    PIC X(01) VALUE 'N'.
           88 WS-IS-REJECTED  VALUE 'Y'.
           88 WS-NOT-REJECTED VALUE 'N'.
       01 WS-REJECT-REASON PIC X(35) VALUE SPACES.

      / HOLD LOOKUP OUTCOME
       01 WS-BLOC-FOUND-SW PIC X(01) VALUE 'N'.
           88 WS-BLOC-FOUND     VALUE 'Y'.
           88 WS-BLOC-NOT-FOUND VALUE 'N'.

      / ACCOUNT LOOKUP OUTCOME
       01 WS-COMPTE-FOUND-SW PIC X(01) VALUE 'N'.
           88 WS-COMPTE-FOUND     VALUE 'Y'.
           88 WS-COMPTE-NOT-FOUND VALUE 'N'.

      / AUDIT OLD/NEW VALUES, AND THE AUDIT CODE - THIS BATCH'S
      / OWN CODES (SEE HEADER)
       01 WS-ANCVAL       PIC X(20).
       01 WS-NOUVAL       PIC X(20).
       01 WS-CODAUD       PIC X(03).

      / TODAY'S DATE, ISO, THE DEFAULT START OF A NEW HOLD
       01 WS-CURRENT-DATE.
           05 WS-CD-YYYY    PIC 9(4).
           05 WS-CD-MM      PIC 9(2).
           05 WS-CD-DD      PIC 9(2).
           05 FILLER        PIC X(13).
       01 WS-TODAY-ISO      PIC X(10).

      / COUNTERS FOR THE END-OF-RUN SUMMARY
       01 WS-CNT-READ      PIC 9(09) COMP VALUE 0.
       01 WS-CNT-APPLIED   PIC 9(09) COMP VALUE 0.
       01 WS-CNT-REJECTED  PIC 9(09) COMP VALUE 0.
       01 WS-ED-CNT        PIC ZZZ,ZZZ,ZZ9.
       01 WS-ED-AMT        PIC -(13)9.99.
       01 WS-ED-COMPTE     PIC -(9)9.
       01 WS-ED-NBLOC      PIC ZZZZZZ9.

      / IMPORT SQLCA
           EXEC SQL INCLUDE SQLCA
           END-EXEC.

      / DECLARATIONS DCLGEN(PGM038)
           EXEC SQL INCLUDE CCOMPTE  END-EXEC.

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
           PERFORM 100-Main.
           PERFORM 820-Final-Commit.
           PERFORM 700-Summary-Report.
           PERFORM 999-CFILES.
           GOBACK.

       000-OFILES.
           OPEN INPUT FILEBLQ
           OPEN OUTPUT FILECR
           .

       010-Initialize.
      **********************************************************
      *  One-time startup : today's date, the start date of a
      *  hold keyed without one
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           STRING WS-CD-YYYY '-' WS-CD-MM '-' WS-CD-DD
              DELIMITED BY SIZE INTO WS-TODAY-ISO
           .

       100-Main.
      **********************************************************
      *  Main routine : one pass over FILEBLQ ; each transaction
      *  is edited, then applied and audited, or listed as
      *  refused with its reason.
           PERFORM 210-Read-File

           PERFORM UNTIL (END-FILEBLQ)
               ADD 1 TO WS-CNT-READ
               MOVE 'N' TO WS-REJECT-SW
               MOVE SPACES TO WS-REJECT-REASON

               PERFORM 400-Edit-Transaction
               IF WS-NOT-REJECTED
                  PERFORM 150-Apply-Transaction
               END-IF

               IF WS-IS-REJECTED
                  ADD 1 TO WS-CNT-REJECTED
                  PERFORM 720-Write-Refused-Line
               ELSE
                  ADD 1 TO WS-CNT-APPLIED
                  PERFORM 320-Audit-Insert
                  PERFORM 710-Write-Applied-Line
               END-IF

               PERFORM 210-Read-File
           END-PERFORM
           .

       150-Apply-Transaction.
      **********************************************************
      *  Dispatch the edited transaction to its SQL routine.
      *  Each routine also prepares the TBAUDIT code and the
      *  old/new values.
           EVALUATE TRUE
              WHEN WS-CODE = 'POS'
                 PERFORM 360-Insert-Blocage
              WHEN WS-CODE = 'MOD'
                 PERFORM 370-Update-Blocage
              WHEN WS-CODE = 'LEV'
                 PERFORM 372-Release-Blocage
           END-EVALUATE
           .

       210-Read-File.
      **********************************************************
      *  This routine should read file line by line
           READ FILEBLQ
           MOVE BQ-CODE     TO WS-CODE
           MOVE BQ-TYPBLOC  TO WS-TYPBLOC
           MOVE BQ-DTDEB    TO WS-DTDEB
           MOVE BQ-DTFIN    TO WS-DTFIN
           MOVE BQ-REFEXT   TO WS-REFEXT
           MOVE BQ-MOTIF    TO WS-MOTIF
           MOVE BQ-USERID   TO WS-USERID
           IF BQ-NBLOC IS NUMERIC
              MOVE BQ-NBLOC-N TO WS-NBLOC
           ELSE
              MOVE 0 TO WS-NBLOC
           END-IF
           IF BQ-COMPTE IS NUMERIC
              MOVE BQ-COMPTE-N TO WS-COMPTE
           ELSE
              MOVE 0 TO WS-COMPTE
           END-IF
           IF BQ-MTBLOC IS NUMERIC
              MOVE BQ-MTBLOC-N TO WS-MTBLOC
           ELSE
              MOVE 0 TO WS-MTBLOC
           END-IF
           .

       400-Edit-Transaction.
      **********************************************************
      *  Common edits, then the per-code edits. Every path that
      *  sets WS-REJECT-SW also sets the report reason.
           IF BQ-NBLOC NOT NUMERIC
              MOVE 'Y' TO WS-REJECT-SW
              MOVE 'HOLD NUMBER NOT NUMERIC' TO WS-REJECT-REASON
           END-IF

           IF WS-NOT-REJECTED
              PERFORM 350-Access-Table-Blocage
              EVALUATE TRUE
                 WHEN WS-CODE = 'POS'
                    PERFORM 410-Edit-Place
                 WHEN WS-CODE = 'MOD'
                    PERFORM 420-Edit-Amend
                 WHEN WS-CODE = 'LEV'
                    PERFORM 450-Edit-Exists-Active
                 WHEN OTHER
                    MOVE 'Y' TO WS-REJECT-SW
                    MOVE 'INVALID MAINTENANCE CODE'
                       TO WS-REJECT-REASON
              END-EVALUATE
           END-IF
           .

       410-Edit-Place.
      **********************************************************
      *  POS : the hold must be new, on an account that can
      *  still be debited, and fully described - PGM017 will
      *  refuse the customer's money on the strength of it
           IF WS-BLOC-FOUND
              MOVE 'Y' TO WS-REJECT-SW
              MOVE 'HOLD ALREADY EXISTS' TO WS-REJECT-REASON
           END-IF

           IF WS-NOT-REJECTED
              IF BQ-COMPTE NOT NUMERIC
                 MOVE 'Y' TO WS-REJECT-SW
                 MOVE 'ACCOUNT NUMBER NOT NUMERIC' TO WS-REJECT-REASON
              ELSE
                 PERFORM 351-Access-Table-Compte
                 EVALUATE TRUE
                    WHEN WS-COMPTE-NOT-FOUND
                       MOVE 'Y' TO WS-REJECT-SW
                       MOVE 'ACCOUNT NOT FOUND' TO WS-REJECT-REASON
                    WHEN DGC-STATUT = 'C'
                       MOVE 'Y' TO WS-REJECT-SW
                       MOVE 'ACCOUNT CLOSED' TO WS-REJECT-REASON
                 END-EVALUATE
              END-IF
           END-IF

           IF WS-NOT-REJECTED
              IF WS-TYPBLOC NOT = 'SAI' AND WS-TYPBLOC NOT = 'ATD'
                 AND WS-TYPBLOC NOT = 'LIT'
                 MOVE 'Y' TO WS-REJECT-SW
                 MOVE 'HOLD TYPE NOT SAI/ATD/LIT' TO WS-REJECT-REASON
              END-IF
           END-IF

           IF WS-NOT-REJECTED
              IF BQ-MTBLOC NOT NUMERIC OR WS-MTBLOC = 0
                 MOVE 'Y' TO WS-REJECT-SW
                 MOVE 'AMOUNT NOT NUMERIC OR ZERO' TO WS-REJECT-REASON
              END-IF
           END-IF

           IF WS-NOT-REJECTED
              IF WS-DTDEB = SPACES
                 MOVE WS-TODAY-ISO TO WS-DTDEB
              END-IF
              IF WS-DTFIN NOT = SPACES AND WS-DTFIN < WS-DTDEB
                 MOVE 'Y' TO WS-REJECT-SW
                 MOVE 'EXPIRY DATE BEFORE START DATE'
                    TO WS-REJECT-REASON
              END-IF
           END-IF

      *    A legal seizure is executed against a named order ; a
      *    hold nobody can trace back to its order cannot be
      *    defended, nor lifted when the order is withdrawn
           IF WS-NOT-REJECTED
              IF (WS-TYPBLOC = 'SAI' OR WS-TYPBLOC = 'ATD')
                 AND WS-REFEXT = SPACES
                 MOVE 'Y' TO WS-REJECT-SW
                 MOVE 'ISSUING REFERENCE MISSING' TO WS-REJECT-REASON
              END-IF
           END-IF
           .

       420-Edit-Amend.
      **********************************************************
      *  MOD : hold must exist and be active ; a keyed
      *  (non-blank) amount must be numeric and non-zero, and a
      *  keyed expiry date may not fall before the start date
           PERFORM 450-Edit-Exists-Active
           IF WS-NOT-REJECTED
              IF BQ-MTBLOC NOT = SPACES
                 IF BQ-MTBLOC NOT NUMERIC OR WS-MTBLOC = 0
                    MOVE 'Y' TO WS-REJECT-SW
                    MOVE 'AMOUNT NOT NUMERIC OR ZERO'
                       TO WS-REJECT-REASON
                 END-IF
              END-IF
           END-IF
           IF WS-NOT-REJECTED
              IF WS-DTFIN NOT = SPACES AND WS-DTFIN < WS-O-DTDEB
                 MOVE 'Y' TO WS-REJECT-SW
                 MOVE 'EXPIRY DATE BEFORE START DATE'
                    TO WS-REJECT-REASON
              END-IF
           END-IF
           .

       450-Edit-Exists-Active.
      **********************************************************
      *  Shared edit : the target hold exists and is active
           IF WS-BLOC-NOT-FOUND
              MOVE 'Y' TO WS-REJECT-SW
              MOVE 'HOLD NOT FOUND' TO WS-REJECT-REASON
           ELSE
              MOVE WS-O-COMPTE TO WS-COMPTE
              IF WS-O-STATUT NOT = 'A'
                 MOVE 'Y' TO WS-REJECT-SW
                 MOVE 'HOLD NOT ACTIVE' TO WS-REJECT-REASON
              END-IF
           END-IF
           .

       350-Access-Table-Blocage.
      **********************************************************
      *  Fetch the target hold. Not finding it is an error for
      *  MOD/LEV but the expected case for POS, so the outcome
      *  is kept on a switch.
           EXEC SQL
              SELECT COMPTE, TYPBLOC, MTBLOC, DTDEB, DTFIN,
                     MOTIF, STATUT
              INTO  :WS-O-COMPTE, :WS-O-TYPBLOC, :WS-O-MTBLOC,
                    :WS-O-DTDEB, :WS-O-DTFIN,
                    :WS-O-MOTIF, :WS-O-STATUT
              FROM  TBBLOCAGE
              WHERE NBLOC=:WS-NBLOC
           END-EXEC

           IF SQLCODE = 100
              MOVE 'N' TO WS-BLOC-FOUND-SW
           ELSE
              PERFORM D550-CHECKSQL
              MOVE 'Y' TO WS-BLOC-FOUND-SW
           END-IF
           .

       351-Access-Table-Compte.
      **********************************************************
      *  Fetch the account a POS names, outcome on a switch
           EXEC SQL
              SELECT *
              INTO :DCLTBCOMPTE
              FROM TBCOMPTE
              WHERE COMPTE=:WS-COMPTE
           END-EXEC

           IF SQLCODE = 100
              MOVE 'N' TO WS-COMPTE-FOUND-SW
           ELSE
              PERFORM D550-CHECKSQL
              MOVE 'Y' TO WS-COMPTE-FOUND-SW
           END-IF
           .

       360-Insert-Blocage.
      **********************************************************
      *  POS : place the hold, active, stamped today
           EXEC SQL
              INSERT INTO TBBLOCAGE
              (
                NBLOC,
                COMPTE,
                TYPBLOC,
                MTBLOC,
                DTDEB,
                DTFIN,
                REFEXT,
                MOTIF,
                USERID,
                STATUT,
                DDMAJ,
                HDMAJ
              )
              VALUES
              (
                :WS-NBLOC,
                :WS-COMPTE,
                :WS-TYPBLOC,
                :WS-MTBLOC,
                :WS-DTDEB,
                :WS-DTFIN,
                :WS-REFEXT,
                :WS-MOTIF,
                :WS-USERID,
                 'A',
                 CURRENT DATE,
                 CURRENT TIME
              )
           END-EXEC

           PERFORM D550-CHECKSQL

           MOVE 'BLP' TO WS-CODAUD
           MOVE SPACES TO WS-ANCVAL
           MOVE WS-MTBLOC TO WS-ED-AMT
           MOVE SPACES TO WS-NOUVAL
           STRING WS-TYPBLOC WS-ED-AMT DELIMITED BY SIZE
              INTO WS-NOUVAL
           .

       370-Update-Blocage.
      **********************************************************
      *  MOD : amend amount, expiry date and/or reason. A field
      *  left at spaces keeps its current value.
           MOVE WS-O-MTBLOC TO WS-ED-AMT
           MOVE WS-ED-AMT TO WS-ANCVAL

           IF BQ-MTBLOC NOT = SPACES
              MOVE WS-MTBLOC TO WS-O-MTBLOC
           END-IF
           IF WS-DTFIN NOT = SPACES
              MOVE WS-DTFIN TO WS-O-DTFIN
           END-IF
           IF WS-MOTIF NOT = SPACES
              MOVE WS-MOTIF TO WS-O-MOTIF
           END-IF

           EXEC SQL
              UPDATE TBBLOCAGE
              SET MTBLOC=:WS-O-MTBLOC,
                  DTFIN=:WS-O-DTFIN,
                  MOTIF=:WS-O-MOTIF,
                  USERID=:WS-USERID,
                  DDMAJ=CURRENT DATE,
                  HDMAJ=CURRENT TIME
              WHERE NBLOC=:WS-NBLOC
           END-EXEC

           PERFORM D550-CHECKSQL

           MOVE 'BLM' TO WS-CODAUD
           MOVE WS-O-MTBLOC TO WS-ED-AMT
           MOVE WS-ED-AMT TO WS-NOUVAL
           .

       372-Release-Blocage.
      **********************************************************
      *  LEV : release the hold. The row stays on TBBLOCAGE so
      *  the refusals it caused stay explainable.
           MOVE WS-O-MTBLOC TO WS-ED-AMT
           MOVE SPACES TO WS-ANCVAL
           STRING WS-O-TYPBLOC WS-ED-AMT DELIMITED BY SIZE
              INTO WS-ANCVAL

           EXEC SQL
              UPDATE TBBLOCAGE
              SET STATUT='L',
                  USERID=:WS-USERID,
                  DDMAJ=CURRENT DATE,
                  HDMAJ=CURRENT TIME
              WHERE NBLOC=:WS-NBLOC
           END-EXEC

           PERFORM D550-CHECKSQL

           MOVE 'BLL' TO WS-CODAUD
           MOVE 'L' TO WS-NOUVAL
           .

       320-Audit-Insert.
      **********************************************************
      *  One TBAUDIT row per applied transaction, PGM020 shape ;
      *  the COMPTE column carries the held account, CODMVT
      *  this batch's own code
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
                :WS-CODAUD,
                :WS-COMPTE,
                :WS-ANCVAL,
                :WS-NOUVAL
              )
           END-EXEC

           PERFORM D550-CHECKSQL
           .

       710-Write-Applied-Line.
      **********************************************************
      *  Report line for an applied transaction
           MOVE WS-NBLOC TO WS-ED-NBLOC
           MOVE WS-COMPTE TO WS-ED-COMPTE
           MOVE SPACES TO CR-LIGNE
           STRING 'APPLIED ' WS-CODE
                  ' HOLD ' WS-ED-NBLOC
                  ' COMPTE ' WS-ED-COMPTE
                  ' BY ' WS-USERID
              DELIMITED BY SIZE INTO CR-LIGNE
           WRITE CR-LIGNE
           .

       720-Write-Refused-Line.
      **********************************************************
      *  Report line for a refused transaction, with its reason
           MOVE WS-NBLOC TO WS-ED-NBLOC
           MOVE SPACES TO CR-LIGNE
           STRING 'REFUSED ' WS-CODE
                  ' HOLD ' WS-ED-NBLOC
                  ' : ' WS-REJECT-REASON
              DELIMITED BY SIZE INTO CR-LIGNE
           WRITE CR-LIGNE
           .

       700-Summary-Report.
      **********************************************************
      *  End-of-run summary at the bottom of the report
           MOVE SPACES TO CR-LIGNE
           WRITE CR-LIGNE

           MOVE SPACES TO CR-LIGNE
           STRING 'PGM038 FUNDS HOLD MAINTENANCE SUMMARY'
              DELIMITED BY SIZE INTO CR-LIGNE
           WRITE CR-LIGNE

           MOVE WS-CNT-READ TO WS-ED-CNT
           MOVE SPACES TO CR-LIGNE
           STRING 'TRANSACTIONS READ: ' WS-ED-CNT
              DELIMITED BY SIZE INTO CR-LIGNE
           WRITE CR-LIGNE

           MOVE WS-CNT-APPLIED TO WS-ED-CNT
           MOVE SPACES TO CR-LIGNE
           STRING 'APPLIED          : ' WS-ED-CNT
              DELIMITED BY SIZE INTO CR-LIGNE
           WRITE CR-LIGNE

           MOVE WS-CNT-REJECTED TO WS-ED-CNT
           MOVE SPACES TO CR-LIGNE
           STRING 'REFUSED          : ' WS-ED-CNT
              DELIMITED BY SIZE INTO CR-LIGNE
           WRITE CR-LIGNE
           .

       820-Final-Commit.
      **********************************************************
      *  Commit every applied transaction and its audit row
           EXEC SQL
              COMMIT WORK
           END-EXEC

           PERFORM D550-CHECKSQL
           .

       999-CFILES.
      **********************************************************
      *  This routine should close file(s)
           CLOSE FILEBLQ
           CLOSE FILECR
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
