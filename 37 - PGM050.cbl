       PROCESS TEST
      *****************************************************************
      * Program name:    PGM050
      * Original author: SVCTEAM
      *
      * Maintenence Log
      * Date      Author        Maintenance Requirement
      * --------- ------------  ---------------------------------------
      * 10/15/26  SVCTEAM       Created : cheque book register
      *                         maintenance batch - issue books,
      *                         stop payment, report lost and lift
      *                         a stop on TBCARNET/TBCHEQUE, each
      *                         edited and written to the TBAUDIT
      *                         audit trail, PGM038 pattern
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PGM050.
       AUTHOR.        SVCTEAM.
       INSTALLATION.  COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN.  10/15/26.
       DATE-COMPILED. 10/15/26.
       SECURITY.      NON-CONFIDENTIAL.
      *****************************************************************
      *  Purpose : apply hand-keyed cheque book maintenance from
      *  FILECHQ to the cheque book register : TBCARNET, one row
      *  per book issued to an account (number range, issue date),
      *  and TBCHEQUE, one row per cheque of the book with its
      *  status. PGM017 pays a CHQ inward cheque only when it is
      *  one of the account's cheques still at issued, and marks
      *  it paid ; PGM051 returns the refused ones to the clearing
      *  house. One transaction per record, on a range of cheque
      *  numbers (NUDEB to NUFIN - a blank NUFIN means the single
      *  cheque NUDEB), at most WS-MAX-RANGE cheques :
      *
      *  - EMI : issue a book. Refused when the account is
      *          unknown, closed or dormant, when the issue date is
      *          in the future, or when any number of the range is
      *          already on the account's register. A blank issue
      *          date means the run date.
      *  - OPP : stop payment (STATUT 'S'). The reason is
      *          mandatory - the bank must be able to say why it
      *          refused the customer's own signature.
      *  - PER : cheque(s) reported lost or stolen (STATUT 'L').
      *  - LEV : lift a stop or loss report (back to 'E').
      *
      *  OPP/PER/LEV are refused unless every number of the range
      *  was issued to the account. OPP/PER act on the cheques of
      *  the range still at issued - a paid cheque is never
      *  touched - and are refused when there is none ; LEV acts
      *  on the stopped/lost ones and is refused when there is
      *  none. Every applied transaction writes a TBAUDIT row as
      *  PGM038 does - the COMPTE column carries the account and
      *  the CODMVT is this batch's own code (EMI/OPP/PER/LEV are
      *  audited as CHE/CHO/CHP/CHL). Applied and refused
      *  transactions are both listed on the FILECR report.
      *
      *  TBCHEQUE.STATUT convention : 'E' issued, 'P' paid (set by
      *  PGM017), 'S' payment stopped, 'L' reported lost.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FILECHQ ASSIGN TO FILECHQ
           FILE STATUS IS FS-FILECHQ.

           SELECT FILECR ASSIGN TO FILECR
           FILE STATUS IS FS-FILECR.
      *****************************************************************
       DATA DIVISION.
      *****************************************************************
       FILE SECTION.
      *  Maintenance transactions, hand-keyed, display format
       FD  FILECHQ RECORDING MODE F
           RECORD CONTAINS 132 CHARACTERS.
       01  FICHQ-ENREG.
          05  CQ-CODE    PIC X(03).
          05  CQ-COMPTE  PIC X(09).
          05  CQ-COMPTE-N REDEFINES CQ-COMPTE PIC 9(09).
          05  CQ-NUDEB   PIC X(07).
          05  CQ-NUDEB-N REDEFINES CQ-NUDEB PIC 9(07).
          05  CQ-NUFIN   PIC X(07).
          05  CQ-NUFIN-N REDEFINES CQ-NUFIN PIC 9(07).
          05  CQ-DTEMIS  PIC X(10).
          05  CQ-MOTIF   PIC X(30).
          05  CQ-USERID  PIC X(08).
          05  FILLER     PIC X(58).

      *  Maintenance report, one 80-byte print line per record
       FD  FILECR RECORDING MODE F
           RECORD CONTAINS 80 CHARACTERS.
       01  CR-LIGNE       PIC X(80).

      *****************************************************************
       WORKING-STORAGE SECTION.
      / FILES STATUS
       01 FS-FILECHQ     PIC X(02).
           88 END-FILECHQ VALUE '10'.

       01 FS-FILECR      PIC X(02).

      / WORKING COPY OF THE TRANSACTION BEING APPLIED
       01 WS-CODE        PIC X(03).
       01 WS-COMPTE      PIC S9(09) COMP.
       01 WS-NUDEB       PIC S9(09) COMP.
       01 WS-NUFIN       PIC S9(09) COMP.
       01 WS-DTEMIS      PIC X(10).
       01 WS-MOTIF       PIC X(30).
       01 WS-USERID      PIC X(08).

      / RANGE WORK FIELDS - CHEQUES IN THE KEYED RANGE, HOW MANY
      / ARE ALREADY ON THE REGISTER / AT THE STATUS THE CODE ACTS
      / ON, AND HOW MANY ROWS THE TRANSACTION WROTE
       01 WS-MAX-RANGE   PIC S9(09) COMP VALUE 100.
       01 WS-NBCHQ       PIC S9(09) COMP.
       01 WS-NUCHQ       PIC S9(09) COMP.
       01 WS-CNT-REG     PIC S9(09) COMP.
       01 WS-CNT-ELIG    PIC S9(09) COMP.
       01 WS-NBTRT       PIC S9(09) COMP.

      / REJECT / EDIT SWITCHES
       01 WS-REJECT-SW    PIC X(01) VALUE 'N'.
           88 WS-IS-REJECTED  VALUE 'Y'.
           88 WS-NOT-REJECTED VALUE 'N'.
       01 WS-REJECT-REASON PIC X(35) VALUE SPACES.

      / ACCOUNT LOOKUP OUTCOME
       01 WS-COMPTE-FOUND-SW PIC X(01) VALUE 'N'.
           88 WS-COMPTE-FOUND     VALUE 'Y'.
           88 WS-COMPTE-NOT-FOUND VALUE 'N'.

      / AUDIT OLD/NEW VALUES, AND THE AUDIT CODE - THIS BATCH'S
      / OWN CODES (SEE HEADER)
       01 WS-ANCVAL       PIC X(20).
       01 WS-NOUVAL       PIC X(20).
       01 WS-CODAUD       PIC X(03).
       01 WS-STA-ANC      PIC X(03).
       01 WS-STA-NOU      PIC X(03).

      / THE RANGE AS PRINTED AND AUDITED : NNNNNNN-NNNNNNN
       01 WS-ED-RANGE.
           05 WS-ED-NUDEB   PIC 9(07).
           05 FILLER        PIC X(01) VALUE '-'.
           05 WS-ED-NUFIN   PIC 9(07).

      / TODAY'S DATE, ISO, THE DEFAULT ISSUE DATE OF A BOOK
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
       01 WS-CNT-ISSUED    PIC 9(09) COMP VALUE 0.
       01 WS-CNT-STOPPED   PIC 9(09) COMP VALUE 0.
       01 WS-CNT-LOST      PIC 9(09) COMP VALUE 0.
       01 WS-CNT-LIFTED    PIC 9(09) COMP VALUE 0.
       01 WS-ED-CNT        PIC ZZZ,ZZZ,ZZ9.
       01 WS-ED-COMPTE     PIC -(9)9.
       01 WS-ED-NBTRT      PIC ZZ9.

      / IMPORT SQLCA
           EXEC SQL INCLUDE SQLCA
           END-EXEC.

      / DECLARATIONS DCLGEN(PGM050)
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
           OPEN INPUT FILECHQ
           OPEN OUTPUT FILECR
           .

       010-Initialize.
      **********************************************************
      *  One-time startup : today's date, the issue date of a
      *  book keyed without one
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           STRING WS-CD-YYYY '-' WS-CD-MM '-' WS-CD-DD
              DELIMITED BY SIZE INTO WS-TODAY-ISO
           .

       100-Main.
      **********************************************************
      *  Main routine : one pass over FILECHQ ; each transaction
      *  is edited, then applied and audited, or listed as
      *  refused with its reason.
           PERFORM 210-Read-File

           PERFORM UNTIL (END-FILECHQ)
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
              WHEN WS-CODE = 'EMI'
                 PERFORM 360-Issue-Carnet
              WHEN WS-CODE = 'OPP'
                 PERFORM 370-Stop-Cheques
              WHEN WS-CODE = 'PER'
                 PERFORM 371-Lost-Cheques
              WHEN WS-CODE = 'LEV'
                 PERFORM 372-Lift-Cheques
           END-EVALUATE
           .

       210-Read-File.
      **********************************************************
      *  This routine should read file line by line
           READ FILECHQ
           MOVE CQ-CODE     TO WS-CODE
           MOVE CQ-DTEMIS   TO WS-DTEMIS
           MOVE CQ-MOTIF    TO WS-MOTIF
           MOVE CQ-USERID   TO WS-USERID
           IF CQ-COMPTE IS NUMERIC
              MOVE CQ-COMPTE-N TO WS-COMPTE
           ELSE
              MOVE 0 TO WS-COMPTE
           END-IF
           IF CQ-NUDEB IS NUMERIC
              MOVE CQ-NUDEB-N TO WS-NUDEB
           ELSE
              MOVE 0 TO WS-NUDEB
           END-IF
           IF CQ-NUFIN = SPACES
              MOVE WS-NUDEB TO WS-NUFIN
           ELSE
              IF CQ-NUFIN IS NUMERIC
                 MOVE CQ-NUFIN-N TO WS-NUFIN
              ELSE
                 MOVE 0 TO WS-NUFIN
              END-IF
           END-IF
           .

       400-Edit-Transaction.
      **********************************************************
      *  Common edits - the account and the cheque range - then
      *  the per-code edits. Every path that sets WS-REJECT-SW
      *  also sets the report reason.
           IF WS-CODE NOT = 'EMI' AND WS-CODE NOT = 'OPP'
              AND WS-CODE NOT = 'PER' AND WS-CODE NOT = 'LEV'
              MOVE 'Y' TO WS-REJECT-SW
              MOVE 'INVALID MAINTENANCE CODE' TO WS-REJECT-REASON
           END-IF

           IF WS-NOT-REJECTED
              IF CQ-COMPTE NOT NUMERIC
                 MOVE 'Y' TO WS-REJECT-SW
                 MOVE 'ACCOUNT NUMBER NOT NUMERIC' TO WS-REJECT-REASON
              END-IF
           END-IF

           IF WS-NOT-REJECTED
              IF CQ-NUDEB NOT NUMERIC OR WS-NUDEB = 0
                 OR (CQ-NUFIN NOT = SPACES AND CQ-NUFIN NOT NUMERIC)
                 MOVE 'Y' TO WS-REJECT-SW
                 MOVE 'CHEQUE NUMBER NOT NUMERIC' TO WS-REJECT-REASON
              END-IF
           END-IF

           IF WS-NOT-REJECTED
              IF WS-NUFIN < WS-NUDEB
                 MOVE 'Y' TO WS-REJECT-SW
                 MOVE 'RANGE END BEFORE RANGE START'
                    TO WS-REJECT-REASON
              ELSE
                 COMPUTE WS-NBCHQ = WS-NUFIN - WS-NUDEB + 1
                 IF WS-NBCHQ > WS-MAX-RANGE
                    MOVE 'Y' TO WS-REJECT-SW
                    MOVE 'RANGE OVER 100 CHEQUES' TO WS-REJECT-REASON
                 END-IF
              END-IF
           END-IF

           IF WS-NOT-REJECTED
              PERFORM 350-Count-Register
              EVALUATE TRUE
                 WHEN WS-CODE = 'EMI'
                    PERFORM 410-Edit-Issue
                 WHEN WS-CODE = 'OPP'
                    PERFORM 420-Edit-Stop
                 WHEN WS-CODE = 'PER'
                    PERFORM 450-Edit-Range-Issued
                 WHEN WS-CODE = 'LEV'
                    PERFORM 450-Edit-Range-Issued
              END-EVALUATE
           END-IF
           .

       410-Edit-Issue.
      **********************************************************
      *  EMI : a book goes to a live account only, and never
      *  re-uses a number the account already holds - PGM017
      *  finds a cheque by account and number
           IF WS-CNT-REG > 0
              MOVE 'Y' TO WS-REJECT-SW
              MOVE 'CHEQUE NUMBER ALREADY ISSUED' TO WS-REJECT-REASON
           END-IF

           IF WS-NOT-REJECTED
              PERFORM 351-Access-Table-Compte
              EVALUATE TRUE
                 WHEN WS-COMPTE-NOT-FOUND
                    MOVE 'Y' TO WS-REJECT-SW
                    MOVE 'ACCOUNT NOT FOUND' TO WS-REJECT-REASON
                 WHEN DGC-STATUT = 'C'
                    MOVE 'Y' TO WS-REJECT-SW
                    MOVE 'ACCOUNT CLOSED' TO WS-REJECT-REASON
                 WHEN DGC-STATUT = 'D'
                    MOVE 'Y' TO WS-REJECT-SW
                    MOVE 'ACCOUNT DORMANT' TO WS-REJECT-REASON
              END-EVALUATE
           END-IF

           IF WS-NOT-REJECTED
              IF WS-DTEMIS = SPACES
                 MOVE WS-TODAY-ISO TO WS-DTEMIS
              END-IF
              IF WS-DTEMIS > WS-TODAY-ISO
                 MOVE 'Y' TO WS-REJECT-SW
                 MOVE 'ISSUE DATE IN THE FUTURE' TO WS-REJECT-REASON
              END-IF
           END-IF
           .

       420-Edit-Stop.
      **********************************************************
      *  OPP : the range edits, and the reason of the stop
           PERFORM 450-Edit-Range-Issued
           IF WS-NOT-REJECTED
              IF WS-MOTIF = SPACES
                 MOVE 'Y' TO WS-REJECT-SW
                 MOVE 'STOP PAYMENT REASON MISSING'
                    TO WS-REJECT-REASON
              END-IF
           END-IF
           .

       450-Edit-Range-Issued.
      **********************************************************
      *  Shared edit (OPP/PER/LEV) : every cheque of the range
      *  belongs to the account, and at least one of them is at
      *  the status the code acts on
           IF WS-CNT-REG NOT = WS-NBCHQ
              MOVE 'Y' TO WS-REJECT-SW
              MOVE 'CHEQUE NOT ISSUED TO ACCOUNT' TO WS-REJECT-REASON
           END-IF

           IF WS-NOT-REJECTED
              PERFORM 352-Count-Eligible
              IF WS-CNT-ELIG = 0
                 MOVE 'Y' TO WS-REJECT-SW
                 IF WS-CODE = 'LEV'
                    MOVE 'NO STOPPED OR LOST CHEQUE IN RANGE'
                       TO WS-REJECT-REASON
                 ELSE
                    MOVE 'NO UNPAID CHEQUE IN RANGE'
                       TO WS-REJECT-REASON
                 END-IF
              END-IF
           END-IF
           .

       350-Count-Register.
      **********************************************************
      *  How many numbers of the range are already on the
      *  account's register : none is the expected case for EMI,
      *  all of them for OPP/PER/LEV
           EXEC SQL
              SELECT COUNT(*)
              INTO   :WS-CNT-REG
              FROM   TBCHEQUE
              WHERE  COMPTE=:WS-COMPTE
              AND    NUCHQ BETWEEN :WS-NUDEB AND :WS-NUFIN
           END-EXEC

           PERFORM D550-CHECKSQL
           .

       351-Access-Table-Compte.
      **********************************************************
      *  Fetch the account an EMI names, outcome on a switch
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

       352-Count-Eligible.
      **********************************************************
      *  Cheques of the range the code can act on : still at
      *  issued for OPP/PER, stopped or lost for LEV
           IF WS-CODE = 'LEV'
              EXEC SQL
                 SELECT COUNT(*)
                 INTO   :WS-CNT-ELIG
                 FROM   TBCHEQUE
                 WHERE  COMPTE=:WS-COMPTE
                 AND    NUCHQ BETWEEN :WS-NUDEB AND :WS-NUFIN
                 AND    STATUT IN ('S','L')
              END-EXEC
           ELSE
              EXEC SQL
                 SELECT COUNT(*)
                 INTO   :WS-CNT-ELIG
                 FROM   TBCHEQUE
                 WHERE  COMPTE=:WS-COMPTE
                 AND    NUCHQ BETWEEN :WS-NUDEB AND :WS-NUFIN
                 AND    STATUT='E'
              END-EXEC
           END-IF

           PERFORM D550-CHECKSQL
           .

       360-Issue-Carnet.
      **********************************************************
      *  EMI : register the book, then one TBCHEQUE row per
      *  cheque, all issued
           EXEC SQL
              INSERT INTO TBCARNET
              (
                COMPTE,
                NUDEB,
                NUFIN,
                DTEMIS,
                USERID,
                DDMAJ,
                HDMAJ
              )
              VALUES
              (
                :WS-COMPTE,
                :WS-NUDEB,
                :WS-NUFIN,
                :WS-DTEMIS,
                :WS-USERID,
                 CURRENT DATE,
                 CURRENT TIME
              )
           END-EXEC

           PERFORM D550-CHECKSQL

           MOVE WS-NUDEB TO WS-NUCHQ
           PERFORM UNTIL WS-NUCHQ > WS-NUFIN
               PERFORM 361-Insert-Cheque
               ADD 1 TO WS-NUCHQ
           END-PERFORM

           MOVE WS-NBCHQ TO WS-NBTRT
           ADD WS-NBTRT TO WS-CNT-ISSUED

           MOVE 'CHE' TO WS-CODAUD
           MOVE SPACES TO WS-ANCVAL
           MOVE WS-NUDEB TO WS-ED-NUDEB
           MOVE WS-NUFIN TO WS-ED-NUFIN
           MOVE SPACES TO WS-NOUVAL
           STRING 'E ' WS-ED-RANGE DELIMITED BY SIZE
              INTO WS-NOUVAL
           .

       361-Insert-Cheque.
      **********************************************************
      *  One cheque of a new book, issued on the book's date
           EXEC SQL
              INSERT INTO TBCHEQUE
              (
                COMPTE,
                NUCHQ,
                NUDEB,
                STATUT,
                DTSTA,
                ROPER,
                MTCHQ,
                MOTIF,
                USERID,
                DDMAJ,
                HDMAJ
              )
              VALUES
              (
                :WS-COMPTE,
                :WS-NUCHQ,
                :WS-NUDEB,
                 'E',
                :WS-DTEMIS,
                 ' ',
                 0,
                 ' ',
                :WS-USERID,
                 CURRENT DATE,
                 CURRENT TIME
              )
           END-EXEC

           PERFORM D550-CHECKSQL
           .

       370-Stop-Cheques.
      **********************************************************
      *  OPP : stop payment on the range's unpaid cheques
           EXEC SQL
              UPDATE TBCHEQUE
              SET STATUT='S',
                  DTSTA=:WS-TODAY-ISO,
                  MOTIF=:WS-MOTIF,
                  USERID=:WS-USERID,
                  DDMAJ=CURRENT DATE,
                  HDMAJ=CURRENT TIME
              WHERE COMPTE=:WS-COMPTE
              AND   NUCHQ BETWEEN :WS-NUDEB AND :WS-NUFIN
              AND   STATUT='E'
           END-EXEC

           PERFORM D550-CHECKSQL

           MOVE SQLERRD (3) TO WS-NBTRT
           ADD WS-NBTRT TO WS-CNT-STOPPED
           MOVE 'CHO' TO WS-CODAUD
           MOVE 'E' TO WS-STA-ANC
           MOVE 'S' TO WS-STA-NOU
           PERFORM 375-Audit-Range
           .

       371-Lost-Cheques.
      **********************************************************
      *  PER : the range's unpaid cheques are reported lost or
      *  stolen - a stop that also tells the branch why
           EXEC SQL
              UPDATE TBCHEQUE
              SET STATUT='L',
                  DTSTA=:WS-TODAY-ISO,
                  MOTIF=:WS-MOTIF,
                  USERID=:WS-USERID,
                  DDMAJ=CURRENT DATE,
                  HDMAJ=CURRENT TIME
              WHERE COMPTE=:WS-COMPTE
              AND   NUCHQ BETWEEN :WS-NUDEB AND :WS-NUFIN
              AND   STATUT='E'
           END-EXEC

           PERFORM D550-CHECKSQL

           MOVE SQLERRD (3) TO WS-NBTRT
           ADD WS-NBTRT TO WS-CNT-LOST
           MOVE 'CHP' TO WS-CODAUD
           MOVE 'E' TO WS-STA-ANC
           MOVE 'L' TO WS-STA-NOU
           PERFORM 375-Audit-Range
           .

       372-Lift-Cheques.
      **********************************************************
      *  LEV : the range's stopped or lost cheques can be paid
      *  again. The reason keyed (spaces if none) replaces the
      *  stop's.
           EXEC SQL
              UPDATE TBCHEQUE
              SET STATUT='E',
                  DTSTA=:WS-TODAY-ISO,
                  MOTIF=:WS-MOTIF,
                  USERID=:WS-USERID,
                  DDMAJ=CURRENT DATE,
                  HDMAJ=CURRENT TIME
              WHERE COMPTE=:WS-COMPTE
              AND   NUCHQ BETWEEN :WS-NUDEB AND :WS-NUFIN
              AND   STATUT IN ('S','L')
           END-EXEC

           PERFORM D550-CHECKSQL

           MOVE SQLERRD (3) TO WS-NBTRT
           ADD WS-NBTRT TO WS-CNT-LIFTED
           MOVE 'CHL' TO WS-CODAUD
           MOVE 'S/L' TO WS-STA-ANC
           MOVE 'E' TO WS-STA-NOU
           PERFORM 375-Audit-Range
           .

       375-Audit-Range.
      **********************************************************
      *  Old and new status, each followed by the range
           MOVE WS-NUDEB TO WS-ED-NUDEB
           MOVE WS-NUFIN TO WS-ED-NUFIN
           MOVE SPACES TO WS-ANCVAL
           STRING WS-STA-ANC DELIMITED BY SPACE
                  ' ' WS-ED-RANGE DELIMITED BY SIZE
              INTO WS-ANCVAL
           MOVE SPACES TO WS-NOUVAL
           STRING WS-STA-NOU DELIMITED BY SPACE
                  ' ' WS-ED-RANGE DELIMITED BY SIZE
              INTO WS-NOUVAL
           .

       320-Audit-Insert.
      **********************************************************
      *  One TBAUDIT row per applied transaction, PGM020 shape ;
      *  the COMPTE column carries the account, CODMVT this
      *  batch's own code
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
      *  Report line for an applied transaction, with the
      *  number of cheques it issued or changed
           MOVE WS-COMPTE TO WS-ED-COMPTE
           MOVE WS-NUDEB TO WS-ED-NUDEB
           MOVE WS-NUFIN TO WS-ED-NUFIN
           MOVE WS-NBTRT TO WS-ED-NBTRT
           MOVE SPACES TO CR-LIGNE
           STRING 'APPLIED ' WS-CODE
                  ' COMPTE ' WS-ED-COMPTE
                  ' CHQ ' WS-ED-RANGE
                  ' (' WS-ED-NBTRT ')'
                  ' BY ' WS-USERID
              DELIMITED BY SIZE INTO CR-LIGNE
           WRITE CR-LIGNE
           .

       720-Write-Refused-Line.
      **********************************************************
      *  Report line for a refused transaction, with its reason
           MOVE WS-COMPTE TO WS-ED-COMPTE
           MOVE SPACES TO CR-LIGNE
           STRING 'REFUSED ' WS-CODE
                  ' COMPTE ' WS-ED-COMPTE
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
           STRING 'PGM050 CHEQUE BOOK MAINTENANCE SUMMARY'
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

           MOVE WS-CNT-ISSUED TO WS-ED-CNT
           MOVE SPACES TO CR-LIGNE
           STRING 'CHEQUES ISSUED   : ' WS-ED-CNT
              DELIMITED BY SIZE INTO CR-LIGNE
           WRITE CR-LIGNE

           MOVE WS-CNT-STOPPED TO WS-ED-CNT
           MOVE SPACES TO CR-LIGNE
           STRING 'CHEQUES STOPPED  : ' WS-ED-CNT
              DELIMITED BY SIZE INTO CR-LIGNE
           WRITE CR-LIGNE

           MOVE WS-CNT-LOST TO WS-ED-CNT
           MOVE SPACES TO CR-LIGNE
           STRING 'CHEQUES LOST     : ' WS-ED-CNT
              DELIMITED BY SIZE INTO CR-LIGNE
           WRITE CR-LIGNE

           MOVE WS-CNT-LIFTED TO WS-ED-CNT
           MOVE SPACES TO CR-LIGNE
           STRING 'STOPS LIFTED     : ' WS-ED-CNT
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
           CLOSE FILECHQ
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
