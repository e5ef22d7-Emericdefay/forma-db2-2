       PROCESS TEST
      *****************************************************************
      * Program name:    PGM045
      * Original author: SVCTEAM
      *
      * Maintenence Log
      * Date      Author        Maintenance Requirement
      * --------- ------------  ---------------------------------------
      * 10/15/26  SVCTEAM       Created : account closure settlement
      *                         batch - prorated AGI interest and
      *                         the month's FRA fee posted, active
      *                         standing orders cancelled, residual
      *                         balance transferred to the payout
      *                         account, closing statement printed
      *                         and the CLO filed on TBATTENTE
      * 10/15/26  SVCTEAM       CHQ inward cheques (PGM017)
      *                         replayed as debits
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PGM045.
       AUTHOR.        SVCTEAM.
       INSTALLATION.  COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN.  10/15/26.
       DATE-COMPILED. 10/15/26.
       SECURITY.      NON-CONFIDENTIAL.
      *****************************************************************
      *  Purpose : wind an account down to a zero balance so its
      *  close can go through PGM020's dual control. PGM020 refuses
      *  a CLO while SOLDE is not zero ; until now every closure
      *  meant working out the part-quarter interest and the
      *  month's fee by hand, then keying a RET or TRF to empty
      *  the account.
      *
      *  FILECLO carries one closure request per record : the
      *  account to close, the payout account that takes (or
      *  covers) the residual balance, the requester's USERID and
      *  an optional closing statement start date (blank = first
      *  day of the current month). A request is refused, with its
      *  reason on FILERAP and nothing posted, when :
      *  - the account is unknown or already closed, or a CLO is
      *    already pending for it on TBATTENTE ;
      *  - the payout account is unknown, closed, the account
      *    itself, or in another currency ;
      *  - funds on the account are under a hold (PGM038) - seized
      *    money cannot be paid out ;
      *  - a teller capture (PGM042) for the account is still
      *    staged on TBSAISIE and would post after the settlement ;
      *  - the residual is a debit and the payout account cannot
      *    cover it within its own limit and holds (or is dormant,
      *    which PGM017 would refuse to debit).
      *  A dormant account may itself be settled : winding it down
      *  is often the very reason for the closure.
      *
      *  A settled request, in one unit of work :
      *  - AGI : the interest PGM023 would charge, prorated from
      *    the quarter start through today - the same day-by-day
      *    replay of TBHISTO, at the TBTXAGIO rate effective
      *    today, posted under the quarter's 'A' reference so the
      *    quarterly run skips the account. Nothing is charged
      *    when an AGI of the quarter is already on the account ;
      *  - FRA : the month's TBFRAIS 'TEN' fee, under the month's
      *    'F' reference so PGM034 skips the account ; waived for
      *    a dormant account or a zero balance, as PGM034 does.
      *    Both charges leave DDMVT alone and ignore the overdraft
      *    ceiling, as their own batches do. Settlement charges
      *    are numbered from 900001 / 90001 so they read apart
      *    from the periodic runs' own sequences ;
      *  - every active TBORDRE standing order of the account is
      *    cancelled (STATUT 'C') and audited as a PGM031 ANU ;
      *    orders of other accounts naming it as TRF counterparty
      *    are only reported - they belong to someone else ;
      *  - the residual balance moves as a TRF between the account
      *    and the payout account, PGM017's two-leg pattern (TRF
      *    debit leg, TRC credit leg under one 'S' reference, each
      *    RORIG 'C' + the other account, DDMVT set on both) ;
      *  - the closing statement goes on FILESTM in PGM022 format ;
      *  - with SOLDE now zero, the CLO is filed on TBATTENTE under
      *    the requester's USERID with its TBAUDIT row, exactly as
      *    PGM020 files one : the close itself still needs an APP
      *    keyed under a different USERID.
      *
      *  Each settled request is committed on its own, so a later
      *  abend never undoes an earlier closure ; a re-run refuses
      *  the settled ones on their pending CLO. Should the CLO be
      *  rejected, the account stays open with its quarter's AGI
      *  already charged to today : the quarterly run will not
      *  charge it again for the rest of the quarter.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FILECLO ASSIGN TO FILECLO
           FILE STATUS IS FS-FILECLO.

           SELECT FILESTM ASSIGN TO FILESTM
           FILE STATUS IS FS-FILESTM.

           SELECT FILERAP ASSIGN TO FILERAP
           FILE STATUS IS FS-FILERAP.
      *****************************************************************
       DATA DIVISION.
      *****************************************************************
       FILE SECTION.
      *  Closure requests, hand-keyed, display format
       FD  FILECLO RECORDING MODE F
           RECORD CONTAINS 80 CHARACTERS.
       01  FICLO-ENREG.
          05  CL-COMPTE    PIC X(09).
          05  CL-COMPTE-N  REDEFINES CL-COMPTE PIC 9(09).
          05  CL-COMPTE-PAY PIC X(09).
          05  CL-COMPTE-PAY-N REDEFINES CL-COMPTE-PAY PIC 9(09).
          05  CL-USERID    PIC X(08).
          05  CL-DTDEB     PIC X(10).
          05  FILLER       PIC X(44).

      *  Closing statements, PGM022 layout, one 80-byte line each
       FD  FILESTM RECORDING MODE F
           RECORD CONTAINS 80 CHARACTERS.
       01  STM-LIGNE      PIC X(80).

      *  Settlement report, one 80-byte print line per record
       FD  FILERAP RECORDING MODE F
           RECORD CONTAINS 80 CHARACTERS.
       01  RAP-LIGNE      PIC X(80).

      *****************************************************************
       WORKING-STORAGE SECTION.
      / FILES STATUS
       01 FS-FILECLO     PIC X(02).
           88 END-FILECLO VALUE '10'.

       01 FS-FILESTM     PIC X(02).
       01 FS-FILERAP     PIC X(02).

      / RUN DATE
       01 WS-CURRENT-DATE.
           05 WS-CD-YYYY    PIC 9(4).
           05 WS-CD-MM      PIC 9(2).
           05 WS-CD-DD      PIC 9(2).
           05 FILLER        PIC X(13).
       01 WS-TODAY-ISO      PIC X(10).
       01 WS-MOIS-DEB       PIC X(10).
       01 WS-TRIM-DEB       PIC X(10).
       01 WS-TRIM-MM        PIC 9(02).

      / THE REQUEST BEING SETTLED
       01 WS-COMPTE      PIC S9(09) COMP.
       01 WS-COMPTE-X    PIC 9(09).
       01 WS-USERID      PIC X(08).

      / THE PAYOUT ACCOUNT
       01 WS-PAY-COMPTE    PIC S9(09) COMP VALUE 0.
       01 WS-PAY-CDEV      PIC X(03).
       01 WS-PAY-SOLDE     PIC S9(13)V9(2) COMP-3 VALUE 0.
       01 WS-PAY-DECOUVERT PIC S9(13)V9(2) COMP-3 VALUE 0.
       01 WS-PAY-STATUT    PIC X(01).
       01 WS-PAY-BLOQUE    PIC S9(13)V9(2) COMP-3 VALUE 0.

      / REJECT / EDIT SWITCHES
       01 WS-REJECT-SW    PIC X(01) VALUE 'N'.
           88 WS-IS-REJECTED  VALUE 'Y'.
           88 WS-NOT-REJECTED VALUE 'N'.
       01 WS-REJECT-REASON PIC X(35) VALUE SPACES.

      / ACCOUNT LOOKUP OUTCOME
       01 WS-COMPTE-FOUND-SW PIC X(01) VALUE 'N'.
           88 WS-COMPTE-FOUND     VALUE 'Y'.
           88 WS-COMPTE-NOT-FOUND VALUE 'N'.

      / EDIT COUNTS
       01 WS-P-COUNT     PIC S9(09) COMP VALUE 0.
       01 WS-SAI-COUNT   PIC S9(09) COMP VALUE 0.
       01 WS-MT-BLOQUE   PIC S9(13)V9(2) COMP-3 VALUE 0.

      / DAY NUMBERS FOR THE INTEREST REPLAY
       01 WS-DATE-ISO    PIC X(10).
       01 WS-DATE-YYYYMMDD.
           05 WS-DN-YYYY PIC X(04).
           05 WS-DN-MM   PIC X(02).
           05 WS-DN-DD   PIC X(02).
       01 WS-DATE-YYYYMMDD-N REDEFINES WS-DATE-YYYYMMDD PIC 9(08).
       01 WS-JOUR-DEB    PIC S9(09) COMP VALUE 0.
       01 WS-JOUR-FIN    PIC S9(09) COMP VALUE 0.
       01 WS-JOUR-CRT    PIC S9(09) COMP VALUE 0.
       01 WS-JOUR-MVT    PIC S9(09) COMP VALUE 0.
      *  Day number the current balance has held since
       01 WS-JOUR-STRETCH PIC S9(09) COMP VALUE 0.
       01 WS-NBJOURS     PIC S9(09) COMP VALUE 0.

      / PERIOD READ BY CSR-HISTO (INTEREST REPLAY, THEN STATEMENT)
       01 WS-DTDEB       PIC X(10).
       01 WS-DTFIN       PIC X(10).
       01 WS-DTDEB-STM   PIC X(10).

      / CURSOR CONTROLS
       01 WS-END-HISTO-SW  PIC X(01) VALUE 'N'.
           88 END-CSR-HISTO VALUE 'Y'.
       01 WS-END-ORDRE-SW  PIC X(01) VALUE 'N'.
           88 END-CSR-ORDRE VALUE 'Y'.

      / MOVEMENT HOST FIELDS (CSR-HISTO)
       01 WS-H-COPER     PIC X(03).
       01 WS-H-ROPER     PIC X(10).
       01 WS-H-RORIG     PIC X(10).
       01 WS-H-MTOPPER   PIC S9(13)V9(2) COMP-3.
       01 WS-H-DDMAJ     PIC X(10).

      / STANDING ORDER HOST FIELDS (CSR-ORDRE)
       01 WS-O-NORDRE    PIC S9(09) COMP.
       01 WS-ED-NORDRE   PIC 9(05).
       01 WS-ORD-ENTRANT PIC S9(09) COMP VALUE 0.
       01 WS-ORD-ANNULE  PIC S9(09) COMP VALUE 0.

      / POSITION RECONSTRUCTION AND CHARGES
       01 WS-SOLDE-OUVERTURE PIC S9(13)V9(2) COMP-3 VALUE 0.
       01 WS-SOLDE-COURANT   PIC S9(13)V9(2) COMP-3 VALUE 0.
       01 WS-SOLDE-REPORT    PIC S9(13)V9(2) COMP-3 VALUE 0.
       01 WS-SOLDE0          PIC S9(13)V9(2) COMP-3 VALUE 0.
       01 WS-MT-SIGNE        PIC S9(13)V9(2) COMP-3 VALUE 0.
      *  Sum of ABS(negative balance) * days at that balance
       01 WS-SOMME-DEBIT     PIC S9(15)V9(2) COMP-3 VALUE 0.
       01 WS-TXAGIO          PIC S9(03)V9(06) COMP-3 VALUE 0.
       01 WS-MT-AGIO         PIC S9(13)V9(2) COMP-3 VALUE 0.
       01 WS-MT-FRAIS        PIC S9(13)V9(2) COMP-3 VALUE 0.
       01 WS-MT-RESIDU       PIC S9(13)V9(2) COMP-3 VALUE 0.
       01 WS-MT-TRF          PIC S9(13)V9(2) COMP-3 VALUE 0.
       01 WS-AGI-COUNT       PIC S9(09) COMP VALUE 0.
       01 WS-FRA-COUNT       PIC S9(09) COMP VALUE 0.
       01 WS-ANN-COUNT       PIC S9(09) COMP VALUE 0.
       01 WS-FLAG-REV        PIC X(03).
      *  What became of each charge, for the report
       01 WS-AGI-NOTE        PIC X(16).
       01 WS-FRA-NOTE        PIC X(16).

      / AGI REFERENCE : 'A' + QUARTER + YEAR + SEQUENCE
       01 WS-ROPER-AGI.
           05 FILLER         PIC X(01) VALUE 'A'.
           05 WS-AGI-Q       PIC 9(01).
           05 WS-AGI-YY      PIC X(02).
           05 WS-AGI-SEQ     PIC 9(06).
      *  LIKE pattern matching every AGI reference of the quarter.
      *  VARCHAR : a fixed-length pattern would carry its trailing
      *  blanks as literal pattern characters and never match.
       01 WS-AGI-PREFIX.
           49 WS-AGI-PREFIX-LEN PIC S9(04) COMP.
           49 WS-AGI-PREFIX-TXT PIC X(10).

      / FRA REFERENCE : 'F' + MONTH + YEAR + SEQUENCE
       01 WS-ROPER-FRA.
           05 FILLER         PIC X(01) VALUE 'F'.
           05 WS-FRA-MM      PIC X(02).
           05 WS-FRA-YY      PIC X(02).
           05 WS-FRA-SEQ     PIC 9(05).
       01 WS-FRA-PREFIX.
           49 WS-FRA-PREFIX-LEN PIC S9(04) COMP.
           49 WS-FRA-PREFIX-TXT PIC X(10).

      / SETTLEMENT TRANSFER REFERENCE : 'S' + YYMMDD + SEQUENCE.
      / BOTH LEGS SHARE IT, EACH ON ITS OWN ACCOUNT (PGM017 TRF).
       01 WS-ROPER-TRF.
           05 FILLER         PIC X(01) VALUE 'S'.
           05 WS-TRF-YY      PIC X(02).
           05 WS-TRF-MM      PIC X(02).
           05 WS-TRF-DD      PIC X(02).
           05 WS-TRF-SEQ     PIC 9(03).
       01 WS-TRF-PREFIX.
           49 WS-TRF-PREFIX-LEN PIC S9(04) COMP.
           49 WS-TRF-PREFIX-TXT PIC X(10).
       01 WS-TRF-COUNT       PIC S9(09) COMP VALUE 0.

      / ONE TBHISTO ROW TO WRITE, AND THE ACCOUNT THAT TAKES IT
       01 WS-I-COMPTE        PIC S9(09) COMP.
       01 WS-I-COPER         PIC X(03).
       01 WS-I-ROPER         PIC X(10).
       01 WS-I-RORIG         PIC X(10).
       01 WS-I-MTOPPER       PIC S9(13)V9(2) COMP-3.
       01 WS-I-CDEV          PIC X(03).
       01 WS-I-SOLDE         PIC S9(13)V9(2) COMP-3.
       01 WS-RORIG-CPT.
           05 FILLER         PIC X(01) VALUE 'C'.
           05 WS-RORIG-CPT-N PIC 9(09).

      / AUDIT OLD/NEW VALUES
       01 WS-CODE         PIC X(03).
       01 WS-ANCVAL       PIC X(20).
       01 WS-NOUVAL       PIC X(20).

      / PAGE CONTROL (CLOSING STATEMENT)
       01 WS-PAGE-MAX    PIC 9(03) COMP VALUE 55.
       01 WS-LINE-CNT    PIC 9(03) COMP VALUE 0.
       01 WS-PAGE-CNT    PIC 9(05) COMP VALUE 0.

      / RUN LEDGER (TBRUNLOG) FIELDS - THIS RUN'S ROW
       01 WS-RUNLOG-HDDEB  PIC X(08).
       01 WS-RUNLOG-LU     PIC S9(09) COMP VALUE 0.
       01 WS-RUNLOG-TRT    PIC S9(09) COMP VALUE 0.

      / COUNTERS FOR THE END-OF-RUN SUMMARY
       01 WS-CNT-READ      PIC 9(09) COMP VALUE 0.
       01 WS-CNT-SETTLED   PIC 9(09) COMP VALUE 0.
       01 WS-CNT-REJECTED  PIC 9(09) COMP VALUE 0.
       01 WS-CNT-AGI       PIC 9(09) COMP VALUE 0.
       01 WS-CNT-FRA       PIC 9(09) COMP VALUE 0.
       01 WS-CNT-TRF       PIC 9(09) COMP VALUE 0.
       01 WS-CNT-ORDRE     PIC 9(09) COMP VALUE 0.
       01 WS-TOT-AGI       PIC S9(13)V9(2) COMP-3 VALUE 0.
       01 WS-TOT-FRA       PIC S9(13)V9(2) COMP-3 VALUE 0.
       01 WS-ED-CNT        PIC ZZZ,ZZZ,ZZ9.
       01 WS-ED-AMT        PIC -(13)9.99.
       01 WS-ED-AMT2       PIC -(13)9.99.
       01 WS-ED-COMPTE     PIC -(9)9.
       01 WS-ED-COMPTE2    PIC -(9)9.
       01 WS-ED-PAGE       PIC ZZZZ9.

      / IMPORT SQLCA
           EXEC SQL INCLUDE SQLCA
           END-EXEC.

      / DECLARATIONS DCLGEN(PGM045)
           EXEC SQL INCLUDE CCOMPTE  END-EXEC.

      / CURSOR OVER THE ACCOUNT'S MOVEMENTS OF A PERIOD
           EXEC SQL
              DECLARE CSR-HISTO CURSOR FOR
              SELECT COPER, ROPER, RORIG, MTOPPER, DDMAJ
              FROM   TBHISTO
              WHERE  COMPTE = :WS-COMPTE
              AND    DDMAJ >= :WS-DTDEB
              AND    DDMAJ <= :WS-DTFIN
              ORDER BY DDMAJ, HDMAJ
           END-EXEC.

      / CURSOR OVER THE ACCOUNT'S ACTIVE STANDING ORDERS
           EXEC SQL
              DECLARE CSR-ORDRE CURSOR FOR
              SELECT NORDRE
              FROM   TBORDRE
              WHERE  COMPTE = :WS-COMPTE
              AND    STATUT = 'A'
              ORDER BY NORDRE
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
           PERFORM 835-Runlog-End.
           PERFORM 820-Final-Commit.
           PERFORM 700-Summary-Report.
           PERFORM 999-CFILES.
           GOBACK.

       000-OFILES.
           OPEN INPUT FILECLO
           OPEN OUTPUT FILESTM
           OPEN OUTPUT FILERAP
           .

       010-Initialize.
      **********************************************************
      *  One-time startup : run date, the month and quarter it
      *  falls in, the charge and transfer reference tags
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           STRING WS-CD-YYYY '-' WS-CD-MM '-' WS-CD-DD
              DELIMITED BY SIZE INTO WS-TODAY-ISO

           MOVE WS-TODAY-ISO TO WS-MOIS-DEB
           MOVE '01' TO WS-MOIS-DEB (9:2)

      *    Quarter digit, year and the quarter's first day
           COMPUTE WS-AGI-Q = (WS-CD-MM + 2) / 3
           COMPUTE WS-TRIM-MM = (WS-AGI-Q * 3) - 2
           MOVE WS-MOIS-DEB TO WS-TRIM-DEB
           MOVE WS-TRIM-MM TO WS-TRIM-DEB (6:2)
           MOVE WS-TODAY-ISO (3:2) TO WS-AGI-YY
           MOVE 900000 TO WS-AGI-SEQ
           MOVE SPACES TO WS-AGI-PREFIX-TXT
           STRING 'A' WS-AGI-Q WS-AGI-YY '%'
              DELIMITED BY SIZE INTO WS-AGI-PREFIX-TXT
           MOVE 5 TO WS-AGI-PREFIX-LEN

           MOVE WS-TODAY-ISO (6:2) TO WS-FRA-MM
           MOVE WS-TODAY-ISO (3:2) TO WS-FRA-YY
           MOVE 90000 TO WS-FRA-SEQ
           MOVE SPACES TO WS-FRA-PREFIX-TXT
           STRING 'F' WS-FRA-MM WS-FRA-YY '%'
              DELIMITED BY SIZE INTO WS-FRA-PREFIX-TXT
           MOVE 6 TO WS-FRA-PREFIX-LEN

      *    Transfer sequence carries on after any settlement run
      *    earlier today, so a second run never reuses a reference
           MOVE WS-TODAY-ISO (3:2) TO WS-TRF-YY
           MOVE WS-TODAY-ISO (6:2) TO WS-TRF-MM
           MOVE WS-TODAY-ISO (9:2) TO WS-TRF-DD
           MOVE SPACES TO WS-TRF-PREFIX-TXT
           STRING 'S' WS-TRF-YY WS-TRF-MM WS-TRF-DD '%'
              DELIMITED BY SIZE INTO WS-TRF-PREFIX-TXT
           MOVE 8 TO WS-TRF-PREFIX-LEN
           PERFORM 333-Count-Trf-Today
           MOVE WS-TRF-COUNT TO WS-TRF-SEQ

           MOVE SPACES TO RAP-LIGNE
           STRING 'PGM045 CLOSURE SETTLEMENT REPORT ' WS-TODAY-ISO
              DELIMITED BY SIZE INTO RAP-LIGNE
           WRITE RAP-LIGNE

           MOVE SPACES TO RAP-LIGNE
           WRITE RAP-LIGNE
           .

       100-Main.
      **********************************************************
      *  Main routine : one pass over FILECLO ; each request is
      *  edited and priced, then settled and committed, or
      *  listed as refused with its reason.
           PERFORM 210-Read-File

           PERFORM UNTIL (END-FILECLO)
               ADD 1 TO WS-CNT-READ
               MOVE 'N' TO WS-REJECT-SW
               MOVE SPACES TO WS-REJECT-REASON

               PERFORM 400-Edit-Request
               IF WS-NOT-REJECTED
                  PERFORM 120-Price-Settlement
               END-IF
               IF WS-NOT-REJECTED
                  PERFORM 480-Edit-Payout-Cover
               END-IF

               IF WS-IS-REJECTED
                  ADD 1 TO WS-CNT-REJECTED
                  PERFORM 720-Write-Refused-Line
               ELSE
                  ADD 1 TO WS-CNT-SETTLED
                  PERFORM 160-Post-Settlement
                  PERFORM 710-Write-Settled-Lines
                  PERFORM 820-Final-Commit
               END-IF

               PERFORM 210-Read-File
           END-PERFORM
           .

       120-Price-Settlement.
      **********************************************************
      *  Everything the settlement will post, worked out before
      *  anything is posted : the prorated interest, the fee and
      *  the residual balance left to transfer
           PERFORM 130-Price-Agio
           PERFORM 135-Price-Frais
           COMPUTE WS-MT-RESIDU =
              DGC-SOLDE - WS-MT-AGIO - WS-MT-FRAIS
           .

       130-Price-Agio.
      **********************************************************
      *  PGM023's accrual over quarter start .. today : rebuild
      *  the debit position day by day and price the negative
      *  days at today's rate
           MOVE 0 TO WS-MT-AGIO
           PERFORM 341-Check-Already-Charged
           IF WS-AGI-COUNT > 0
              MOVE 'ALREADY CHARGED' TO WS-AGI-NOTE
           ELSE
              PERFORM 335-Fetch-Taux-Agio
           END-IF

           IF WS-AGI-COUNT = 0 AND WS-NOT-REJECTED
              MOVE WS-TRIM-DEB TO WS-DTDEB
              MOVE WS-TODAY-ISO TO WS-DTFIN
              MOVE WS-DTDEB TO WS-DATE-ISO
              PERFORM 140-Date-To-Day-Number
              MOVE WS-JOUR-CRT TO WS-JOUR-DEB
              MOVE WS-DTFIN TO WS-DATE-ISO
              PERFORM 140-Date-To-Day-Number
              MOVE WS-JOUR-CRT TO WS-JOUR-FIN

              PERFORM 340-Fetch-Opening-Balance
              MOVE WS-SOLDE-OUVERTURE TO WS-SOLDE-COURANT
              MOVE 0 TO WS-SOMME-DEBIT
              MOVE WS-JOUR-DEB TO WS-JOUR-STRETCH

              MOVE 'N' TO WS-END-HISTO-SW
              PERFORM 301-Open-Csr-Histo
              PERFORM 332-Fetch-Csr-Histo
              PERFORM UNTIL (END-CSR-HISTO)
                  PERFORM 150-Replay-Movement
                  PERFORM 332-Fetch-Csr-Histo
              END-PERFORM
              PERFORM 391-Close-Csr-Histo

      *       Tail stretch : from the last movement (or the
      *       quarter start) through today, inclusive
              COMPUTE WS-NBJOURS = WS-JOUR-FIN - WS-JOUR-STRETCH + 1
              PERFORM 155-Accumulate-Debit-Days

              COMPUTE WS-MT-AGIO ROUNDED =
                 WS-SOMME-DEBIT * WS-TXAGIO / 100 / 365
              IF WS-MT-AGIO = 0
                 MOVE 'NO DEBIT DAYS' TO WS-AGI-NOTE
              ELSE
                 MOVE 'CHARGED' TO WS-AGI-NOTE
              END-IF
           END-IF
           .

       135-Price-Frais.
      **********************************************************
      *  The month's keeping fee, PGM034's rules : skip when the
      *  month is billed already, waive dormant and zero-balance
      *  accounts, no schedule row means no fee
           MOVE 0 TO WS-MT-FRAIS
           PERFORM 342-Check-Already-Billed
           EVALUATE TRUE
              WHEN WS-FRA-COUNT > 0
                 MOVE 'ALREADY BILLED' TO WS-FRA-NOTE
              WHEN DGC-STATUT = 'D'
                 MOVE 'WAIVED DORMANT' TO WS-FRA-NOTE
              WHEN DGC-SOLDE = 0
                 MOVE 'WAIVED ZERO' TO WS-FRA-NOTE
              WHEN OTHER
                 PERFORM 336-Fetch-Fee-Schedule
                 IF WS-MT-FRAIS = 0
                    MOVE 'NO SCHEDULE' TO WS-FRA-NOTE
                 ELSE
                    MOVE 'CHARGED' TO WS-FRA-NOTE
                 END-IF
           END-EVALUATE
           .

       140-Date-To-Day-Number.
      **********************************************************
      *  ISO date in WS-DATE-ISO to a day number in WS-JOUR-CRT :
      *  squeeze out the dashes, then count days
           MOVE WS-DATE-ISO (1:4)  TO WS-DN-YYYY
           MOVE WS-DATE-ISO (6:2)  TO WS-DN-MM
           MOVE WS-DATE-ISO (9:2)  TO WS-DN-DD
           COMPUTE WS-JOUR-CRT =
              FUNCTION INTEGER-OF-DATE (WS-DATE-YYYYMMDD-N)
           .

       150-Replay-Movement.
      **********************************************************
      *  Close the stretch of days at the current balance, then
      *  apply the movement (PGM018 sign convention)
           MOVE WS-H-DDMAJ TO WS-DATE-ISO
           PERFORM 140-Date-To-Day-Number
           MOVE WS-JOUR-CRT TO WS-JOUR-MVT

           COMPUTE WS-NBJOURS = WS-JOUR-MVT - WS-JOUR-STRETCH
           PERFORM 155-Accumulate-Debit-Days
           MOVE WS-JOUR-MVT TO WS-JOUR-STRETCH

           PERFORM 157-Signed-Amount
           COMPUTE WS-SOLDE-COURANT = WS-SOLDE-COURANT + WS-MT-SIGNE
           .

       155-Accumulate-Debit-Days.
      **********************************************************
      *  WS-NBJOURS days spent at WS-SOLDE-COURANT : negative
      *  days feed the debit sum
           IF WS-SOLDE-COURANT < 0 AND WS-NBJOURS > 0
              COMPUTE WS-SOMME-DEBIT = WS-SOMME-DEBIT
                 + (WS-SOLDE-COURANT * -1 * WS-NBJOURS)
           END-IF
           .

       157-Signed-Amount.
      **********************************************************
      *  Signed SOLDE effect of the movement (PGM018 convention)
           EVALUATE TRUE
              WHEN WS-H-COPER = 'PRL' OR WS-H-COPER = 'RET'
                   OR WS-H-COPER = 'AGI' OR WS-H-COPER = 'TRF'
                   OR WS-H-COPER = 'FRA' OR WS-H-COPER = 'IMP'
                   OR WS-H-COPER = 'CHQ'
                 COMPUTE WS-MT-SIGNE = WS-H-MTOPPER * -1
              WHEN OTHER
                 MOVE WS-H-MTOPPER TO WS-MT-SIGNE
           END-EVALUATE
           .

       160-Post-Settlement.
      **********************************************************
      *  Post the priced settlement in one unit of work : the
      *  charges, the standing orders, the residual transfer,
      *  the closing statement, then the CLO request
           IF WS-MT-AGIO > 0
              ADD 1 TO WS-AGI-SEQ
              ADD 1 TO WS-CNT-AGI
              ADD WS-MT-AGIO TO WS-TOT-AGI
              MOVE 'AGI' TO WS-I-COPER
              MOVE WS-ROPER-AGI TO WS-I-ROPER
              MOVE WS-MT-AGIO TO WS-I-MTOPPER
              PERFORM 165-Post-Charge
           END-IF

           IF WS-MT-FRAIS > 0
              ADD 1 TO WS-FRA-SEQ
              ADD 1 TO WS-CNT-FRA
              ADD WS-MT-FRAIS TO WS-TOT-FRA
              MOVE 'FRA' TO WS-I-COPER
              MOVE WS-ROPER-FRA TO WS-I-ROPER
              MOVE WS-MT-FRAIS TO WS-I-MTOPPER
              PERFORM 165-Post-Charge
           END-IF

           PERFORM 170-Cancel-Orders

           IF DGC-SOLDE NOT = 0
              ADD 1 TO WS-TRF-SEQ
              ADD 1 TO WS-CNT-TRF
              PERFORM 175-Post-Transfer
           END-IF

           PERFORM 180-Print-Closing-Statement

           PERFORM 373-Request-Close
           .

       165-Post-Charge.
      **********************************************************
      *  A bank charge, PGM023/PGM034 pattern : the TBHISTO row
      *  and the SOLDE update, DDMVT left alone
           MOVE WS-COMPTE TO WS-I-COMPTE
           MOVE SPACES TO WS-I-RORIG
           MOVE DGC-CDEV TO WS-I-CDEV
           PERFORM 321-Histo-Insert

           COMPUTE DGC-SOLDE = DGC-SOLDE - WS-I-MTOPPER
           PERFORM 370-Update-Table-Compte
           .

       170-Cancel-Orders.
      **********************************************************
      *  Cancel the account's active standing orders, each one
      *  audited as a PGM031 ANU under the requester's USERID.
      *  Orders of other accounts paying into this one are only
      *  counted for the report.
           MOVE 0 TO WS-ORD-ANNULE
           MOVE 'N' TO WS-END-ORDRE-SW
           PERFORM 302-Open-Csr-Ordre
           PERFORM 334-Fetch-Csr-Ordre
           PERFORM UNTIL (END-CSR-ORDRE)
               ADD 1 TO WS-ORD-ANNULE
               ADD 1 TO WS-CNT-ORDRE
               PERFORM 372-Cancel-Ordre
               PERFORM 334-Fetch-Csr-Ordre
           END-PERFORM
           PERFORM 392-Close-Csr-Ordre

           PERFORM 344-Count-Incoming-Orders
           .

       175-Post-Transfer.
      **********************************************************
      *  The residual balance as a PGM017 TRF : a credit balance
      *  goes from the account to the payout account, a debit
      *  balance is covered from the payout account. Both legs
      *  share the 'S' reference, each RORIG naming the other
      *  account, and both refresh DDMVT as a customer movement.
           MOVE WS-ROPER-TRF TO WS-I-ROPER
           MOVE DGC-CDEV TO WS-I-CDEV

           IF DGC-SOLDE > 0
              MOVE DGC-SOLDE TO WS-MT-TRF

      *       Debit leg on the account being closed
              MOVE WS-COMPTE TO WS-I-COMPTE
              MOVE 'TRF' TO WS-I-COPER
              MOVE WS-PAY-COMPTE TO WS-RORIG-CPT-N
              MOVE WS-RORIG-CPT TO WS-I-RORIG
              MOVE WS-MT-TRF TO WS-I-MTOPPER
              PERFORM 321-Histo-Insert
              MOVE 0 TO DGC-SOLDE
              MOVE DGC-SOLDE TO WS-I-SOLDE
              PERFORM 371-Update-Solde-Mvt

      *       Credit leg on the payout account
              MOVE WS-PAY-COMPTE TO WS-I-COMPTE
              MOVE 'TRC' TO WS-I-COPER
              MOVE WS-COMPTE TO WS-RORIG-CPT-N
              MOVE WS-RORIG-CPT TO WS-I-RORIG
              PERFORM 321-Histo-Insert
              COMPUTE WS-PAY-SOLDE = WS-PAY-SOLDE + WS-MT-TRF
              MOVE WS-PAY-SOLDE TO WS-I-SOLDE
              PERFORM 371-Update-Solde-Mvt
           ELSE
              COMPUTE WS-MT-TRF = DGC-SOLDE * -1

      *       Debit leg on the payout account
              MOVE WS-PAY-COMPTE TO WS-I-COMPTE
              MOVE 'TRF' TO WS-I-COPER
              MOVE WS-COMPTE TO WS-RORIG-CPT-N
              MOVE WS-RORIG-CPT TO WS-I-RORIG
              MOVE WS-MT-TRF TO WS-I-MTOPPER
              PERFORM 321-Histo-Insert
              COMPUTE WS-PAY-SOLDE = WS-PAY-SOLDE - WS-MT-TRF
              MOVE WS-PAY-SOLDE TO WS-I-SOLDE
              PERFORM 371-Update-Solde-Mvt

      *       Credit leg on the account being closed
              MOVE WS-COMPTE TO WS-I-COMPTE
              MOVE 'TRC' TO WS-I-COPER
              MOVE WS-PAY-COMPTE TO WS-RORIG-CPT-N
              MOVE WS-RORIG-CPT TO WS-I-RORIG
              PERFORM 321-Histo-Insert
              MOVE 0 TO DGC-SOLDE
              MOVE DGC-SOLDE TO WS-I-SOLDE
              PERFORM 371-Update-Solde-Mvt
           END-IF
           .

       180-Print-Closing-Statement.
      **********************************************************
      *  PGM022's statement for the account, from the statement
      *  start date through today - the settlement's own rows
      *  included, so it ends on the zero balance
           MOVE WS-DTDEB-STM TO WS-DTDEB
           MOVE WS-TODAY-ISO TO WS-DTFIN
           MOVE 0 TO WS-PAGE-CNT
           PERFORM 750-Print-Page-Header

           PERFORM 340-Fetch-Opening-Balance
           MOVE WS-SOLDE-OUVERTURE TO WS-SOLDE-COURANT
           PERFORM 755-Print-Opening-Line

           MOVE 'N' TO WS-END-HISTO-SW
           PERFORM 301-Open-Csr-Histo
           PERFORM 332-Fetch-Csr-Histo

           PERFORM UNTIL (END-CSR-HISTO)
               PERFORM 157-Signed-Amount
               COMPUTE WS-SOLDE-COURANT =
                  WS-SOLDE-COURANT + WS-MT-SIGNE
               MOVE SPACES TO WS-FLAG-REV
               IF WS-H-COPER NOT = 'ANN'
                  PERFORM 343-Check-Reversed
                  IF WS-ANN-COUNT > 0
                     MOVE 'REV' TO WS-FLAG-REV
                  END-IF
               END-IF
               PERFORM 760-Print-Movement-Line
               PERFORM 332-Fetch-Csr-Histo
           END-PERFORM

           PERFORM 391-Close-Csr-Histo
           PERFORM 765-Print-Closing-Lines
           .

       210-Read-File.
      **********************************************************
      *  This routine should read file line by line
           READ FILECLO
           MOVE CL-USERID TO WS-USERID
           IF CL-COMPTE IS NUMERIC
              MOVE CL-COMPTE-N TO WS-COMPTE
           ELSE
              MOVE 0 TO WS-COMPTE
           END-IF
           IF CL-COMPTE-PAY IS NUMERIC
              MOVE CL-COMPTE-PAY-N TO WS-PAY-COMPTE
           ELSE
              MOVE 0 TO WS-PAY-COMPTE
           END-IF
           MOVE WS-COMPTE TO WS-COMPTE-X
           IF CL-DTDEB = SPACES
              MOVE WS-MOIS-DEB TO WS-DTDEB-STM
           ELSE
              MOVE CL-DTDEB TO WS-DTDEB-STM
           END-IF
           .

       220-Write-Stm-Line.
      **********************************************************
      *  Write one statement line
           WRITE STM-LIGNE
           ADD 1 TO WS-LINE-CNT
           .

       400-Edit-Request.
      **********************************************************
      *  The account, the payout account, then what would make
      *  the settlement unsafe. Every path that sets WS-REJECT-SW
      *  also sets the report reason.
           IF CL-COMPTE NOT NUMERIC
              MOVE 'Y' TO WS-REJECT-SW
              MOVE 'ACCOUNT NUMBER NOT NUMERIC' TO WS-REJECT-REASON
           END-IF

           IF WS-NOT-REJECTED
              PERFORM 350-Access-Table-Compte
              EVALUATE TRUE
                 WHEN WS-COMPTE-NOT-FOUND
                    MOVE 'Y' TO WS-REJECT-SW
                    MOVE 'ACCOUNT NOT FOUND' TO WS-REJECT-REASON
                 WHEN DGC-STATUT = 'C'
                    MOVE 'Y' TO WS-REJECT-SW
                    MOVE 'ACCOUNT ALREADY CLOSED' TO WS-REJECT-REASON
              END-EVALUATE
           END-IF

           IF WS-NOT-REJECTED
              IF WS-USERID = SPACES
                 MOVE 'Y' TO WS-REJECT-SW
                 MOVE 'REQUESTER USERID MISSING' TO WS-REJECT-REASON
              END-IF
           END-IF

           IF WS-NOT-REJECTED
              IF WS-DTDEB-STM > WS-TODAY-ISO
                 MOVE 'Y' TO WS-REJECT-SW
                 MOVE 'STATEMENT START AFTER TODAY'
                    TO WS-REJECT-REASON
              END-IF
           END-IF

           IF WS-NOT-REJECTED
              PERFORM 355-Count-Pending-Close
              IF WS-P-COUNT > 0
                 MOVE 'Y' TO WS-REJECT-SW
                 MOVE 'APPROVAL ALREADY PENDING' TO WS-REJECT-REASON
              END-IF
           END-IF

           IF WS-NOT-REJECTED
              PERFORM 410-Edit-Payout
           END-IF

           IF WS-NOT-REJECTED
              MOVE WS-COMPTE TO WS-I-COMPTE
              PERFORM 331-Sum-Active-Holds
              IF WS-MT-BLOQUE > 0
                 MOVE 'Y' TO WS-REJECT-SW
                 MOVE 'FUNDS UNDER HOLD' TO WS-REJECT-REASON
              END-IF
           END-IF

           IF WS-NOT-REJECTED
              PERFORM 356-Count-Staged-Captures
              IF WS-SAI-COUNT > 0
                 MOVE 'Y' TO WS-REJECT-SW
                 MOVE 'TELLER CAPTURE STILL STAGED'
                    TO WS-REJECT-REASON
              END-IF
           END-IF
           .

       410-Edit-Payout.
      **********************************************************
      *  The payout account : numeric, another account, on file,
      *  open, and in the same currency - PGM017's TRF
      *  counterparty edits
           IF CL-COMPTE-PAY NOT NUMERIC
              MOVE 'Y' TO WS-REJECT-SW
              MOVE 'PAYOUT ACCOUNT NOT NUMERIC' TO WS-REJECT-REASON
           ELSE
              IF WS-PAY-COMPTE = WS-COMPTE
                 MOVE 'Y' TO WS-REJECT-SW
                 MOVE 'PAYOUT IS SAME ACCOUNT' TO WS-REJECT-REASON
              ELSE
                 PERFORM 351-Access-Compte-Pay
              END-IF
           END-IF

           IF WS-NOT-REJECTED
              EVALUATE TRUE
                 WHEN WS-PAY-STATUT = 'C'
                    MOVE 'Y' TO WS-REJECT-SW
                    MOVE 'PAYOUT ACCOUNT CLOSED' TO WS-REJECT-REASON
                 WHEN WS-PAY-CDEV NOT = DGC-CDEV
                    MOVE 'Y' TO WS-REJECT-SW
                    MOVE 'PAYOUT CURRENCY MISMATCH'
                       TO WS-REJECT-REASON
              END-EVALUATE
           END-IF
           .

       480-Edit-Payout-Cover.
      **********************************************************
      *  A debit residual is taken from the payout account : it
      *  must pass the edits PGM017 would apply to that TRF -
      *  not dormant, within DECOUVERT, and within the available
      *  balance once its own holds are set aside
           IF WS-MT-RESIDU < 0
              MOVE WS-PAY-COMPTE TO WS-I-COMPTE
              PERFORM 331-Sum-Active-Holds
              MOVE WS-MT-BLOQUE TO WS-PAY-BLOQUE
              EVALUATE TRUE
                 WHEN WS-PAY-STATUT = 'D'
                    MOVE 'Y' TO WS-REJECT-SW
                    MOVE 'PAYOUT DORMANT - CANNOT COVER'
                       TO WS-REJECT-REASON
                 WHEN (WS-PAY-SOLDE - WS-PAY-BLOQUE + WS-MT-RESIDU)
                      < (WS-PAY-DECOUVERT * -1)
                    MOVE 'Y' TO WS-REJECT-SW
                    MOVE 'PAYOUT CANNOT COVER DEBIT BALANCE'
                       TO WS-REJECT-REASON
              END-EVALUATE
           END-IF
           .

       350-Access-Table-Compte.
      **********************************************************
      *  Fetch the account to close
           EXEC SQL
              SELECT *
              INTO   :DCLTBCOMPTE
              FROM   TBCOMPTE
              WHERE COMPTE=:WS-COMPTE
           END-EXEC

           IF SQLCODE = 100
              MOVE 'N' TO WS-COMPTE-FOUND-SW
           ELSE
              PERFORM D550-CHECKSQL
              MOVE 'Y' TO WS-COMPTE-FOUND-SW
           END-IF
           .

       351-Access-Compte-Pay.
      **********************************************************
      *  Fetch the payout account into its own host fields -
      *  DCLTBCOMPTE still holds the account to close
           EXEC SQL
              SELECT CDEV, SOLDE, DECOUVERT, STATUT
              INTO  :WS-PAY-CDEV, :WS-PAY-SOLDE,
                    :WS-PAY-DECOUVERT, :WS-PAY-STATUT
              FROM  TBCOMPTE
              WHERE COMPTE=:WS-PAY-COMPTE
           END-EXEC

           IF SQLCODE = 100
              MOVE 'Y' TO WS-REJECT-SW
              MOVE 'PAYOUT ACCOUNT NOT FOUND' TO WS-REJECT-REASON
           ELSE
              PERFORM D550-CHECKSQL
           END-IF
           .

       355-Count-Pending-Close.
      **********************************************************
      *  PGM020's one-request-per-kind rule : a CLO already
      *  waiting means this account was settled before
           EXEC SQL
              SELECT COUNT(*)
              INTO   :WS-P-COUNT
              FROM   TBATTENTE
              WHERE  COMPTE=:WS-COMPTE
              AND    CODMVT='CLO'
              AND    ETAT='P'
           END-EXEC

           PERFORM D550-CHECKSQL
           .

       356-Count-Staged-Captures.
      **********************************************************
      *  Teller captures not yet extracted for PGM017 that touch
      *  the account, on either side of a TRF
           EXEC SQL
              SELECT COUNT(*)
              INTO   :WS-SAI-COUNT
              FROM   TBSAISIE
              WHERE  STATUT='S'
              AND   (COMPTE=:WS-COMPTE OR CTRPART=:WS-COMPTE-X)
           END-EXEC

           PERFORM D550-CHECKSQL
           .

       331-Sum-Active-Holds.
      **********************************************************
      *  Total of the holds in force today on WS-I-COMPTE, the
      *  PGM017 332-Sum-Active-Holds test
           EXEC SQL
              SELECT COALESCE(SUM(MTBLOC), 0)
              INTO   :WS-MT-BLOQUE
              FROM   TBBLOCAGE
              WHERE  COMPTE=:WS-I-COMPTE
              AND    STATUT='A'
              AND    DTDEB<=:WS-TODAY-ISO
              AND   (DTFIN=' ' OR DTFIN>=:WS-TODAY-ISO)
           END-EXEC

           PERFORM D550-CHECKSQL
           .

       333-Count-Trf-Today.
      **********************************************************
      *  Settlement transfers already posted today
           EXEC SQL
              SELECT COUNT(*)
              INTO   :WS-TRF-COUNT
              FROM   TBHISTO
              WHERE  COPER='TRF'
              AND    ROPER LIKE :WS-TRF-PREFIX
           END-EXEC

           PERFORM D550-CHECKSQL
           .

       341-Check-Already-Charged.
      **********************************************************
      *  An AGI reference of this quarter already on the account
      *  means the quarter was charged : nothing more is owed
           EXEC SQL
              SELECT COUNT(*)
              INTO   :WS-AGI-COUNT
              FROM   TBHISTO
              WHERE  COMPTE=:WS-COMPTE
              AND    COPER='AGI'
              AND    ROPER LIKE :WS-AGI-PREFIX
           END-EXEC

           PERFORM D550-CHECKSQL
           .

       342-Check-Already-Billed.
      **********************************************************
      *  A FRA reference of this month already on the account
           EXEC SQL
              SELECT COUNT(*)
              INTO   :WS-FRA-COUNT
              FROM   TBHISTO
              WHERE  COMPTE=:WS-COMPTE
              AND    COPER='FRA'
              AND    ROPER LIKE :WS-FRA-PREFIX
           END-EXEC

           PERFORM D550-CHECKSQL
           .

       335-Fetch-Taux-Agio.
      **********************************************************
      *  The annual rate effective today. No rate on TBTXAGIO
      *  leaves the interest unpriceable : the request is
      *  refused rather than settled without it.
           EXEC SQL
              SELECT TXAGIO
              INTO   :WS-TXAGIO
              FROM   TBTXAGIO
              WHERE  DTEFF <= :WS-TODAY-ISO
              ORDER BY DTEFF DESC
              FETCH FIRST 1 ROW ONLY
           END-EXEC

           IF SQLCODE = 100
              MOVE 'Y' TO WS-REJECT-SW
              MOVE 'NO TBTXAGIO RATE EFFECTIVE' TO WS-REJECT-REASON
           ELSE
              PERFORM D550-CHECKSQL
           END-IF
           .

       336-Fetch-Fee-Schedule.
      **********************************************************
      *  The keeping fee for the account currency effective
      *  today ; no schedule row leaves it at zero
           EXEC SQL
              SELECT MTFRAIS
              INTO   :WS-MT-FRAIS
              FROM   TBFRAIS
              WHERE  CDEV   = :DGC-CDEV
              AND    TYPFRA = 'TEN'
              AND    DTEFF <= :WS-TODAY-ISO
              ORDER BY DTEFF DESC
              FETCH FIRST 1 ROW ONLY
           END-EXEC

           IF SQLCODE = 100
              MOVE 0 TO WS-MT-FRAIS
           ELSE
              PERFORM D550-CHECKSQL
           END-IF
           .

       340-Fetch-Opening-Balance.
      **********************************************************
      *  Balance on the eve of WS-DTDEB : the latest TBSOLDE0
      *  snapshot (periods PGM026 already purged) plus the
      *  remaining rows before it, re-derived the way PGM018 does
           PERFORM 345-Fetch-Snapshot

           EXEC SQL
              SELECT COALESCE(
                        SUM(CASE WHEN COPER IN
                                      ('PRL','RET','AGI','TRF','FRA',
                                       'IMP','CHQ')
                                 THEN -MTOPPER
                                 ELSE MTOPPER
                            END), 0)
              INTO   :WS-SOLDE-OUVERTURE
              FROM   TBHISTO
              WHERE  COMPTE = :WS-COMPTE
              AND    DDMAJ < :WS-DTDEB
           END-EXEC

           PERFORM D550-CHECKSQL

           ADD WS-SOLDE0 TO WS-SOLDE-OUVERTURE
           .

       345-Fetch-Snapshot.
      **********************************************************
      *  The account's latest opening-balance snapshot ; zero
      *  when nothing was ever purged for it
           EXEC SQL
              SELECT SOLDE0
              INTO   :WS-SOLDE0
              FROM   TBSOLDE0
              WHERE  COMPTE = :WS-COMPTE
              ORDER BY DTARR DESC
              FETCH FIRST 1 ROW ONLY
           END-EXEC

           IF SQLCODE = 100
              MOVE 0 TO WS-SOLDE0
           ELSE
              PERFORM D550-CHECKSQL
           END-IF
           .

       343-Check-Reversed.
      **********************************************************
      *  Same lookup as PGM022's 350-Check-Reversed
           EXEC SQL
              SELECT COUNT(*)
              INTO   :WS-ANN-COUNT
              FROM   TBHISTO
              WHERE  COMPTE=:WS-COMPTE
              AND    RORIG=:WS-H-ROPER
              AND    COPER='ANN'
           END-EXEC

           PERFORM D550-CHECKSQL
           .

       344-Count-Incoming-Orders.
      **********************************************************
      *  Other accounts' active TRF orders paying into this one ;
      *  PGM017 will refuse them once the account is closed
           EXEC SQL
              SELECT COUNT(*)
              INTO   :WS-ORD-ENTRANT
              FROM   TBORDRE
              WHERE  CTRPART=:WS-COMPTE
              AND    COPER='TRF'
              AND    STATUT='A'
           END-EXEC

           PERFORM D550-CHECKSQL
           .

       321-Histo-Insert.
      **********************************************************
      *  One TBHISTO row, same shape as a PGM017 posting
           EXEC SQL
              INSERT INTO TBHISTO
              (
                COMPTE,
                COPER,
                ROPER,
                RORIG,
                MTOPPER,
                CDEV,
                MTORIG,
                DDMAJ,
                HDMAJ
              )
              VALUES
              (
                :WS-I-COMPTE,
                :WS-I-COPER,
                :WS-I-ROPER,
                :WS-I-RORIG,
                :WS-I-MTOPPER,
                :WS-I-CDEV,
                :WS-I-MTOPPER,
                 CURRENT DATE,
                 CURRENT TIME
              )
           END-EXEC

           PERFORM D550-CHECKSQL
           .

       370-Update-Table-Compte.
      **********************************************************
      *  Debit a bank charge from the account. DDMVT is NOT
      *  touched, as in PGM023/PGM034 : a bank-generated charge
      *  must not refresh the dormancy clock.
           EXEC SQL
              UPDATE TBCOMPTE
              SET SOLDE=:DGC-SOLDE,
                  DDMAJ=CURRENT DATE,
                  HDMAJ=CURRENT TIME
              WHERE COMPTE=:WS-COMPTE
           END-EXEC

           PERFORM D550-CHECKSQL
           .

       371-Update-Solde-Mvt.
      **********************************************************
      *  One leg of the settlement transfer : new SOLDE on
      *  WS-I-COMPTE and DDMVT today, as PGM017 sets it
           EXEC SQL
              UPDATE TBCOMPTE
              SET SOLDE=:WS-I-SOLDE,
                  DDMVT=:WS-TODAY-ISO,
                  DDMAJ=CURRENT DATE,
                  HDMAJ=CURRENT TIME
              WHERE COMPTE=:WS-I-COMPTE
           END-EXEC

           PERFORM D550-CHECKSQL
           .

       372-Cancel-Ordre.
      **********************************************************
      *  Cancel one standing order, PGM031 ANU : the row stays
      *  on TBORDRE, STATUT 'C', and a TBAUDIT row names it
           EXEC SQL
              UPDATE TBORDRE
              SET STATUT='C',
                  DDMAJ=CURRENT DATE,
                  HDMAJ=CURRENT TIME
              WHERE NORDRE=:WS-O-NORDRE
           END-EXEC

           PERFORM D550-CHECKSQL

           MOVE 'ANU' TO WS-CODE
           MOVE WS-O-NORDRE TO WS-ED-NORDRE
           MOVE SPACES TO WS-ANCVAL
           STRING 'A ORDRE ' WS-ED-NORDRE
              DELIMITED BY SIZE INTO WS-ANCVAL
           MOVE 'C CLOSURE' TO WS-NOUVAL
           PERFORM 320-Audit-Insert
           .

       373-Request-Close.
      **********************************************************
      *  The account is at zero : file the CLO on TBATTENTE the
      *  way PGM020 does, under the requester's USERID, for a
      *  different USERID to approve
           EXEC SQL
              INSERT INTO TBATTENTE
              (
                COMPTE,
                CODMVT,
                MTDEC,
                USERDEM,
                DTDEM,
                ETAT,
                USERVAL,
                DTVAL,
                DDMAJ,
                HDMAJ
              )
              VALUES
              (
                :WS-COMPTE,
                 'CLO',
                 0,
                :WS-USERID,
                 CURRENT DATE,
                 'P',
                 ' ',
                 ' ',
                 CURRENT DATE,
                 CURRENT TIME
              )
           END-EXEC

           PERFORM D550-CHECKSQL

           MOVE 'CLO' TO WS-CODE
           MOVE DGC-STATUT TO WS-ANCVAL
           MOVE 'P CLO' TO WS-NOUVAL
           PERFORM 320-Audit-Insert
           .

       320-Audit-Insert.
      **********************************************************
      *  One TBAUDIT row, PGM020 shape
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
                :WS-COMPTE,
                :WS-ANCVAL,
                :WS-NOUVAL
              )
           END-EXEC

           PERFORM D550-CHECKSQL
           .

       301-Open-Csr-Histo.
      **********************************************************
      *  Open the movement cursor for the current account
           EXEC SQL
              OPEN CSR-HISTO
           END-EXEC

           PERFORM D550-CHECKSQL
           .

       332-Fetch-Csr-Histo.
      **********************************************************
      *  Fetch the account's next movement of the period
           EXEC SQL
              FETCH CSR-HISTO
              INTO  :WS-H-COPER,
                    :WS-H-ROPER,
                    :WS-H-RORIG,
                    :WS-H-MTOPPER,
                    :WS-H-DDMAJ
           END-EXEC

           IF SQLCODE = 100
              MOVE 'Y' TO WS-END-HISTO-SW
           ELSE
              PERFORM D550-CHECKSQL
           END-IF
           .

       391-Close-Csr-Histo.
      **********************************************************
      *  Close the movement cursor
           EXEC SQL
              CLOSE CSR-HISTO
           END-EXEC

           PERFORM D550-CHECKSQL
           .

       302-Open-Csr-Ordre.
      **********************************************************
      *  Open the standing-order cursor for the current account
           EXEC SQL
              OPEN CSR-ORDRE
           END-EXEC

           PERFORM D550-CHECKSQL
           .

       334-Fetch-Csr-Ordre.
      **********************************************************
      *  Fetch the account's next active standing order
           EXEC SQL
              FETCH CSR-ORDRE
              INTO  :WS-O-NORDRE
           END-EXEC

           IF SQLCODE = 100
              MOVE 'Y' TO WS-END-ORDRE-SW
           ELSE
              PERFORM D550-CHECKSQL
           END-IF
           .

       392-Close-Csr-Ordre.
      **********************************************************
      *  Close the standing-order cursor
           EXEC SQL
              CLOSE CSR-ORDRE
           END-EXEC

           PERFORM D550-CHECKSQL
           .

       710-Write-Settled-Lines.
      **********************************************************
      *  Report block for a settled request : the charges, the
      *  orders cancelled, the transfer, the CLO filed
           MOVE WS-COMPTE TO WS-ED-COMPTE
           MOVE WS-PAY-COMPTE TO WS-ED-COMPTE2
           MOVE SPACES TO RAP-LIGNE
           STRING 'SETTLED ' WS-ED-COMPTE
                  ' PAYOUT ' WS-ED-COMPTE2
                  ' ' DGC-CDEV
                  ' BY ' WS-USERID
              DELIMITED BY SIZE INTO RAP-LIGNE
           WRITE RAP-LIGNE

           MOVE WS-MT-AGIO TO WS-ED-AMT
           MOVE SPACES TO RAP-LIGNE
           STRING '        AGIO  ' WS-ED-AMT ' ' WS-AGI-NOTE
              DELIMITED BY SIZE INTO RAP-LIGNE
           IF WS-MT-AGIO > 0
              MOVE WS-ROPER-AGI TO RAP-LIGNE (50:10)
           END-IF
           WRITE RAP-LIGNE

           MOVE WS-MT-FRAIS TO WS-ED-AMT
           MOVE SPACES TO RAP-LIGNE
           STRING '        FRAIS ' WS-ED-AMT ' ' WS-FRA-NOTE
              DELIMITED BY SIZE INTO RAP-LIGNE
           IF WS-MT-FRAIS > 0
              MOVE WS-ROPER-FRA TO RAP-LIGNE (50:10)
           END-IF
           WRITE RAP-LIGNE

           MOVE WS-MT-RESIDU TO WS-ED-AMT
           MOVE SPACES TO RAP-LIGNE
           IF WS-MT-RESIDU = 0
              STRING '        RESIDU' WS-ED-AMT ' NO TRANSFER'
                 DELIMITED BY SIZE INTO RAP-LIGNE
           ELSE
              STRING '        RESIDU' WS-ED-AMT ' TRF'
                 DELIMITED BY SIZE INTO RAP-LIGNE
              MOVE WS-ROPER-TRF TO RAP-LIGNE (50:10)
           END-IF
           WRITE RAP-LIGNE

           MOVE WS-ORD-ANNULE TO WS-ED-CNT
           MOVE SPACES TO RAP-LIGNE
           STRING '        ORDERS CANCELLED ' WS-ED-CNT
              DELIMITED BY SIZE INTO RAP-LIGNE
           WRITE RAP-LIGNE

           IF WS-ORD-ENTRANT > 0
              MOVE WS-ORD-ENTRANT TO WS-ED-CNT
              MOVE SPACES TO RAP-LIGNE
              STRING '        INCOMING TRF ORDERS ' WS-ED-CNT
                     ' - NOTIFY PAYERS'
                 DELIMITED BY SIZE INTO RAP-LIGNE
              WRITE RAP-LIGNE
           END-IF

           MOVE SPACES TO RAP-LIGNE
           STRING '        CLO FILED ON TBATTENTE - AWAITING APP'
              DELIMITED BY SIZE INTO RAP-LIGNE
           WRITE RAP-LIGNE
           .

       720-Write-Refused-Line.
      **********************************************************
      *  Report line for a refused request, with its reason
           MOVE WS-COMPTE TO WS-ED-COMPTE
           MOVE SPACES TO RAP-LIGNE
           STRING 'REFUSED ' WS-ED-COMPTE
                  ' : ' WS-REJECT-REASON
              DELIMITED BY SIZE INTO RAP-LIGNE
           WRITE RAP-LIGNE
           .

       750-Print-Page-Header.
      **********************************************************
      *  New page : PGM022's account identification and column
      *  heads ; the running balance brought forward after the
      *  first page
           ADD 1 TO WS-PAGE-CNT
           MOVE 0 TO WS-LINE-CNT

           MOVE SPACES TO STM-LIGNE
           MOVE ALL '=' TO STM-LIGNE
           PERFORM 220-Write-Stm-Line

           MOVE DGC-COMPTE TO WS-ED-COMPTE
           MOVE WS-PAGE-CNT TO WS-ED-PAGE
           MOVE SPACES TO STM-LIGNE
           STRING 'STATEMENT  COMPTE ' WS-ED-COMPTE
                  '  CDEV ' DGC-CDEV
                  '  PAGE ' WS-ED-PAGE
                  '  CLOSING'
              DELIMITED BY SIZE INTO STM-LIGNE
           PERFORM 220-Write-Stm-Line

           MOVE DGC-DECOUVERT TO WS-ED-AMT
           MOVE SPACES TO STM-LIGNE
           STRING 'PERIOD ' WS-DTDEB ' TO ' WS-DTFIN
                  '  DECOUVERT ' WS-ED-AMT
              DELIMITED BY SIZE INTO STM-LIGNE
           PERFORM 220-Write-Stm-Line

           MOVE SPACES TO STM-LIGNE
           STRING 'DATE       OPE REFERENCE  '
                  '           AMOUNT           BALANCE'
              DELIMITED BY SIZE INTO STM-LIGNE
           PERFORM 220-Write-Stm-Line

           IF WS-PAGE-CNT > 1
              MOVE WS-SOLDE-REPORT TO WS-ED-AMT
              MOVE SPACES TO STM-LIGNE
              MOVE 'BROUGHT FORWARD' TO STM-LIGNE (1:15)
              MOVE WS-ED-AMT TO STM-LIGNE (45:17)
              PERFORM 220-Write-Stm-Line
           END-IF
           .

       755-Print-Opening-Line.
      **********************************************************
      *  Opening balance line
           MOVE WS-SOLDE-OUVERTURE TO WS-ED-AMT
           MOVE SPACES TO STM-LIGNE
           STRING WS-DTDEB ' OPENING BALANCE'
                  '                 ' WS-ED-AMT
              DELIMITED BY SIZE INTO STM-LIGNE
           PERFORM 220-Write-Stm-Line
           .

       760-Print-Movement-Line.
      **********************************************************
      *  One movement : date, code, reference, signed amount,
      *  running balance, REV flag ; an ANN shows the reference
      *  it reverses
           IF WS-LINE-CNT >= WS-PAGE-MAX
              PERFORM 770-Print-Carried-Forward
              PERFORM 750-Print-Page-Header
           END-IF

           MOVE WS-MT-SIGNE TO WS-ED-AMT
           MOVE WS-SOLDE-COURANT TO WS-ED-AMT2
           MOVE SPACES TO STM-LIGNE
           STRING WS-H-DDMAJ ' '
                  WS-H-COPER ' '
                  WS-H-ROPER ' '
                  WS-ED-AMT ' '
                  WS-ED-AMT2 ' '
                  WS-FLAG-REV
              DELIMITED BY SIZE INTO STM-LIGNE
           PERFORM 220-Write-Stm-Line

           IF WS-H-COPER = 'ANN'
              MOVE SPACES TO STM-LIGNE
              STRING '           REVERSES ' WS-H-RORIG
                 DELIMITED BY SIZE INTO STM-LIGNE
              PERFORM 220-Write-Stm-Line
           END-IF
           .

       765-Print-Closing-Lines.
      **********************************************************
      *  Closing balance - zero once settled ; TBCOMPTE.SOLDE
      *  printed alongside when it differs, as PGM022 does, and
      *  the account's closure status
           MOVE WS-SOLDE-COURANT TO WS-ED-AMT
           MOVE SPACES TO STM-LIGNE
           STRING WS-DTFIN ' CLOSING BALANCE'
                  '                 ' WS-ED-AMT
              DELIMITED BY SIZE INTO STM-LIGNE
           PERFORM 220-Write-Stm-Line

           IF WS-SOLDE-COURANT NOT = DGC-SOLDE
              MOVE DGC-SOLDE TO WS-ED-AMT
              MOVE SPACES TO STM-LIGNE
              STRING '           TBCOMPTE SOLDE ' WS-ED-AMT
                     ' SEE PGM018'
                 DELIMITED BY SIZE INTO STM-LIGNE
              PERFORM 220-Write-Stm-Line
           END-IF

           MOVE SPACES TO STM-LIGNE
           STRING '           ACCOUNT SETTLED FOR CLOSURE'
              DELIMITED BY SIZE INTO STM-LIGNE
           PERFORM 220-Write-Stm-Line

           MOVE SPACES TO STM-LIGNE
           PERFORM 220-Write-Stm-Line
           .

       770-Print-Carried-Forward.
      **********************************************************
      *  Page full : carry the running balance to the next page
           COMPUTE WS-SOLDE-REPORT =
              WS-SOLDE-COURANT - WS-MT-SIGNE
           MOVE WS-SOLDE-REPORT TO WS-ED-AMT
           MOVE SPACES TO STM-LIGNE
           MOVE 'CARRIED FORWARD' TO STM-LIGNE (1:15)
           MOVE WS-ED-AMT TO STM-LIGNE (45:17)
           PERFORM 220-Write-Stm-Line
           .

       700-Summary-Report.
      **********************************************************
      *  End-of-run summary at the bottom of the report
           MOVE SPACES TO RAP-LIGNE
           WRITE RAP-LIGNE

           MOVE SPACES TO RAP-LIGNE
           STRING 'PGM045 CLOSURE SETTLEMENT SUMMARY'
              DELIMITED BY SIZE INTO RAP-LIGNE
           WRITE RAP-LIGNE

           MOVE WS-CNT-READ TO WS-ED-CNT
           MOVE SPACES TO RAP-LIGNE
           STRING 'REQUESTS READ    : ' WS-ED-CNT
              DELIMITED BY SIZE INTO RAP-LIGNE
           WRITE RAP-LIGNE

           MOVE WS-CNT-SETTLED TO WS-ED-CNT
           MOVE SPACES TO RAP-LIGNE
           STRING 'SETTLED, CLO FILED: ' WS-ED-CNT
              DELIMITED BY SIZE INTO RAP-LIGNE
           WRITE RAP-LIGNE

           MOVE WS-CNT-REJECTED TO WS-ED-CNT
           MOVE SPACES TO RAP-LIGNE
           STRING 'REFUSED          : ' WS-ED-CNT
              DELIMITED BY SIZE INTO RAP-LIGNE
           WRITE RAP-LIGNE

           MOVE WS-CNT-AGI TO WS-ED-CNT
           MOVE WS-TOT-AGI TO WS-ED-AMT
           MOVE SPACES TO RAP-LIGNE
           STRING 'AGI CHARGED      : ' WS-ED-CNT ' ' WS-ED-AMT
              DELIMITED BY SIZE INTO RAP-LIGNE
           WRITE RAP-LIGNE

           MOVE WS-CNT-FRA TO WS-ED-CNT
           MOVE WS-TOT-FRA TO WS-ED-AMT
           MOVE SPACES TO RAP-LIGNE
           STRING 'FRA CHARGED      : ' WS-ED-CNT ' ' WS-ED-AMT
              DELIMITED BY SIZE INTO RAP-LIGNE
           WRITE RAP-LIGNE

           MOVE WS-CNT-TRF TO WS-ED-CNT
           MOVE SPACES TO RAP-LIGNE
           STRING 'TRANSFERS POSTED : ' WS-ED-CNT
              DELIMITED BY SIZE INTO RAP-LIGNE
           WRITE RAP-LIGNE

           MOVE WS-CNT-ORDRE TO WS-ED-CNT
           MOVE SPACES TO RAP-LIGNE
           STRING 'ORDERS CANCELLED : ' WS-ED-CNT
              DELIMITED BY SIZE INTO RAP-LIGNE
           WRITE RAP-LIGNE
           .

       820-Final-Commit.
      **********************************************************
      *  Commit : after each settled request, and the run's tail
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
                'PGM045',
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
           MOVE WS-CNT-SETTLED TO WS-RUNLOG-TRT

           EXEC SQL
              UPDATE TBRUNLOG
              SET HDFIN=CURRENT TIME,
                  ETAT='T',
                  CNTLU=:WS-RUNLOG-LU,
                  CNTTRT=:WS-RUNLOG-TRT,
                  DDMAJ=CURRENT DATE,
                  HDMAJ=CURRENT TIME
              WHERE PGMNAME='PGM045'
              AND   DTRUN=CURRENT DATE
              AND   HDDEB=:WS-RUNLOG-HDDEB
           END-EXEC

           PERFORM D550-CHECKSQL
           .

       999-CFILES.
      **********************************************************
      *  This routine should close file(s)
           CLOSE FILECLO
           CLOSE FILESTM
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
