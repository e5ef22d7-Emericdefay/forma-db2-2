      *                         The binary layout stays the
      *                         default - the existing chain and
      *                         PGM019 resubmissions are untouched
      * 10/15/26  SVCTEAM       Funds holds (TBBLOCAGE, PGM038) :
      *                         a PRL/RET/TRF debit must also fit
      *                         the available balance - SOLDE less
      *                         the account's active holds, plus
      *                         DECOUVERT - or it rejects with its
      *                         own reason
      * 10/15/26  SVCTEAM       ANN can reverse an IMP unpaid fee
      *                         (PGM041) like any other bank charge
      * 10/15/26  SVCTEAM       Partitioned running (PGM047 split,
      *                         PGM048 merge) : a partition file is
      *                         flagged on its header, posts against
      *                         its TBRUNPART row instead of
      *                         registering the file ID, and logs
      *                         under its own TBRUNLOG name ; the
      *                         transfer partition waits for the
      *                         account-range partitions
      * 10/15/26  SVCTEAM       CHQ inward cheque : debits the
      *                         account only when the cheque number
      *                         (FM-ROPER-ORIG) is one of the
      *                         account's issued cheques (TBCHEQUE,
      *                         PGM050) not already paid, stopped or
      *                         reported lost - each its own reject
      *                         reason - and marks it paid ; an ANN
      *                         of a CHQ puts the cheque back to
      *                         issued
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
      *     the original movement being reversed. FM-ROPER on an ANN
      *     record is that record's own reference, same as every
      *     other operation code.
      *     On a CHQ record it is instead the number of the cheque
      *     presented : 7 digits, zero-filled, then 3 spaces.
          05  FM-ROPER-ORIG PIC X(10).
      *     Only meaningful when FM-COPER = 'TRF' : the account
      *     credited by the transfer, zoned so the hand-keyed
      *     blank included, is the binary house layout - every
      *     existing upstream file stays valid unchanged.
          05  FE-FORMAT  PIC X(01).
      *     Set only on a partition file built by PGM047 : '1' to
      *     '4' an account-range partition, 'X' the cross-partition
      *     transfers. FE-IDFIC is then the ID of the whole day's
      *     file, shared by all its partitions. Blank : an ordinary,
      *     unpartitioned FILEIN.
          05  FE-PART    PIC X(01).
          05  FILLER     PIC X(44).

      *  Trailer record : must be the last record of FILEIN.
      *  Carries the data record count and the hash total of the
      *     Spaces except on an ANN reject, where it is the
      *     FM-ROPER-ORIG the operation targeted - needed to diagnose
      *     the ANN-specific reject reasons (original not found/not
      *     reversible/already reversed) from FILEREJ alone. On a
      *     CHQ reject it is the cheque number, for the PGM051
      *     clearing return.
          05  FR-ROPER-ORIG PIC X(10).
      *     Spaces except on a TRF reject, where it is the
      *     FM-COMPTE-CTR the transfer named - same standard as
           05  WS-CDEV   PIC X(03).
           05  WS-DTOPER PIC X(10).
           05  WS-ROPER-ORIG PIC X(10).
           05  WS-CHQ-REF REDEFINES WS-ROPER-ORIG.
               10  WS-NUCHQ-9   PIC 9(07).
               10  WS-NUCHQ-FIL PIC X(03).
           05  WS-COMPTE-CTR-X PIC X(09).
           05  WS-COMPTE-CTR-9 REDEFINES WS-COMPTE-CTR-X PIC 9(09).
           05  FILLER    PIC X(13).
      *  been overwritten with a rate-converted amount.
       01 WS-MTOPER-ORIG  PIC S9(13)V9(2) COMP-3.

      / FUNDS HOLDS (TBBLOCAGE) - TOTAL OF THE ACCOUNT'S HOLDS IN
      / FORCE ON THE RUN DATE, FOR THE AVAILABLE-BALANCE EDIT
       01 WS-MT-BLOQUE    PIC S9(13)V9(2) COMP-3 VALUE 0.

      / REVERSAL WORKING FIELDS
       01 WS-ORIG-COPER    PIC X(03).
       01 WS-ORIG-MTOPER   PIC S9(13)V9(2) COMP-3.
      *  for every other operation code.
       01 WS-RORIG         PIC X(10).
       01 WS-ANN-COUNT     PIC S9(09) COMP VALUE 0.
      *  The reversed row's own RORIG : on a CHQ, the cheque number
      *  an ANN of it puts back to issued
       01 WS-ORIG-RORIG.
           05 WS-ORIG-NUCHQ-9  PIC 9(07).
           05 FILLER           PIC X(03).

      / CHEQUE (CHQ) WORKING FIELDS - THE PRESENTED CHEQUE AS ON
      / TBCHEQUE (PGM050 ISSUES THE BOOKS). STATUT : 'E' ISSUED,
      / 'P' PAID, 'S' STOPPED, 'L' REPORTED LOST.
       01 WS-CHQ-NUCHQ     PIC S9(09) COMP VALUE 0.
       01 WS-CHQ-STATUT    PIC X(01).

      / TRANSFER (TRF) WORKING FIELDS - THE CREDITED COUNTERPARTY.
      / BOTH TBHISTO LEGS SHARE THE OPERATION'S ROPER (EACH ON ITS
      / RECORD'S NUMERIC-EDIT OUTCOME
       01 WS-FORMAT        PIC X(01) VALUE ' '.
           88 WS-FORMAT-CHAR VALUE 'C'.
       01 WS-PART          PIC X(01) VALUE ' '.
           88 WS-PARTITIONED   VALUE '1' THRU '4' 'X'.
           88 WS-PART-TRANSFER VALUE 'X'.
       01 WS-CHARBAD-SW    PIC X(01) VALUE 'N'.
           88 WS-CHAR-BAD  VALUE 'Y'.
       01 WS-CHAR-REASON   PIC X(35) VALUE SPACES.
       01 WS-FILE-MTTOT    PIC 9(13)V9(2) COMP-3 VALUE 0.


      / RUN LEDGER (TBRUNLOG) FIELDS - THIS RUN'S ROW. A PARTITION
      / LOGS UNDER ITS OWN NAME (PGM017P1 ... PGM017PX) : THE
      / 'PGM017' ROW IS THE WHOLE FILE'S, OPENED BY PGM047 AND
      / CLOSED BY PGM048 ONCE EVERY PARTITION HAS POSTED.
       01 WS-RUNLOG-PGM.
           05 FILLER          PIC X(06) VALUE 'PGM017'.
           05 WS-RUNLOG-PGM-P PIC X(01) VALUE ' '.
           05 WS-RUNLOG-PGM-N PIC X(01) VALUE ' '.
       01 WS-RUNLOG-HDDEB  PIC X(08).
       01 WS-RUNLOG-LU     PIC S9(09) COMP VALUE 0.
       01 WS-RUNLOG-TRT    PIC S9(09) COMP VALUE 0.

      / PARTITION CONTROL (TBRUNPART) - THIS PARTITION'S ROW
       01 WS-RUNPART-ETAT  PIC X(01).
       01 WS-RUNPART-OPEN  PIC S9(09) COMP VALUE 0.
       01 WS-RUNPART-REJ   PIC S9(09) COMP VALUE 0.

      / CHECKPOINT / RESTART CONTROLS
       01 WS-CHECKPOINT-INTERVAL PIC 9(09) COMP VALUE 1000.
       01 WS-CHECKPOINT-COUNT    PIC 9(09) COMP VALUE 0.
       01 WS-CNT-RET       PIC 9(09) COMP VALUE 0.
       01 WS-CNT-ANN       PIC 9(09) COMP VALUE 0.
       01 WS-CNT-TRF       PIC 9(09) COMP VALUE 0.
       01 WS-CNT-CHQ       PIC 9(09) COMP VALUE 0.
       01 WS-AMT-VIR       PIC S9(13)V9(2) COMP-3 VALUE 0.
       01 WS-AMT-RMB       PIC S9(13)V9(2) COMP-3 VALUE 0.
       01 WS-AMT-PRL       PIC S9(13)V9(2) COMP-3 VALUE 0.
       01 WS-AMT-RET       PIC S9(13)V9(2) COMP-3 VALUE 0.
       01 WS-AMT-ANN       PIC S9(13)V9(2) COMP-3 VALUE 0.
       01 WS-AMT-TRF       PIC S9(13)V9(2) COMP-3 VALUE 0.
       01 WS-AMT-CHQ       PIC S9(13)V9(2) COMP-3 VALUE 0.
       01 WS-TOT-DEBIT     PIC S9(13)V9(2) COMP-3 VALUE 0.
       01 WS-TOT-CREDIT    PIC S9(13)V9(2) COMP-3 VALUE 0.
       01 WS-ED-AMT        PIC -(13)9.99.
              END-PERFORM
           END-IF
           CLOSE FILERSIN

      *    The header is read before the run ledger row is opened :
      *    a partition logs under its own name
           PERFORM 110-Read-Header
           IF WS-PARTITIONED
              MOVE 'P' TO WS-RUNLOG-PGM-P
              MOVE WS-PART TO WS-RUNLOG-PGM-N
           END-IF
           .

       100-Main.
      *  Main routine, getting values from filein
      *  Then fetch SQL
      *  Then update value
      *  The file header was read by 010-Initialize ; the trailer
      *  record ends the data and is validated against the counts
      *  accumulated on the way.
           PERFORM 310-Check-Run-Control

           PERFORM 210-Read-File
           MOVE FE-IDFIC TO WS-IDFIC
           MOVE FE-DTCRE TO WS-DTCRE
           MOVE FE-FORMAT TO WS-FORMAT
           MOVE FE-PART TO WS-PART
           .

       210-Read-File.
      *  Registration only happens after a fully validated run
      *  (350-Register-Run-Control), so a restart of a failed run
      *  passes this check - its file ID was never registered.
      *  A partition carries the whole file's ID : once PGM048 has
      *  registered it, no partition of that file runs again.
           EXEC SQL
              SELECT COUNT(*)
              INTO   :WS-RUNCTL-COUNT
           IF WS-RUNCTL-COUNT > 0
              PERFORM D740-FILE-ALREADY-POSTED
           END-IF

           IF WS-PARTITIONED
              PERFORM 312-Check-Partition
           END-IF
           .

       312-Check-Partition.
      **********************************************************
      *  A partition posts only against its TBRUNPART row, left
      *  at 'A' by PGM047 and set to 'T' by 355 in the run's
      *  final unit of work : no row, or a row already at 'T',
      *  refuses the run - the partition-level equivalent of
      *  the TBRUNCTL check, and a restart of a failed partition
      *  still passes. The transfer partition ('X') credits
      *  accounts of every range, so it runs only once all the
      *  account-range partitions have posted - no account is
      *  ever updated by two jobs at once.
           EXEC SQL
              SELECT ETAT
              INTO   :WS-RUNPART-ETAT
              FROM   TBRUNPART
              WHERE  IDFIC=:WS-IDFIC
              AND    NUPART=:WS-PART
           END-EXEC

           IF SQLCODE = 100
              PERFORM D745-PARTITION-UNKNOWN
           END-IF
           PERFORM D550-CHECKSQL

           IF WS-RUNPART-ETAT NOT = 'A'
              PERFORM D746-PARTITION-POSTED
           END-IF

           IF WS-PART-TRANSFER
              EXEC SQL
                 SELECT COUNT(*)
                 INTO   :WS-RUNPART-OPEN
                 FROM   TBRUNPART
                 WHERE  IDFIC=:WS-IDFIC
                 AND    NUPART BETWEEN '1' AND '4'
                 AND    ETAT<>'T'
              END-EXEC

              PERFORM D550-CHECKSQL

              IF WS-RUNPART-OPEN > 0
                 PERFORM D747-PARTITIONS-PENDING
              END-IF
           END-IF
           .

       350-Register-Run-Control.
      *  control totals matched : register the file ID so the
      *  same file can never be posted twice. Committed with the
      *  run's tail by 820-Final-Commit.
      *  A partition closes its own TBRUNPART row instead : the
      *  file ID stands for the whole file, which PGM048
      *  registers once every partition has posted.
           IF WS-PARTITIONED
              PERFORM 355-Close-Partition
           ELSE
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
                   :WS-DTCRE,
                    CURRENT DATE,
                    CURRENT TIME
                 )
              END-EXEC

              PERFORM D550-CHECKSQL
           END-IF
           .

       355-Close-Partition.
      **********************************************************
      *  This partition's row to 'T' with its control figures,
      *  for PGM048 to prove against the whole file's trailer
      *  and to print on the merged control report. Committed
      *  with the run's tail by 820-Final-Commit.
           MOVE WS-CNT-READ TO WS-RUNLOG-LU
           MOVE WS-CNT-POSTED TO WS-RUNLOG-TRT
           MOVE WS-CNT-REJECTED TO WS-RUNPART-REJ

           EXEC SQL
              UPDATE TBRUNPART
              SET ETAT='T',
                  CNTLU=:WS-RUNLOG-LU,
                  CNTTRT=:WS-RUNLOG-TRT,
                  CNTREJ=:WS-RUNPART-REJ,
                  MTTOT=:WS-FILE-MTTOT,
                  MTCRE=:WS-TOT-CREDIT,
                  MTDEB=:WS-TOT-DEBIT,
                  DDMAJ=CURRENT DATE,
                  HDMAJ=CURRENT TIME
              WHERE IDFIC=:WS-IDFIC
              AND   NUPART=:WS-PART
           END-EXEC

           PERFORM D550-CHECKSQL
      *  Apply the operation to DGC-SOLDE, then post or reject.
      *  VIR/RMB : credit, converted at TBDEVISE buy rate (MTACHAT).
      *  PRL/RET : debit, converted at TBDEVISE sell rate (MTVENTE),
      *            subject to the authorized overdraft ceiling and
      *            to the funds held on the account (431)
      *  TRF     : internal transfer - debits this account and
      *            credits FM-COMPTE-CTR with the same converted
      *            amount (sell rate, the debit direction) so the
      *            is not individually reversible - undoing half a
      *            transfer is the broken state TRF exists to
      *            prevent ; key an opposite TRF instead.
      *  CHQ     : inward cheque, a debit like RET once the cheque
      *            itself passed its edits (445) ; the history row's
      *            RORIG is the cheque number, and the cheque is
      *            marked paid in the same unit of work
           DISPLAY WS-MTOPER
           EVALUATE TRUE
              WHEN WS-COPER = 'VIR'
              WHEN WS-COPER = 'PRL'
                 COMPUTE WS-MTOPER = WS-MTOPER * DGD-MTVENTE
                 PERFORM 430-Edit-Overdraft
                 IF WS-NOT-REJECTED
                    PERFORM 431-Edit-Available-Balance
                 END-IF
                 IF WS-NOT-REJECTED
                    COMPUTE DGC-SOLDE = DGC-SOLDE - WS-MTOPER
                 END-IF
              WHEN WS-COPER = 'RET'
                 COMPUTE WS-MTOPER = WS-MTOPER * DGD-MTVENTE
                 PERFORM 430-Edit-Overdraft
                 IF WS-NOT-REJECTED
                    PERFORM 431-Edit-Available-Balance
                 END-IF
                 IF WS-NOT-REJECTED
                    COMPUTE DGC-SOLDE = DGC-SOLDE - WS-MTOPER
                 END-IF
                 IF WS-NOT-REJECTED
                    PERFORM 430-Edit-Overdraft
                 END-IF
                 IF WS-NOT-REJECTED
                    PERFORM 431-Edit-Available-Balance
                 END-IF
                 IF WS-NOT-REJECTED
                    COMPUTE DGC-SOLDE = DGC-SOLDE - WS-MTOPER
                    MOVE WS-CTR-COMPTE TO WS-RORIG-DEB-CPT
                    MOVE WS-RORIG-DEB TO WS-RORIG
                 END-IF
              WHEN WS-COPER = 'CHQ'
                 COMPUTE WS-MTOPER = WS-MTOPER * DGD-MTVENTE
                 PERFORM 445-Edit-Cheque
                 IF WS-NOT-REJECTED
                    PERFORM 430-Edit-Overdraft
                 END-IF
                 IF WS-NOT-REJECTED
                    PERFORM 431-Edit-Available-Balance
                 END-IF
                 IF WS-NOT-REJECTED
                    COMPUTE DGC-SOLDE = DGC-SOLDE - WS-MTOPER
                    MOVE WS-ROPER-ORIG TO WS-RORIG
                 END-IF
              WHEN WS-COPER = 'ANN'
                 PERFORM 340-Reverse-Movement
              WHEN OTHER
              IF WS-COPER = 'TRF'
                 PERFORM 346-Post-Credit-Leg
              END-IF
              IF WS-COPER = 'CHQ'
                 PERFORM 347-Pay-Cheque
              END-IF
              IF WS-COPER = 'ANN' AND WS-ORIG-COPER = 'CHQ'
                 PERFORM 348-Unpay-Cheque
              END-IF
              ADD 1 TO WS-CNT-POSTED
              PERFORM 460-Accumulate-Totals
           END-IF
      *  original survives without reusing its ROPER.
           EXEC SQL
              SELECT COPER, MTOPPER,
                     COALESCE(CDEV, ' '), COALESCE(MTORIG, 0),
                     RORIG
              INTO   :WS-ORIG-COPER, :WS-ORIG-MTOPER,
                     :WS-ORIG-CDEV, :WS-ORIG-MTORIG,
                     :WS-ORIG-RORIG
              FROM   TBHISTO
              WHERE  COMPTE=:WS-COMPTE
              AND    ROPER=:WS-ROPER-ORIG
                    WHEN WS-ORIG-COPER = 'PRL' OR WS-ORIG-COPER = 'RET'
                         OR WS-ORIG-COPER = 'AGI'
                         OR WS-ORIG-COPER = 'FRA'
                         OR WS-ORIG-COPER = 'IMP'
                         OR WS-ORIG-COPER = 'CHQ'
                       COMPUTE DGC-SOLDE = DGC-SOLDE + WS-ORIG-MTOPER
                       MOVE WS-ORIG-MTOPER TO WS-MTOPER
                    WHEN OTHER
           END-IF
           .

       445-Edit-Cheque.
      **********************************************************
      *  The cheque presented must be one issued to this account
      *  (PGM050) and still payable. Checked before the funds, so
      *  a stopped or lost cheque goes back to the clearing house
      *  under its own reason whatever the balance. A cheque
      *  presented twice in the same file finds itself paid the
      *  second time - 347 marked it in this unit of work.
           IF WS-NUCHQ-9 NOT NUMERIC OR WS-NUCHQ-FIL NOT = SPACES
              MOVE 'Y' TO WS-REJECT-SW
              MOVE 'CHEQUE NUMBER NOT NUMERIC' TO WS-REJECT-REASON
           ELSE
              MOVE WS-NUCHQ-9 TO WS-CHQ-NUCHQ
              PERFORM 337-Access-Cheque
           END-IF

           IF WS-NOT-REJECTED
              EVALUATE TRUE
                 WHEN WS-CHQ-STATUT = 'P'
                    MOVE 'Y' TO WS-REJECT-SW
                    MOVE 'CHEQUE ALREADY PAID' TO WS-REJECT-REASON
                 WHEN WS-CHQ-STATUT = 'S'
                    MOVE 'Y' TO WS-REJECT-SW
                    MOVE 'CHEQUE STOPPED' TO WS-REJECT-REASON
                 WHEN WS-CHQ-STATUT = 'L'
                    MOVE 'Y' TO WS-REJECT-SW
                    MOVE 'CHEQUE REPORTED LOST' TO WS-REJECT-REASON
              END-EVALUATE
           END-IF
           .

       337-Access-Cheque.
      **********************************************************
      *  The presented cheque among the account's books
           EXEC SQL
              SELECT STATUT
              INTO   :WS-CHQ-STATUT
              FROM   TBCHEQUE
              WHERE  COMPTE=:WS-COMPTE
              AND    NUCHQ=:WS-CHQ-NUCHQ
           END-EXEC

           IF SQLCODE = 100
              MOVE 'Y' TO WS-REJECT-SW
              MOVE 'CHEQUE NOT ISSUED TO ACCOUNT' TO WS-REJECT-REASON
           ELSE
              PERFORM D550-CHECKSQL
           END-IF
           .

       347-Pay-Cheque.
      **********************************************************
      *  The cheque is paid : its paying reference, the amount
      *  debited and the operation date go on its TBCHEQUE row,
      *  in the same unit of work as the debit
           EXEC SQL
              UPDATE TBCHEQUE
              SET STATUT='P',
                  DTSTA=:WS-DTOPER,
                  ROPER=:WS-ROPER,
                  MTCHQ=:WS-MTOPER,
                  DDMAJ=CURRENT DATE,
                  HDMAJ=CURRENT TIME
              WHERE COMPTE=:WS-COMPTE
              AND   NUCHQ=:WS-CHQ-NUCHQ
           END-EXEC

           PERFORM D550-CHECKSQL
           .

       348-Unpay-Cheque.
      **********************************************************
      *  An ANN of a CHQ undoes the payment : the cheque goes
      *  back to issued, so the corrected presentation keyed
      *  after it is not refused as already paid. Only the row
      *  this very CHQ paid is touched.
           MOVE WS-ORIG-NUCHQ-9 TO WS-CHQ-NUCHQ

           EXEC SQL
              UPDATE TBCHEQUE
              SET STATUT='E',
                  DTSTA=:WS-DTOPER,
                  ROPER=' ',
                  MTCHQ=0,
                  DDMAJ=CURRENT DATE,
                  HDMAJ=CURRENT TIME
              WHERE COMPTE=:WS-COMPTE
              AND   NUCHQ=:WS-CHQ-NUCHQ
              AND   ROPER=:WS-ROPER-ORIG
              AND   STATUT='P'
           END-EXEC

           IF SQLCODE NOT = 100
              PERFORM D550-CHECKSQL
           END-IF
           .

       460-Accumulate-Totals.
      **********************************************************
      *  Feed the end-of-run control report
                 ADD WS-MTOPER TO WS-AMT-TRF
                 ADD WS-MTOPER TO WS-TOT-DEBIT
                 ADD WS-MTOPER TO WS-TOT-CREDIT
              WHEN WS-COPER = 'CHQ'
                 ADD 1 TO WS-CNT-CHQ
                 ADD WS-MTOPER TO WS-AMT-CHQ
                 ADD WS-MTOPER TO WS-TOT-DEBIT
              WHEN WS-COPER = 'ANN'
                 ADD 1 TO WS-CNT-ANN
                 ADD WS-MTOPER TO WS-AMT-ANN
              DELIMITED BY SIZE INTO CTL-LIGNE
           WRITE CTL-LIGNE

           IF WS-PARTITIONED
              MOVE SPACES TO CTL-LIGNE
              STRING 'PARTITION : ' WS-PART
                 DELIMITED BY SIZE INTO CTL-LIGNE
              WRITE CTL-LIGNE
           END-IF

           MOVE SPACES TO CTL-LIGNE
           WRITE CTL-LIGNE

              DELIMITED BY SIZE INTO CTL-LIGNE
           WRITE CTL-LIGNE

           MOVE WS-CNT-CHQ TO WS-ED-CNT
           MOVE WS-AMT-CHQ TO WS-ED-AMT
           MOVE SPACES TO CTL-LIGNE
           STRING 'CHQ  COUNT: ' WS-ED-CNT
                  '  AMOUNT: ' WS-ED-AMT
              DELIMITED BY SIZE INTO CTL-LIGNE
           WRITE CTL-LIGNE

           MOVE SPACES TO CTL-LIGNE
           WRITE CTL-LIGNE

                 MOVE 'ACCOUNT CLOSED' TO WS-REJECT-REASON
              WHEN DGC-STATUT = 'D'
                 IF WS-COPER = 'PRL' OR WS-COPER = 'RET'
                    OR WS-COPER = 'TRF' OR WS-COPER = 'CHQ'
                    MOVE 'Y' TO WS-REJECT-SW
                    MOVE 'ACCOUNT DORMANT' TO WS-REJECT-REASON
                 END-IF
           END-IF
           .

       431-Edit-Available-Balance.
      **********************************************************
      *  Money under a hold (PGM038 : court garnishment, tax
      *  authority seizure, disputed deposit) is not the
      *  customer's to spend : a PRL/RET/TRF/CHQ debit must fit
      *  the available balance, SOLDE less the active holds,
      *  plus DECOUVERT. Run after 430, so an account with no
      *  hold keeps rejecting exactly as before and this reason
      *  only ever names the hold. An ANN is never held back -
      *  a correction must go through whatever is frozen.
           PERFORM 332-Sum-Active-Holds
           IF WS-MT-BLOQUE > 0
              IF (DGC-SOLDE - WS-MT-BLOQUE - WS-MTOPER)
                 < (DGC-DECOUVERT * -1)
                 MOVE 'Y' TO WS-REJECT-SW
                 MOVE 'HOLD - AVAILABLE BALANCE EXCEEDED'
                    TO WS-REJECT-REASON
              END-IF
           END-IF
           .

       332-Sum-Active-Holds.
      **********************************************************
      *  Total of the account's holds in force on the run date :
      *  active, started, and either open-ended (DTFIN blank) or
      *  not yet lapsed. PGM039 flags lapsed holds nightly ; the
      *  date test keeps a hold from biting a day too long if
      *  that sweep has not run yet.
           EXEC SQL
              SELECT COALESCE(SUM(MTBLOC), 0)
              INTO   :WS-MT-BLOQUE
              FROM   TBBLOCAGE
              WHERE  COMPTE=:WS-COMPTE
              AND    STATUT='A'
              AND    DTDEB<=:WS-TODAY-ISO
              AND   (DTFIN=' ' OR DTFIN>=:WS-TODAY-ISO)
           END-EXEC

           PERFORM D550-CHECKSQL
           .

       450-Edit-Duplicate-Reference.
      **********************************************************
      *  Record-level backstop behind the file-level run control :
              )
              VALUES
              (
                :WS-RUNLOG-PGM,
                 CURRENT DATE,
                :WS-RUNLOG-HDDEB,
                 ' ',
                  CNTTRT=:WS-RUNLOG-TRT,
                  DDMAJ=CURRENT DATE,
                  HDMAJ=CURRENT TIME
              WHERE PGMNAME=:WS-RUNLOG-PGM
              AND   DTRUN=CURRENT DATE
              AND   HDDEB=:WS-RUNLOG-HDDEB
           END-EXEC
                  ETAT='R',
                  DDMAJ=CURRENT DATE,
                  HDMAJ=CURRENT TIME
              WHERE PGMNAME=:WS-RUNLOG-PGM
              AND   DTRUN=CURRENT DATE
              AND   HDDEB=:WS-RUNLOG-HDDEB
           END-EXEC
           STOP RUN
           .

       D745-PARTITION-UNKNOWN.
      **********************************************************
      *  No TBRUNPART row for this partition : the file was not
      *  built by a completed PGM047 split
           PERFORM 836-Runlog-Refused
           DISPLAY '*************************************************'
           DISPLAY '****       E R R O R M E S S A G E S         ****'
           DISPLAY '*************************************************'
           DISPLAY '* PARTITION NOT ON TBRUNPART: ' WS-IDFIC ' ' WS-PART
           DISPLAY '* Run refused, nothing was posted.              *'
           DISPLAY '*************************************************'
           STOP RUN
           .

       D746-PARTITION-POSTED.
      **********************************************************
      *  This partition went through a complete run before -
      *  re-running it would double-post every movement in it
           PERFORM 836-Runlog-Refused
           DISPLAY '*************************************************'
           DISPLAY '****       E R R O R M E S S A G E S         ****'
           DISPLAY '*************************************************'
           DISPLAY '* PARTITION ALREADY POSTED: ' WS-IDFIC ' ' WS-PART
           DISPLAY '* Run refused, nothing was posted.              *'
           DISPLAY '*************************************************'
           STOP RUN
           .

       D747-PARTITIONS-PENDING.
      **********************************************************
      *  The transfer partition ahead of an account-range
      *  partition : it would post against accounts that job
      *  is still updating
           PERFORM 836-Runlog-Refused
           DISPLAY '*************************************************'
           DISPLAY '****       E R R O R M E S S A G E S         ****'
           DISPLAY '*************************************************'
           DISPLAY '* TRANSFER PARTITION REFUSED: ' WS-IDFIC
           DISPLAY '* Account-range partitions still to complete.   *'
           DISPLAY '* Run them, then restart this job.              *'
           DISPLAY '*************************************************'
           STOP RUN
           .

       D750-TRAILER-ERROR.
      **********************************************************
      *  Trailer totals do not match what was read
