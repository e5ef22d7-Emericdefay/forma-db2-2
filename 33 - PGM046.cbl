       PROCESS TEST
      *****************************************************************
      * Program name:    PGM046
      * Original author: SVCTEAM
      *
      * Maintenence Log
      * Date      Author        Maintenance Requirement
      * --------- ------------  ---------------------------------------
      * 10/15/26  SVCTEAM       Created : customer transaction alerts
      *                         for the SMS/e-mail gateway - the
      *                         day's postings and PRL rejects
      *                         matched against the TBNOTIF
      *                         preferences of the account holder,
      *                         FILEALR with HDR/TRL controls, daily
      *                         count per event kept on TBALRCPT ;
      *                         TBRUNCTL guard, TBRUNLOG run ledger
      *                         row
      * 10/15/26  SVCTEAM       CHQ inward cheques (PGM017)
      *                         replayed as debits
      * 10/15/26  SVCTEAM       Per-event counts subscripted by
      *                         WS-EVT-SUB, not the event table's
      *                         index ; FILEREJ currency bound from
      *                         a working-storage host field
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PGM046.
       AUTHOR.        SVCTEAM.
       INSTALLATION.  COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN.  10/15/26.
       DATE-COMPILED. 10/15/26.
       SECURITY.      NON-CONFIDENTIAL.
      *****************************************************************
      *  Purpose : tell customers about their accounts before they
      *  have to call. Run at the end of the posting chain - after
      *  PGM017 and the charge batches (PGM023, PGM034, PGM041) of
      *  the day - on PGM017's FILEREJ.
      *
      *  TBNOTIF holds one preferences row per customer (IDCLI) :
      *  the channel CANAL ('S' SMS, 'E' e-mail), the contact
      *  address ADRCONT, a Y/N subscription per event and the
      *  thresholds, in the currency of each account, that go with
      *  them. Only rows at STATUT 'A' are read ; 'S' suspends the
      *  customer's alerts without losing the settings. The events :
      *  - CRE : a credit above SEUILCRE ;
      *  - DEB : a debit above SEUILDEB ;
      *  - SOL : the balance drops below SEUILSOL (crossing only -
      *          a balance already under it alerts once, not on
      *          every later movement) ;
      *  - DEC : the account goes into overdraft (from zero or
      *          above to below zero) ;
      *  - REJ : a PRL rejected by PGM017, whatever the reason ;
      *  - FRS : an AGI or FRA charge posted (PGM023, PGM034,
      *          PGM045). Such a charge alerts as FRS only, never
      *          also as DEB.
      *  One movement may raise several alerts (a large debit that
      *  also crosses into overdraft raises DEB and DEC).
      *
      *  The day's TBHISTO rows (DDMAJ = run date) are replayed per
      *  account in posting order from the balance the account
      *  opened the day with - today's SOLDE less today's signed
      *  movements, PGM018 sign convention - so each alert carries
      *  the SOLDE just after its movement. A REJ alert carries the
      *  amount converted to the account currency at the TBDEVISE
      *  sell rate as PGM017 would have, and the SOLDE at the run.
      *
      *  FILEALR, the gateway file : one ALR record per alert
      *  between a HDR record (file ID 'AL' + the run date) and a
      *  TRL record with the alert count and the count per event.
      *  All-character layout : the file leaves the bank. The same
      *  counts go on TBALRCPT, one row per event and day, for the
      *  billing reconciliation with the gateway provider, and on
      *  the FILERAP report.
      *
      *  The file ID is registered on TBRUNCTL with the run's final
      *  commit : a second run on the same day is refused, so no
      *  customer is told twice.
      *
      *  TBNOTIF.STATUT convention : 'A' active, 'S' suspended.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FILEREJ ASSIGN TO FILEREJ
           FILE STATUS IS FS-FILEREJ.

           SELECT FILEALR ASSIGN TO FILEALR
           FILE STATUS IS FS-FILEALR.

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
          05  FR-COMPTE-CTR PIC X(09).
          05  FR-RAISON  PIC X(35).

      *  Alerts for the messaging gateway. No COMP, no COMP-3 :
      *  amounts are edited with their sign and decimal point.
       FD  FILEALR RECORDING MODE F
           RECORD CONTAINS 200 CHARACTERS.
       01  FIALR-ENREG.
          05  AL-TYPE    PIC X(03).
          05  AL-EVENT   PIC X(03).
          05  AL-IDCLI   PIC 9(09).
          05  AL-CANAL   PIC X(01).
          05  AL-ADRCONT PIC X(60).
          05  AL-COMPTE  PIC 9(09).
          05  AL-ROPER   PIC X(10).
          05  AL-COPER   PIC X(03).
          05  AL-CDEV    PIC X(03).
          05  AL-MTOPER  PIC -(13)9.99.
          05  AL-SOLDE   PIC -(13)9.99.
          05  AL-DTMVT   PIC X(10).
          05  AL-HRMVT   PIC X(08).
          05  FILLER     PIC X(47).

      *  Header record : first record of FILEALR
       01  FIALR-ENTETE.
          05  AE-TYPE    PIC X(03).
          05  AE-IDFIC   PIC X(08).
          05  AE-DTCRE   PIC X(10).
          05  FILLER     PIC X(179).

      *  Trailer record : last record of FILEALR - the alert count,
      *  then the count per event in CRE DEB SOL DEC REJ FRS order
       01  FIALR-FIN.
          05  AT-TYPE    PIC X(03).
          05  AT-NBENR   PIC 9(09).
          05  AT-NBEVT   PIC 9(09) OCCURS 6 TIMES.
          05  FILLER     PIC X(134).

      *  Alerts report, one 80-byte print line per record
       FD  FILERAP RECORDING MODE F
           RECORD CONTAINS 80 CHARACTERS.
       01  RAP-LIGNE      PIC X(80).

      *****************************************************************
       WORKING-STORAGE SECTION.
      / FILES STATUS
       01 FS-FILEREJ     PIC X(02).
           88 END-FILEREJ VALUE '10'.

       01 FS-FILEALR     PIC X(02).
       01 FS-FILERAP     PIC X(02).

      / RUN DATE AND THE ALERT FILE ID BUILT FROM IT
       01 WS-CURRENT-DATE.
           05 WS-CD-YYYY    PIC 9(4).
           05 WS-CD-MM      PIC 9(2).
           05 WS-CD-DD      PIC 9(2).
           05 FILLER        PIC X(13).
       01 WS-TODAY-ISO      PIC X(10).
       01 WS-IDFIC.
           05 FILLER     PIC X(02) VALUE 'AL'.
           05 WS-IDFIC-YY PIC X(02).
           05 WS-IDFIC-MM PIC X(02).
           05 WS-IDFIC-DD PIC X(02).
       01 WS-RUNCTL-COUNT PIC S9(09) COMP VALUE 0.

      / THE EVENTS, IN TRAILER ORDER, AND THE DAY'S COUNT OF EACH
       01 WS-EVT-TABLE.
           05 FILLER     PIC X(23) VALUE 'CRECREDIT ABOVE LIMIT  '.
           05 FILLER     PIC X(23) VALUE 'DEBDEBIT ABOVE LIMIT   '.
           05 FILLER     PIC X(23) VALUE 'SOLBALANCE BELOW LIMIT '.
           05 FILLER     PIC X(23) VALUE 'DECINTO OVERDRAFT      '.
           05 FILLER     PIC X(23) VALUE 'REJDIRECT DEBIT REFUSED'.
           05 FILLER     PIC X(23) VALUE 'FRSCHARGE POSTED       '.
       01 WS-EVT REDEFINES WS-EVT-TABLE.
           05 WS-EVT-ENTRY OCCURS 6 TIMES INDEXED BY WS-EVT-IDX.
              10 WS-EVT-CODE  PIC X(03).
              10 WS-EVT-LIB   PIC X(20).
       01 WS-EVT-COUNTS.
           05 WS-EVT-CNT PIC 9(09) COMP OCCURS 6 TIMES.
      *  Numeric subscript for WS-EVT-CNT and AT-NBEVT : the index
      *  WS-EVT-IDX is a displacement in WS-EVT-ENTRY, whose
      *  elements are not the same length
       01 WS-EVT-SUB     PIC S9(04) COMP VALUE 0.
      *  The entry being stored, moved out of the table first :
      *  a subscripted table element is not a valid host variable
       01 WS-EVT-CUR     PIC X(03).
       01 WS-EVT-NB      PIC S9(09) COMP VALUE 0.

      / CURSOR CONTROLS
       01 WS-END-MVT-SW  PIC X(01) VALUE 'N'.
           88 END-CSR-MVT VALUE 'Y'.

      / MOVEMENT AND SUBSCRIBER HOST FIELDS (CSR-MVT)
       01 WS-M-COMPTE    PIC S9(09) COMP.
       01 WS-M-COPER     PIC X(03).
       01 WS-M-ROPER     PIC X(10).
       01 WS-M-MTOPPER   PIC S9(13)V9(2) COMP-3.
       01 WS-M-HDMAJ     PIC X(08).
       01 WS-M-CDEV      PIC X(03).
       01 WS-M-SOLDE     PIC S9(13)V9(2) COMP-3.
       01 WS-N-IDCLI     PIC S9(09) COMP.
       01 WS-N-CANAL     PIC X(01).
       01 WS-N-ADRCONT   PIC X(60).
       01 WS-N-ABCRE     PIC X(01).
       01 WS-N-SEUILCRE  PIC S9(13)V9(2) COMP-3.
       01 WS-N-ABDEB     PIC X(01).
       01 WS-N-SEUILDEB  PIC S9(13)V9(2) COMP-3.
       01 WS-N-ABSOL     PIC X(01).
       01 WS-N-SEUILSOL  PIC S9(13)V9(2) COMP-3.
       01 WS-N-ABDECV    PIC X(01).
       01 WS-N-ABREJ     PIC X(01).
       01 WS-N-ABFRAIS   PIC X(01).

      / BALANCE REPLAY : BEFORE AND AFTER THE CURRENT MOVEMENT
       01 WS-PREV-COMPTE  PIC S9(09) COMP VALUE -1.
       01 WS-MT-JOUR      PIC S9(13)V9(2) COMP-3 VALUE 0.
       01 WS-SOLDE-AVANT  PIC S9(13)V9(2) COMP-3 VALUE 0.
       01 WS-SOLDE-APRES  PIC S9(13)V9(2) COMP-3 VALUE 0.
       01 WS-MT-SIGNE     PIC S9(13)V9(2) COMP-3 VALUE 0.
       01 WS-MT-ABS       PIC S9(13)V9(2) COMP-3 VALUE 0.

      / PRL REJECT : SUBSCRIBER FOUND, RATE FOUND
       01 WS-REJ-FOUND-SW PIC X(01) VALUE 'N'.
           88 WS-REJ-SUBSCRIBER VALUE 'Y'.
       01 WS-MTVENTE      PIC S9(05)V9(05) COMP-3 VALUE 0.
       01 WS-R-COMPTE     PIC S9(09) COMP.
       01 WS-R-CDEV       PIC X(03).
       01 WS-R-CDEV-PRES  PIC X(03).

      / THE ALERT BEING WRITTEN
       01 WS-A-COMPTE     PIC S9(09) COMP.
       01 WS-A-ROPER      PIC X(10).
       01 WS-A-COPER      PIC X(03).
       01 WS-A-CDEV       PIC X(03).
       01 WS-A-MTOPER     PIC S9(13)V9(2) COMP-3.
       01 WS-A-SOLDE      PIC S9(13)V9(2) COMP-3.
       01 WS-A-HRMVT      PIC X(08).

      / ALERT FILE CONTROLS
       01 WS-CNT-ENR     PIC 9(09) COMP VALUE 0.

      / RUN LEDGER (TBRUNLOG) FIELDS - THIS RUN'S ROW
       01 WS-RUNLOG-HDDEB  PIC X(08).
       01 WS-RUNLOG-LU     PIC S9(09) COMP VALUE 0.
       01 WS-RUNLOG-TRT    PIC S9(09) COMP VALUE 0.

      / COUNTERS FOR THE END-OF-RUN SUMMARY
       01 WS-CNT-MVT       PIC 9(09) COMP VALUE 0.
       01 WS-CNT-REJ-READ  PIC 9(09) COMP VALUE 0.
       01 WS-ED-CNT        PIC ZZZ,ZZZ,ZZ9.
       01 WS-ED-AMT        PIC -(13)9.99.
       01 WS-ED-COMPTE     PIC 9(09).

      / IMPORT SQLCA
           EXEC SQL INCLUDE SQLCA
           END-EXEC.

      / CURSOR : THE DAY'S POSTINGS ON ACCOUNTS WHOSE HOLDER HAS
      / ACTIVE ALERT PREFERENCES, ACCOUNT BY ACCOUNT IN POSTING
      / ORDER
           EXEC SQL
              DECLARE CSR-MVT CURSOR FOR
              SELECT H.COMPTE, H.COPER, H.ROPER, H.MTOPPER, H.HDMAJ,
                     K.CDEV, K.SOLDE,
                     N.IDCLI, N.CANAL, N.ADRCONT,
                     N.ABCRE, N.SEUILCRE, N.ABDEB, N.SEUILDEB,
                     N.ABSOL, N.SEUILSOL, N.ABDECV, N.ABFRAIS
              FROM   TBHISTO H
                     INNER JOIN TBCOMPTE K
                        ON K.COMPTE = H.COMPTE
                     INNER JOIN TBNOTIF N
                        ON N.IDCLI = K.IDCLI
              WHERE  H.DDMAJ = :WS-TODAY-ISO
              AND    N.STATUT = 'A'
              ORDER BY H.COMPTE, H.HDMAJ
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
           PERFORM 150-Scan-Rejects.
           PERFORM 222-Write-Trailer.
           PERFORM 360-Store-Event-Counts.
           PERFORM 350-Register-Run-Control.
           PERFORM 835-Runlog-End.
           PERFORM 820-Final-Commit.
           PERFORM 700-Summary-Report.
           PERFORM 999-CFILES.
           GOBACK.

       000-OFILES.
           OPEN INPUT FILEREJ
           OPEN OUTPUT FILEALR
           OPEN OUTPUT FILERAP
           .

       010-Initialize.
      **********************************************************
      *  One-time startup : run date, the alert file ID and its
      *  TBRUNCTL guard, the event counts, the header
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           STRING WS-CD-YYYY '-' WS-CD-MM '-' WS-CD-DD
              DELIMITED BY SIZE INTO WS-TODAY-ISO

           MOVE WS-TODAY-ISO (3:2) TO WS-IDFIC-YY
           MOVE WS-TODAY-ISO (6:2) TO WS-IDFIC-MM
           MOVE WS-TODAY-ISO (9:2) TO WS-IDFIC-DD
           PERFORM 310-Check-Run-Control

           PERFORM VARYING WS-EVT-IDX FROM 1 BY 1
              UNTIL WS-EVT-IDX > 6
              SET WS-EVT-SUB TO WS-EVT-IDX
              MOVE 0 TO WS-EVT-CNT (WS-EVT-SUB)
           END-PERFORM

           PERFORM 220-Write-Header

           MOVE SPACES TO RAP-LIGNE
           STRING 'PGM046 CUSTOMER ALERTS ' WS-TODAY-ISO
                  ' FILE ' WS-IDFIC
              DELIMITED BY SIZE INTO RAP-LIGNE
           WRITE RAP-LIGNE

           MOVE SPACES TO RAP-LIGNE
           WRITE RAP-LIGNE
           .

       100-Main.
      **********************************************************
      *  One pass over the day's postings of the subscribed
      *  accounts : replay each account's balance and test every
      *  movement against its holder's preferences
           PERFORM 300-Open-Csr-Mvt
           PERFORM 330-Fetch-Csr-Mvt

           PERFORM UNTIL (END-CSR-MVT)
               ADD 1 TO WS-CNT-MVT
               IF WS-M-COMPTE NOT = WS-PREV-COMPTE
                  PERFORM 340-Sum-Day-Movements
                  COMPUTE WS-SOLDE-AVANT = WS-M-SOLDE - WS-MT-JOUR
                  MOVE WS-M-COMPTE TO WS-PREV-COMPTE
               END-IF
               PERFORM 120-Test-Movement
               MOVE WS-SOLDE-APRES TO WS-SOLDE-AVANT
               PERFORM 330-Fetch-Csr-Mvt
           END-PERFORM

           PERFORM 390-Close-Csr-Mvt
           .

       120-Test-Movement.
      **********************************************************
      *  Signed effect of the movement (PGM018 convention ; an
      *  ANN row is already signed), then each event in turn
           EVALUATE TRUE
              WHEN WS-M-COPER = 'PRL' OR WS-M-COPER = 'RET'
                   OR WS-M-COPER = 'AGI' OR WS-M-COPER = 'TRF'
                   OR WS-M-COPER = 'FRA' OR WS-M-COPER = 'IMP'
                   OR WS-M-COPER = 'CHQ'
                 COMPUTE WS-MT-SIGNE = WS-M-MTOPPER * -1
              WHEN OTHER
                 MOVE WS-M-MTOPPER TO WS-MT-SIGNE
           END-EVALUATE
           COMPUTE WS-SOLDE-APRES = WS-SOLDE-AVANT + WS-MT-SIGNE
           IF WS-MT-SIGNE < 0
              COMPUTE WS-MT-ABS = WS-MT-SIGNE * -1
           ELSE
              MOVE WS-MT-SIGNE TO WS-MT-ABS
           END-IF

           MOVE WS-M-COMPTE TO WS-A-COMPTE
           MOVE WS-M-ROPER TO WS-A-ROPER
           MOVE WS-M-COPER TO WS-A-COPER
           MOVE WS-M-CDEV TO WS-A-CDEV
           MOVE WS-MT-SIGNE TO WS-A-MTOPER
           MOVE WS-SOLDE-APRES TO WS-A-SOLDE
           MOVE WS-M-HDMAJ TO WS-A-HRMVT

           EVALUATE TRUE
              WHEN WS-M-COPER = 'AGI' OR WS-M-COPER = 'FRA'
                 IF WS-N-ABFRAIS = 'Y'
                    SET WS-EVT-IDX TO 6
                    PERFORM 160-Emit-Alert
                 END-IF
              WHEN WS-MT-SIGNE > 0
                 IF WS-N-ABCRE = 'Y' AND WS-MT-ABS > WS-N-SEUILCRE
                    SET WS-EVT-IDX TO 1
                    PERFORM 160-Emit-Alert
                 END-IF
              WHEN WS-MT-SIGNE < 0
                 IF WS-N-ABDEB = 'Y' AND WS-MT-ABS > WS-N-SEUILDEB
                    SET WS-EVT-IDX TO 2
                    PERFORM 160-Emit-Alert
                 END-IF
           END-EVALUATE

           IF WS-N-ABSOL = 'Y'
              AND WS-SOLDE-AVANT NOT < WS-N-SEUILSOL
              AND WS-SOLDE-APRES < WS-N-SEUILSOL
              SET WS-EVT-IDX TO 3
              PERFORM 160-Emit-Alert
           END-IF

           IF WS-N-ABDECV = 'Y'
              AND WS-SOLDE-AVANT NOT < 0
              AND WS-SOLDE-APRES < 0
              SET WS-EVT-IDX TO 4
              PERFORM 160-Emit-Alert
           END-IF
           .

       150-Scan-Rejects.
      **********************************************************
      *  PGM017's rejects : every refused PRL on an account whose
      *  holder subscribes to REJ is an alert
           PERFORM 210-Read-Reject

           PERFORM UNTIL (END-FILEREJ)
               ADD 1 TO WS-CNT-REJ-READ
               IF FR-COPER = 'PRL'
                  PERFORM 170-Test-Reject
               END-IF
               PERFORM 210-Read-Reject
           END-PERFORM
           .

       170-Test-Reject.
      **********************************************************
      *  The holder's preferences, then the amount in the account
      *  currency at the sell rate PGM017 would have used ; a
      *  currency off TBDEVISE leaves the amount as presented
           MOVE FR-COMPTE TO WS-R-COMPTE
           MOVE FR-CDEV TO WS-R-CDEV-PRES
           PERFORM 332-Access-Subscriber
           IF WS-REJ-SUBSCRIBER AND WS-N-ABREJ = 'Y'
              PERFORM 333-Access-Table-Devise
              MOVE WS-R-COMPTE TO WS-A-COMPTE
              MOVE FR-ROPER TO WS-A-ROPER
              MOVE FR-COPER TO WS-A-COPER
              MOVE WS-R-CDEV TO WS-A-CDEV
              COMPUTE WS-A-MTOPER ROUNDED = FR-MTOPER * WS-MTVENTE
              MOVE WS-M-SOLDE TO WS-A-SOLDE
              MOVE SPACES TO WS-A-HRMVT
              SET WS-EVT-IDX TO 5
              PERFORM 160-Emit-Alert
           END-IF
           .

       160-Emit-Alert.
      **********************************************************
      *  One alert of the event at WS-EVT-IDX, counted
           SET WS-EVT-SUB TO WS-EVT-IDX
           ADD 1 TO WS-EVT-CNT (WS-EVT-SUB)
           ADD 1 TO WS-CNT-ENR
           PERFORM 221-Write-Alert
           .

       210-Read-Reject.
      **********************************************************
      *  This routine should read FILEREJ line by line
           READ FILEREJ
           .

       220-Write-Header.
      **********************************************************
      *  The HDR record : file ID keyed on the run date
           MOVE SPACES TO FIALR-ENTETE
           MOVE 'HDR' TO AE-TYPE
           MOVE WS-IDFIC TO AE-IDFIC
           MOVE WS-TODAY-ISO TO AE-DTCRE
           WRITE FIALR-ENTETE
           .

       221-Write-Alert.
      **********************************************************
      *  One ALR record : who to tell, how, and about what
           MOVE SPACES TO FIALR-ENREG
           MOVE 'ALR' TO AL-TYPE
           MOVE WS-EVT-CODE (WS-EVT-IDX) TO AL-EVENT
           MOVE WS-N-IDCLI TO AL-IDCLI
           MOVE WS-N-CANAL TO AL-CANAL
           MOVE WS-N-ADRCONT TO AL-ADRCONT
           MOVE WS-A-COMPTE TO AL-COMPTE
           MOVE WS-A-ROPER TO AL-ROPER
           MOVE WS-A-COPER TO AL-COPER
           MOVE WS-A-CDEV TO AL-CDEV
           MOVE WS-A-MTOPER TO AL-MTOPER
           MOVE WS-A-SOLDE TO AL-SOLDE
           MOVE WS-TODAY-ISO TO AL-DTMVT
           MOVE WS-A-HRMVT TO AL-HRMVT
           WRITE FIALR-ENREG
           .

       222-Write-Trailer.
      **********************************************************
      *  The TRL record : alert count and the count per event
           MOVE SPACES TO FIALR-FIN
           MOVE 'TRL' TO AT-TYPE
           MOVE WS-CNT-ENR TO AT-NBENR
           PERFORM VARYING WS-EVT-IDX FROM 1 BY 1
              UNTIL WS-EVT-IDX > 6
              SET WS-EVT-SUB TO WS-EVT-IDX
              MOVE WS-EVT-CNT (WS-EVT-SUB) TO AT-NBEVT (WS-EVT-SUB)
           END-PERFORM
           WRITE FIALR-FIN
           .

       310-Check-Run-Control.
      **********************************************************
      *  Refuse an alert file ID already registered on TBRUNCTL :
      *  today's alerts went out already
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
      *  Register the alert file ID. Committed with the run's
      *  tail by 820-Final-Commit, together with the counts.
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

       360-Store-Event-Counts.
      **********************************************************
      *  The day's count per event on TBALRCPT - every event,
      *  zero included, so the reconciliation never has to tell
      *  "none sent" from "not counted"
           PERFORM VARYING WS-EVT-IDX FROM 1 BY 1
              UNTIL WS-EVT-IDX > 6
              MOVE WS-EVT-CODE (WS-EVT-IDX) TO WS-EVT-CUR
              SET WS-EVT-SUB TO WS-EVT-IDX
              MOVE WS-EVT-CNT (WS-EVT-SUB) TO WS-EVT-NB
              EXEC SQL
                 INSERT INTO TBALRCPT
                 (
                   DTALR,
                   EVENT,
                   NBALR,
                   DDMAJ,
                   HDMAJ
                 )
                 VALUES
                 (
                   :WS-TODAY-ISO,
                   :WS-EVT-CUR,
                   :WS-EVT-NB,
                    CURRENT DATE,
                    CURRENT TIME
                 )
              END-EXEC
              PERFORM D550-CHECKSQL
           END-PERFORM
           .

       340-Sum-Day-Movements.
      **********************************************************
      *  Net signed effect of the account's postings today : the
      *  balance the account opened the day with is SOLDE less it
           EXEC SQL
              SELECT COALESCE(
                        SUM(CASE WHEN COPER IN
                                      ('PRL','RET','AGI','TRF','FRA',
                                       'IMP','CHQ')
                                 THEN -MTOPPER
                                 ELSE MTOPPER
                            END), 0)
              INTO   :WS-MT-JOUR
              FROM   TBHISTO
              WHERE  COMPTE = :WS-M-COMPTE
              AND    DDMAJ = :WS-TODAY-ISO
           END-EXEC

           PERFORM D550-CHECKSQL
           .

       332-Access-Subscriber.
      **********************************************************
      *  The rejected PRL's account and its holder's active
      *  preferences ; not found means nobody to tell
           EXEC SQL
              SELECT K.CDEV, K.SOLDE,
                     N.IDCLI, N.CANAL, N.ADRCONT, N.ABREJ
              INTO  :WS-R-CDEV, :WS-M-SOLDE,
                    :WS-N-IDCLI, :WS-N-CANAL, :WS-N-ADRCONT,
                    :WS-N-ABREJ
              FROM   TBCOMPTE K
                     INNER JOIN TBNOTIF N
                        ON N.IDCLI = K.IDCLI
              WHERE  K.COMPTE = :WS-R-COMPTE
              AND    N.STATUT = 'A'
           END-EXEC

           IF SQLCODE = 100
              MOVE 'N' TO WS-REJ-FOUND-SW
           ELSE
              PERFORM D550-CHECKSQL
              MOVE 'Y' TO WS-REJ-FOUND-SW
           END-IF
           .

       333-Access-Table-Devise.
      **********************************************************
      *  Sell rate of the presented currency
           EXEC SQL
              SELECT MTVENTE
              INTO   :WS-MTVENTE
              FROM   TBDEVISE
              WHERE  CDEV=:WS-R-CDEV-PRES
           END-EXEC

           IF SQLCODE = 100
              MOVE 1 TO WS-MTVENTE
           ELSE
              PERFORM D550-CHECKSQL
           END-IF
           .

       300-Open-Csr-Mvt.
      **********************************************************
      *  Open the postings cursor
           EXEC SQL
              OPEN CSR-MVT
           END-EXEC

           PERFORM D550-CHECKSQL
           .

       330-Fetch-Csr-Mvt.
      **********************************************************
      *  Fetch the next posting with its holder's preferences
           EXEC SQL
              FETCH CSR-MVT
              INTO  :WS-M-COMPTE, :WS-M-COPER, :WS-M-ROPER,
                    :WS-M-MTOPPER, :WS-M-HDMAJ,
                    :WS-M-CDEV, :WS-M-SOLDE,
                    :WS-N-IDCLI, :WS-N-CANAL, :WS-N-ADRCONT,
                    :WS-N-ABCRE, :WS-N-SEUILCRE,
                    :WS-N-ABDEB, :WS-N-SEUILDEB,
                    :WS-N-ABSOL, :WS-N-SEUILSOL,
                    :WS-N-ABDECV, :WS-N-ABFRAIS
           END-EXEC

           IF SQLCODE = 100
              MOVE 'Y' TO WS-END-MVT-SW
           ELSE
              PERFORM D550-CHECKSQL
           END-IF
           .

       390-Close-Csr-Mvt.
      **********************************************************
      *  Close the postings cursor
           EXEC SQL
              CLOSE CSR-MVT
           END-EXEC

           PERFORM D550-CHECKSQL
           .

       700-Summary-Report.
      **********************************************************
      *  End-of-run summary : what was read, and the alerts sent
      *  per event - the figures the gateway invoice is checked
      *  against
           MOVE WS-CNT-MVT TO WS-ED-CNT
           MOVE SPACES TO RAP-LIGNE
           STRING 'POSTINGS ON SUBSCRIBED ACCOUNTS : ' WS-ED-CNT
              DELIMITED BY SIZE INTO RAP-LIGNE
           WRITE RAP-LIGNE

           MOVE WS-CNT-REJ-READ TO WS-ED-CNT
           MOVE SPACES TO RAP-LIGNE
           STRING 'FILEREJ RECORDS READ            : ' WS-ED-CNT
              DELIMITED BY SIZE INTO RAP-LIGNE
           WRITE RAP-LIGNE

           MOVE SPACES TO RAP-LIGNE
           WRITE RAP-LIGNE

           PERFORM VARYING WS-EVT-IDX FROM 1 BY 1
              UNTIL WS-EVT-IDX > 6
              SET WS-EVT-SUB TO WS-EVT-IDX
              MOVE WS-EVT-CNT (WS-EVT-SUB) TO WS-ED-CNT
              MOVE SPACES TO RAP-LIGNE
              STRING 'ALERTS ' WS-EVT-CODE (WS-EVT-IDX)
                     ' ' WS-EVT-LIB (WS-EVT-IDX)
                     '     : ' WS-ED-CNT
                 DELIMITED BY SIZE INTO RAP-LIGNE
              WRITE RAP-LIGNE
           END-PERFORM

           MOVE WS-CNT-ENR TO WS-ED-CNT
           MOVE SPACES TO RAP-LIGNE
           STRING 'ALERTS SENT, ALL EVENTS         : ' WS-ED-CNT
              DELIMITED BY SIZE INTO RAP-LIGNE
           WRITE RAP-LIGNE
           .

       820-Final-Commit.
      **********************************************************
      *  Commit the counts and the file ID registration
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
                'PGM046',
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
           COMPUTE WS-RUNLOG-LU = WS-CNT-MVT + WS-CNT-REJ-READ
           MOVE WS-CNT-ENR TO WS-RUNLOG-TRT

           EXEC SQL
              UPDATE TBRUNLOG
              SET HDFIN=CURRENT TIME,
                  ETAT='T',
                  CNTLU=:WS-RUNLOG-LU,
                  CNTTRT=:WS-RUNLOG-TRT,
                  DDMAJ=CURRENT DATE,
                  HDMAJ=CURRENT TIME
              WHERE PGMNAME='PGM046'
              AND   DTRUN=CURRENT DATE
              AND   HDDEB=:WS-RUNLOG-HDDEB
           END-EXEC

           PERFORM D550-CHECKSQL
           .

       999-CFILES.
      **********************************************************
      *  This routine should close file(s)
           CLOSE FILEREJ
           CLOSE FILEALR
           CLOSE FILERAP
           .

       D740-FILE-ALREADY-SENT.
      **********************************************************
      *  Today's alert file was sent already - a second run
      *  would alert every customer twice
           DISPLAY '*************************************************'
           DISPLAY '****       E R R O R M E S S A G E S         ****'
           DISPLAY '*************************************************'
           DISPLAY '* ALERT FILE ALREADY SENT (TBRUNCTL): ' WS-IDFIC
           DISPLAY '* Run refused, no alert was written.            *'
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
