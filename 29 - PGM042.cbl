       PROCESS TEST
      *****************************************************************
      * Program name:    PGM042
      * Original author: SVCTEAM
      *
      * Maintenence Log
      * Date      Author        Maintenance Requirement
      * --------- ------------  ---------------------------------------
      * 10/15/26  SVCTEAM       Created : CICS teller operation
      *                         capture (transaction TELC, mapset
      *                         MAPTEL) - VIR/RET/TRF/ANN edited at
      *                         entry against TBCOMPTE and the
      *                         teller's daily cash limit
      *                         (TBGUICHET), staged on TBSAISIE
      *                         under the teller USERID for the
      *                         PGM043 end-of-day FILEIN extract
      * 10/15/26  SVCTEAM       ANN entry edit lets a CHQ inward
      *                         cheque be reversed, as PGM017 does
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PGM042.
       AUTHOR.        SVCTEAM.
       INSTALLATION.  COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN.  10/15/26.
       DATE-COMPILED. 10/15/26.
       SECURITY.      NON-CONFIDENTIAL.
      *****************************************************************
      *  Purpose : let the branch counter key its deposits,
      *  withdrawals, transfers and corrections on screen instead
      *  of into an upstream file. Transaction TELC, mapset MAPTEL
      *  (map MAPTEL1), pseudo-conversational with the checked
      *  operation carried in the COMMAREA.
      *
      *  ENTER checks the operation keyed - COPER VIR (cash
      *  deposit), RET (cash withdrawal), TRF (transfer to the
      *  CTRPART account) or ANN (reversal of the REF ANN
      *  movement) - with the PGM017 edits, so the customer hears
      *  of a refusal at the counter and not from FILEREJ :
      *  - the account exists and is not closed ; a dormant
      *    account takes no RET/TRF (405) ;
      *  - the currency is the account's (blank takes it) and has
      *    a TBDEVISE rate ; the operation date (blank = today) is
      *    neither before the last movement nor in the future ;
      *  - a RET/TRF fits the overdraft ceiling, then the available
      *    balance net of the funds holds (430/431). Both also
      *    count the account's staged RET/TRF not yet extracted :
      *    two withdrawals at two windows must not each pass
      *    against the same money ;
      *  - a TRF counterparty exists, is not closed, is in the same
      *    currency and is not the account itself (440) ;
      *  - an ANN finds its original on TBHISTO, reversible and not
      *    already reversed or already captured for reversal ; the
      *    amount becomes the original's, shown before capture ;
      *  - a RET fits the teller's daily cash limit : TBGUICHET
      *    holds MTPLAF per USERID and currency, the cash a teller
      *    may pay out in a day ; the day's staged RET of the
      *    teller plus this one may not exceed it. No TBGUICHET row
      *    for the currency means no cash in that currency.
      *  The checked operation shows with the account's balance,
      *  available balance and holder ; PF5 then captures it,
      *  provided the screen still holds what was checked - the
      *  edits are run again at PF5, the balance may have moved.
      *
      *  A captured operation is one TBSAISIE row (STATUT 'S',
      *  staged) under the teller's signed-on USERID, with its own
      *  reference : 'G' + year digit + month + day + the day's
      *  capture sequence NSEQ. PGM043 turns the staged rows into
      *  the FILEIN PGM017 posts, and prints each teller's till.
      *  This transaction posts nothing to TBCOMPTE or TBHISTO.
      *
      *  The symbolic map is hand-coded below and must stay
      *  aligned with the MAPTEL BMS source.
      *****************************************************************
       ENVIRONMENT DIVISION.
      *****************************************************************
       DATA DIVISION.
      *****************************************************************
       WORKING-STORAGE SECTION.
      / SYMBOLIC MAP MAPTEL1 - CAPTURE SCREEN (HAND-CODED, KEEP IN
      / STEP WITH THE MAPTEL BMS SOURCE)
       01 MAP1.
           05 FILLER         PIC X(12).
           05 M1-COPER-L     PIC S9(04) COMP.
           05 M1-COPER-F     PIC X(01).
           05 M1-COPER-I     PIC X(03).
           05 M1-COMPTE-L    PIC S9(04) COMP.
           05 M1-COMPTE-F    PIC X(01).
           05 M1-COMPTE-I    PIC X(09).
           05 M1-MTENT-L     PIC S9(04) COMP.
           05 M1-MTENT-F     PIC X(01).
           05 M1-MTENT-I     PIC X(13).
           05 M1-MTDEC-L     PIC S9(04) COMP.
           05 M1-MTDEC-F     PIC X(01).
           05 M1-MTDEC-I     PIC X(02).
           05 M1-CDEV-L      PIC S9(04) COMP.
           05 M1-CDEV-F      PIC X(01).
           05 M1-CDEV-I      PIC X(03).
           05 M1-DTOPER-L    PIC S9(04) COMP.
           05 M1-DTOPER-F    PIC X(01).
           05 M1-DTOPER-I    PIC X(10).
           05 M1-CTRPART-L   PIC S9(04) COMP.
           05 M1-CTRPART-F   PIC X(01).
           05 M1-CTRPART-I   PIC X(09).
           05 M1-REFANN-L    PIC S9(04) COMP.
           05 M1-REFANN-F    PIC X(01).
           05 M1-REFANN-I    PIC X(10).
           05 M1-SOLDE-L     PIC S9(04) COMP.
           05 M1-SOLDE-F     PIC X(01).
           05 M1-SOLDE-O     PIC X(17).
           05 M1-STATUT-L    PIC S9(04) COMP.
           05 M1-STATUT-F    PIC X(01).
           05 M1-STATUT-O    PIC X(01).
           05 M1-DECOUV-L    PIC S9(04) COMP.
           05 M1-DECOUV-F    PIC X(01).
           05 M1-DECOUV-O    PIC X(17).
           05 M1-DISPO-L     PIC S9(04) COMP.
           05 M1-DISPO-F     PIC X(01).
           05 M1-DISPO-O     PIC X(17).
           05 M1-CLIENT-L    PIC S9(04) COMP.
           05 M1-CLIENT-F    PIC X(01).
           05 M1-CLIENT-O    PIC X(45).
           05 M1-CAISSE-L    PIC S9(04) COMP.
           05 M1-CAISSE-F    PIC X(01).
           05 M1-CAISSE-O    PIC X(65).
           05 M1-LAST-L      PIC S9(04) COMP.
           05 M1-LAST-F      PIC X(01).
           05 M1-LAST-O      PIC X(65).
           05 M1-MSG-L       PIC S9(04) COMP.
           05 M1-MSG-F       PIC X(01).
           05 M1-MSG-O       PIC X(70).

      / CICS ATTENTION IDS
           COPY DFHAID.

      / THE OPERATION AS KEYED, NORMALISED (DEFAULTS FILLED IN).
      / THE CHECKED IMAGE GOES IN THE COMMAREA ; PF5 CAPTURES ONLY
      / IF THE SCREEN STILL MATCHES IT.
       01 WS-OP.
           05 WS-OP-COPER    PIC X(03).
           05 WS-OP-COMPTE   PIC X(09).
           05 WS-OP-COMPTE-9 REDEFINES WS-OP-COMPTE PIC 9(09).
           05 WS-OP-MT-ENT   PIC X(13).
           05 WS-OP-MT-DEC   PIC X(02).
           05 WS-OP-CDEV     PIC X(03).
           05 WS-OP-DTOPER   PIC X(10).
           05 WS-OP-CTRPART  PIC X(09).
           05 WS-OP-CTRPART-9 REDEFINES WS-OP-CTRPART PIC 9(09).
           05 WS-OP-REFANN   PIC X(10).

      / THE KEYED AMOUNT, ZONED FOR THE SCREEN FIELDS AND PACKED
      / FOR DB2
       01 WS-MT-ZONE     PIC 9(13)V9(2).
       01 WS-MT-ZONE-R REDEFINES WS-MT-ZONE.
           05 WS-MT-ZONE-ENT PIC X(13).
           05 WS-MT-ZONE-DEC PIC X(02).
       01 WS-MT-SAISI    PIC S9(13)V9(2) COMP-3 VALUE 0.

      / EDIT OUTCOME, PGM017 STYLE
       01 WS-REJECT-SW    PIC X(01) VALUE 'N'.
           88 WS-IS-REJECTED  VALUE 'Y'.
           88 WS-NOT-REJECTED VALUE 'N'.
       01 WS-REJECT-REASON PIC X(35) VALUE SPACES.
       01 WS-COMPTE-SW    PIC X(01) VALUE 'N'.
           88 WS-COMPTE-FOUND VALUE 'Y'.
       01 WS-RATE-SW      PIC X(01) VALUE 'N'.
           88 WS-RATE-FOUND   VALUE 'Y'.

      / WORKING FIELDS
       01 WS-RESP        PIC S9(08) COMP VALUE 0.
       01 WS-FIN-MSG     PIC X(24) VALUE 'TELC SESSION ENDED'.
       01 WS-USERID      PIC X(08) VALUE SPACES.
       01 WS-COMPTE      PIC S9(09) COMP VALUE 0.
       01 WS-IDCLI       PIC S9(09) COMP VALUE 0.
       01 WS-MT-CONV     PIC S9(13)V9(2) COMP-3 VALUE 0.
       01 WS-MT-BLOQUE   PIC S9(13)V9(2) COMP-3 VALUE 0.
       01 WS-MT-ATTENTE  PIC S9(13)V9(2) COMP-3 VALUE 0.
       01 WS-MT-DISPO    PIC S9(13)V9(2) COMP-3 VALUE 0.
       01 WS-COUNT       PIC S9(09) COMP VALUE 0.
       01 WS-ED-AMT      PIC -(13)9.99.
       01 WS-ED-AMT2     PIC -(13)9.99.
       01 WS-ED-COMPTE   PIC -(9)9.
       01 WS-ED-IDCLI    PIC -(9)9.

      / TODAY'S DATE, ISO
       01 WS-CURRENT-DATE.
           05 WS-CD-YYYY    PIC 9(4).
           05 WS-CD-MM      PIC 9(2).
           05 WS-CD-DD      PIC 9(2).
           05 FILLER        PIC X(13).
       01 WS-TODAY-ISO   PIC X(10).

      / TRF COUNTERPARTY HOST FIELDS
       01 WS-CTR-COMPTE  PIC S9(09) COMP VALUE 0.
       01 WS-CTR-STATUT  PIC X(01).
       01 WS-CTR-CDEV    PIC X(03).
       01 WS-CTR-DDMVT   PIC X(10).

      / ANN : THE ORIGINAL MOVEMENT BEING REVERSED
       01 WS-ORIG-COPER  PIC X(03).
       01 WS-ORIG-MTOPER PIC S9(13)V9(2) COMP-3 VALUE 0.
       01 WS-ORIG-CDEV   PIC X(03).
       01 WS-ORIG-MTORIG PIC S9(13)V9(2) COMP-3 VALUE 0.

      / TELLER CASH LIMIT (TBGUICHET) AND THE DAY'S CASH PAID OUT
       01 WS-MT-PLAFOND  PIC S9(13)V9(2) COMP-3 VALUE 0.
       01 WS-MT-CAISSE   PIC S9(13)V9(2) COMP-3 VALUE 0.
       01 WS-PLAFOND-SW  PIC X(01) VALUE 'N'.
           88 WS-PLAFOND-FOUND VALUE 'Y'.

      / CAPTURE KEY AND REFERENCE : 'G' + YEAR DIGIT + MONTH + DAY
      / + THE DAY'S CAPTURE SEQUENCE. A COLLISION WITH A CAPTURE
      / KEYED AT ANOTHER WINDOW IN THE SAME INSTANT (-803 ON THE
      / DTSAI/NSEQ KEY) TAKES THE NEXT NUMBER.
       01 WS-NSEQ        PIC S9(09) COMP VALUE 0.
       01 WS-ROPER-GUI.
           05 FILLER         PIC X(01) VALUE 'G'.
           05 WS-GUI-A       PIC X(01).
           05 WS-GUI-MM      PIC X(02).
           05 WS-GUI-DD      PIC X(02).
           05 WS-GUI-SEQ     PIC 9(04).
       01 WS-ESSAI       PIC 9(02) COMP VALUE 0.
       01 WS-INSERT-SW   PIC X(01) VALUE 'N'.
           88 WS-INSERTED VALUE 'Y'.

      / PSEUDO-CONVERSATIONAL STATE, CARRIED IN THE COMMAREA :
      / THE MODE, THE OPERATION LAST CHECKED AND THE CONFIRMATION
      / OF THE LAST CAPTURE, KEPT ON SCREEN UNTIL THE NEXT ONE
       01 WS-COMMAREA.
           05 CA-MODE        PIC X(01).
              88 CA-MODE-SAISIE  VALUE 'S'.
              88 CA-MODE-CHECKED VALUE 'C'.
           05 CA-OP          PIC X(59).
           05 CA-LAST        PIC X(65).

      / IMPORT SQLCA
           EXEC SQL INCLUDE SQLCA
           END-EXEC.

      / DECLARATIONS DCLGEN(PGM042)
           EXEC SQL INCLUDE CCOMPTE  END-EXEC.
           EXEC SQL INCLUDE DCCLIENT END-EXEC.
           EXEC SQL INCLUDE DCDEVISE END-EXEC.

      *****************************************************************
       LINKAGE SECTION.
       01 DFHCOMMAREA.
           05 LK-COMMAREA    PIC X(125).

      /
      *****************************************************************
      *  Program : pseudo-conversational dispatch on EIBAID.
      *
      *    Main purpose
      *    - 1xx : Main element / dispatch
      *    - 3xx : SQL Handling
      *    - 4xx : Edits
      *    - 7xx : Map building and sends
      *    - 9xx : Return
      *
      *    Specials
      *    - Dxxx : Displays / error handling
      *****************************************************************

       PROCEDURE DIVISION.
       100-Main.
      **********************************************************
      *  First entry sends the empty screen ; afterwards the
      *  COMMAREA state and the attention key decide
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           MOVE SPACES TO WS-TODAY-ISO
           STRING WS-CD-YYYY '-' WS-CD-MM '-' WS-CD-DD
              DELIMITED BY SIZE INTO WS-TODAY-ISO

           EXEC CICS ASSIGN USERID(WS-USERID)
           END-EXEC

           IF EIBCALEN = 0
              MOVE 'S' TO CA-MODE
              MOVE SPACES TO CA-OP
              MOVE SPACES TO CA-LAST
              PERFORM 710-Init-Map1
              MOVE 'KEY THE OPERATION AND PRESS ENTER TO CHECK IT'
                 TO M1-MSG-O
              PERFORM 750-Send-Map1-Erase
              PERFORM 900-Return-Transid
           END-IF

           MOVE LK-COMMAREA TO WS-COMMAREA

           EVALUATE TRUE
              WHEN EIBAID = DFHPF3
                 PERFORM 910-Return-Exit
              WHEN EIBAID = DFHPF4
                 MOVE 'S' TO CA-MODE
                 PERFORM 710-Init-Map1
                 MOVE 'KEY THE OPERATION AND PRESS ENTER TO CHECK IT'
                    TO M1-MSG-O
                 PERFORM 750-Send-Map1-Erase
              WHEN EIBAID = DFHPF5
                 PERFORM 150-Receive-And-Capture
              WHEN EIBAID = DFHENTER
                 PERFORM 110-Receive-And-Check
              WHEN OTHER
                 PERFORM 710-Init-Map1
                 MOVE 'ENTER=CHECK PF5=CAPTURE PF4=CLEAR PF3=EXIT'
                    TO M1-MSG-O
                 MOVE 'S' TO CA-MODE
                 PERFORM 750-Send-Map1-Erase
           END-EVALUATE

           PERFORM 900-Return-Transid
           .

       110-Receive-And-Check.
      **********************************************************
      *  ENTER : edit the operation keyed ; a clean one is
      *  remembered in the COMMAREA for PF5
           PERFORM 210-Receive-Map1

      *    MAPFAIL (cleared screen, no fields) : prompt again
           IF WS-RESP NOT = 0
              MOVE 'S' TO CA-MODE
              PERFORM 710-Init-Map1
              MOVE 'KEY THE OPERATION AND PRESS ENTER TO CHECK IT'
                 TO M1-MSG-O
              PERFORM 750-Send-Map1-Erase
           ELSE
              PERFORM 120-Load-Operation
              PERFORM 400-Edit-Operation
              PERFORM 710-Init-Map1
              PERFORM 730-Format-Operation
              IF WS-COMPTE-FOUND
                 PERFORM 720-Format-Account
              END-IF
              IF WS-IS-REJECTED
                 MOVE 'S' TO CA-MODE
                 MOVE SPACES TO M1-MSG-O
                 STRING 'REFUSED : ' WS-REJECT-REASON
                    DELIMITED BY SIZE INTO M1-MSG-O
              ELSE
                 MOVE 'C' TO CA-MODE
                 MOVE WS-OP TO CA-OP
                 MOVE 'CHECKED - PF5 TO CAPTURE, OR CHANGE AND ENTER'
                    TO M1-MSG-O
              END-IF
              PERFORM 750-Send-Map1-Erase
           END-IF
           .

       150-Receive-And-Capture.
      **********************************************************
      *  PF5 : capture the operation last checked, provided the
      *  screen still shows exactly that operation. The edits
      *  run again - the balance or the till may have moved
      *  since the check.
           PERFORM 210-Receive-Map1

           IF WS-RESP NOT = 0
              MOVE 'S' TO CA-MODE
              PERFORM 710-Init-Map1
              MOVE 'KEY THE OPERATION AND PRESS ENTER TO CHECK IT'
                 TO M1-MSG-O
              PERFORM 750-Send-Map1-Erase
           ELSE
              PERFORM 120-Load-Operation
              IF NOT CA-MODE-CHECKED OR WS-OP NOT = CA-OP
                 MOVE 'S' TO CA-MODE
                 PERFORM 710-Init-Map1
                 PERFORM 730-Format-Operation
                 MOVE 'NOT CHECKED AS SHOWN - PRESS ENTER TO CHECK'
                    TO M1-MSG-O
                 PERFORM 750-Send-Map1-Erase
              ELSE
                 PERFORM 400-Edit-Operation
                 IF WS-IS-REJECTED
                    MOVE 'S' TO CA-MODE
                    PERFORM 710-Init-Map1
                    PERFORM 730-Format-Operation
                    IF WS-COMPTE-FOUND
                       PERFORM 720-Format-Account
                    END-IF
                    MOVE SPACES TO M1-MSG-O
                    STRING 'REFUSED : ' WS-REJECT-REASON
                       DELIMITED BY SIZE INTO M1-MSG-O
                    PERFORM 750-Send-Map1-Erase
                 ELSE
                    PERFORM 350-Insert-Saisie
                    PERFORM 740-Format-Last-Capture
                    MOVE 'S' TO CA-MODE
                    MOVE SPACES TO CA-OP
                    PERFORM 710-Init-Map1
                    MOVE 'CAPTURED - KEY THE NEXT OPERATION'
                       TO M1-MSG-O
                    PERFORM 750-Send-Map1-Erase
                 END-IF
              END-IF
           END-IF
           .

       120-Load-Operation.
      **********************************************************
      *  The screen fields into WS-OP. An empty field (length
      *  zero) is blank ; blank decimals are zero.
           MOVE SPACES TO WS-OP
           IF M1-COPER-L > 0
              MOVE M1-COPER-I TO WS-OP-COPER
           END-IF
           IF M1-COMPTE-L > 0
              MOVE M1-COMPTE-I TO WS-OP-COMPTE
           END-IF
           IF M1-MTENT-L > 0
              MOVE M1-MTENT-I TO WS-OP-MT-ENT
           END-IF
           IF M1-MTDEC-L > 0
              MOVE M1-MTDEC-I TO WS-OP-MT-DEC
           ELSE
              MOVE '00' TO WS-OP-MT-DEC
           END-IF
           IF M1-CDEV-L > 0
              MOVE M1-CDEV-I TO WS-OP-CDEV
           END-IF
           IF M1-DTOPER-L > 0
              MOVE M1-DTOPER-I TO WS-OP-DTOPER
           END-IF
           IF M1-CTRPART-L > 0
              MOVE M1-CTRPART-I TO WS-OP-CTRPART
           END-IF
           IF M1-REFANN-L > 0
              MOVE M1-REFANN-I TO WS-OP-REFANN
           END-IF
           .

       400-Edit-Operation.
      **********************************************************
      *  The PGM017 edits, in PGM017's order, stopping at the
      *  first refusal. Defaults (currency, date) are filled in
      *  on the way so the screen shows what will be captured.
           MOVE 'N' TO WS-REJECT-SW
           MOVE SPACES TO WS-REJECT-REASON
           MOVE 'N' TO WS-COMPTE-SW
           MOVE 'N' TO WS-RATE-SW

           PERFORM 401-Edit-Fields

           IF WS-NOT-REJECTED
              PERFORM 331-Access-Table-Compte
           END-IF
           IF WS-NOT-REJECTED
              PERFORM 405-Edit-Statut
           END-IF
           IF WS-NOT-REJECTED
              PERFORM 410-Edit-Currency
           END-IF
           IF WS-NOT-REJECTED
              PERFORM 420-Edit-Date
           END-IF
           IF WS-NOT-REJECTED
              PERFORM 330-Access-Table-Devise
           END-IF
           IF WS-NOT-REJECTED
              EVALUATE TRUE
                 WHEN WS-OP-COPER = 'RET'
                    PERFORM 430-Edit-Debit
                    IF WS-NOT-REJECTED
                       PERFORM 435-Edit-Cash-Limit
                    END-IF
                 WHEN WS-OP-COPER = 'TRF'
                    PERFORM 440-Edit-Transfer
                    IF WS-NOT-REJECTED
                       PERFORM 430-Edit-Debit
                    END-IF
                 WHEN WS-OP-COPER = 'ANN'
                    PERFORM 445-Edit-Reversal
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-IF
           .

       401-Edit-Fields.
      **********************************************************
      *  What can be judged from the screen alone : the code, the
      *  numbers, the date layout, the field each code needs
           EVALUATE TRUE
              WHEN WS-OP-COPER NOT = 'VIR' AND WS-OP-COPER NOT = 'RET'
                   AND WS-OP-COPER NOT = 'TRF'
                   AND WS-OP-COPER NOT = 'ANN'
                 MOVE 'Y' TO WS-REJECT-SW
                 MOVE 'INVALID OPERATION CODE' TO WS-REJECT-REASON
              WHEN WS-OP-COMPTE NOT NUMERIC OR WS-OP-COMPTE-9 = 0
                 MOVE 'Y' TO WS-REJECT-SW
                 MOVE 'ACCOUNT NUMBER NOT NUMERIC' TO WS-REJECT-REASON
              WHEN WS-OP-COPER NOT = 'ANN'
                   AND (WS-OP-MT-ENT NOT NUMERIC
                        OR WS-OP-MT-DEC NOT NUMERIC)
                 MOVE 'Y' TO WS-REJECT-SW
                 MOVE 'AMOUNT NOT NUMERIC' TO WS-REJECT-REASON
              WHEN WS-OP-COPER = 'TRF' AND
                   (WS-OP-CTRPART NOT NUMERIC OR WS-OP-CTRPART-9 = 0)
                 MOVE 'Y' TO WS-REJECT-SW
                 MOVE 'COUNTERPARTY NOT NUMERIC' TO WS-REJECT-REASON
              WHEN WS-OP-COPER = 'ANN' AND WS-OP-REFANN = SPACES
                 MOVE 'Y' TO WS-REJECT-SW
                 MOVE 'ANN NEEDS THE REFERENCE REVERSED'
                    TO WS-REJECT-REASON
              WHEN OTHER
                 CONTINUE
           END-EVALUATE

           IF WS-NOT-REJECTED
              MOVE WS-OP-COMPTE-9 TO WS-COMPTE
              IF WS-OP-COPER NOT = 'TRF'
                 MOVE SPACES TO WS-OP-CTRPART
              END-IF
              IF WS-OP-COPER NOT = 'ANN'
                 MOVE SPACES TO WS-OP-REFANN
                 MOVE WS-OP-MT-ENT TO WS-MT-ZONE-ENT
                 MOVE WS-OP-MT-DEC TO WS-MT-ZONE-DEC
                 MOVE WS-MT-ZONE TO WS-MT-SAISI
                 IF WS-MT-SAISI = 0
                    MOVE 'Y' TO WS-REJECT-SW
                    MOVE 'AMOUNT MUST BE GREATER THAN ZERO'
                       TO WS-REJECT-REASON
                 END-IF
              END-IF
           END-IF

           IF WS-NOT-REJECTED
              IF WS-OP-DTOPER = SPACES
                 MOVE WS-TODAY-ISO TO WS-OP-DTOPER
              ELSE
                 IF WS-OP-DTOPER (1:4) NOT NUMERIC
                    OR WS-OP-DTOPER (5:1) NOT = '-'
                    OR WS-OP-DTOPER (6:2) NOT NUMERIC
                    OR WS-OP-DTOPER (8:1) NOT = '-'
                    OR WS-OP-DTOPER (9:2) NOT NUMERIC
                    MOVE 'Y' TO WS-REJECT-SW
                    MOVE 'OPERATION DATE NOT YYYY-MM-DD'
                       TO WS-REJECT-REASON
                 END-IF
              END-IF
           END-IF
           .

       405-Edit-Statut.
      **********************************************************
      *  PGM017's status gate : nothing for a closed account, no
      *  cash out of or transfer from a dormant one
           EVALUATE TRUE
              WHEN DGC-STATUT = 'C'
                 MOVE 'Y' TO WS-REJECT-SW
                 MOVE 'ACCOUNT CLOSED' TO WS-REJECT-REASON
              WHEN DGC-STATUT = 'D'
                 IF WS-OP-COPER = 'RET' OR WS-OP-COPER = 'TRF'
                    MOVE 'Y' TO WS-REJECT-SW
                    MOVE 'ACCOUNT DORMANT' TO WS-REJECT-REASON
                 END-IF
           END-EVALUATE
           .

       410-Edit-Currency.
      **********************************************************
      *  Blank currency takes the account's ; any other must be it
           IF WS-OP-CDEV = SPACES
              MOVE DGC-CDEV TO WS-OP-CDEV
           END-IF
           IF WS-OP-CDEV NOT = DGC-CDEV
              MOVE 'Y' TO WS-REJECT-SW
              MOVE 'CURRENCY MISMATCH WITH ACCOUNT' TO WS-REJECT-REASON
           END-IF
           .

       420-Edit-Date.
      **********************************************************
      *  Not before the account's last movement, not in the future
           IF WS-OP-DTOPER < DGC-DDMVT
              MOVE 'Y' TO WS-REJECT-SW
              MOVE 'OPERATION DATE BEFORE LAST MOVEMENT'
                 TO WS-REJECT-REASON
           ELSE
              IF WS-OP-DTOPER > WS-TODAY-ISO
                 MOVE 'Y' TO WS-REJECT-SW
                 MOVE 'OPERATION DATE IN THE FUTURE'
                    TO WS-REJECT-REASON
              END-IF
           END-IF
           .

       430-Edit-Debit.
      **********************************************************
      *  PGM017's 430 then 431, converted at the sell rate as
      *  PGM017 will convert it, with the account's staged
      *  RET/TRF not yet extracted counted as already spent
           COMPUTE WS-MT-CONV = WS-MT-SAISI * DGD-MTVENTE
           PERFORM 336-Sum-Pending-Debits
           PERFORM 332-Sum-Active-Holds

           IF (DGC-SOLDE - WS-MT-ATTENTE - WS-MT-CONV)
              < (DGC-DECOUVERT * -1)
              MOVE 'Y' TO WS-REJECT-SW
              MOVE 'OVERDRAFT LIMIT EXCEEDED' TO WS-REJECT-REASON
           ELSE
              IF (DGC-SOLDE - WS-MT-BLOQUE - WS-MT-ATTENTE
                  - WS-MT-CONV) < (DGC-DECOUVERT * -1)
                 MOVE 'Y' TO WS-REJECT-SW
                 MOVE 'HOLD - AVAILABLE BALANCE EXCEEDED'
                    TO WS-REJECT-REASON
              END-IF
           END-IF
           .

       435-Edit-Cash-Limit.
      **********************************************************
      *  The teller's cash paid out today in this currency, plus
      *  this withdrawal, within the teller's TBGUICHET limit
           PERFORM 337-Access-Cash-Limit
           IF NOT WS-PLAFOND-FOUND
              MOVE 'Y' TO WS-REJECT-SW
              MOVE 'NO TELLER CASH LIMIT FOR CURRENCY'
                 TO WS-REJECT-REASON
           ELSE
              IF WS-MT-CAISSE + WS-MT-SAISI > WS-MT-PLAFOND
                 MOVE 'Y' TO WS-REJECT-SW
                 MOVE 'TELLER DAILY CASH LIMIT EXCEEDED'
                    TO WS-REJECT-REASON
              END-IF
           END-IF
           .

       440-Edit-Transfer.
      **********************************************************
      *  The credited side, as PGM017's 440 will see it
           MOVE WS-OP-CTRPART-9 TO WS-CTR-COMPTE
           IF WS-CTR-COMPTE = WS-COMPTE
              MOVE 'Y' TO WS-REJECT-SW
              MOVE 'COUNTERPARTY IS SAME ACCOUNT' TO WS-REJECT-REASON
           ELSE
              PERFORM 333-Access-Compte-Ctr
           END-IF

           IF WS-NOT-REJECTED
              EVALUATE TRUE
                 WHEN WS-CTR-STATUT = 'C'
                    MOVE 'Y' TO WS-REJECT-SW
                    MOVE 'COUNTERPARTY CLOSED' TO WS-REJECT-REASON
                 WHEN WS-CTR-CDEV NOT = WS-OP-CDEV
                    MOVE 'Y' TO WS-REJECT-SW
                    MOVE 'COUNTERPARTY CURRENCY MISMATCH'
                       TO WS-REJECT-REASON
                 WHEN WS-OP-DTOPER < WS-CTR-DDMVT
                    MOVE 'Y' TO WS-REJECT-SW
                    MOVE 'COUNTERPARTY DATE BEFORE LAST MVT'
                       TO WS-REJECT-REASON
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-IF
           .

       445-Edit-Reversal.
      **********************************************************
      *  The original must exist, be reversible and not be
      *  reversed - on TBHISTO or by an ANN already staged. The
      *  reversal of a credit is a debit and faces the overdraft
      *  ceiling, as in PGM017's 340 ; the amount captured is the
      *  original's.
           PERFORM 334-Access-Original

           IF WS-NOT-REJECTED
              PERFORM 335-Check-Already-Reversed
           END-IF

           IF WS-NOT-REJECTED
              EVALUATE TRUE
                 WHEN WS-ORIG-COPER = 'VIR' OR WS-ORIG-COPER = 'RMB'
                    MOVE WS-ORIG-MTOPER TO WS-MT-CONV
                    PERFORM 336-Sum-Pending-Debits
                    IF (DGC-SOLDE - WS-MT-ATTENTE - WS-MT-CONV)
                       < (DGC-DECOUVERT * -1)
                       MOVE 'Y' TO WS-REJECT-SW
                       MOVE 'OVERDRAFT LIMIT EXCEEDED'
                          TO WS-REJECT-REASON
                    END-IF
                 WHEN WS-ORIG-COPER = 'PRL' OR WS-ORIG-COPER = 'RET'
                      OR WS-ORIG-COPER = 'AGI'
                      OR WS-ORIG-COPER = 'FRA'
                      OR WS-ORIG-COPER = 'IMP'
                      OR WS-ORIG-COPER = 'CHQ'
                    CONTINUE
                 WHEN OTHER
                    MOVE 'Y' TO WS-REJECT-SW
                    MOVE 'ORIGINAL MOVEMENT NOT REVERSIBLE'
                       TO WS-REJECT-REASON
              END-EVALUATE
           END-IF

           IF WS-NOT-REJECTED
              MOVE WS-ORIG-MTORIG TO WS-MT-SAISI
              MOVE WS-MT-SAISI TO WS-MT-ZONE
              MOVE WS-MT-ZONE-ENT TO WS-OP-MT-ENT
              MOVE WS-MT-ZONE-DEC TO WS-OP-MT-DEC
           END-IF
           .

       210-Receive-Map1.
      **********************************************************
      *  Receive the capture screen
           EXEC CICS RECEIVE MAP('MAPTEL1')
                MAPSET('MAPTEL')
                INTO(MAP1)
                RESP(WS-RESP)
           END-EXEC
           .

       330-Access-Table-Devise.
      **********************************************************
      *  The currency's rates : without one PGM017 rejects the
      *  operation, so the counter refuses it now
           EXEC SQL
              SELECT *
              INTO   :DCLTBDEVISE
              FROM   TBDEVISE
              WHERE CDEV=:WS-OP-CDEV
           END-EXEC

           IF SQLCODE = 100
              MOVE 'Y' TO WS-REJECT-SW
              MOVE 'CURRENCY NOT FOUND' TO WS-REJECT-REASON
           ELSE
              PERFORM D550-CHECKSQL
              MOVE 'Y' TO WS-RATE-SW
           END-IF
           .

       331-Access-Table-Compte.
      **********************************************************
      *  Fetch the account
           EXEC SQL
              SELECT *
              INTO :DCLTBCOMPTE
              FROM TBCOMPTE
              WHERE COMPTE=:WS-COMPTE
           END-EXEC

           IF SQLCODE = 100
              MOVE 'Y' TO WS-REJECT-SW
              MOVE 'ACCOUNT NOT FOUND' TO WS-REJECT-REASON
           ELSE
              PERFORM D550-CHECKSQL
              MOVE 'Y' TO WS-COMPTE-SW
           END-IF
           .

       332-Sum-Active-Holds.
      **********************************************************
      *  Total of the account's holds in force today - the
      *  PGM017 332 predicate
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

       333-Access-Compte-Ctr.
      **********************************************************
      *  Fetch the TRF counterparty
           EXEC SQL
              SELECT STATUT, CDEV, DDMVT
              INTO   :WS-CTR-STATUT, :WS-CTR-CDEV, :WS-CTR-DDMVT
              FROM   TBCOMPTE
              WHERE  COMPTE=:WS-CTR-COMPTE
           END-EXEC

           IF SQLCODE = 100
              MOVE 'Y' TO WS-REJECT-SW
              MOVE 'COUNTERPARTY NOT FOUND' TO WS-REJECT-REASON
           ELSE
              PERFORM D550-CHECKSQL
           END-IF
           .

       334-Access-Original.
      **********************************************************
      *  The movement an ANN reverses, PGM017 340's lookup
           EXEC SQL
              SELECT COPER, MTOPPER,
                     COALESCE(CDEV, ' '), COALESCE(MTORIG, 0)
              INTO   :WS-ORIG-COPER, :WS-ORIG-MTOPER,
                     :WS-ORIG-CDEV, :WS-ORIG-MTORIG
              FROM   TBHISTO
              WHERE  COMPTE=:WS-COMPTE
              AND    ROPER=:WS-OP-REFANN
              AND    COPER<>'ANN'
           END-EXEC

           IF SQLCODE = 100
              MOVE 'Y' TO WS-REJECT-SW
              MOVE 'ORIGINAL MOVEMENT NOT FOUND' TO WS-REJECT-REASON
           ELSE
              PERFORM D550-CHECKSQL
           END-IF
           .

       335-Check-Already-Reversed.
      **********************************************************
      *  Reversed already on TBHISTO (PGM017 341), or an ANN for
      *  it staged and not yet posted
           EXEC SQL
              SELECT COUNT(*)
              INTO   :WS-COUNT
              FROM   TBHISTO
              WHERE  COMPTE=:WS-COMPTE
              AND    RORIG=:WS-OP-REFANN
              AND    COPER='ANN'
           END-EXEC

           PERFORM D550-CHECKSQL

           IF WS-COUNT > 0
              MOVE 'Y' TO WS-REJECT-SW
              MOVE 'MOVEMENT ALREADY REVERSED' TO WS-REJECT-REASON
           ELSE
              EXEC SQL
                 SELECT COUNT(*)
                 INTO   :WS-COUNT
                 FROM   TBSAISIE
                 WHERE  COMPTE=:WS-COMPTE
                 AND    RORIG=:WS-OP-REFANN
                 AND    COPER='ANN'
                 AND    STATUT='S'
              END-EXEC

              PERFORM D550-CHECKSQL

              IF WS-COUNT > 0
                 MOVE 'Y' TO WS-REJECT-SW
                 MOVE 'REVERSAL ALREADY CAPTURED' TO WS-REJECT-REASON
              END-IF
           END-IF
           .

       336-Sum-Pending-Debits.
      **********************************************************
      *  The account's staged RET/TRF not yet extracted, at the
      *  sell rate - money already promised at a window
           EXEC SQL
              SELECT COALESCE(SUM(MTOPER), 0)
              INTO   :WS-MT-ATTENTE
              FROM   TBSAISIE
              WHERE  COMPTE=:WS-COMPTE
              AND    COPER IN ('RET','TRF')
              AND    STATUT='S'
           END-EXEC

           PERFORM D550-CHECKSQL

           COMPUTE WS-MT-ATTENTE = WS-MT-ATTENTE * DGD-MTVENTE
           .

       337-Access-Cash-Limit.
      **********************************************************
      *  The teller's limit for the currency and the cash the
      *  teller has paid out in it today
           MOVE 'N' TO WS-PLAFOND-SW
           MOVE 0 TO WS-MT-CAISSE
           EXEC SQL
              SELECT MTPLAF
              INTO   :WS-MT-PLAFOND
              FROM   TBGUICHET
              WHERE  USERID=:WS-USERID
              AND    CDEV=:WS-OP-CDEV
           END-EXEC

           IF SQLCODE = 100
              MOVE 0 TO WS-MT-PLAFOND
           ELSE
              PERFORM D550-CHECKSQL
              MOVE 'Y' TO WS-PLAFOND-SW
              EXEC SQL
                 SELECT COALESCE(SUM(MTOPER), 0)
                 INTO   :WS-MT-CAISSE
                 FROM   TBSAISIE
                 WHERE  USERID=:WS-USERID
                 AND    DTSAI=:WS-TODAY-ISO
                 AND    CDEV=:WS-OP-CDEV
                 AND    COPER='RET'
              END-EXEC

              PERFORM D550-CHECKSQL
           END-IF
           .

       338-Access-Table-Client.
      **********************************************************
      *  The holder, for the account line. SQLCODE 100 handled
      *  by the caller.
           EXEC SQL
              SELECT *
              INTO :DCLTBCLIENT
              FROM TBCLIENT
              WHERE IDCLI=:WS-IDCLI
           END-EXEC

           IF SQLCODE NOT = 100
              PERFORM D550-CHECKSQL
           END-IF
           .

       350-Insert-Saisie.
      **********************************************************
      *  Stage the operation under the teller's USERID. The next
      *  NSEQ of the day names it ; a collision with another
      *  window takes the number after.
           MOVE WS-TODAY-ISO (4:1) TO WS-GUI-A
           MOVE WS-TODAY-ISO (6:2) TO WS-GUI-MM
           MOVE WS-TODAY-ISO (9:2) TO WS-GUI-DD
           MOVE 0 TO WS-ESSAI
           MOVE 'N' TO WS-INSERT-SW
           PERFORM UNTIL WS-INSERTED OR WS-ESSAI >= 3
               ADD 1 TO WS-ESSAI
               PERFORM 351-Next-Sequence
               PERFORM 352-Insert-Row
           END-PERFORM

           IF NOT WS-INSERTED
              PERFORM D320-DBERROR
           END-IF
           .

       351-Next-Sequence.
      **********************************************************
      *  Next capture number of the day
           EXEC SQL
              SELECT COALESCE(MAX(NSEQ), 0) + 1
              INTO   :WS-NSEQ
              FROM   TBSAISIE
              WHERE  DTSAI=:WS-TODAY-ISO
           END-EXEC

           PERFORM D550-CHECKSQL

           MOVE WS-NSEQ TO WS-GUI-SEQ
           .

       352-Insert-Row.
      **********************************************************
      *  The TBSAISIE row, STATUT 'S' (staged)
           EXEC SQL
              INSERT INTO TBSAISIE
              (
                DTSAI,
                NSEQ,
                USERID,
                HDSAI,
                COMPTE,
                ROPER,
                COPER,
                MTOPER,
                CDEV,
                DTOPER,
                RORIG,
                CTRPART,
                STATUT,
                IDFIC,
                DDMAJ,
                HDMAJ
              )
              VALUES
              (
                :WS-TODAY-ISO,
                :WS-NSEQ,
                :WS-USERID,
                 CURRENT TIME,
                :WS-COMPTE,
                :WS-ROPER-GUI,
                :WS-OP-COPER,
                :WS-MT-SAISI,
                :WS-OP-CDEV,
                :WS-OP-DTOPER,
                :WS-OP-REFANN,
                :WS-OP-CTRPART,
                 'S',
                 ' ',
                 CURRENT DATE,
                 CURRENT TIME
              )
           END-EXEC

           IF SQLCODE = -803
              CONTINUE
           ELSE
              PERFORM D550-CHECKSQL
              MOVE 'Y' TO WS-INSERT-SW
           END-IF
           .

       710-Init-Map1.
      **********************************************************
      *  Fresh capture screen, the last capture still confirmed
           MOVE LOW-VALUES TO MAP1
           MOVE CA-LAST TO M1-LAST-O
           .

       720-Format-Account.
      **********************************************************
      *  The account line : balance, status, overdraft, what is
      *  still available to spend, and the holder
           MOVE DGC-SOLDE TO WS-ED-AMT
           MOVE WS-ED-AMT TO M1-SOLDE-O
           MOVE DGC-STATUT TO M1-STATUT-O
           MOVE DGC-DECOUVERT TO WS-ED-AMT
           MOVE WS-ED-AMT TO M1-DECOUV-O

           IF WS-RATE-FOUND
              PERFORM 336-Sum-Pending-Debits
              PERFORM 332-Sum-Active-Holds
              COMPUTE WS-MT-DISPO = DGC-SOLDE - WS-MT-BLOQUE
                 - WS-MT-ATTENTE + DGC-DECOUVERT
              MOVE WS-MT-DISPO TO WS-ED-AMT
              MOVE WS-ED-AMT TO M1-DISPO-O
           END-IF

           MOVE DGC-IDCLI TO WS-IDCLI
           PERFORM 338-Access-Table-Client
           IF SQLCODE = 100
              MOVE 'NO HOLDER ON TBCLIENT' TO M1-CLIENT-O
           ELSE
              MOVE WS-IDCLI TO WS-ED-IDCLI
              MOVE SPACES TO M1-CLIENT-O
              STRING WS-ED-IDCLI ' ' DGL-NOM
                 DELIMITED BY SIZE INTO M1-CLIENT-O
           END-IF

           IF WS-OP-COPER = 'RET'
              PERFORM 337-Access-Cash-Limit
              MOVE SPACES TO M1-CAISSE-O
              IF WS-PLAFOND-FOUND
                 MOVE WS-MT-CAISSE TO WS-ED-AMT
                 MOVE WS-MT-PLAFOND TO WS-ED-AMT2
                 STRING 'PAID OUT TODAY ' WS-ED-AMT
                        ' LIMIT ' WS-ED-AMT2 ' ' WS-OP-CDEV
                    DELIMITED BY SIZE INTO M1-CAISSE-O
              ELSE
                 STRING 'NO CASH LIMIT ON FILE FOR ' WS-USERID
                        ' IN ' WS-OP-CDEV
                    DELIMITED BY SIZE INTO M1-CAISSE-O
              END-IF
           END-IF
           .

       730-Format-Operation.
      **********************************************************
      *  The operation back on screen as normalised
           MOVE WS-OP-COPER   TO M1-COPER-I
           MOVE WS-OP-COMPTE  TO M1-COMPTE-I
           MOVE WS-OP-MT-ENT  TO M1-MTENT-I
           MOVE WS-OP-MT-DEC  TO M1-MTDEC-I
           MOVE WS-OP-CDEV    TO M1-CDEV-I
           MOVE WS-OP-DTOPER  TO M1-DTOPER-I
           MOVE WS-OP-CTRPART TO M1-CTRPART-I
           MOVE WS-OP-REFANN  TO M1-REFANN-I
           .

       740-Format-Last-Capture.
      **********************************************************
      *  Confirmation of the capture, kept for the next screens
           MOVE WS-COMPTE TO WS-ED-COMPTE
           MOVE WS-MT-SAISI TO WS-ED-AMT
           MOVE SPACES TO CA-LAST
           STRING WS-ROPER-GUI ' ' WS-OP-COPER
                  ' ' WS-ED-COMPTE
                  ' ' WS-ED-AMT ' ' WS-OP-CDEV
              DELIMITED BY SIZE INTO CA-LAST
           .

       750-Send-Map1-Erase.
      **********************************************************
      *  Send the capture screen
           EXEC CICS SEND MAP('MAPTEL1')
                MAPSET('MAPTEL')
                FROM(MAP1)
                ERASE
           END-EXEC
           .

       900-Return-Transid.
      **********************************************************
      *  Pseudo-conversational return, state in the COMMAREA
           EXEC CICS RETURN TRANSID('TELC')
                COMMAREA(WS-COMMAREA)
                LENGTH(125)
           END-EXEC
           .

       910-Return-Exit.
      **********************************************************
      *  PF3 : end the session
           EXEC CICS SEND TEXT
                FROM(WS-FIN-MSG)
                LENGTH(24)
                ERASE
           END-EXEC
           EXEC CICS RETURN
           END-EXEC
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
      *  DB2 error : message to the teller, then abend so the
      *  unit of work backs out
           MOVE LOW-VALUES TO MAP1
           MOVE 'DB2 ERROR - CONTACT SUPPORT' TO M1-MSG-O
           PERFORM 750-Send-Map1-Erase
           EXEC CICS ABEND ABCODE('SQL1')
           END-EXEC
           .
