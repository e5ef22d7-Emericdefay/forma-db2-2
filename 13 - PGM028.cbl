      *                         account instead of the ANN REV>
      * 09/02/26  SVCTEAM       FRA account-keeping fees (PGM034)
      *                         shown as debits
      * 10/15/26  SVCTEAM       Account view shows the total of the
      *                         funds holds in force (TBBLOCAGE,
      *                         PGM038) in the BLOQUE field
      * 10/15/26  SVCTEAM       IMP unpaid direct debit fees
      *                         (PGM041) shown as debits, with an
      *                         UNP> link to the returned PRL
      * 10/15/26  SVCTEAM       CHQ inward cheques (PGM017) shown
      *                         as debits, with a CHQ> link to the
      *                         cheque number
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
      *  with the position carried in the COMMAREA.
      *
      *  MAPINQ1 : key a COMPTE and ENTER - the account's SOLDE,
      *  CDEV, DECOUVERT, DDMVT, STATUT, the total of the funds
      *  holds in force (BLOQUE - the amount PGM017 will not let
      *  the customer spend) and holder (IDCLI and TBCLIENT
      *  name) show with its most recent TBHISTO
      *  movements, newest first : COPER, ROPER, the signed
      *  amount (PRL/RET/AGI shown negative, ANN as posted) and
      *  the RORIG link, so a reversal and its original are
           05 M1-STATUT-L    PIC S9(04) COMP.
           05 M1-STATUT-F    PIC X(01).
           05 M1-STATUT-O    PIC X(01).
           05 M1-BLOQUE-L    PIC S9(04) COMP.
           05 M1-BLOQUE-F    PIC X(01).
           05 M1-BLOQUE-O    PIC X(17).
           05 M1-CLIENT-L    PIC S9(04) COMP.
           05 M1-CLIENT-F    PIC X(01).
           05 M1-CLIENT-O    PIC X(45).
       01 WS-ED-COMPTE   PIC -(9)9.
       01 WS-ED-IDCLI    PIC -(9)9.

      / FUNDS HOLDS IN FORCE TODAY (TBBLOCAGE), SAME RULE AS
      / PGM017'S AVAILABLE-BALANCE EDIT
       01 WS-CURRENT-DATE.
           05 WS-CD-YYYY    PIC 9(4).
           05 WS-CD-MM      PIC 9(2).
           05 WS-CD-DD      PIC 9(2).
           05 FILLER        PIC X(13).
       01 WS-TODAY-ISO   PIC X(10).
       01 WS-MT-BLOQUE   PIC S9(13)V9(2) COMP-3 VALUE 0.

      / CUSTOMER POSITION WORKING FIELDS (CLI VIEW)
       01 WS-TAUX        PIC S9(03)V9(06) COMP-3 VALUE 0.
       01 WS-MT-VALUE    PIC S9(13)V9(2) COMP-3 VALUE 0.
           END-IF
           .

       336-Sum-Active-Holds.
      **********************************************************
      *  Total of the account's holds in force today : active,
      *  started, and open-ended or not yet lapsed - the figure
      *  PGM017 takes off SOLDE before it lets a debit through
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           MOVE SPACES TO WS-TODAY-ISO
           STRING WS-CD-YYYY '-' WS-CD-MM '-' WS-CD-DD
              DELIMITED BY SIZE INTO WS-TODAY-ISO

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

       333-Access-Histo-Row.
      **********************************************************
      *  Fetch the movement the drill-down targets, then - same
           MOVE WS-ED-AMT TO M1-DECOUV-O
           MOVE DGC-DDMVT TO M1-DDMVT-O
           MOVE DGC-STATUT TO M1-STATUT-O
           PERFORM 336-Sum-Active-Holds
           MOVE WS-MT-BLOQUE TO WS-ED-AMT
           MOVE WS-ED-AMT TO M1-BLOQUE-O
           .

       730-Format-Movement-Row.
      *  reversal link. PRL/RET/AGI and a TRF transfer debit leg
      *  show negative ; an ANN's MTOPPER is already signed. A
      *  transfer leg's RORIG is the other leg's account, shown
      *  as CTR> ; an IMP unpaid fee's RORIG is the returned PRL,
      *  shown as UNP> ; a CHQ's RORIG is the cheque number, shown
      *  as CHQ> ; any other RORIG is the ANN reversal link.
           EVALUATE TRUE
              WHEN WS-H-COPER = 'PRL' OR WS-H-COPER = 'RET'
                   OR WS-H-COPER = 'AGI' OR WS-H-COPER = 'TRF'
                   OR WS-H-COPER = 'FRA' OR WS-H-COPER = 'IMP'
                   OR WS-H-COPER = 'CHQ'
                 COMPUTE WS-MT-SIGNE = WS-H-MTOPPER * -1
              WHEN OTHER
                 MOVE WS-H-MTOPPER TO WS-MT-SIGNE
                     '             CTR>' WS-H-RORIG
                 DELIMITED BY SIZE INTO WS-LIG
           ELSE
           IF WS-H-RORIG NOT = SPACES AND WS-H-COPER = 'IMP'
              STRING WS-H-DDMAJ ' '
                     WS-H-COPER ' '
                     WS-H-ROPER ' '
                     WS-ED-AMT ' '
                     WS-H-CDEV
                     '             UNP>' WS-H-RORIG
                 DELIMITED BY SIZE INTO WS-LIG
           ELSE
           IF WS-H-RORIG NOT = SPACES AND WS-H-COPER = 'CHQ'
              STRING WS-H-DDMAJ ' '
                     WS-H-COPER ' '
                     WS-H-ROPER ' '
                     WS-ED-AMT ' '
                     WS-H-CDEV
                     '             CHQ>' WS-H-RORIG
                 DELIMITED BY SIZE INTO WS-LIG
           ELSE
           IF WS-H-RORIG NOT = SPACES
              STRING WS-H-DDMAJ ' '
                     WS-H-COPER ' '
                 DELIMITED BY SIZE INTO WS-LIG
           END-IF
           END-IF
           END-IF
           END-IF
           MOVE WS-LIG TO M1-LIG-O (M1-ROW-IDX)
           .

                 MOVE SPACES TO M2-RORIG-O
                 STRING 'COUNTERPARTY ' WS-H-RORIG
                    DELIMITED BY SIZE INTO M2-RORIG-O
              WHEN WS-H-RORIG NOT = SPACES AND WS-H-COPER = 'IMP'
                 MOVE SPACES TO M2-RORIG-O
                 STRING 'UNPAID PRL ' WS-H-RORIG
                    DELIMITED BY SIZE INTO M2-RORIG-O
              WHEN WS-H-RORIG NOT = SPACES AND WS-H-COPER = 'CHQ'
                 MOVE SPACES TO M2-RORIG-O
                 STRING 'CHEQUE NO ' WS-H-RORIG
                    DELIMITED BY SIZE INTO M2-RORIG-O
              WHEN WS-H-RORIG NOT = SPACES
                 MOVE SPACES TO M2-RORIG-O
                 STRING 'REVERSES ' WS-H-RORIG
