      *                         default
      * 09/02/26  SVCTEAM       FRA account-keeping fees (PGM034)
      *                         re-summed as debits
      * 10/15/26  SVCTEAM       IMP unpaid direct debit fees
      *                         (PGM041) shown as debits
      * 10/15/26  SVCTEAM       CHQ inward cheques (PGM017) shown
      *                         as debits
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
      *  - header with COMPTE, CDEV, DECOUVERT ;
      *  - opening balance re-derived from every TBHISTO movement
      *    dated before the period (PGM018 sign convention :
      *    PRL/RET/AGI/FRA/IMP/CHQ and a TRF transfer debit leg
      *    are debits, ANN is signed, anything else is a
      *    credit) ;
      *  - every movement of the period in DDMAJ/HDMAJ order with
      *    COPER, ROPER, signed amount and running balance ; a
      *    movement whose reference is carried as RORIG by an ANN
           EVALUATE TRUE
              WHEN WS-H-COPER = 'PRL' OR WS-H-COPER = 'RET'
                   OR WS-H-COPER = 'AGI' OR WS-H-COPER = 'TRF'
                   OR WS-H-COPER = 'FRA' OR WS-H-COPER = 'IMP'
                   OR WS-H-COPER = 'CHQ'
                 COMPUTE WS-MT-SIGNE = WS-H-MTOPPER * -1
              WHEN OTHER
                 MOVE WS-H-MTOPPER TO WS-MT-SIGNE
           EXEC SQL
              SELECT COALESCE(
                        SUM(CASE WHEN COPER IN
                                      ('PRL','RET','AGI','TRF','FRA',
                                       'IMP','CHQ')
                                 THEN -MTOPPER
                                 ELSE MTOPPER
                            END), 0)
