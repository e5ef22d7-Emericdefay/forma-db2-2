      *                         chain report)
      * 09/02/26  SVCTEAM       FRA account-keeping fees (PGM034)
      *                         re-summed as debits
      * 10/15/26  SVCTEAM       IMP unpaid direct debit fees
      *                         (PGM041) snapshotted as debits
      * 10/15/26  SVCTEAM       CHQ inward cheques (PGM017)
      *                         snapshotted as debits
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
           EVALUATE TRUE
              WHEN WS-H-COPER = 'PRL' OR WS-H-COPER = 'RET'
                   OR WS-H-COPER = 'AGI' OR WS-H-COPER = 'TRF'
                   OR WS-H-COPER = 'FRA' OR WS-H-COPER = 'IMP'
                   OR WS-H-COPER = 'CHQ'
                 COMPUTE WS-MT-SIGNE = WS-H-MTOPPER * -1
              WHEN OTHER
                 MOVE WS-H-MTOPPER TO WS-MT-SIGNE
