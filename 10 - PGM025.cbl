      *                         the TRC credit legs count in
      * 09/02/26  SVCTEAM       FRA account-keeping fees (PGM034)
      *                         counted out per currency
      * 10/15/26  SVCTEAM       IMP unpaid direct debit fees
      *                         (PGM041) counted out per currency
      * 10/15/26  SVCTEAM       CHQ inward cheques (PGM017)
      *                         counted out per currency
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
      *  (pre-conversion) MTORIG amounts :
      *  - VIR/RMB/SLD, a TRC transfer credit leg and any other
      *    credit code count in ;
      *  - PRL/RET/AGI/FRA/IMP/CHQ and a TRF transfer debit leg
      *    count out (an internal transfer nets to zero per
      *    currency, as it should - no money left the book) ;
      *  - an ANN follows the sign of its MTOPPER - the reversal
      *    of a debit brings the currency back in, the reversal
      *    of a credit sends it back out.
              SELECT CDEV,
                     SUM(CASE
                            WHEN COPER IN
                                 ('PRL','RET','AGI','TRF','FRA',
                                  'IMP','CHQ')
                               THEN -MTORIG
                            WHEN COPER = 'ANN' AND MTOPPER < 0
                               THEN -MTORIG
