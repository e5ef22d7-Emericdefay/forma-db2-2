      *                         posting proves nothing
      * 09/02/26  SVCTEAM       FRA account-keeping fees (PGM034)
      *                         re-summed as debits
      * 10/15/26  SVCTEAM       IMP unpaid direct debit fees
      *                         (PGM041) re-summed as debits
      * 10/15/26  SVCTEAM       CHQ inward cheques (PGM017)
      *                         re-summed as debits
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
      *                    unsigned debit amount.
      *  - COPER FRA     : account-keeping fee (PGM034), an
      *                    unsigned debit amount.
      *  - COPER IMP     : unpaid direct debit fee (PGM041), an
      *                    unsigned debit amount.
      *  - COPER CHQ     : inward cheque paid (PGM017), an
      *                    unsigned debit amount.
      *  - COPER TRF/TRC : the two legs of an internal transfer
      *                    (PGM017) - TRF is the unsigned debit
      *                    leg, TRC the unsigned credit leg.
           EXEC SQL
              SELECT COALESCE(
                        SUM(CASE WHEN COPER IN
                                      ('PRL','RET','AGI','TRF','FRA',
                                       'IMP','CHQ')
                                 THEN -MTOPPER
                                 ELSE MTOPPER
                            END), 0)
