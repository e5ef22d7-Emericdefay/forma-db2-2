      *                         one userid, maintenance on a closed
      *                         account, reactivation followed by a
      *                         same-day debit)
      * 10/15/26  SVCTEAM       PGM040 AML case closures (LCC) kept
      *                         out of the closed-account
      *                         maintenance exception - closing a
      *                         case is not account maintenance
      * 10/15/26  SVCTEAM       A CHQ inward cheque counts as a
      *                         customer debit after a reactivation
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
      *    close itself and its approval path. PGM029's customer
      *    rows (CCR/CMO/CCL, which carry an IDCLI in the COMPTE
      *    column) are excluded - an IDCLI equal to a closed
      *    account's number is not account maintenance - and so
      *    are PGM040's AML case closures (LCC).
      *  - REACTIVATE-AND-DEBIT : a PGM024 REA immediately followed
      *    (same day, TBHISTO) by a customer debit - dormant funds
      *    walking out the door on the day the account woke up.
              AND    A.DTAUD >= :WS-DTDEB
              AND    A.DTAUD <= :WS-DTFIN
              AND    A.CODMVT NOT IN ('CLO','APP','REJ','EXP',
                                      'CCR','CMO','CCL','LCC')
              AND   (:WS-COMPTE = 0 OR A.COMPTE = :WS-COMPTE)
              AND   (:WS-USERID = ' ' OR A.USERID = :WS-USERID)
              ORDER BY A.COMPTE, A.DTAUD, A.HRAUD
              AND    EXISTS
                     (SELECT 1 FROM TBHISTO H
                      WHERE  H.COMPTE = A.COMPTE
                      AND    H.COPER IN ('PRL','RET','TRF','CHQ')
                      AND    H.DDMAJ = A.DTAUD)
              ORDER BY A.DTAUD, A.HRAUD
           END-EXEC.
