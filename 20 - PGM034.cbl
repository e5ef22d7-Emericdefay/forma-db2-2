      *                         standard TBHISTO/TBCOMPTE pattern,
      *                         idempotent per month, dormant and
      *                         zero-balance accounts waived
      * 10/15/26  SVCTEAM       TBFRAIS now also prices the unpaid
      *                         fee (PGM041) : schedule read on fee
      *                         type TYPFRA 'TEN' only
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
      *
      *  FILEPER carries the billing month (start and end date).
      *  Per open account :
      *  - the fee is the TBFRAIS amount of fee type 'TEN' for the
      *    account currency effective at the month end (latest
      *    DTEFF on or before it) ; a currency with no schedule
      *    row is reported and skipped - billing an unpriced fee
      *    is worse than not billing ;
      *  - waivers : a dormant account (STATUT 'D') and an account
      *    at exactly zero SOLDE pay nothing, reported as waived.
      *    Closed accounts are skipped outright ;
              SELECT MTFRAIS
              INTO   :WS-MT-FRAIS
              FROM   TBFRAIS
              WHERE  CDEV   = :DGC-CDEV
              AND    TYPFRA = 'TEN'
              AND    DTEFF <= :WS-DTFIN
              ORDER BY DTEFF DESC
              FETCH FIRST 1 ROW ONLY
