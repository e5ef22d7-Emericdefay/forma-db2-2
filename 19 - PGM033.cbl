      *                         ran, in what order, with what
      *                         outcome and counts, plus the
      *                         expected jobs that never started
      * 10/15/26  SVCTEAM       PGM039 nightly funds hold expiry
      *                         added to the expected daily jobs
      * 10/15/26  SVCTEAM       PGM040 daily AML surveillance added
      *                         to the expected daily jobs
      * 10/15/26  SVCTEAM       PGM041 unpaid direct debit returns
      *                         added to the expected daily jobs
      * 10/15/26  SVCTEAM       PGM043 teller capture extract added
      *                         to the expected daily jobs
      * 10/15/26  SVCTEAM       PGM044 daily excess monitoring
      *                         added to the expected daily jobs
      * 10/15/26  SVCTEAM       PGM046 customer alerts added to the
      *                         expected daily jobs
      * 10/15/26  SVCTEAM       PGM051 inward cheque returns added
      *                         to the expected daily jobs
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
      *****************************************************************
      *  Purpose : one page operations reads at the end of the night.
      *  Every TBRUNLOG row of the business day (the rows PGM017,
      *  PGM018, PGM021, PGM023, PGM024, PGM026, PGM039, PGM040,
      *  PGM041, PGM043, PGM044, PGM046 and PGM051 write at start
      *  and close at end), in start-time order :
      *
      *  - PGMNAME, start and end time, outcome and the run's key
           05 FILLER     PIC X(08) VALUE 'PGM017'.
           05 FILLER     PIC X(08) VALUE 'PGM018'.
           05 FILLER     PIC X(08) VALUE 'PGM024'.
           05 FILLER     PIC X(08) VALUE 'PGM039'.
           05 FILLER     PIC X(08) VALUE 'PGM040'.
           05 FILLER     PIC X(08) VALUE 'PGM041'.
           05 FILLER     PIC X(08) VALUE 'PGM043'.
           05 FILLER     PIC X(08) VALUE 'PGM044'.
           05 FILLER     PIC X(08) VALUE 'PGM046'.
           05 FILLER     PIC X(08) VALUE 'PGM051'.
       01 WS-EXPECTED REDEFINES WS-EXPECTED-TABLE.
           05 WS-EXP-PGM OCCURS 11 TIMES INDEXED BY WS-EXP-IDX
                         PIC X(08).
       01 WS-EXP-COUNT   PIC S9(09) COMP VALUE 0.
      *  The entry under scrutiny, moved out of the table first :
      *  The daily jobs with no ledger row at all - never even
      *  started
           PERFORM VARYING WS-EXP-IDX FROM 1 BY 1
              UNTIL WS-EXP-IDX > 11
              MOVE WS-EXP-PGM (WS-EXP-IDX) TO WS-EXP-CUR
              PERFORM 340-Count-Expected
              IF WS-EXP-COUNT = 0
