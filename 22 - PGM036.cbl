      *                         trailer count and a debit/credit
      *                         zero-proof the run enforces before
      *                         handing anything off
      * 10/15/26  SVCTEAM       IMP unpaid direct debit fees
      *                         (PGM041) booked to fee income
      * 10/15/26  SVCTEAM       CHQ inward cheques (PGM017) booked
      *                         like RET to clearing
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
      *  account pair :
      *
      *    VIR/RMB/SLD   10100000 clearing   / 20100000 deposits
      *    PRL/RET/CHQ   20100000 deposits   / 10100000 clearing
      *    AGI           20100000 deposits   / 40100000 odft income
      *    FRA/IMP       20100000 deposits   / 40200000 fee income
      *    TRF           20100000 deposits   / 20200000 tfr suspense
      *    TRC           20200000 tfr susp.  / 20100000 deposits
      *    ANN           10100000 / 20100000, following its SIGNED
           05 FILLER     PIC X(19) VALUE 'SLD1010000020100000'.
           05 FILLER     PIC X(19) VALUE 'PRL2010000010100000'.
           05 FILLER     PIC X(19) VALUE 'RET2010000010100000'.
           05 FILLER     PIC X(19) VALUE 'CHQ2010000010100000'.
           05 FILLER     PIC X(19) VALUE 'AGI2010000040100000'.
           05 FILLER     PIC X(19) VALUE 'FRA2010000040200000'.
           05 FILLER     PIC X(19) VALUE 'IMP2010000040200000'.
           05 FILLER     PIC X(19) VALUE 'TRF2010000020200000'.
           05 FILLER     PIC X(19) VALUE 'TRC2020000020100000'.
           05 FILLER     PIC X(19) VALUE 'ANN1010000020100000'.
       01 WS-GLMAP REDEFINES WS-GLMAP-TABLE.
           05 WS-GLMAP-ENTRY OCCURS 12 TIMES
                 INDEXED BY WS-MAP-IDX.
              10 WSG-COPER  PIC X(03).
              10 WSG-CPTDB  PIC X(08).
