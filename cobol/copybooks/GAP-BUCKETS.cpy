      ******************************************************************
      * GAP-BUCKETS.cpy - Repricing Gap Buckets and Rate Shocks
      ******************************************************************
      * Purpose: The repricing buckets the asset-liability committee
      *          reviews, in time order, and the parallel rate shocks
      *          the net interest income estimate is run under. Each
      *          bucket carries its code (the BUCKET_CODE keyed on
      *          dbo.DepositDecayRates), the upper edge of the
      *          bucket measured from the as-of date (D days, M
      *          months, blank for the open-ended last bucket), and
      *          the share of a year a balance repricing inside it
      *          earns or pays the shocked rate for - measured from
      *          the bucket's midpoint, zero beyond twelve months.
      *          Shocks are in basis points.
      * Usage: COPY GAP-BUCKETS.
      ******************************************************************

      * Bucket code / edge unit / edge / NII year share, redefined
      * below as a table so it can be SEARCHed by bucket code
       01  WS-GAP-BUCKET-DATA.
           05  FILLER.
               10  FILLER          PIC X(6)   VALUE 'ON'.
               10  FILLER          PIC X(1)   VALUE 'D'.
               10  FILLER          PIC 9(3)   VALUE 1.
               10  FILLER          PIC 9V9(4) VALUE 1.0000.
           05  FILLER.
               10  FILLER          PIC X(6)   VALUE '1-3M'.
               10  FILLER          PIC X(1)   VALUE 'M'.
               10  FILLER          PIC 9(3)   VALUE 3.
               10  FILLER          PIC 9V9(4) VALUE 0.8750.
           05  FILLER.
               10  FILLER          PIC X(6)   VALUE '3-12M'.
               10  FILLER          PIC X(1)   VALUE 'M'.
               10  FILLER          PIC 9(3)   VALUE 12.
               10  FILLER          PIC 9V9(4) VALUE 0.3750.
           05  FILLER.
               10  FILLER          PIC X(6)   VALUE '1-5Y'.
               10  FILLER          PIC X(1)   VALUE 'M'.
               10  FILLER          PIC 9(3)   VALUE 60.
               10  FILLER          PIC 9V9(4) VALUE 0.
           05  FILLER.
               10  FILLER          PIC X(6)   VALUE '5Y+'.
               10  FILLER          PIC X(1)   VALUE SPACE.
               10  FILLER          PIC 9(3)   VALUE 0.
               10  FILLER          PIC 9V9(4) VALUE 0.

       01  WS-GAP-BUCKET-TABLE REDEFINES WS-GAP-BUCKET-DATA.
           05  WS-GAP-BUCKET-ENTRY     OCCURS 5 TIMES
                                        INDEXED BY WS-GAP-BKT-IDX.
               10  WS-GAP-BKT-CODE     PIC X(6).
               10  WS-GAP-BKT-UNIT     PIC X(1).
               10  WS-GAP-BKT-EDGE     PIC 9(3).
               10  WS-GAP-BKT-NII-SHARE PIC 9V9(4).

       01  WS-GAP-BUCKET-COUNT         PIC 9(2) COMP-5 VALUE 5.

      * Parallel rate shocks in basis points
       01  WS-GAP-SHOCK-DATA.
           05  FILLER                  PIC S9(4) VALUE -200.
           05  FILLER                  PIC S9(4) VALUE -100.
           05  FILLER                  PIC S9(4) VALUE +100.
           05  FILLER                  PIC S9(4) VALUE +200.

       01  WS-GAP-SHOCK-TABLE REDEFINES WS-GAP-SHOCK-DATA.
           05  WS-GAP-SHOCK-BPS        PIC S9(4) OCCURS 4 TIMES
                                        INDEXED BY WS-GAP-SHK-IDX.

       01  WS-GAP-SHOCK-COUNT          PIC 9(2) COMP-5 VALUE 4.

      ******************************************************************
      * End of GAP-BUCKETS.cpy
      ******************************************************************
