      *          dbo.LedgerEntries, so downstream GL reporting can roll
      *          entries up by account classification instead of by
      *          transaction type text. TX_TYPE values with no specific
      *          entry below post under the DEFAULT code. FEE-REFUND
      *          is not a TX_TYPE: it classifies a REVERSAL of a FEE,
      *          which refunds fee income rather than correcting it.
      * Usage: COPY GL-CODES.
      ******************************************************************

           05  FILLER.
               10  FILLER          PIC X(12) VALUE 'LOAN-INT'.
               10  FILLER          PIC X(6)  VALUE '460000'.
           05  FILLER.
               10  FILLER          PIC X(12) VALUE 'LATE-CHG'.
               10  FILLER          PIC X(6)  VALUE '470000'.
           05  FILLER.
               10  FILLER          PIC X(12) VALUE 'CHARGE-OFF'.
               10  FILLER          PIC X(6)  VALUE '149000'.
           05  FILLER.
               10  FILLER          PIC X(12) VALUE 'RECOVERY'.
               10  FILLER          PIC X(6)  VALUE '480000'.
           05  FILLER.
               10  FILLER          PIC X(12) VALUE 'DEP-CHGOFF'.
               10  FILLER          PIC X(6)  VALUE '590000'.
           05  FILLER.
               10  FILLER          PIC X(12) VALUE 'DEP-RECOVERY'.
               10  FILLER          PIC X(6)  VALUE '481000'.
           05  FILLER.
               10  FILLER          PIC X(12) VALUE 'OD-PROTECT'.
               10  FILLER          PIC X(6)  VALUE '110000'.
           05  FILLER.
               10  FILLER          PIC X(12) VALUE 'SUSP-CLEAR'.
               10  FILLER          PIC X(6)  VALUE '100000'.
           05  FILLER.
               10  FILLER          PIC X(12) VALUE 'FEE-REFUND'.
               10  FILLER          PIC X(6)  VALUE '405000'.
           05  FILLER.
               10  FILLER          PIC X(12) VALUE 'DEFAULT'.
               10  FILLER          PIC X(6)  VALUE '999999'.

       01  WS-GL-CODE-TABLE REDEFINES WS-GL-CODE-DATA.
           05  WS-GL-CODE-ENTRY        OCCURS 19 TIMES
                                        INDEXED BY WS-GL-CODE-IDX.
               10  WS-GL-CODE-TX-TYPE  PIC X(12).
               10  WS-GL-CODE-VALUE    PIC X(6).
