      * HOLD places an authorization hold against available balance
      * and HOLD-RELEASE releases one - neither creates ledger
      * entries; POST_LEDGER maintains dbo.Holds from them instead.
      * SUSP-CLEAR moves an item off HOUSE-SUSPENSE to the account
      * SUSPENSE_MAINT resolved it to (raised only by that program).
       01  WS-TX-TYPE-LIST.
           05  FILLER            PIC X(12) VALUE 'DEPOSIT'.
           05  FILLER            PIC X(12) VALUE 'WITHDRAWAL'.
           05  FILLER            PIC X(12) VALUE 'WITHHOLDING'.
           05  FILLER            PIC X(12) VALUE 'DEBIT-INT'.
           05  FILLER            PIC X(12) VALUE 'LOAN-INT'.
           05  FILLER            PIC X(12) VALUE 'LATE-CHG'.
           05  FILLER            PIC X(12) VALUE 'CHARGE-OFF'.
           05  FILLER            PIC X(12) VALUE 'RECOVERY'.
           05  FILLER            PIC X(12) VALUE 'DEP-CHGOFF'.
           05  FILLER            PIC X(12) VALUE 'DEP-RECOVERY'.
           05  FILLER            PIC X(12) VALUE 'OD-PROTECT'.
           05  FILLER            PIC X(12) VALUE 'SUSP-CLEAR'.

       01  WS-TX-TYPE-TABLE REDEFINES WS-TX-TYPE-LIST.
           05  WS-TX-TYPE-ENTRY        OCCURS 19 TIMES
                                        INDEXED BY WS-TX-TYPE-IDX.
               10  WS-TX-TYPE-CODE     PIC X(12).

