      ******************************************************************
      * NOSTRO-ACCOUNTS.cpy - Nostro Accounts with Correspondent Banks
      ******************************************************************
      * Purpose: The foreign-currency accounts we hold with our
      *          correspondent banks, one per currency: the
      *          correspondent's BIC (the sender of the daily MT950 /
      *          camt.053 statement) and the house ledger account our
      *          own books carry the nostro position on in
      *          dbo.LedgerEntries. NOSTRO_RECON reconciles each
      *          ledger account against its correspondent's statement.
      * Usage: COPY NOSTRO-ACCOUNTS.
      *        SET WS-NOS-IDX TO 1 and SEARCH WS-NOS-ENTRY on the
      *        currency; AT END means we hold no nostro in it
      ******************************************************************

      * Currency / correspondent BIC / nostro ledger account, redefined
      * below as a table so it can be SEARCHed by currency
       01  WS-NOS-ACCOUNT-DATA.
           05  FILLER.
               10  FILLER          PIC X(3)   VALUE 'EUR'.
               10  FILLER          PIC X(11)  VALUE 'CORRDEFFXXX'.
               10  FILLER          PIC X(32)  VALUE 'HOUSE-NOSTRO-EUR'.
           05  FILLER.
               10  FILLER          PIC X(3)   VALUE 'GBP'.
               10  FILLER          PIC X(11)  VALUE 'CORRGB2LXXX'.
               10  FILLER          PIC X(32)  VALUE 'HOUSE-NOSTRO-GBP'.
           05  FILLER.
               10  FILLER          PIC X(3)   VALUE 'JPY'.
               10  FILLER          PIC X(11)  VALUE 'CORRJPJTXXX'.
               10  FILLER          PIC X(32)  VALUE 'HOUSE-NOSTRO-JPY'.
           05  FILLER.
               10  FILLER          PIC X(3)   VALUE 'CAD'.
               10  FILLER          PIC X(11)  VALUE 'CORRCATTXXX'.
               10  FILLER          PIC X(32)  VALUE 'HOUSE-NOSTRO-CAD'.
           05  FILLER.
               10  FILLER          PIC X(3)   VALUE 'CHF'.
               10  FILLER          PIC X(11)  VALUE 'CORRCHZZXXX'.
               10  FILLER          PIC X(32)  VALUE 'HOUSE-NOSTRO-CHF'.

       01  WS-NOS-ACCOUNT-TABLE REDEFINES WS-NOS-ACCOUNT-DATA.
           05  WS-NOS-ENTRY            OCCURS 5 TIMES
                                        INDEXED BY WS-NOS-IDX.
               10  WS-NOS-CURRENCY     PIC X(3).
               10  WS-NOS-CORRESP-BIC  PIC X(11).
               10  WS-NOS-LEDGER-ACC   PIC X(32).

       01  WS-NOS-ACCOUNT-COUNT        PIC 9(2) COMP-5 VALUE 5.

      ******************************************************************
      * End of NOSTRO-ACCOUNTS.cpy
      ******************************************************************
