      ******************************************************************
      * MAJORITY-AGES.cpy - Age of Majority by Governing State
      ******************************************************************
      * Purpose: The age at which a minor beneficiary takes a
      *          custodial account over, by the state whose law
      *          governs the custodianship (the GOVERNING_STATE on
      *          the MINOR's dbo.AccountHolders row). Only the states
      *          departing from the default are listed; any other
      *          state, or none on file, takes WS-MAJ-DEFAULT-AGE.
      * Usage: COPY MAJORITY-AGES.
      *        SET WS-MAJ-IDX TO 1 and SEARCH WS-MAJ-AGE-ENTRY on the
      *        governing state; AT END takes WS-MAJ-DEFAULT-AGE
      ******************************************************************

      * State code / age of majority, redefined below as a table so
      * it can be SEARCHed by state code
       01  WS-MAJ-AGE-DATA.
           05  FILLER.
               10  FILLER          PIC X(2)   VALUE 'AL'.
               10  FILLER          PIC 9(2)   VALUE 19.
           05  FILLER.
               10  FILLER          PIC X(2)   VALUE 'MS'.
               10  FILLER          PIC 9(2)   VALUE 21.
           05  FILLER.
               10  FILLER          PIC X(2)   VALUE 'NE'.
               10  FILLER          PIC 9(2)   VALUE 19.
           05  FILLER.
               10  FILLER          PIC X(2)   VALUE 'PR'.
               10  FILLER          PIC 9(2)   VALUE 21.

       01  WS-MAJ-AGE-TABLE REDEFINES WS-MAJ-AGE-DATA.
           05  WS-MAJ-AGE-ENTRY        OCCURS 4 TIMES
                                        INDEXED BY WS-MAJ-IDX.
               10  WS-MAJ-STATE        PIC X(2).
               10  WS-MAJ-AGE          PIC 9(2).

       01  WS-MAJ-STATE-COUNT          PIC 9(2) COMP-5 VALUE 4.
       01  WS-MAJ-DEFAULT-AGE          PIC 9(2) VALUE 18.

      ******************************************************************
      * End of MAJORITY-AGES.cpy
      ******************************************************************
