       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUREAU-EXTRACT.
       AUTHOR. COBOL Data Lineage Feature Team.
      ******************************************************************
      * BUREAU_EXTRACT - Monthly Credit Bureau (Metro 2) Extract
      ******************************************************************
      * Purpose: Build the month's Metro 2 credit reporting file for
      *          the loans we service - a header record, one base
      *          segment per reported loan with its joint borrowers
      *          as J1/J2 associated segments, and a trailer of
      *          segment and status-code counts - from
      *          dbo.LoanMaster, dbo.LoanSchedule, dbo.Customers and
      *          dbo.AccountHolders. For each loan:
      *            - current balance, scheduled payment, amount past
      *              due, actual payment and last payment date from
      *              the schedule and the posted loan transactions;
      *            - account status and payment rating from
      *              DELINQ_DAYS, payoff and charge-off status (13
      *              paid, 11 current, 71-84 by 30-day bucket, 97
      *              charged off, 64 charged off and fully
      *              recovered);
      *            - the 24-month payment history profile from the
      *              codes earlier cycles recorded on
      *              dbo.BureauReportHistory (as BUREAU_DISPUTE may
      *              have corrected them);
      *            - the compliance condition code from
      *              dbo.BureauDisputes: XB while a dispute is open,
      *              XH the cycle after it is resolved, XC while the
      *              borrower disagrees with the outcome.
      *          A loan whose primary borrower lacks a mandatory
      *          field (TAX_ID, DATE_OF_BIRTH, name, a parseable
      *          address) is not reported and goes to the reject
      *          file; a joint borrower lacking one loses only that
      *          segment. Every reported loan's status and history
      *          code are kept on dbo.BureauReportHistory for the
      *          later cycles' profiles; a rerun of the month
      *          replaces that month's rows.
      * Input:   dbo.LoanMaster, dbo.LoanSchedule, dbo.Customers,
      *          dbo.AccountHolders, dbo.Accounts, dbo.Transactions,
      *          dbo.LoanPayments, dbo.LoanCreditEvents,
      *          dbo.BureauDisputes, dbo.BureauReportHistory
      *          PARM/command line: reporting month (YYYY-MM),
      *          defaulting to the month before the current one
      * Output:  data/out/metro2_bureau.dat
      *          data/out/metro2_rejects.csv
      *          dbo.BureauReportHistory, dbo.BureauDisputes
      *          (STATUS, REPORTED_CYCLE)
      * Lineage: transform_kind=derive
      ******************************************************************
      * LINEAGE: PROGRAM=BUREAU_EXTRACT
      * LINEAGE: SRC=sqlserver.dbo.LoanMaster(ACC_ID,STATUS,PRINCIPAL,
      *               TERM_MONTHS,PAYMENT_AMT,DELINQ_DAYS,FEES_DUE,
      *               PAID_OFF_DATE,CHARGED_OFF_DATE,CHARGE_OFF_AMT)
      * LINEAGE: SRC=sqlserver.dbo.LoanSchedule(DUE_DATE,PAYMENT_AMT,
      *               PRINCIPAL_AMT,INTEREST_AMT,STATUS)
      * LINEAGE: SRC=sqlserver.dbo.Customers(NAME,ADDRESS_LINE1,
      *               ADDRESS_LINE2,TAX_ID,DATE_OF_BIRTH,PHONE)
      * LINEAGE: SRC=sqlserver.dbo.AccountHolders(CUSTOMER_ID,
      *               HOLDER_ROLE)
      * LINEAGE: TGT=file.filesystem.metro2_bureau.dat(ACCOUNT_STATUS,
      *               CURRENT_BALANCE,AMOUNT_PAST_DUE,
      *               PAYMENT_HISTORY_PROFILE,COMPLIANCE_CODE)
      * LINEAGE: TGT=sqlserver.dbo.BureauReportHistory(ACC_ID,
      *               CYCLE_MONTH,ACCOUNT_STATUS,HISTORY_CODE)
      * LINEAGE: MAP=DELINQ_DAYS -> ACCOUNT_STATUS [30-DAY BUCKETS]
      * LINEAGE: MAP=HISTORY_CODE -> PAYMENT_HISTORY_PROFILE [24
      *               PRIOR CYCLES]
      * LINEAGE: REF={git_commit_sha}
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VERSION-FILE
               ASSIGN TO WS-VERSION-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VERSION-FILE-STATUS.
           SELECT METRO2-FILE
               ASSIGN TO "data/out/metro2_bureau.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-METRO2-FILE-STATUS.
           SELECT METRO2-REJECTS-CSV
               ASSIGN TO "data/out/metro2_rejects.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJECT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  VERSION-FILE.
       01  VERSION-FILE-RECORD         PIC X(40).
       FD  METRO2-FILE.
       01  METRO2-FILE-RECORD          PIC X(1226).
       FD  METRO2-REJECTS-CSV.
       01  REJECT-CSV-RECORD           PIC X(300).

       WORKING-STORAGE SECTION.
      * Include shared copybooks
       COPY DB-CONFIG.
       COPY RECORD-DEFS.
       COPY LINEAGE-LOGGER.
       COPY ERROR-LOGGER.

      * Run identifier (timestamp-based)
       01  WS-CURRENT-RUN-ID.
           05  FILLER                  PIC X(15)
                                        VALUE 'BUREAU_EXTRACT_'.
           05  WS-RUN-ID-TS            PIC X(15).

      * File status
       01  WS-VERSION-FILE-STATUS      PIC XX.
           88  VERSION-FILE-OK         VALUE '00'.
       01  WS-METRO2-FILE-STATUS       PIC XX.
           88  METRO2-FILE-OK          VALUE '00'.
       01  WS-REJECT-FILE-STATUS       PIC XX.
           88  REJECT-FILE-OK          VALUE '00'.
       01  WS-REJECTS-FILE-OPEN        PIC X VALUE 'N'.
           88  REJECTS-FILE-IS-OPEN    VALUE 'Y'.

      * Command-line / PARM parsing: reporting month
       01  WS-COMMAND-LINE             PIC X(256).
       01  WS-TODAY-YYYYMMDD           PIC 9(8).
       01  WS-TODAY-PARTS REDEFINES WS-TODAY-YYYYMMDD.
           05  WS-TODAY-YEAR           PIC 9(4).
           05  WS-TODAY-MONTH          PIC 9(2).
           05  WS-TODAY-DAY            PIC 9(2).
       01  WS-TIME-HHMMSSCC            PIC 9(8).

      * Reporting cycle: the month, its month-end as-of date and the
      * month index (YEAR * 12 + MONTH - 1) the history profile is
      * positioned by
       01  WS-CYCLE-YEAR               PIC 9(4).
       01  WS-CYCLE-MONTH-NO           PIC 9(2).
       01  WS-CYCLE-INDEX              PIC 9(6) COMP-5.
       01  WS-NEXT-MONTH-START         PIC 9(8).
       01  WS-NEXT-MONTH-PARTS REDEFINES WS-NEXT-MONTH-START.
           05  WS-NEXT-YEAR            PIC 9(4).
           05  WS-NEXT-MONTH           PIC 9(2).
           05  WS-NEXT-DAY             PIC 9(2).
       01  WS-AS-OF-YYYYMMDD           PIC 9(8).
       01  WS-AS-OF-PARTS REDEFINES WS-AS-OF-YYYYMMDD.
           05  WS-AS-OF-YEAR           PIC 9(4).
           05  WS-AS-OF-MONTH          PIC 9(2).
           05  WS-AS-OF-DAY            PIC 9(2).
       01  WS-AS-OF-MDY                PIC X(8).
       01  WS-CREATED-MDY              PIC X(8).
       01  WS-TIME-STAMP               PIC X(14).
       01  WS-HISTORY-FROM-INDEX       PIC 9(6) COMP-5.
       01  WS-HISTORY-FROM-YEAR        PIC 9(4).
       01  WS-HISTORY-FROM-MONTH       PIC 9(2).

      * Payment history profile: position 1 is the month before the
      * reporting month, position 24 two years back
       01  WS-PROFILE                  PIC X(24).
       01  WS-PROFILE-IDX              PIC 9(4) COMP-5.
       01  WS-OPENED-INDEX             PIC 9(6) COMP-5.
       01  WS-ROW-INDEX                PIC 9(6) COMP-5.
       01  WS-PROFILE-POSITION         PIC S9(6) COMP-5.

      * Metro 2 header record (426-byte character format)
       01  WS-M2-HEADER-REC.
           05  WS-M2H-RDW              PIC 9(4) VALUE 426.
           05  WS-M2H-RECORD-ID        PIC X(6) VALUE 'HEADER'.
           05  WS-M2H-CYCLE-ID         PIC X(2).
           05  WS-M2H-INNOVIS-ID       PIC X(10).
           05  WS-M2H-EQUIFAX-ID       PIC X(10).
           05  WS-M2H-EXPERIAN-ID      PIC X(5).
           05  WS-M2H-TRANSUNION-ID    PIC X(10).
           05  WS-M2H-ACTIVITY-DATE    PIC X(8).
           05  WS-M2H-DATE-CREATED     PIC X(8).
           05  WS-M2H-PROGRAM-DATE     PIC X(8).
           05  WS-M2H-REVISION-DATE    PIC X(8).
           05  WS-M2H-REPORTER-NAME    PIC X(40).
           05  WS-M2H-REPORTER-ADDR    PIC X(96).
           05  WS-M2H-REPORTER-PHONE   PIC X(10).
           05  WS-M2H-VENDOR-NAME      PIC X(40).
           05  WS-M2H-VENDOR-VERSION   PIC X(5).
           05  WS-M2H-PRBC-ID          PIC X(10).
           05  FILLER                  PIC X(146) VALUE SPACES.

      * Metro 2 base segment (426 bytes)
       01  WS-M2-BASE-REC.
           05  WS-M2B-RDW              PIC 9(4).
           05  WS-M2B-PROC-IND         PIC X(1).
           05  WS-M2B-TIME-STAMP       PIC X(14).
           05  WS-M2B-CORRECTION-IND   PIC X(1).
           05  WS-M2B-IDENT-NO         PIC X(20).
           05  WS-M2B-CYCLE-ID         PIC X(2).
           05  WS-M2B-ACCOUNT-NO       PIC X(30).
           05  WS-M2B-PORTFOLIO-TYPE   PIC X(1).
           05  WS-M2B-ACCOUNT-TYPE     PIC X(2).
           05  WS-M2B-DATE-OPENED      PIC X(8).
           05  WS-M2B-CREDIT-LIMIT     PIC 9(9).
           05  WS-M2B-HIGHEST-CREDIT   PIC 9(9).
           05  WS-M2B-TERMS-DURATION   PIC 9(3).
           05  WS-M2B-TERMS-FREQUENCY  PIC X(1).
           05  WS-M2B-SCHED-PAYMENT    PIC 9(9).
           05  WS-M2B-ACTUAL-PAYMENT   PIC 9(9).
           05  WS-M2B-ACCOUNT-STATUS   PIC X(2).
           05  WS-M2B-PAYMENT-RATING   PIC X(1).
           05  WS-M2B-PAYMENT-HISTORY  PIC X(24).
           05  WS-M2B-SPECIAL-COMMENT  PIC X(2).
           05  WS-M2B-COMPLIANCE-CODE  PIC X(2).
           05  WS-M2B-CURRENT-BALANCE  PIC 9(9).
           05  WS-M2B-AMOUNT-PAST-DUE  PIC 9(9).
           05  WS-M2B-ORIG-CHARGE-OFF  PIC 9(9).
           05  WS-M2B-DATE-ACCT-INFO   PIC X(8).
           05  WS-M2B-DATE-FIRST-DELQ  PIC X(8).
           05  WS-M2B-DATE-CLOSED      PIC X(8).
           05  WS-M2B-DATE-LAST-PAYMENT PIC X(8).
           05  WS-M2B-INTEREST-TYPE    PIC X(1).
           05  FILLER                  PIC X(17).
           05  WS-M2B-SURNAME          PIC X(25).
           05  WS-M2B-FIRST-NAME       PIC X(20).
           05  WS-M2B-MIDDLE-NAME      PIC X(20).
           05  WS-M2B-GENERATION       PIC X(1).
           05  WS-M2B-SSN              PIC X(9).
           05  WS-M2B-DATE-OF-BIRTH    PIC X(8).
           05  WS-M2B-TELEPHONE        PIC X(10).
           05  WS-M2B-ECOA-CODE        PIC X(1).
           05  WS-M2B-CONSUMER-INFO    PIC X(2).
           05  WS-M2B-COUNTRY-CODE     PIC X(2).
           05  WS-M2B-ADDRESS-1        PIC X(32).
           05  WS-M2B-ADDRESS-2        PIC X(32).
           05  WS-M2B-CITY             PIC X(20).
           05  WS-M2B-STATE            PIC X(2).
           05  WS-M2B-POSTAL-CODE      PIC X(9).
           05  WS-M2B-ADDRESS-IND      PIC X(1).
           05  WS-M2B-RESIDENCE-CODE   PIC X(1).

      * J1 associated segment (100 bytes) - a joint borrower at the
      * primary borrower's address
       01  WS-M2-J1-SEG.
           05  WS-M2J1-SEGMENT-ID      PIC X(2).
           05  FILLER                  PIC X(1).
           05  WS-M2J1-SURNAME         PIC X(25).
           05  WS-M2J1-FIRST-NAME      PIC X(20).
           05  WS-M2J1-MIDDLE-NAME     PIC X(20).
           05  WS-M2J1-GENERATION      PIC X(1).
           05  WS-M2J1-SSN             PIC X(9).
           05  WS-M2J1-DATE-OF-BIRTH   PIC X(8).
           05  WS-M2J1-TELEPHONE       PIC X(10).
           05  WS-M2J1-ECOA-CODE       PIC X(1).
           05  WS-M2J1-CONSUMER-INFO   PIC X(2).
           05  FILLER                  PIC X(1).

      * J2 associated segment (200 bytes) - a joint borrower at an
      * address of their own
       01  WS-M2-J2-SEG.
           05  WS-M2J2-SEGMENT-ID      PIC X(2).
           05  FILLER                  PIC X(1).
           05  WS-M2J2-SURNAME         PIC X(25).
           05  WS-M2J2-FIRST-NAME      PIC X(20).
           05  WS-M2J2-MIDDLE-NAME     PIC X(20).
           05  WS-M2J2-GENERATION      PIC X(1).
           05  WS-M2J2-SSN             PIC X(9).
           05  WS-M2J2-DATE-OF-BIRTH   PIC X(8).
           05  WS-M2J2-TELEPHONE       PIC X(10).
           05  WS-M2J2-ECOA-CODE       PIC X(1).
           05  WS-M2J2-CONSUMER-INFO   PIC X(2).
           05  WS-M2J2-COUNTRY-CODE    PIC X(2).
           05  WS-M2J2-ADDRESS-1       PIC X(32).
           05  WS-M2J2-ADDRESS-2       PIC X(32).
           05  WS-M2J2-CITY            PIC X(20).
           05  WS-M2J2-STATE           PIC X(2).
           05  WS-M2J2-POSTAL-CODE     PIC X(9).
           05  WS-M2J2-ADDRESS-IND     PIC X(1).
           05  WS-M2J2-RESIDENCE-CODE  PIC X(1).
           05  FILLER                  PIC X(2).

      * Metro 2 trailer record (426 bytes) - counts the bureaus
      * balance the file against; counts for segments and status
      * codes this file never carries stay zero
       01  WS-M2-TRAILER-REC.
           05  WS-M2T-RDW              PIC 9(4) VALUE 426.
           05  WS-M2T-RECORD-ID        PIC X(7) VALUE 'TRAILER'.
           05  WS-M2T-TOTAL-BASE       PIC 9(9) VALUE ZERO.
           05  FILLER                  PIC X(9) VALUE SPACES.
           05  FILLER                  PIC 9(9) VALUE ZERO.
           05  WS-M2T-TOTAL-J1         PIC 9(9) VALUE ZERO.
           05  WS-M2T-TOTAL-J2         PIC 9(9) VALUE ZERO.
           05  FILLER                  PIC 9(9) VALUE ZERO.
           05  FILLER                  PIC 9(9) VALUE ZERO.
           05  FILLER                  PIC 9(9) VALUE ZERO.
           05  WS-M2T-STATUS-11        PIC 9(9) VALUE ZERO.
           05  WS-M2T-STATUS-13        PIC 9(9) VALUE ZERO.
           05  FILLER                  PIC 9(9) VALUE ZERO.
           05  FILLER                  PIC 9(9) VALUE ZERO.
           05  FILLER                  PIC 9(9) VALUE ZERO.
           05  WS-M2T-STATUS-64        PIC 9(9) VALUE ZERO.
           05  FILLER                  PIC 9(9) VALUE ZERO.
           05  WS-M2T-STATUS-71        PIC 9(9) VALUE ZERO.
           05  WS-M2T-STATUS-78        PIC 9(9) VALUE ZERO.
           05  WS-M2T-STATUS-80        PIC 9(9) VALUE ZERO.
           05  WS-M2T-STATUS-82        PIC 9(9) VALUE ZERO.
           05  WS-M2T-STATUS-83        PIC 9(9) VALUE ZERO.
           05  WS-M2T-STATUS-84        PIC 9(9) VALUE ZERO.
           05  FILLER                  PIC 9(9) VALUE ZERO.
           05  FILLER                  PIC 9(9) VALUE ZERO.
           05  FILLER                  PIC 9(9) VALUE ZERO.
           05  FILLER                  PIC 9(9) VALUE ZERO.
           05  FILLER                  PIC 9(9) VALUE ZERO.
           05  FILLER                  PIC 9(9) VALUE ZERO.
           05  WS-M2T-STATUS-97        PIC 9(9) VALUE ZERO.
           05  FILLER                  PIC 9(9) VALUE ZERO.
           05  FILLER                  PIC 9(9) VALUE ZERO.
           05  FILLER                  PIC 9(9) VALUE ZERO.
           05  FILLER                  PIC 9(9) VALUE ZERO.
           05  FILLER                  PIC 9(9) VALUE ZERO.
           05  FILLER                  PIC 9(9) VALUE ZERO.
           05  FILLER                  PIC 9(9) VALUE ZERO.
           05  WS-M2T-SSN-ALL          PIC 9(9) VALUE ZERO.
           05  WS-M2T-SSN-BASE         PIC 9(9) VALUE ZERO.
           05  WS-M2T-SSN-J1           PIC 9(9) VALUE ZERO.
           05  WS-M2T-SSN-J2           PIC 9(9) VALUE ZERO.
           05  WS-M2T-DOB-ALL          PIC 9(9) VALUE ZERO.
           05  WS-M2T-DOB-BASE         PIC 9(9) VALUE ZERO.
           05  WS-M2T-DOB-J1           PIC 9(9) VALUE ZERO.
           05  WS-M2T-DOB-J2           PIC 9(9) VALUE ZERO.
           05  WS-M2T-TELEPHONE-ALL    PIC 9(9) VALUE ZERO.
           05  FILLER                  PIC X(19) VALUE SPACES.

      * One output line: the base segment followed by up to
      * WS-MAX-JOINT-SEGMENTS associated segments
       01  WS-M2-LINE                  PIC X(1226).
       01  WS-M2-LINE-PTR              PIC 9(4) COMP-5.
       01  WS-ASSOC-AREA               PIC X(800).
       01  WS-ASSOC-PTR                PIC 9(4) COMP-5.
       01  WS-JOINT-SEGMENTS           PIC 9(2) COMP-5.
       01  WS-MAX-JOINT-SEGMENTS       PIC 9(2) COMP-5 VALUE 4.
       01  WS-LINE-J1-COUNT            PIC 9(2) COMP-5.
       01  WS-LINE-J2-COUNT            PIC 9(2) COMP-5.
       01  WS-LINE-PHONE-COUNT         PIC 9(2) COMP-5.

      * Consumer being edited for a segment (primary or joint) -
      * the raw customer master fields in, the Metro 2 fields out
       01  WS-CONSUMER.
           05  WS-CONS-CUSTOMER-ID     PIC X(32).
           05  WS-CONS-NAME            PIC X(64).
           05  WS-CONS-ADDR1           PIC X(64).
           05  WS-CONS-ADDR2           PIC X(64).
           05  WS-CONS-TAX-ID          PIC X(16).
           05  WS-CONS-DOB             PIC X(10).
           05  WS-CONS-PHONE           PIC X(24).
           05  WS-CONS-STATUS          PIC X(1).
               88  WS-CONS-DECEASED    VALUE 'D'.
           05  WS-CONS-SURNAME         PIC X(25).
           05  WS-CONS-FIRST-NAME      PIC X(20).
           05  WS-CONS-MIDDLE-NAME     PIC X(20).
           05  WS-CONS-GENERATION      PIC X(1).
           05  WS-CONS-SSN             PIC X(9).
           05  WS-CONS-DOB-MDY         PIC X(8).
           05  WS-CONS-TELEPHONE       PIC X(10).
           05  WS-CONS-ADDRESS-1       PIC X(32).
           05  WS-CONS-CITY            PIC X(20).
           05  WS-CONS-STATE           PIC X(2).
           05  WS-CONS-POSTAL-CODE     PIC X(9).
       01  WS-CONS-NEED-ADDRESS        PIC X VALUE 'Y'.
           88  CONSUMER-NEEDS-ADDRESS  VALUE 'Y'.
       01  WS-CONS-VALID               PIC X VALUE 'Y'.
           88  CONSUMER-IS-VALID       VALUE 'Y'.
       01  WS-CONS-REASON              PIC X(80).
       01  WS-PRIMARY-ADDR1            PIC X(64).
       01  WS-PRIMARY-ADDR2            PIC X(64).

      * Name and address token splitting
       01  WS-NAME-TOKENS.
           05  WS-NAME-TOKEN           PIC X(32) OCCURS 5 TIMES.
       01  WS-NAME-COUNT               PIC 9(2) COMP-5.
       01  WS-NAME-WORK                PIC X(64).
       01  WS-NAME-PTR                 PIC 9(4) COMP-5.
       01  WS-ADDR-TOKENS.
           05  WS-ADDR-TOKEN           PIC X(32) OCCURS 8 TIMES.
       01  WS-ADDR-COUNT               PIC 9(2) COMP-5.
       01  WS-ADDR-WORK                PIC X(64).
       01  WS-ADDR-IDX                 PIC 9(2) COMP-5.
       01  WS-CITY-WORK                PIC X(64).
       01  WS-CITY-PTR                 PIC 9(4) COMP-5.
       01  WS-STATE-WORK               PIC X(32).
       01  WS-TEXT-LEN                 PIC 9(4) COMP-5.

      * Digit extraction (TAX_ID, PHONE, ZIP)
       01  WS-DIGIT-SOURCE             PIC X(32).
       01  WS-DIGIT-RESULT             PIC X(16).
       01  WS-DIGIT-COUNT              PIC 9(2) COMP-5.
       01  WS-DIGIT-IDX                PIC 9(2) COMP-5.

      * ISO (YYYY-MM-DD) to Metro 2 (MMDDYYYY) date conversion
       01  WS-DATE-ISO                 PIC X(10).
       01  WS-DATE-MDY                 PIC X(8).

      * Loan figures for the segment
       01  WS-CURRENT-BALANCE          PIC S9(13)V99 COMP-3.
       01  WS-AMOUNT-PAST-DUE          PIC S9(13)V99 COMP-3.
       01  WS-WHOLE-DOLLARS            PIC 9(9).
       01  WS-ACCOUNT-STATUS           PIC X(2).
       01  WS-PAYMENT-RATING           PIC X(1).
       01  WS-HISTORY-CODE             PIC X(1).

      * Reject CSV working storage
       01  WS-REJECT-LINE              PIC X(300).
       01  WS-REJECT-SEGMENT           PIC X(4).

      * Row counters
       01  WS-LOANS-READ               PIC 9(9) COMP-5 VALUE ZERO.
       01  WS-LOANS-REPORTED           PIC 9(9) COMP-5 VALUE ZERO.
       01  WS-LOANS-REJECTED           PIC 9(9) COMP-5 VALUE ZERO.
       01  WS-SEGMENTS-REJECTED        PIC 9(9) COMP-5 VALUE ZERO.
       01  WS-DISPUTES-REPORTED        PIC 9(9) COMP-5 VALUE ZERO.
       01  WS-ERRORS                   PIC 9(9) COMP-5 VALUE ZERO.

      * EXEC SQL working variables
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  SQL-CYCLE-MONTH             PIC X(7).
       01  SQL-MONTH-PREFIX            PIC X(8).
       01  SQL-AS-OF-DATE              PIC X(10).
       01  SQL-HISTORY-FROM            PIC X(7).
       01  SQL-RUN-ID                  PIC X(64).
       01  SQL-ACC-ID                  PIC X(32).
       01  SQL-LOAN-STATUS             PIC X(1).
           88  SQL-LOAN-CLOSED         VALUE 'C'.
           88  SQL-LOAN-CHARGED-OFF    VALUE 'O'.
       01  SQL-PRINCIPAL               PIC S9(13)V99 COMP-3.
       01  SQL-TERM-MONTHS             PIC S9(4) COMP-5.
       01  SQL-PAYMENT-AMT             PIC S9(13)V99 COMP-3.
       01  SQL-DELINQ-DAYS             PIC S9(9) COMP-5.
       01  SQL-FEES-DUE                PIC S9(13)V99 COMP-3.
       01  SQL-OPENED-DATE             PIC X(10).
       01  SQL-PAID-OFF-DATE           PIC X(10).
       01  SQL-CHARGED-OFF-DATE        PIC X(10).
       01  SQL-CHARGE-OFF-AMT          PIC S9(13)V99 COMP-3.
       01  SQL-CUSTOMER-ID             PIC X(32).
       01  SQL-COMPLIANCE-CODE         PIC X(2).
       01  SQL-JOINT-CUSTOMER-ID       PIC X(32).
       01  SQL-CU-NAME                 PIC X(64).
       01  SQL-CU-ADDR1                PIC X(64).
       01  SQL-CU-ADDR2                PIC X(64).
       01  SQL-CU-TAX-ID               PIC X(16).
       01  SQL-CU-DOB                  PIC X(10).
       01  SQL-CU-PHONE                PIC X(24).
       01  SQL-CU-STATUS               PIC X(1).
       01  SQL-PRIN-OUTSTANDING        PIC S9(13)V99 COMP-3.
       01  SQL-INT-OUTSTANDING         PIC S9(13)V99 COMP-3.
       01  SQL-PAST-DUE-AMT            PIC S9(13)V99 COMP-3.
       01  SQL-RECOVERED-AMT           PIC S9(13)V99 COMP-3.
       01  SQL-FIRST-DELQ-DATE         PIC X(10).
       01  SQL-MONTH-PAID-AMT          PIC S9(13)V99 COMP-3.
       01  SQL-LAST-PAID-DATE          PIC X(10).
       01  SQL-HIST-MONTH              PIC X(7).
       01  SQL-HIST-CODE               PIC X(1).
       01  SQL-ACCOUNT-STATUS          PIC X(2).
       01  SQL-HISTORY-CODE            PIC X(1).
       01  SQL-CURRENT-BALANCE         PIC S9(13)V99 COMP-3.
       01  SQL-AMOUNT-PAST-DUE         PIC S9(13)V99 COMP-3.
       EXEC SQL END DECLARE SECTION END-EXEC.

      * SQL communication area
       EXEC SQL INCLUDE SQLCA END-EXEC.

      * The loans reported this cycle: every open, payoff-pending
      * or charged-off loan, a loan closed during the month, and
      * any loan carrying a dispute the bureaus must hear about.
      * Once a loan has gone out as paid (13) or as a recovered
      * charge-off (64) it drops out unless a dispute brings it
      * back. The borrower is the PRIMARY holder on
      * dbo.AccountHolders, else the account's CUSTOMER_ID
       EXEC SQL
           DECLARE BUREAU_CURSOR CURSOR FOR
           SELECT X.ACC_ID, X.STATUS, X.PRINCIPAL, X.TERM_MONTHS,
                  X.PAYMENT_AMT, X.DELINQ_DAYS, X.FEES_DUE,
                  X.OPENED_DATE, X.PAID_OFF_DATE,
                  X.CHARGED_OFF_DATE, X.CHARGE_OFF_AMT,
                  X.CUSTOMER_ID, X.COMPLIANCE_CODE
           FROM (
               SELECT M.ACC_ID, M.STATUS, M.PRINCIPAL,
                      M.TERM_MONTHS, M.PAYMENT_AMT,
                      COALESCE(M.DELINQ_DAYS, 0) AS DELINQ_DAYS,
                      COALESCE(M.FEES_DUE, 0) AS FEES_DUE,
                      CONVERT(CHAR(10), M.BOARDED_TS_UTC, 120)
                          AS OPENED_DATE,
                      COALESCE(CONVERT(CHAR(10), M.PAID_OFF_DATE,
                          120), ' ') AS PAID_OFF_DATE,
                      COALESCE(CONVERT(CHAR(10), M.CHARGED_OFF_DATE,
                          120), ' ') AS CHARGED_OFF_DATE,
                      COALESCE(M.CHARGE_OFF_AMT, 0)
                          AS CHARGE_OFF_AMT,
                      COALESCE(H.CUSTOMER_ID, A.CUSTOMER_ID)
                          AS CUSTOMER_ID,
                      CASE
                          WHEN EXISTS (
                              SELECT 1 FROM dbo.BureauDisputes D
                              WHERE D.ACC_ID = M.ACC_ID
                                AND D.STATUS = 'O')
                          THEN 'XB'
                          WHEN EXISTS (
                              SELECT 1 FROM dbo.BureauDisputes D
                              WHERE D.ACC_ID = M.ACC_ID
                                AND D.OUTCOME = 'DISAGREE')
                          THEN 'XC'
                          WHEN EXISTS (
                              SELECT 1 FROM dbo.BureauDisputes D
                              WHERE D.ACC_ID = M.ACC_ID
                                AND (D.STATUS = 'R'
                                     OR D.REPORTED_CYCLE
                                        = :SQL-CYCLE-MONTH))
                          THEN 'XH'
                          ELSE '  '
                      END AS COMPLIANCE_CODE
               FROM dbo.LoanMaster M
               JOIN dbo.Accounts A ON A.ACC_ID = M.ACC_ID
               LEFT JOIN dbo.AccountHolders H
                 ON H.ACC_ID = M.ACC_ID
                AND H.HOLDER_ROLE = 'PRIMARY'
                AND H.STATUS = 'A'
           ) X
           WHERE X.OPENED_DATE <= :SQL-AS-OF-DATE
             AND (X.COMPLIANCE_CODE <> '  '
                  OR ((X.STATUS IN ('A', 'F', 'O')
                       OR (X.STATUS = 'C'
                           AND X.PAID_OFF_DATE LIKE
                               :SQL-MONTH-PREFIX))
                      AND NOT EXISTS (
                          SELECT 1 FROM dbo.BureauReportHistory B
                          WHERE B.ACC_ID = X.ACC_ID
                            AND B.CYCLE_MONTH < :SQL-CYCLE-MONTH
                            AND B.ACCOUNT_STATUS IN ('13', '64'))))
           ORDER BY X.ACC_ID
       END-EXEC.

      * The loan's active joint borrowers
       EXEC SQL
           DECLARE JOINT_CURSOR CURSOR FOR
           SELECT C.CUSTOMER_ID,
                  COALESCE(C.NAME, ' '),
                  COALESCE(C.ADDRESS_LINE1, ' '),
                  COALESCE(C.ADDRESS_LINE2, ' '),
                  COALESCE(C.TAX_ID, ' '),
                  COALESCE(CONVERT(CHAR(10), C.DATE_OF_BIRTH, 120),
                      ' '),
                  COALESCE(C.PHONE, ' '),
                  COALESCE(C.STATUS, 'A')
           FROM dbo.AccountHolders H
           JOIN dbo.Customers C ON C.CUSTOMER_ID = H.CUSTOMER_ID
           WHERE H.ACC_ID = :SQL-ACC-ID
             AND H.HOLDER_ROLE = 'JOINT'
             AND H.STATUS = 'A'
           ORDER BY C.CUSTOMER_ID
       END-EXEC.

      * History codes earlier cycles reported, for the profile
       EXEC SQL
           DECLARE HISTORY_CURSOR CURSOR FOR
           SELECT CYCLE_MONTH, HISTORY_CODE
           FROM dbo.BureauReportHistory
           WHERE ACC_ID = :SQL-ACC-ID
             AND CYCLE_MONTH >= :SQL-HISTORY-FROM
             AND CYCLE_MONTH < :SQL-CYCLE-MONTH
       END-EXEC.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY '============================================'.
           DISPLAY 'BUREAU_EXTRACT - Monthly Metro 2 Extract'.
           DISPLAY '============================================'.
           DISPLAY ' '.

           PERFORM INITIALIZE-PROGRAM.
           PERFORM LOAD-VERSION-FILE.
           PERFORM RESOLVE-DB-CONFIG.
           PERFORM CONNECT-DATABASE.
           PERFORM CLEAR-CYCLE-HISTORY.
           PERFORM WRITE-METRO2-FILE.
           PERFORM LOG-LINEAGE-EVENT.
           PERFORM DISCONNECT-DATABASE.
           PERFORM DISPLAY-SUMMARY.

           DISPLAY ' '.
           DISPLAY '============================================'.
           DISPLAY 'BUREAU_EXTRACT completed successfully'.
           DISPLAY '============================================'.

           STOP RUN.

      ******************************************************************
      * INITIALIZE-PROGRAM: Set up the reporting month, its month-end
      * as-of date, the history profile window and the run ID
      ******************************************************************
       INITIALIZE-PROGRAM SECTION.
           ACCEPT WS-TODAY-YYYYMMDD FROM DATE YYYYMMDD.
           ACCEPT WS-TIME-HHMMSSCC FROM TIME.

           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE.
           IF WS-COMMAND-LINE = SPACES
               IF WS-TODAY-MONTH = 1
                   COMPUTE WS-CYCLE-YEAR = WS-TODAY-YEAR - 1
                   MOVE 12 TO WS-CYCLE-MONTH-NO
               ELSE
                   MOVE WS-TODAY-YEAR TO WS-CYCLE-YEAR
                   COMPUTE WS-CYCLE-MONTH-NO = WS-TODAY-MONTH - 1
               END-IF
           ELSE
               IF WS-COMMAND-LINE (1:4) IS NOT NUMERIC
                   OR WS-COMMAND-LINE (5:1) NOT = '-'
                   OR WS-COMMAND-LINE (6:2) IS NOT NUMERIC
                   OR WS-COMMAND-LINE (8:249) NOT = SPACES
                   OR WS-COMMAND-LINE (6:2) < '01'
                   OR WS-COMMAND-LINE (6:2) > '12'
                   DISPLAY 'ERROR: Reporting month must be YYYY-MM: '
                           FUNCTION TRIM(WS-COMMAND-LINE)
                   STOP RUN
               END-IF
               MOVE WS-COMMAND-LINE (1:4) TO WS-CYCLE-YEAR
               MOVE WS-COMMAND-LINE (6:2) TO WS-CYCLE-MONTH-NO
           END-IF.

           MOVE SPACES TO SQL-CYCLE-MONTH.
           STRING WS-CYCLE-YEAR '-' WS-CYCLE-MONTH-NO
               DELIMITED BY SIZE INTO SQL-CYCLE-MONTH
           END-STRING.
           MOVE SPACES TO SQL-MONTH-PREFIX.
           STRING SQL-CYCLE-MONTH '%' DELIMITED BY SIZE
               INTO SQL-MONTH-PREFIX
           END-STRING.

      *    As of the last day of the month: the day before the first
      *    of the next
           IF WS-CYCLE-MONTH-NO = 12
               COMPUTE WS-NEXT-YEAR = WS-CYCLE-YEAR + 1
               MOVE 1 TO WS-NEXT-MONTH
           ELSE
               MOVE WS-CYCLE-YEAR TO WS-NEXT-YEAR
               COMPUTE WS-NEXT-MONTH = WS-CYCLE-MONTH-NO + 1
           END-IF.
           MOVE 1 TO WS-NEXT-DAY.
           COMPUTE WS-AS-OF-YYYYMMDD = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-NEXT-MONTH-START) - 1).
           MOVE SPACES TO SQL-AS-OF-DATE.
           STRING WS-AS-OF-YEAR '-' WS-AS-OF-MONTH '-' WS-AS-OF-DAY
               DELIMITED BY SIZE INTO SQL-AS-OF-DATE
           END-STRING.
           STRING WS-AS-OF-MONTH WS-AS-OF-DAY WS-AS-OF-YEAR
               DELIMITED BY SIZE INTO WS-AS-OF-MDY
           END-STRING.
           STRING WS-TODAY-MONTH WS-TODAY-DAY WS-TODAY-YEAR
               DELIMITED BY SIZE INTO WS-CREATED-MDY
           END-STRING.
           STRING WS-CREATED-MDY WS-TIME-HHMMSSCC (1:6)
               DELIMITED BY SIZE INTO WS-TIME-STAMP
           END-STRING.

      *    The profile covers the 24 months before the reporting
      *    month
           COMPUTE WS-CYCLE-INDEX =
               WS-CYCLE-YEAR * 12 + WS-CYCLE-MONTH-NO - 1.
           COMPUTE WS-HISTORY-FROM-INDEX = WS-CYCLE-INDEX - 24.
           DIVIDE WS-HISTORY-FROM-INDEX BY 12
               GIVING WS-HISTORY-FROM-YEAR
               REMAINDER WS-HISTORY-FROM-MONTH.
           ADD 1 TO WS-HISTORY-FROM-MONTH.
           MOVE SPACES TO SQL-HISTORY-FROM.
           STRING WS-HISTORY-FROM-YEAR '-' WS-HISTORY-FROM-MONTH
               DELIMITED BY SIZE INTO SQL-HISTORY-FROM
           END-STRING.

           DISPLAY 'Reporting month: ' SQL-CYCLE-MONTH
                   ' (as of ' SQL-AS-OF-DATE ')'.

      *    Generate unique run ID from current timestamp
           ACCEPT WS-RUN-ID-TS FROM TIME.
           MOVE WS-CURRENT-RUN-ID TO SQL-RUN-ID.
           DISPLAY 'Run ID: ' WS-CURRENT-RUN-ID.
       INITIALIZE-PROGRAM-EXIT.
           EXIT.

      ******************************************************************
      * LOAD-VERSION-FILE: Read git commit SHA from .version file
      ******************************************************************
       LOAD-VERSION-FILE SECTION.
           MOVE 'UNKNOWN' TO WS-COMMIT-SHA.
           OPEN INPUT VERSION-FILE.
           IF NOT VERSION-FILE-OK
               DISPLAY 'WARNING: .version file not found, using UNKNOWN'
               GO TO LOAD-VERSION-FILE-EXIT
           END-IF.

           READ VERSION-FILE INTO VERSION-FILE-RECORD
               AT END
                   DISPLAY 'WARNING: .version file is empty, using '
                           'UNKNOWN'
                   GO TO LOAD-VERSION-FILE-CLOSE
           END-READ.
           MOVE FUNCTION TRIM(VERSION-FILE-RECORD) TO WS-COMMIT-SHA.
       LOAD-VERSION-FILE-CLOSE.
           CLOSE VERSION-FILE.

           DISPLAY 'Git Commit SHA: ' WS-COMMIT-SHA.
       LOAD-VERSION-FILE-EXIT.
           EXIT.

      ******************************************************************
      * RESOLVE-DB-CONFIG: Override compiled-in DSN constants from
      * BANK_SQLSERVER_DSN/BANK_POSTGRES_DSN environment variables,
      * if set, so a site can repoint this program at a different
      * ODBC data source without recompiling
      ******************************************************************
       RESOLVE-DB-CONFIG SECTION.
           MOVE SPACES TO WS-DSN-ENV-OVERRIDE.
           ACCEPT WS-DSN-ENV-OVERRIDE FROM ENVIRONMENT
               "BANK_SQLSERVER_DSN".
           IF WS-DSN-ENV-OVERRIDE NOT = SPACES
               MOVE WS-DSN-ENV-OVERRIDE TO WS-DSN-SQLSERVER
           END-IF.

           MOVE SPACES TO WS-DSN-ENV-OVERRIDE.
           ACCEPT WS-DSN-ENV-OVERRIDE FROM ENVIRONMENT
               "BANK_POSTGRES_DSN".
           IF WS-DSN-ENV-OVERRIDE NOT = SPACES
               MOVE WS-DSN-ENV-OVERRIDE TO WS-DSN-POSTGRES
           END-IF.
       RESOLVE-DB-CONFIG-EXIT.
           EXIT.

      ******************************************************************
      * CONNECT-DATABASE: Establish ODBC connection to SQL Server
      ******************************************************************
       CONNECT-DATABASE SECTION.
           DISPLAY 'Connecting to SQL Server (DSN: '
                   WS-DSN-SQLSERVER ')...'.

           EXEC SQL
               CONNECT TO :WS-DSN-SQLSERVER
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'ERROR: Database connection failed'
               DISPLAY 'SQLCODE: ' SQLCODE
               DISPLAY 'SQLSTATE: ' SQLSTATE
               STOP RUN
           END-IF.

           MOVE 'Y' TO WS-SQLSERVER-CONNECTED.
           DISPLAY 'Database connection established'.
       CONNECT-DATABASE-EXIT.
           EXIT.

      ******************************************************************
      * CLEAR-CYCLE-HISTORY: A rerun of the month replaces the
      * history rows an earlier run of it recorded
      ******************************************************************
       CLEAR-CYCLE-HISTORY SECTION.
           EXEC SQL
               DELETE FROM dbo.BureauReportHistory
               WHERE CYCLE_MONTH = :SQL-CYCLE-MONTH
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               DISPLAY 'ERROR: Could not clear cycle history'
               DISPLAY 'SQLCODE: ' SQLCODE
               PERFORM DISCONNECT-DATABASE
               STOP RUN
           END-IF.
       CLEAR-CYCLE-HISTORY-EXIT.
           EXIT.

      ******************************************************************
      * WRITE-METRO2-FILE: Header, one base segment (with associated
      * segments) per reported loan, trailer with the counts
      ******************************************************************
       WRITE-METRO2-FILE SECTION.
           OPEN OUTPUT METRO2-FILE.
           IF NOT METRO2-FILE-OK
               DISPLAY 'ERROR: Could not open Metro 2 file'
               DISPLAY 'File status: ' WS-METRO2-FILE-STATUS
               PERFORM DISCONNECT-DATABASE
               STOP RUN
           END-IF.

           OPEN OUTPUT METRO2-REJECTS-CSV.
           IF REJECT-FILE-OK
               MOVE 'Y' TO WS-REJECTS-FILE-OPEN
               MOVE 'ACC_ID,CUSTOMER_ID,SEGMENT,REASON'
                   TO WS-REJECT-LINE
               WRITE REJECT-CSV-RECORD FROM WS-REJECT-LINE
           ELSE
               DISPLAY 'WARNING: Cannot create reject file'
               DISPLAY 'File status: ' WS-REJECT-FILE-STATUS
           END-IF.

           MOVE SPACES TO WS-M2H-CYCLE-ID.
           MOVE WS-BUREAU-INNOVIS-ID TO WS-M2H-INNOVIS-ID.
           MOVE WS-BUREAU-EQUIFAX-ID TO WS-M2H-EQUIFAX-ID.
           MOVE WS-BUREAU-EXPERIAN-ID TO WS-M2H-EXPERIAN-ID.
           MOVE WS-BUREAU-TRANSUNION-ID TO WS-M2H-TRANSUNION-ID.
           MOVE WS-AS-OF-MDY TO WS-M2H-ACTIVITY-DATE.
           MOVE WS-CREATED-MDY TO WS-M2H-DATE-CREATED.
           MOVE WS-BUREAU-PROGRAM-DATE TO WS-M2H-PROGRAM-DATE.
           MOVE WS-BUREAU-PROGRAM-DATE TO WS-M2H-REVISION-DATE.
           MOVE WS-BUREAU-REPORTER-NAME TO WS-M2H-REPORTER-NAME.
           MOVE WS-BUREAU-REPORTER-ADDR TO WS-M2H-REPORTER-ADDR.
           MOVE WS-BUREAU-REPORTER-PHONE TO WS-M2H-REPORTER-PHONE.
           MOVE WS-BUREAU-REPORTER-NAME TO WS-M2H-VENDOR-NAME.
           MOVE SPACES TO WS-M2H-VENDOR-VERSION.
           MOVE SPACES TO WS-M2H-PRBC-ID.
           WRITE METRO2-FILE-RECORD FROM WS-M2-HEADER-REC.

           EXEC SQL
               OPEN BUREAU_CURSOR
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'ERROR: Failed to open bureau cursor'
               DISPLAY 'SQLCODE: ' SQLCODE
               CLOSE METRO2-FILE
               PERFORM DISCONNECT-DATABASE
               STOP RUN
           END-IF.

           PERFORM REPORT-ONE-LOAN
               UNTIL SQLCODE = 100 OR SQLCODE < 0.

           EXEC SQL
               CLOSE BUREAU_CURSOR
           END-EXEC.

           COMPUTE WS-M2T-SSN-ALL =
               WS-M2T-SSN-BASE + WS-M2T-SSN-J1 + WS-M2T-SSN-J2.
           COMPUTE WS-M2T-DOB-ALL =
               WS-M2T-DOB-BASE + WS-M2T-DOB-J1 + WS-M2T-DOB-J2.
           WRITE METRO2-FILE-RECORD FROM WS-M2-TRAILER-REC.

           CLOSE METRO2-FILE.
           IF REJECTS-FILE-IS-OPEN
               CLOSE METRO2-REJECTS-CSV
               MOVE 'N' TO WS-REJECTS-FILE-OPEN
           END-IF.
           DISPLAY 'Metro 2 file written to '
                   '"data/out/metro2_bureau.dat"'.
       WRITE-METRO2-FILE-EXIT.
           EXIT.

      ******************************************************************
      * REPORT-ONE-LOAN: Edit the borrowers, derive the loan's
      * figures and status, write its line and record its history
      ******************************************************************
       REPORT-ONE-LOAN SECTION.
           EXEC SQL
               FETCH BUREAU_CURSOR INTO
                   :SQL-ACC-ID,
                   :SQL-LOAN-STATUS,
                   :SQL-PRINCIPAL,
                   :SQL-TERM-MONTHS,
                   :SQL-PAYMENT-AMT,
                   :SQL-DELINQ-DAYS,
                   :SQL-FEES-DUE,
                   :SQL-OPENED-DATE,
                   :SQL-PAID-OFF-DATE,
                   :SQL-CHARGED-OFF-DATE,
                   :SQL-CHARGE-OFF-AMT,
                   :SQL-CUSTOMER-ID,
                   :SQL-COMPLIANCE-CODE
           END-EXEC.

           IF SQLCODE = 100
               GO TO REPORT-ONE-LOAN-EXIT
           END-IF.

           IF SQLCODE NOT = 0
               DISPLAY 'ERROR: Bureau cursor fetch failed'
               DISPLAY 'SQLCODE: ' SQLCODE
               ADD 1 TO WS-ERRORS
               GO TO REPORT-ONE-LOAN-EXIT
           END-IF.

           ADD 1 TO WS-LOANS-READ.

      *    The primary borrower must carry every mandatory field, or
      *    the loan is not reported at all
           EXEC SQL
               SELECT COALESCE(NAME, ' '),
                      COALESCE(ADDRESS_LINE1, ' '),
                      COALESCE(ADDRESS_LINE2, ' '),
                      COALESCE(TAX_ID, ' '),
                      COALESCE(CONVERT(CHAR(10), DATE_OF_BIRTH, 120),
                          ' '),
                      COALESCE(PHONE, ' '),
                      COALESCE(STATUS, 'A')
               INTO :SQL-CU-NAME, :SQL-CU-ADDR1, :SQL-CU-ADDR2,
                    :SQL-CU-TAX-ID, :SQL-CU-DOB, :SQL-CU-PHONE,
                    :SQL-CU-STATUS
               FROM dbo.Customers
               WHERE CUSTOMER_ID = :SQL-CUSTOMER-ID
           END-EXEC.

           MOVE SQL-CUSTOMER-ID TO WS-CONS-CUSTOMER-ID.
           MOVE 'BASE' TO WS-REJECT-SEGMENT.
           IF SQLCODE NOT = 0
               MOVE 'Borrower not on the customer master'
                   TO WS-CONS-REASON
               PERFORM WRITE-REJECT-ROW
               ADD 1 TO WS-LOANS-REJECTED
               GO TO REPORT-ONE-LOAN-NEXT
           END-IF.

           PERFORM LOAD-FETCHED-CONSUMER.
           MOVE 'Y' TO WS-CONS-NEED-ADDRESS.
           PERFORM EDIT-CONSUMER.
           IF NOT CONSUMER-IS-VALID
               PERFORM WRITE-REJECT-ROW
               ADD 1 TO WS-LOANS-REJECTED
               GO TO REPORT-ONE-LOAN-NEXT
           END-IF.
           MOVE SQL-CU-ADDR1 TO WS-PRIMARY-ADDR1.
           MOVE SQL-CU-ADDR2 TO WS-PRIMARY-ADDR2.

           PERFORM FIGURE-LOAN-BALANCES.
           PERFORM FIGURE-PAYMENT-ACTIVITY.
           PERFORM DERIVE-ACCOUNT-STATUS.
           PERFORM BUILD-HISTORY-PROFILE.
           PERFORM FILL-BASE-SEGMENT.
           PERFORM BUILD-JOINT-SEGMENTS.
           PERFORM WRITE-LOAN-LINE.
           PERFORM RECORD-CYCLE-HISTORY.

       REPORT-ONE-LOAN-NEXT.
      *    Restore SQLCODE's cursor meaning for the UNTIL test
           MOVE 0 TO SQLCODE.
       REPORT-ONE-LOAN-EXIT.
           EXIT.

      ******************************************************************
      * LOAD-FETCHED-CONSUMER: Customer master fields just fetched
      * into the consumer being edited
      ******************************************************************
       LOAD-FETCHED-CONSUMER SECTION.
           MOVE SQL-CU-NAME TO WS-CONS-NAME.
           MOVE SQL-CU-ADDR1 TO WS-CONS-ADDR1.
           MOVE SQL-CU-ADDR2 TO WS-CONS-ADDR2.
           MOVE SQL-CU-TAX-ID TO WS-CONS-TAX-ID.
           MOVE SQL-CU-DOB TO WS-CONS-DOB.
           MOVE SQL-CU-PHONE TO WS-CONS-PHONE.
           MOVE SQL-CU-STATUS TO WS-CONS-STATUS.
       LOAD-FETCHED-CONSUMER-EXIT.
           EXIT.

      ******************************************************************
      * EDIT-CONSUMER: Check a borrower's mandatory fields and format
      * them for Metro 2 - SSN from TAX_ID (nine digits), date of
      * birth, name split into first/middle/surname/generation, and
      * (where the segment carries one) an address whose second line
      * parses as city, state and ZIP. The first missing field is
      * the reject reason
      ******************************************************************
       EDIT-CONSUMER SECTION.
           MOVE 'Y' TO WS-CONS-VALID.
           MOVE SPACES TO WS-CONS-REASON.
           MOVE SPACES TO WS-CONS-SURNAME WS-CONS-FIRST-NAME
                          WS-CONS-MIDDLE-NAME WS-CONS-GENERATION
                          WS-CONS-ADDRESS-1 WS-CONS-CITY
                          WS-CONS-STATE WS-CONS-POSTAL-CODE.
           MOVE ZEROS TO WS-CONS-SSN WS-CONS-DOB-MDY
                         WS-CONS-TELEPHONE.

           MOVE WS-CONS-TAX-ID TO WS-DIGIT-SOURCE.
           PERFORM EXTRACT-DIGITS.
           IF WS-DIGIT-COUNT NOT = 9
               MOVE 'N' TO WS-CONS-VALID
               MOVE 'TAX_ID missing or not nine digits'
                   TO WS-CONS-REASON
               GO TO EDIT-CONSUMER-EXIT
           END-IF.
           MOVE WS-DIGIT-RESULT (1:9) TO WS-CONS-SSN.

           IF WS-CONS-DOB (1:4) IS NOT NUMERIC
               OR WS-CONS-DOB (5:1) NOT = '-'
               OR WS-CONS-DOB (6:2) IS NOT NUMERIC
               OR WS-CONS-DOB (8:1) NOT = '-'
               OR WS-CONS-DOB (9:2) IS NOT NUMERIC
               MOVE 'N' TO WS-CONS-VALID
               MOVE 'DATE_OF_BIRTH missing' TO WS-CONS-REASON
               GO TO EDIT-CONSUMER-EXIT
           END-IF.
           MOVE WS-CONS-DOB TO WS-DATE-ISO.
           PERFORM ISO-TO-MDY.
           MOVE WS-DATE-MDY TO WS-CONS-DOB-MDY.

           PERFORM SPLIT-CONSUMER-NAME.
           IF WS-CONS-SURNAME = SPACES
               MOVE 'N' TO WS-CONS-VALID
               MOVE 'NAME missing' TO WS-CONS-REASON
               GO TO EDIT-CONSUMER-EXIT
           END-IF.

      *    Telephone is optional: ten digits, or eleven with the
      *    leading 1, else zero-filled
           MOVE WS-CONS-PHONE TO WS-DIGIT-SOURCE.
           PERFORM EXTRACT-DIGITS.
           EVALUATE TRUE
               WHEN WS-DIGIT-COUNT = 10
                   MOVE WS-DIGIT-RESULT (1:10) TO WS-CONS-TELEPHONE
               WHEN WS-DIGIT-COUNT = 11
                   AND WS-DIGIT-RESULT (1:1) = '1'
                   MOVE WS-DIGIT-RESULT (2:10) TO WS-CONS-TELEPHONE
           END-EVALUATE.

           IF NOT CONSUMER-NEEDS-ADDRESS
               GO TO EDIT-CONSUMER-EXIT
           END-IF.

           IF WS-CONS-ADDR1 = SPACES
               MOVE 'N' TO WS-CONS-VALID
               MOVE 'ADDRESS_LINE1 missing' TO WS-CONS-REASON
               GO TO EDIT-CONSUMER-EXIT
           END-IF.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-CONS-ADDR1))
               TO WS-CONS-ADDRESS-1.

           PERFORM SPLIT-CITY-STATE-ZIP.
           IF WS-CONS-CITY = SPACES
               MOVE 'N' TO WS-CONS-VALID
               MOVE 'ADDRESS_LINE2 lacks a city, state and ZIP'
                   TO WS-CONS-REASON
           END-IF.
       EDIT-CONSUMER-EXIT.
           EXIT.

      ******************************************************************
      * SPLIT-CONSUMER-NAME: NAME as held ("First [Middle] Surname
      * [Jr|Sr|II|III|IV]") into the Metro 2 name fields. A single
      * word is taken as the surname; words beyond the third join
      * the surname
      ******************************************************************
       SPLIT-CONSUMER-NAME SECTION.
           MOVE SPACES TO WS-NAME-TOKENS.
           MOVE ZERO TO WS-NAME-COUNT.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-CONS-NAME))
               TO WS-NAME-WORK.
           IF WS-NAME-WORK = SPACES
               GO TO SPLIT-CONSUMER-NAME-EXIT
           END-IF.

           UNSTRING WS-NAME-WORK DELIMITED BY ALL SPACE
               INTO WS-NAME-TOKEN (1) WS-NAME-TOKEN (2)
                    WS-NAME-TOKEN (3) WS-NAME-TOKEN (4)
                    WS-NAME-TOKEN (5)
               TALLYING IN WS-NAME-COUNT
           END-UNSTRING.

           IF WS-NAME-COUNT > 1
               EVALUATE WS-NAME-TOKEN (WS-NAME-COUNT)
                   WHEN 'JR'
                   WHEN 'JR.'
                       MOVE 'J' TO WS-CONS-GENERATION
                   WHEN 'SR'
                   WHEN 'SR.'
                       MOVE 'S' TO WS-CONS-GENERATION
                   WHEN 'II'
                       MOVE '2' TO WS-CONS-GENERATION
                   WHEN 'III'
                       MOVE '3' TO WS-CONS-GENERATION
                   WHEN 'IV'
                       MOVE '4' TO WS-CONS-GENERATION
               END-EVALUATE
               IF WS-CONS-GENERATION NOT = SPACE
                   SUBTRACT 1 FROM WS-NAME-COUNT
               END-IF
           END-IF.

           EVALUATE WS-NAME-COUNT
               WHEN 1
                   MOVE WS-NAME-TOKEN (1) TO WS-CONS-SURNAME
               WHEN 2
                   MOVE WS-NAME-TOKEN (1) TO WS-CONS-FIRST-NAME
                   MOVE WS-NAME-TOKEN (2) TO WS-CONS-SURNAME
               WHEN 3
                   MOVE WS-NAME-TOKEN (1) TO WS-CONS-FIRST-NAME
                   MOVE WS-NAME-TOKEN (2) TO WS-CONS-MIDDLE-NAME
                   MOVE WS-NAME-TOKEN (3) TO WS-CONS-SURNAME
               WHEN OTHER
                   MOVE WS-NAME-TOKEN (1) TO WS-CONS-FIRST-NAME
                   MOVE WS-NAME-TOKEN (2) TO WS-CONS-MIDDLE-NAME
                   MOVE 1 TO WS-NAME-PTR
                   STRING WS-NAME-TOKEN (3) DELIMITED BY SPACE
                          ' ' DELIMITED BY SIZE
                          WS-NAME-TOKEN (4) DELIMITED BY SPACE
                          ' ' DELIMITED BY SIZE
                          WS-NAME-TOKEN (5) DELIMITED BY SPACE
                       INTO WS-CONS-SURNAME
                       WITH POINTER WS-NAME-PTR
                   END-STRING
           END-EVALUATE.
       SPLIT-CONSUMER-NAME-EXIT.
           EXIT.

      ******************************************************************
      * SPLIT-CITY-STATE-ZIP: ADDRESS_LINE2 as held ("City, ST ZIP")
      * - the last word is the ZIP (five or nine digits), the one
      * before it the two-letter state, the rest the city. Leaves
      * WS-CONS-CITY blank when the line does not parse
      ******************************************************************
       SPLIT-CITY-STATE-ZIP SECTION.
           MOVE SPACES TO WS-ADDR-TOKENS.
           MOVE ZERO TO WS-ADDR-COUNT.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-CONS-ADDR2))
               TO WS-ADDR-WORK.
           IF WS-ADDR-WORK = SPACES
               GO TO SPLIT-CITY-STATE-ZIP-EXIT
           END-IF.

           UNSTRING WS-ADDR-WORK DELIMITED BY ALL SPACE
               INTO WS-ADDR-TOKEN (1) WS-ADDR-TOKEN (2)
                    WS-ADDR-TOKEN (3) WS-ADDR-TOKEN (4)
                    WS-ADDR-TOKEN (5) WS-ADDR-TOKEN (6)
                    WS-ADDR-TOKEN (7) WS-ADDR-TOKEN (8)
               TALLYING IN WS-ADDR-COUNT
           END-UNSTRING.
           IF WS-ADDR-COUNT < 3
               GO TO SPLIT-CITY-STATE-ZIP-EXIT
           END-IF.

           MOVE WS-ADDR-TOKEN (WS-ADDR-COUNT) TO WS-DIGIT-SOURCE.
           PERFORM EXTRACT-DIGITS.
           IF WS-DIGIT-COUNT NOT = 5 AND WS-DIGIT-COUNT NOT = 9
               GO TO SPLIT-CITY-STATE-ZIP-EXIT
           END-IF.

           MOVE WS-ADDR-TOKEN (WS-ADDR-COUNT - 1) TO WS-STATE-WORK.
           IF WS-STATE-WORK (3:1) = ','
               MOVE SPACE TO WS-STATE-WORK (3:1)
           END-IF.
           IF WS-STATE-WORK (1:2) IS NOT ALPHABETIC-UPPER
               OR WS-STATE-WORK (1:1) = SPACE
               OR WS-STATE-WORK (2:1) = SPACE
               OR WS-STATE-WORK (3:30) NOT = SPACES
               GO TO SPLIT-CITY-STATE-ZIP-EXIT
           END-IF.

           MOVE SPACES TO WS-CITY-WORK.
           MOVE 1 TO WS-CITY-PTR.
           PERFORM JOIN-CITY-TOKEN
               VARYING WS-ADDR-IDX FROM 1 BY 1
               UNTIL WS-ADDR-IDX > WS-ADDR-COUNT - 2.
           COMPUTE WS-TEXT-LEN =
               FUNCTION LENGTH(FUNCTION TRIM(WS-CITY-WORK TRAILING)).
           IF WS-CITY-WORK (WS-TEXT-LEN:1) = ','
               MOVE SPACE TO WS-CITY-WORK (WS-TEXT-LEN:1)
           END-IF.
           IF WS-CITY-WORK = SPACES
               GO TO SPLIT-CITY-STATE-ZIP-EXIT
           END-IF.

           MOVE WS-DIGIT-RESULT (1:9) TO WS-CONS-POSTAL-CODE.
           MOVE WS-STATE-WORK (1:2) TO WS-CONS-STATE.
           MOVE WS-CITY-WORK TO WS-CONS-CITY.
       SPLIT-CITY-STATE-ZIP-EXIT.
           EXIT.

      ******************************************************************
      * JOIN-CITY-TOKEN: Append one word of the city name
      ******************************************************************
       JOIN-CITY-TOKEN SECTION.
           IF WS-ADDR-IDX > 1
               STRING ' ' DELIMITED BY SIZE
                   INTO WS-CITY-WORK WITH POINTER WS-CITY-PTR
               END-STRING
           END-IF.
           STRING WS-ADDR-TOKEN (WS-ADDR-IDX) DELIMITED BY SPACE
               INTO WS-CITY-WORK WITH POINTER WS-CITY-PTR
           END-STRING.
       JOIN-CITY-TOKEN-EXIT.
           EXIT.

      ******************************************************************
      * EXTRACT-DIGITS: The digits of WS-DIGIT-SOURCE, in order, into
      * WS-DIGIT-RESULT with their count in WS-DIGIT-COUNT
      ******************************************************************
       EXTRACT-DIGITS SECTION.
           MOVE SPACES TO WS-DIGIT-RESULT.
           MOVE ZERO TO WS-DIGIT-COUNT.
           PERFORM TAKE-ONE-DIGIT
               VARYING WS-DIGIT-IDX FROM 1 BY 1
               UNTIL WS-DIGIT-IDX > 32.
       EXTRACT-DIGITS-EXIT.
           EXIT.

      ******************************************************************
      * TAKE-ONE-DIGIT: Keep the current character if it is a digit
      ******************************************************************
       TAKE-ONE-DIGIT SECTION.
           IF WS-DIGIT-SOURCE (WS-DIGIT-IDX:1) IS NUMERIC
               AND WS-DIGIT-COUNT < 16
               ADD 1 TO WS-DIGIT-COUNT
               MOVE WS-DIGIT-SOURCE (WS-DIGIT-IDX:1)
                   TO WS-DIGIT-RESULT (WS-DIGIT-COUNT:1)
           END-IF.
       TAKE-ONE-DIGIT-EXIT.
           EXIT.

      ******************************************************************
      * ISO-TO-MDY: YYYY-MM-DD to the Metro 2 MMDDYYYY form; a blank
      * or malformed date is zero-filled
      ******************************************************************
       ISO-TO-MDY SECTION.
           MOVE ZEROS TO WS-DATE-MDY.
           IF WS-DATE-ISO (1:4) IS NUMERIC
               AND WS-DATE-ISO (6:2) IS NUMERIC
               AND WS-DATE-ISO (9:2) IS NUMERIC
               STRING WS-DATE-ISO (6:2) WS-DATE-ISO (9:2)
                      WS-DATE-ISO (1:4)
                   DELIMITED BY SIZE INTO WS-DATE-MDY
               END-STRING
           END-IF.
       ISO-TO-MDY-EXIT.
           EXIT.

      ******************************************************************
      * FIGURE-LOAN-BALANCES: Current balance and amount past due.
      * An open loan owes its unpaid principal (installments still
      * scheduled, or raised but not posted), the raised-but-unpaid
      * installment interest and its fees due; past due is the
      * unpaid installments due before the as-of date. A charged-off
      * loan owes the amount charged off less recoveries posted
      * since, all of it past due; a paid loan owes nothing
      ******************************************************************
       FIGURE-LOAN-BALANCES SECTION.
           MOVE ZERO TO WS-CURRENT-BALANCE.
           MOVE ZERO TO WS-AMOUNT-PAST-DUE.
           MOVE SPACES TO SQL-FIRST-DELQ-DATE.

           EVALUATE TRUE
               WHEN SQL-LOAN-CLOSED
                   GO TO FIGURE-LOAN-BALANCES-EXIT
               WHEN SQL-LOAN-CHARGED-OFF
                   PERFORM FIGURE-CHARGED-OFF-BALANCE
               WHEN OTHER
                   PERFORM FIGURE-OPEN-LOAN-BALANCE
           END-EVALUATE.

      *    The installment whose miss began the delinquency - the
      *    earliest unpaid (or charged-off) one due before as-of
           EXEC SQL
               SELECT COALESCE(CONVERT(CHAR(10), MIN(DUE_DATE), 120),
                          ' ')
               INTO :SQL-FIRST-DELQ-DATE
               FROM dbo.LoanSchedule
               WHERE ACC_ID = :SQL-ACC-ID
                 AND STATUS IN ('S', 'R', 'C')
                 AND DUE_DATE < :SQL-AS-OF-DATE
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE SPACES TO SQL-FIRST-DELQ-DATE
           END-IF.
       FIGURE-LOAN-BALANCES-EXIT.
           EXIT.

      ******************************************************************
      * FIGURE-OPEN-LOAN-BALANCE: Balance and past due of an open or
      * payoff-pending loan from its schedule
      ******************************************************************
       FIGURE-OPEN-LOAN-BALANCE SECTION.
           EXEC SQL
               SELECT COALESCE(SUM(
                          CASE WHEN S.STATUS = 'S'
                                 OR COALESCE(PT.POSTED_FLAG, 'N')
                                    <> 'Y'
                               THEN S.PRINCIPAL_AMT ELSE 0 END), 0),
                      COALESCE(SUM(
                          CASE WHEN S.STATUS = 'R'
                                AND COALESCE(IT.POSTED_FLAG, 'N')
                                    <> 'Y'
                               THEN S.INTEREST_AMT ELSE 0 END), 0),
                      COALESCE(SUM(
                          CASE WHEN S.DUE_DATE < :SQL-AS-OF-DATE
                               THEN S.PAYMENT_AMT ELSE 0 END), 0)
               INTO :SQL-PRIN-OUTSTANDING, :SQL-INT-OUTSTANDING,
                    :SQL-PAST-DUE-AMT
               FROM dbo.LoanSchedule S
               LEFT JOIN dbo.Transactions PT
                 ON PT.TX_ID = S.PRIN_TX_ID
               LEFT JOIN dbo.Transactions IT
                 ON IT.TX_ID = S.INT_TX_ID
               WHERE S.ACC_ID = :SQL-ACC-ID
                 AND S.STATUS IN ('S', 'R')
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'ERROR: Balance query failed for '
                       FUNCTION TRIM(SQL-ACC-ID)
               DISPLAY 'SQLCODE: ' SQLCODE
               ADD 1 TO WS-ERRORS
               GO TO FIGURE-OPEN-LOAN-BALANCE-EXIT
           END-IF.

           COMPUTE WS-CURRENT-BALANCE = SQL-PRIN-OUTSTANDING
               + SQL-INT-OUTSTANDING + SQL-FEES-DUE.
           MOVE SQL-PAST-DUE-AMT TO WS-AMOUNT-PAST-DUE.
       FIGURE-OPEN-LOAN-BALANCE-EXIT.
           EXIT.

      ******************************************************************
      * FIGURE-CHARGED-OFF-BALANCE: Amount charged off less the
      * recoveries LOAN_CHARGEOFF converted that have since posted
      ******************************************************************
       FIGURE-CHARGED-OFF-BALANCE SECTION.
           EXEC SQL
               SELECT COALESCE(SUM(E.RECOVERY_AMT), 0)
               INTO :SQL-RECOVERED-AMT
               FROM dbo.LoanCreditEvents E
               JOIN dbo.Transactions T ON T.TX_ID = E.TX_ID
               WHERE E.ACC_ID = :SQL-ACC-ID
                 AND E.EVENT_TYPE = 'RECOVERY'
                 AND T.POSTED_FLAG = 'Y'
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE ZERO TO SQL-RECOVERED-AMT
           END-IF.

           COMPUTE WS-CURRENT-BALANCE =
               SQL-CHARGE-OFF-AMT - SQL-RECOVERED-AMT.
           IF WS-CURRENT-BALANCE < ZERO
               MOVE ZERO TO WS-CURRENT-BALANCE
           END-IF.
           MOVE WS-CURRENT-BALANCE TO WS-AMOUNT-PAST-DUE.
       FIGURE-CHARGED-OFF-BALANCE-EXIT.
           EXIT.

      ******************************************************************
      * FIGURE-PAYMENT-ACTIVITY: What the borrower paid in the month
      * and when they last paid - every posted loan transaction:
      * installment legs, early payment and payoff legs, late
      * charges and recoveries after charge-off
      ******************************************************************
       FIGURE-PAYMENT-ACTIVITY SECTION.
           EXEC SQL
               SELECT COALESCE(SUM(
                          CASE WHEN CONVERT(CHAR(10), T.VALUE_DATE,
                                            120)
                                    LIKE :SQL-MONTH-PREFIX
                               THEN ABS(T.AMOUNT) ELSE 0 END), 0),
                      COALESCE(CONVERT(CHAR(10), MAX(T.VALUE_DATE),
                          120), ' ')
               INTO :SQL-MONTH-PAID-AMT, :SQL-LAST-PAID-DATE
               FROM dbo.Transactions T
               WHERE T.POSTED_FLAG = 'Y'
                 AND T.VALUE_DATE <= :SQL-AS-OF-DATE
                 AND (T.TX_ID IN (SELECT S.PRIN_TX_ID
                                  FROM dbo.LoanSchedule S
                                  WHERE S.ACC_ID = :SQL-ACC-ID)
                      OR T.TX_ID IN (SELECT S.INT_TX_ID
                                     FROM dbo.LoanSchedule S
                                     WHERE S.ACC_ID = :SQL-ACC-ID)
                      OR T.TX_ID IN (SELECT P.PRIN_TX_ID
                                     FROM dbo.LoanPayments P
                                     WHERE P.ACC_ID = :SQL-ACC-ID)
                      OR T.TX_ID IN (SELECT P.INT_TX_ID
                                     FROM dbo.LoanPayments P
                                     WHERE P.ACC_ID = :SQL-ACC-ID)
                      OR T.TX_ID IN (SELECT P.FEE_TX_ID
                                     FROM dbo.LoanPayments P
                                     WHERE P.ACC_ID = :SQL-ACC-ID)
                      OR T.TX_ID IN (SELECT L.TX_ID
                                     FROM dbo.LoanLateCharges L
                                     WHERE L.ACC_ID = :SQL-ACC-ID)
                      OR T.TX_ID IN (SELECT E.TX_ID
                                     FROM dbo.LoanCreditEvents E
                                     WHERE E.ACC_ID = :SQL-ACC-ID
                                       AND E.EVENT_TYPE = 'RECOVERY'))
           END-EXEC.

           IF SQLCODE NOT = 0
               MOVE ZERO TO SQL-MONTH-PAID-AMT
               MOVE SPACES TO SQL-LAST-PAID-DATE
           END-IF.
       FIGURE-PAYMENT-ACTIVITY-EXIT.
           EXIT.

      ******************************************************************
      * DERIVE-ACCOUNT-STATUS: Metro 2 account status, payment rating
      * and this month's payment history code. Open loans bucket by
      * DELINQ_DAYS in 30-day steps; a charged-off loan is 97 until
      * recoveries clear it (64); a loan paid in full is 13
      ******************************************************************
       DERIVE-ACCOUNT-STATUS SECTION.
           MOVE SPACE TO WS-PAYMENT-RATING.

           EVALUATE TRUE
               WHEN SQL-LOAN-CLOSED
                   MOVE '13' TO WS-ACCOUNT-STATUS
                   MOVE '0' TO WS-PAYMENT-RATING
                   MOVE 'E' TO WS-HISTORY-CODE
               WHEN SQL-LOAN-CHARGED-OFF
                   AND WS-CURRENT-BALANCE = ZERO
                   MOVE '64' TO WS-ACCOUNT-STATUS
                   MOVE 'L' TO WS-PAYMENT-RATING
                   MOVE 'L' TO WS-HISTORY-CODE
               WHEN SQL-LOAN-CHARGED-OFF
                   MOVE '97' TO WS-ACCOUNT-STATUS
                   MOVE 'L' TO WS-HISTORY-CODE
               WHEN SQL-DELINQ-DAYS >= 180
                   MOVE '84' TO WS-ACCOUNT-STATUS
                   MOVE '6' TO WS-HISTORY-CODE
               WHEN SQL-DELINQ-DAYS >= 150
                   MOVE '83' TO WS-ACCOUNT-STATUS
                   MOVE '5' TO WS-HISTORY-CODE
               WHEN SQL-DELINQ-DAYS >= 120
                   MOVE '82' TO WS-ACCOUNT-STATUS
                   MOVE '4' TO WS-HISTORY-CODE
               WHEN SQL-DELINQ-DAYS >= 90
                   MOVE '80' TO WS-ACCOUNT-STATUS
                   MOVE '3' TO WS-HISTORY-CODE
               WHEN SQL-DELINQ-DAYS >= 60
                   MOVE '78' TO WS-ACCOUNT-STATUS
                   MOVE '2' TO WS-HISTORY-CODE
               WHEN SQL-DELINQ-DAYS >= 30
                   MOVE '71' TO WS-ACCOUNT-STATUS
                   MOVE '1' TO WS-HISTORY-CODE
               WHEN OTHER
                   MOVE '11' TO WS-ACCOUNT-STATUS
                   MOVE '0' TO WS-HISTORY-CODE
           END-EVALUATE.
       DERIVE-ACCOUNT-STATUS-EXIT.
           EXIT.

      ******************************************************************
      * BUILD-HISTORY-PROFILE: The 24-month payment history profile.
      * Months before the loan was opened are 'B', months no cycle
      * recorded are 'D', the rest carry the history code recorded
      * (or since corrected) for that month
      ******************************************************************
       BUILD-HISTORY-PROFILE SECTION.
           COMPUTE WS-OPENED-INDEX =
               FUNCTION NUMVAL(SQL-OPENED-DATE (1:4)) * 12
               + FUNCTION NUMVAL(SQL-OPENED-DATE (6:2)) - 1.
           PERFORM SET-PROFILE-DEFAULT
               VARYING WS-PROFILE-IDX FROM 1 BY 1
               UNTIL WS-PROFILE-IDX > 24.

           EXEC SQL
               OPEN HISTORY_CURSOR
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY 'WARNING: History cursor failed for '
                       FUNCTION TRIM(SQL-ACC-ID)
               DISPLAY 'SQLCODE: ' SQLCODE
               GO TO BUILD-HISTORY-PROFILE-EXIT
           END-IF.

           PERFORM APPLY-ONE-HISTORY-ROW
               UNTIL SQLCODE = 100 OR SQLCODE < 0.

           EXEC SQL
               CLOSE HISTORY_CURSOR
           END-EXEC.
       BUILD-HISTORY-PROFILE-EXIT.
           EXIT.

      ******************************************************************
      * SET-PROFILE-DEFAULT: One profile position before any history
      ******************************************************************
       SET-PROFILE-DEFAULT SECTION.
           IF WS-CYCLE-INDEX - WS-PROFILE-IDX < WS-OPENED-INDEX
               MOVE 'B' TO WS-PROFILE (WS-PROFILE-IDX:1)
           ELSE
               MOVE 'D' TO WS-PROFILE (WS-PROFILE-IDX:1)
           END-IF.
       SET-PROFILE-DEFAULT-EXIT.
           EXIT.

      ******************************************************************
      * APPLY-ONE-HISTORY-ROW: Place one recorded month's code at its
      * profile position (months back from the reporting month)
      ******************************************************************
       APPLY-ONE-HISTORY-ROW SECTION.
           EXEC SQL
               FETCH HISTORY_CURSOR INTO
                   :SQL-HIST-MONTH,
                   :SQL-HIST-CODE
           END-EXEC.

           IF SQLCODE NOT = 0
               GO TO APPLY-ONE-HISTORY-ROW-EXIT
           END-IF.

           IF SQL-HIST-MONTH (1:4) IS NOT NUMERIC
               OR SQL-HIST-MONTH (6:2) IS NOT NUMERIC
               GO TO APPLY-ONE-HISTORY-ROW-EXIT
           END-IF.

           COMPUTE WS-ROW-INDEX =
               FUNCTION NUMVAL(SQL-HIST-MONTH (1:4)) * 12
               + FUNCTION NUMVAL(SQL-HIST-MONTH (6:2)) - 1.
           COMPUTE WS-PROFILE-POSITION = WS-CYCLE-INDEX - WS-ROW-INDEX.
           IF WS-PROFILE-POSITION >= 1 AND WS-PROFILE-POSITION <= 24
               MOVE SQL-HIST-CODE
                   TO WS-PROFILE (WS-PROFILE-POSITION:1)
           END-IF.
       APPLY-ONE-HISTORY-ROW-EXIT.
           EXIT.

      ******************************************************************
      * FILL-BASE-SEGMENT: The loan's base segment, with the primary
      * borrower's edited consumer fields
      ******************************************************************
       FILL-BASE-SEGMENT SECTION.
           MOVE SPACES TO WS-M2-BASE-REC.
           MOVE 426 TO WS-M2B-RDW.
           MOVE '1' TO WS-M2B-PROC-IND.
           MOVE WS-TIME-STAMP TO WS-M2B-TIME-STAMP.
           MOVE '0' TO WS-M2B-CORRECTION-IND.
           MOVE WS-BUREAU-IDENT-NO TO WS-M2B-IDENT-NO.
           MOVE SQL-ACC-ID TO WS-M2B-ACCOUNT-NO.
           MOVE 'I' TO WS-M2B-PORTFOLIO-TYPE.
           MOVE WS-BUREAU-ACCOUNT-TYPE TO WS-M2B-ACCOUNT-TYPE.
           MOVE SQL-OPENED-DATE TO WS-DATE-ISO.
           PERFORM ISO-TO-MDY.
           MOVE WS-DATE-MDY TO WS-M2B-DATE-OPENED.
           MOVE ZERO TO WS-M2B-CREDIT-LIMIT.
           MOVE SQL-PRINCIPAL TO WS-M2B-HIGHEST-CREDIT.
           MOVE SQL-TERM-MONTHS TO WS-M2B-TERMS-DURATION.
           MOVE 'M' TO WS-M2B-TERMS-FREQUENCY.
           IF SQL-LOAN-CLOSED OR SQL-LOAN-CHARGED-OFF
               MOVE ZERO TO WS-M2B-SCHED-PAYMENT
           ELSE
               MOVE SQL-PAYMENT-AMT TO WS-M2B-SCHED-PAYMENT
           END-IF.
           MOVE SQL-MONTH-PAID-AMT TO WS-M2B-ACTUAL-PAYMENT.
           MOVE WS-ACCOUNT-STATUS TO WS-M2B-ACCOUNT-STATUS.
           MOVE WS-PAYMENT-RATING TO WS-M2B-PAYMENT-RATING.
           MOVE WS-PROFILE TO WS-M2B-PAYMENT-HISTORY.
           MOVE SQL-COMPLIANCE-CODE TO WS-M2B-COMPLIANCE-CODE.
           MOVE WS-CURRENT-BALANCE TO WS-M2B-CURRENT-BALANCE.
           MOVE WS-AMOUNT-PAST-DUE TO WS-M2B-AMOUNT-PAST-DUE.
           IF SQL-LOAN-CHARGED-OFF
               MOVE SQL-CHARGE-OFF-AMT TO WS-M2B-ORIG-CHARGE-OFF
           ELSE
               MOVE ZERO TO WS-M2B-ORIG-CHARGE-OFF
           END-IF.
           MOVE WS-AS-OF-MDY TO WS-M2B-DATE-ACCT-INFO.

      *    Date of first delinquency for a delinquent or charged-off
      *    status only
           EVALUATE WS-ACCOUNT-STATUS
               WHEN '11'
               WHEN '13'
                   MOVE ZEROS TO WS-M2B-DATE-FIRST-DELQ
               WHEN OTHER
                   MOVE SQL-FIRST-DELQ-DATE TO WS-DATE-ISO
                   PERFORM ISO-TO-MDY
                   MOVE WS-DATE-MDY TO WS-M2B-DATE-FIRST-DELQ
           END-EVALUATE.

           EVALUATE TRUE
               WHEN SQL-LOAN-CLOSED
                   MOVE SQL-PAID-OFF-DATE TO WS-DATE-ISO
               WHEN SQL-LOAN-CHARGED-OFF
                   MOVE SQL-CHARGED-OFF-DATE TO WS-DATE-ISO
               WHEN OTHER
                   MOVE SPACES TO WS-DATE-ISO
           END-EVALUATE.
           PERFORM ISO-TO-MDY.
           MOVE WS-DATE-MDY TO WS-M2B-DATE-CLOSED.

           MOVE SQL-LAST-PAID-DATE TO WS-DATE-ISO.
           PERFORM ISO-TO-MDY.
           MOVE WS-DATE-MDY TO WS-M2B-DATE-LAST-PAYMENT.
           MOVE 'F' TO WS-M2B-INTEREST-TYPE.

           MOVE WS-CONS-SURNAME TO WS-M2B-SURNAME.
           MOVE WS-CONS-FIRST-NAME TO WS-M2B-FIRST-NAME.
           MOVE WS-CONS-MIDDLE-NAME TO WS-M2B-MIDDLE-NAME.
           MOVE WS-CONS-GENERATION TO WS-M2B-GENERATION.
           MOVE WS-CONS-SSN TO WS-M2B-SSN.
           MOVE WS-CONS-DOB-MDY TO WS-M2B-DATE-OF-BIRTH.
           MOVE WS-CONS-TELEPHONE TO WS-M2B-TELEPHONE.
           IF WS-CONS-DECEASED
               MOVE 'X' TO WS-M2B-ECOA-CODE
           ELSE
               MOVE '1' TO WS-M2B-ECOA-CODE
           END-IF.
           MOVE WS-CONS-ADDRESS-1 TO WS-M2B-ADDRESS-1.
           MOVE WS-CONS-CITY TO WS-M2B-CITY.
           MOVE WS-CONS-STATE TO WS-M2B-STATE.
           MOVE WS-CONS-POSTAL-CODE TO WS-M2B-POSTAL-CODE.
       FILL-BASE-SEGMENT-EXIT.
           EXIT.

      ******************************************************************
      * BUILD-JOINT-SEGMENTS: One associated segment per active joint
      * borrower - J1 when they share the primary borrower's address,
      * J2 carrying their own address when they do not
      ******************************************************************
       BUILD-JOINT-SEGMENTS SECTION.
           MOVE SPACES TO WS-ASSOC-AREA.
           MOVE 1 TO WS-ASSOC-PTR.
           MOVE ZERO TO WS-JOINT-SEGMENTS.
           MOVE ZERO TO WS-LINE-J1-COUNT.
           MOVE ZERO TO WS-LINE-J2-COUNT.
           MOVE ZERO TO WS-LINE-PHONE-COUNT.

           EXEC SQL
               OPEN JOINT_CURSOR
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY 'WARNING: Joint borrower cursor failed for '
                       FUNCTION TRIM(SQL-ACC-ID)
               DISPLAY 'SQLCODE: ' SQLCODE
               GO TO BUILD-JOINT-SEGMENTS-EXIT
           END-IF.

           PERFORM ADD-ONE-JOINT-SEGMENT
               UNTIL SQLCODE = 100 OR SQLCODE < 0.

           EXEC SQL
               CLOSE JOINT_CURSOR
           END-EXEC.
       BUILD-JOINT-SEGMENTS-EXIT.
           EXIT.

      ******************************************************************
      * ADD-ONE-JOINT-SEGMENT: Edit one joint borrower; a borrower
      * missing a mandatory field loses only their own segment
      ******************************************************************
       ADD-ONE-JOINT-SEGMENT SECTION.
           EXEC SQL
               FETCH JOINT_CURSOR INTO
                   :SQL-JOINT-CUSTOMER-ID,
                   :SQL-CU-NAME,
                   :SQL-CU-ADDR1,
                   :SQL-CU-ADDR2,
                   :SQL-CU-TAX-ID,
                   :SQL-CU-DOB,
                   :SQL-CU-PHONE,
                   :SQL-CU-STATUS
           END-EXEC.

           IF SQLCODE NOT = 0
               GO TO ADD-ONE-JOINT-SEGMENT-EXIT
           END-IF.

           IF WS-JOINT-SEGMENTS >= WS-MAX-JOINT-SEGMENTS
               DISPLAY 'WARNING: Joint borrower limit reached for '
                       FUNCTION TRIM(SQL-ACC-ID)
               GO TO ADD-ONE-JOINT-SEGMENT-EXIT
           END-IF.

           MOVE SQL-JOINT-CUSTOMER-ID TO WS-CONS-CUSTOMER-ID.
           PERFORM LOAD-FETCHED-CONSUMER.
           IF SQL-CU-ADDR1 = WS-PRIMARY-ADDR1
               AND SQL-CU-ADDR2 = WS-PRIMARY-ADDR2
               MOVE 'N' TO WS-CONS-NEED-ADDRESS
               MOVE 'J1' TO WS-REJECT-SEGMENT
           ELSE
               MOVE 'Y' TO WS-CONS-NEED-ADDRESS
               MOVE 'J2' TO WS-REJECT-SEGMENT
           END-IF.

           PERFORM EDIT-CONSUMER.
           IF NOT CONSUMER-IS-VALID
               PERFORM WRITE-REJECT-ROW
               ADD 1 TO WS-SEGMENTS-REJECTED
               GO TO ADD-ONE-JOINT-SEGMENT-EXIT
           END-IF.

           IF CONSUMER-NEEDS-ADDRESS
               PERFORM FILL-J2-SEGMENT
           ELSE
               PERFORM FILL-J1-SEGMENT
           END-IF.
           ADD 1 TO WS-JOINT-SEGMENTS.
       ADD-ONE-JOINT-SEGMENT-EXIT.
           EXIT.

      ******************************************************************
      * FILL-J1-SEGMENT: Append a J1 segment for the edited borrower
      ******************************************************************
       FILL-J1-SEGMENT SECTION.
           MOVE SPACES TO WS-M2-J1-SEG.
           MOVE 'J1' TO WS-M2J1-SEGMENT-ID.
           MOVE WS-CONS-SURNAME TO WS-M2J1-SURNAME.
           MOVE WS-CONS-FIRST-NAME TO WS-M2J1-FIRST-NAME.
           MOVE WS-CONS-MIDDLE-NAME TO WS-M2J1-MIDDLE-NAME.
           MOVE WS-CONS-GENERATION TO WS-M2J1-GENERATION.
           MOVE WS-CONS-SSN TO WS-M2J1-SSN.
           MOVE WS-CONS-DOB-MDY TO WS-M2J1-DATE-OF-BIRTH.
           MOVE WS-CONS-TELEPHONE TO WS-M2J1-TELEPHONE.
           IF WS-CONS-DECEASED
               MOVE 'X' TO WS-M2J1-ECOA-CODE
           ELSE
               MOVE '2' TO WS-M2J1-ECOA-CODE
           END-IF.

           STRING WS-M2-J1-SEG DELIMITED BY SIZE
               INTO WS-ASSOC-AREA WITH POINTER WS-ASSOC-PTR
           END-STRING.
           ADD 1 TO WS-LINE-J1-COUNT.
           IF WS-CONS-TELEPHONE NOT = ZEROS
               ADD 1 TO WS-LINE-PHONE-COUNT
           END-IF.
       FILL-J1-SEGMENT-EXIT.
           EXIT.

      ******************************************************************
      * FILL-J2-SEGMENT: Append a J2 segment for the edited borrower
      ******************************************************************
       FILL-J2-SEGMENT SECTION.
           MOVE SPACES TO WS-M2-J2-SEG.
           MOVE 'J2' TO WS-M2J2-SEGMENT-ID.
           MOVE WS-CONS-SURNAME TO WS-M2J2-SURNAME.
           MOVE WS-CONS-FIRST-NAME TO WS-M2J2-FIRST-NAME.
           MOVE WS-CONS-MIDDLE-NAME TO WS-M2J2-MIDDLE-NAME.
           MOVE WS-CONS-GENERATION TO WS-M2J2-GENERATION.
           MOVE WS-CONS-SSN TO WS-M2J2-SSN.
           MOVE WS-CONS-DOB-MDY TO WS-M2J2-DATE-OF-BIRTH.
           MOVE WS-CONS-TELEPHONE TO WS-M2J2-TELEPHONE.
           IF WS-CONS-DECEASED
               MOVE 'X' TO WS-M2J2-ECOA-CODE
           ELSE
               MOVE '2' TO WS-M2J2-ECOA-CODE
           END-IF.
           MOVE WS-CONS-ADDRESS-1 TO WS-M2J2-ADDRESS-1.
           MOVE WS-CONS-CITY TO WS-M2J2-CITY.
           MOVE WS-CONS-STATE TO WS-M2J2-STATE.
           MOVE WS-CONS-POSTAL-CODE TO WS-M2J2-POSTAL-CODE.

           STRING WS-M2-J2-SEG DELIMITED BY SIZE
               INTO WS-ASSOC-AREA WITH POINTER WS-ASSOC-PTR
           END-STRING.
           ADD 1 TO WS-LINE-J2-COUNT.
           IF WS-CONS-TELEPHONE NOT = ZEROS
               ADD 1 TO WS-LINE-PHONE-COUNT
           END-IF.
       FILL-J2-SEGMENT-EXIT.
           EXIT.

      ******************************************************************
      * WRITE-LOAN-LINE: Base segment plus its associated segments as
      * one record (the RDW its total length), and the trailer counts
      ******************************************************************
       WRITE-LOAN-LINE SECTION.
      *    A joint borrower makes the primary jointly liable too
           IF WS-JOINT-SEGMENTS > ZERO
               AND WS-M2B-ECOA-CODE NOT = 'X'
               MOVE '2' TO WS-M2B-ECOA-CODE
           END-IF.

           COMPUTE WS-M2B-RDW = 426 + WS-ASSOC-PTR - 1.
           MOVE SPACES TO WS-M2-LINE.
           MOVE WS-M2-BASE-REC TO WS-M2-LINE (1:426).
           IF WS-ASSOC-PTR > 1
               MOVE WS-ASSOC-AREA (1:WS-ASSOC-PTR - 1)
                   TO WS-M2-LINE (427:WS-ASSOC-PTR - 1)
           END-IF.
           WRITE METRO2-FILE-RECORD FROM WS-M2-LINE.
           IF NOT METRO2-FILE-OK
               DISPLAY 'ERROR: Metro 2 write failed for '
                       FUNCTION TRIM(SQL-ACC-ID)
               DISPLAY 'File status: ' WS-METRO2-FILE-STATUS
               ADD 1 TO WS-ERRORS
               GO TO WRITE-LOAN-LINE-EXIT
           END-IF.

           ADD 1 TO WS-LOANS-REPORTED.
           ADD 1 TO WS-M2T-TOTAL-BASE.
           ADD 1 TO WS-M2T-SSN-BASE.
           ADD 1 TO WS-M2T-DOB-BASE.
           ADD WS-LINE-J1-COUNT TO WS-M2T-TOTAL-J1 WS-M2T-SSN-J1
                                   WS-M2T-DOB-J1.
           ADD WS-LINE-J2-COUNT TO WS-M2T-TOTAL-J2 WS-M2T-SSN-J2
                                   WS-M2T-DOB-J2.
           ADD WS-LINE-PHONE-COUNT TO WS-M2T-TELEPHONE-ALL.
           IF WS-M2B-TELEPHONE NOT = ZEROS
               ADD 1 TO WS-M2T-TELEPHONE-ALL
           END-IF.

           EVALUATE WS-ACCOUNT-STATUS
               WHEN '11'
                   ADD 1 TO WS-M2T-STATUS-11
               WHEN '13'
                   ADD 1 TO WS-M2T-STATUS-13
               WHEN '64'
                   ADD 1 TO WS-M2T-STATUS-64
               WHEN '71'
                   ADD 1 TO WS-M2T-STATUS-71
               WHEN '78'
                   ADD 1 TO WS-M2T-STATUS-78
               WHEN '80'
                   ADD 1 TO WS-M2T-STATUS-80
               WHEN '82'
                   ADD 1 TO WS-M2T-STATUS-82
               WHEN '83'
                   ADD 1 TO WS-M2T-STATUS-83
               WHEN '84'
                   ADD 1 TO WS-M2T-STATUS-84
               WHEN '97'
                   ADD 1 TO WS-M2T-STATUS-97
           END-EVALUATE.
       WRITE-LOAN-LINE-EXIT.
           EXIT.

      ******************************************************************
      * RECORD-CYCLE-HISTORY: Keep the month's status and history code
      * for the later cycles' profiles, and mark the resolved
      * disputes this cycle reported
      ******************************************************************
       RECORD-CYCLE-HISTORY SECTION.
           MOVE WS-ACCOUNT-STATUS TO SQL-ACCOUNT-STATUS.
           MOVE WS-HISTORY-CODE TO SQL-HISTORY-CODE.
           MOVE WS-CURRENT-BALANCE TO SQL-CURRENT-BALANCE.
           MOVE WS-AMOUNT-PAST-DUE TO SQL-AMOUNT-PAST-DUE.

           EXEC SQL
               INSERT INTO dbo.BureauReportHistory (
                   ACC_ID,
                   CYCLE_MONTH,
                   ACCOUNT_STATUS,
                   HISTORY_CODE,
                   CURRENT_BALANCE,
                   AMOUNT_PAST_DUE,
                   COMPLIANCE_CODE,
                   CORRECTED_FLAG,
                   RUN_ID,
                   TS_UTC
               ) VALUES (
                   :SQL-ACC-ID,
                   :SQL-CYCLE-MONTH,
                   :SQL-ACCOUNT-STATUS,
                   :SQL-HISTORY-CODE,
                   :SQL-CURRENT-BALANCE,
                   :SQL-AMOUNT-PAST-DUE,
                   :SQL-COMPLIANCE-CODE,
                   'N',
                   :SQL-RUN-ID,
                   SYSUTCDATETIME()
               )
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'ERROR: History insert failed for '
                       FUNCTION TRIM(SQL-ACC-ID)
               DISPLAY 'SQLCODE: ' SQLCODE
               ADD 1 TO WS-ERRORS
               GO TO RECORD-CYCLE-HISTORY-EXIT
           END-IF.

           IF SQL-COMPLIANCE-CODE NOT = 'XH'
               AND SQL-COMPLIANCE-CODE NOT = 'XC'
               GO TO RECORD-CYCLE-HISTORY-EXIT
           END-IF.

           EXEC SQL
               UPDATE dbo.BureauDisputes
               SET STATUS = 'S',
                   REPORTED_CYCLE = :SQL-CYCLE-MONTH
               WHERE ACC_ID = :SQL-ACC-ID
                 AND STATUS = 'R'
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               DISPLAY 'ERROR: Dispute update failed for '
                       FUNCTION TRIM(SQL-ACC-ID)
               DISPLAY 'SQLCODE: ' SQLCODE
               ADD 1 TO WS-ERRORS
               GO TO RECORD-CYCLE-HISTORY-EXIT
           END-IF.

           IF SQLCODE = 0
               ADD SQLERRD (3) TO WS-DISPUTES-REPORTED
           END-IF.
       RECORD-CYCLE-HISTORY-EXIT.
           EXIT.

      ******************************************************************
      * WRITE-REJECT-ROW: One loan or joint segment left out for a
      * missing mandatory field
      ******************************************************************
       WRITE-REJECT-ROW SECTION.
           DISPLAY 'REJECT: ' FUNCTION TRIM(SQL-ACC-ID) ' '
                   WS-REJECT-SEGMENT ' - '
                   FUNCTION TRIM(WS-CONS-REASON).

           MOVE 'BUREAU_EXTRACT' TO WS-ERR-PROGRAM.
           MOVE WS-CURRENT-RUN-ID TO WS-ERR-RUN-ID.
           MOVE SPACES TO WS-ERR-CONTEXT.
           STRING FUNCTION TRIM(SQL-ACC-ID) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-REJECT-SEGMENT DELIMITED BY SPACE
               INTO WS-ERR-CONTEXT
           END-STRING.
           MOVE WS-CONS-REASON TO WS-ERR-MESSAGE.
           PERFORM LOG-PROCESSING-ERROR.

           IF NOT REJECTS-FILE-IS-OPEN
               GO TO WRITE-REJECT-ROW-EXIT
           END-IF.

           MOVE SPACES TO WS-REJECT-LINE.
           STRING FUNCTION TRIM(SQL-ACC-ID) DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CONS-CUSTOMER-ID) DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  WS-REJECT-SEGMENT DELIMITED BY SPACE
                  ',' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CONS-REASON) DELIMITED BY SIZE
               INTO WS-REJECT-LINE
           END-STRING.
           WRITE REJECT-CSV-RECORD FROM WS-REJECT-LINE.
       WRITE-REJECT-ROW-EXIT.
           EXIT.

      ******************************************************************
      * LOG-LINEAGE-EVENT: Record transformation metadata
      ******************************************************************
       LOG-LINEAGE-EVENT SECTION.
           MOVE 'BUREAU_EXTRACT' TO WS-LIN-PROGRAM.
           MOVE 'sqlserver' TO WS-LIN-SRC-ENGINE.
           MOVE 'dbo' TO WS-LIN-SRC-SCHEMA.
           MOVE 'LoanMaster,LoanSchedule,Customers,AccountHolders'
               TO WS-LIN-SRC-TABLE.
           MOVE 'DELINQ_DAYS,STATUS,PAYMENT_AMT,TAX_ID,DATE_OF_BIRTH'
               TO WS-LIN-SRC-COLS.
           MOVE 'file' TO WS-LIN-TGT-ENGINE.
           MOVE 'filesystem' TO WS-LIN-TGT-SCHEMA.
           MOVE 'metro2_bureau.dat' TO WS-LIN-TGT-TABLE.
           MOVE 'ACCOUNT_STATUS,CURRENT_BALANCE,PAYMENT_HISTORY'
               TO WS-LIN-TGT-COLS.
           MOVE 'derive' TO WS-LIN-TRANSFORM-KIND.
           MOVE 'Metro 2 base/J1/J2; status by DELINQ_DAYS bucket'
               TO WS-LIN-TRANSFORM-EXPR.
           MOVE WS-CURRENT-RUN-ID TO WS-LIN-RUN-ID.

           PERFORM ADD-LINEAGE-EVENT.

           DISPLAY 'Lineage event logged successfully'.
       LOG-LINEAGE-EVENT-EXIT.
           EXIT.

      ******************************************************************
      * DISCONNECT-DATABASE: Commit transaction and disconnect
      ******************************************************************
       DISCONNECT-DATABASE SECTION.
           IF NOT SQLSERVER-IS-CONNECTED
               GO TO DISCONNECT-DATABASE-EXIT
           END-IF.

           EXEC SQL
               COMMIT WORK
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'WARNING: Commit failed'
               DISPLAY 'SQLCODE: ' SQLCODE
               EXEC SQL
                   ROLLBACK WORK
               END-EXEC
           ELSE
               DISPLAY 'Transaction committed successfully'
           END-IF.

           EXEC SQL
               DISCONNECT CURRENT
           END-EXEC.

           MOVE 'N' TO WS-SQLSERVER-CONNECTED.
           DISPLAY 'Database connection closed'.
       DISCONNECT-DATABASE-EXIT.
           EXIT.

      ******************************************************************
      * DISPLAY-SUMMARY: Show processing statistics
      ******************************************************************
       DISPLAY-SUMMARY SECTION.
           DISPLAY ' '.
           DISPLAY 'Processing Summary:'.
           DISPLAY '  Reporting month:         ' SQL-CYCLE-MONTH.
           DISPLAY '  Loans selected:          ' WS-LOANS-READ.
           DISPLAY '  Loans reported:          ' WS-LOANS-REPORTED.
           DISPLAY '  Loans rejected:          ' WS-LOANS-REJECTED.
           DISPLAY '  J1 segments:             ' WS-M2T-TOTAL-J1.
           DISPLAY '  J2 segments:             ' WS-M2T-TOTAL-J2.
           DISPLAY '  Joint segments rejected: '
                   WS-SEGMENTS-REJECTED.
           DISPLAY '  Disputes reported:       '
                   WS-DISPUTES-REPORTED.
           DISPLAY '  Errors encountered:      ' WS-ERRORS.
       DISPLAY-SUMMARY-EXIT.
           EXIT.

       END PROGRAM BUREAU-EXTRACT.
