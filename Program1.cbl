               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT KNOX-REPORT-FILE
               ASSIGN TO PRINTER USING PRINT-FILE-NAME.

           SELECT EXTRACT-FILE
               ASSIGN TO 'PR1FA21-Extract.txt'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT GL-POST-FILE
               ASSIGN USING GL-POST-NAME
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT GL-WORK-FILE

           SELECT TAX-ELECT-FILE
               ASSIGN TO 'PR1FA21-TaxElect.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TE-EMPLOYEE-ID
               FILE STATUS IS TE-FILE-STATUS.

           SELECT BANK-FILE
               ASSIGN TO 'PR1FA21-Bank.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BK-EMPLOYEE-ID
               FILE STATUS IS BK-FILE-STATUS.

           SELECT DEPOSIT-FILE

           SELECT VACATION-FILE
               ASSIGN TO 'PR1FA21-Vacation.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS VC-EMPLOYEE-ID
               FILE STATUS IS VC-FILE-STATUS.

           SELECT VAC-TRANS-FILE

           SELECT YTD-FILE
               ASSIGN TO 'PR1FA21-YTD.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS YT-EMPLOYEE-ID
               FILE STATUS IS YT-FILE-STATUS.

           SELECT YTD-PRIOR-FILE
               ASSIGN TO 'PR1FA21-YTDPrior.txt'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT REG-HIST-FILE
               ASSIGN TO 'PR1FA21-RegHist.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RH-FILE-STATUS.

           SELECT CHECK-WORK-FILE
               ASSIGN TO 'PR1FA21-ChkWork.tmp'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CHECK-CTL-FILE
               ASSIGN TO 'PR1FA21-CheckCtl.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CC-FILE-STATUS.

           SELECT CHECK-HIST-FILE
               ASSIGN TO 'PR1FA21-CheckHist.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CH-FILE-STATUS.

           SELECT CHECK-VOID-FILE
               ASSIGN TO 'PR1FA21-CheckVoid.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CV-FILE-STATUS.

           SELECT POS-PAY-FILE
               ASSIGN USING POS-PAY-NAME
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CHECK-PRINT-FILE
               ASSIGN TO PRINTER USING CHECK-PRINT-NAME.

           SELECT RETRO-FILE
               ASSIGN TO 'PR1FA21-Retro.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RQ-FILE-STATUS.

           SELECT STUB-WORK-FILE
               ASSIGN TO 'PR1FA21-StubWork.tmp'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT STUB-PRINT-FILE
               ASSIGN TO PRINTER USING STUB-PRINT-NAME.

           SELECT STUB-CHECK-FILE
               ASSIGN TO 'PR1FA21-StubChk.tmp'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT GARNISH-FILE
               ASSIGN TO 'PR1FA21-Garnish.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GN-FILE-STATUS.

           SELECT REMIT-FILE
               ASSIGN USING REMIT-NAME
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT FINAL-PAY-FILE
               ASSIGN TO 'PR1FA21-FinalPay.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FQ-FILE-STATUS.


       DATA DIVISION.
       FILE SECTION.
       01  EXTRACT-RECORD               PIC X(60).

       FD  RESTART-FILE
           RECORD CONTAINS 103 CHARACTERS.

       01  RESTART-RECORD.
           05  RR-LAST-EMPLOYEE-ID      PIC X(5).
           05  RR-LOC-SALARY-TOTAL      PIC 9(9).
           05  RR-LOC-HEADCOUNT         PIC 9(5).
           05  RR-GL-LINE-COUNT         PIC 9(7).
           05  RR-GL-SALARY-TOTAL       PIC 9(9).
           05  RR-POSITION-GL-TOTAL     PIC 9(9).

       FD  MASTER-FILE.

           05  TX-BASE                PIC 9(5)V99.
           05  TX-RATE                PIC 9(2)V99.

      *    ONE RECORD PER EMPLOYEE, KEYED BY EMPLOYEE ID -- FILING
      *    STATUS AND EXEMPTION COUNT.  AN EMPLOYEE WITH NO RECORD
      *    WITHHOLDS AS SINGLE WITH ZERO EXEMPTIONS.
       FD  TAX-ELECT-FILE
           RECORD CONTAINS 8 CHARACTERS.

           05  TE-FILING-STATUS       PIC A(1).
           05  TE-EXEMPTIONS          PIC 9(2).

      *    ONE RECORD PER EMPLOYEE WITH DIRECT DEPOSIT, KEYED BY
      *    EMPLOYEE ID -- THE BANK ROUTING AND ACCOUNT NUMBERS AND
      *    THE ACCOUNT TYPE (C = CHECKING, S = SAVINGS).
       FD  BANK-FILE
           RECORD CONTAINS 32 CHARACTERS.

      **************   YEAR-TO-DATE EARNINGS FILE   *****************
      *    ONE RECORD PER EMPLOYEE THE REGISTER HAS PRICED THIS
      *    YEAR -- GROSS, A BUCKET PER DEDUCTION CODE (THE TEN FILE
      *    CODES PLUS FWT AND SWT WITHHOLDING, AND GRN FOR ANY
      *    GARNISHMENTS), NET AND PERIODS PAID.  KEYED BY EMPLOYEE
      *    ID -- THE REGISTER READS AND REWRITES ONLY THE RECORDS OF
      *    THE EMPLOYEES IT PRICES.  A RECORD CARRIED IN FROM A
      *    PRIOR YEAR IS ARCHIVED TO YTD-PRIOR-FILE AND RESET
      *    BEFORE THIS YEAR'S FIRST PERIOD POSTS, THE WAY THE
      *    VACATION FILE ROLLS CARRYOVER.  THE POSTED-DATE STAMP
      *    CARRIES THE LAST RUN DATE THAT POSTED INTO THE RECORD SO
      *    AN AS-OF RERUN OR A RESTART CANNOT ADD THE SAME PERIOD
      *    TWICE.  PR1FA21Y PRINTS THE ANNUAL EARNINGS STATEMENTS
      *    FROM THIS FILE.  THE FOUR QUARTER BUCKETS SPLIT GROSS,
      *    TAXABLE WAGES AND FWT/SWT WITHHELD BY CALENDAR QUARTER OF
      *    THE RUN DATE -- THE CURRENT QUARTER'S BUCKET IS THE
      *    QUARTER-TO-DATE PICTURE PR1FA21Q REPORTS FROM.
       FD  YTD-FILE
           RECORD CONTAINS 339 CHARACTERS.

       01  YTD-RECORD.
           05  YT-EMPLOYEE-ID         PIC X(5).
           05  YT-YEAR                PIC 9(4).
           05  YT-GROSS               PIC 9(7)V99.
           05  YT-BUCKET OCCURS 13 TIMES.
               10  YT-DED-CODE        PIC X(3).
               10  YT-DED-AMT         PIC 9(7)V99.
           05  YT-NET                 PIC S9(7)V99
                                      SIGN IS LEADING SEPARATE.
           05  YT-PERIODS             PIC 9(3).
           05  YT-POSTED-DATE         PIC 9(8).
           05  YT-QUARTER OCCURS 4 TIMES.
               10  YT-QTD-GROSS       PIC 9(7)V99.
               10  YT-QTD-TAXABLE     PIC 9(7)V99.
               10  YT-QTD-FWT         PIC 9(7)V99.
               10  YT-QTD-SWT         PIC 9(7)V99.

       FD  YTD-PRIOR-FILE
           RECORD CONTAINS 339 CHARACTERS.

       01  YTD-PRIOR-RECORD             PIC X(339).

      *    ONE LINE APPENDED PER REGISTER RUN WITH THE TOTALS THAT
      *    RUN ACTUALLY POSTED TO THE YTD FILE -- PR1FA21Q ADDS UP A
      *    QUARTER'S LINES AND PROVES THE YTD QUARTER BUCKETS AGAINST
      *    THEM.
       FD  REG-HIST-FILE
           RECORD CONTAINS 57 CHARACTERS.

       01  REG-HIST-RECORD.
           05  RH-RUN-DATE            PIC 9(8).
           05  RH-EMPLOYEES           PIC 9(5).
           05  RH-GROSS               PIC 9(9)V99.
           05  RH-TAXABLE             PIC 9(9)V99.
           05  RH-FWT                 PIC 9(9)V99.
           05  RH-SWT                 PIC 9(9)V99.

      *    ONE LINE PER CHECK-EXCEPTION ENTRY, WRITTEN AS THE
      *    REGISTER PRICES THE EMPLOYEE -- EVERYTHING THE CHECK AND
      *    ITS STUB PRINT, WITH A DEDUCTION AMOUNT PER DEDUCTION
      *    TABLE SLOT AND THE GARNISHMENTS WITHHELD.
       FD  CHECK-WORK-FILE
           RECORD CONTAINS 165 CHARACTERS.

       01  CHECK-WORK-RECORD.
           05  CHW-EMPLOYEE-ID        PIC X(5).
           05  CHW-STORE-ID           PIC A(4).
           05  CHW-EMPLOYEE-L         PIC X(10).
           05  CHW-EMPLOYEE-F         PIC X(10).
           05  CHW-REASON             PIC X(30).
           05  CHW-GROSS              PIC 9(5)V99.
           05  CHW-NET                PIC S9(5)V99
                                      SIGN IS LEADING SEPARATE.
           05  CHW-DED-AMT            PIC 9(5)V99  OCCURS 10 TIMES.
           05  CHW-FED-TAX            PIC 9(5)V99.
           05  CHW-STATE-TAX          PIC 9(5)V99.
           05  CHW-GARN-AMT           PIC 9(5)V99.

      *    THE LAST CHECK NUMBER PRINTED -- READ AT THE START OF THE
      *    CHECK RUN AND REWRITTEN AT THE END SO NUMBERS CARRY FROM
      *    RUN TO RUN.  NO FILE STARTS THE SEQUENCE AT 1.
       FD  CHECK-CTL-FILE
           RECORD CONTAINS 7 CHARACTERS.

       01  CHECK-CTL-RECORD.
           05  CC-LAST-CHECK-NO       PIC 9(7).

      *    EVERY CHECK ISSUED (I) AND EVERY CHECK VOIDED (V), ONE
      *    LINE EACH, NEVER REWRITTEN.  A REISSUE CARRIES THE NUMBER
      *    OF THE CHECK IT REPLACES.  THE POSITIVE-PAY FILE IS CUT
      *    FROM THE LINES DATED THIS RUN, AND VOIDS LOOK UP THE
      *    ORIGINAL ISSUE HERE.
       FD  CHECK-HIST-FILE
           RECORD CONTAINS 56 CHARACTERS.

       01  CHECK-HIST-RECORD.
           05  CH-CHECK-NO            PIC 9(7).
           05  CH-ACTION              PIC X(1).
               88  CH-ISSUE                       VALUE 'I'.
               88  CH-VOID                        VALUE 'V'.
           05  CH-ISSUE-DATE          PIC 9(8).
           05  CH-EMPLOYEE-ID         PIC X(5).
           05  CH-PAYEE               PIC X(21).
           05  CH-AMOUNT              PIC 9(5)V99.
           05  CH-ORIG-CHECK-NO       PIC 9(7).

      *    VOID REQUESTS KEYED BY PAYROLL -- THE CHECK NUMBER AND
      *    V (VOID ONLY) OR R (VOID AND REISSUE TO THE SAME PAYEE
      *    FOR THE SAME AMOUNT).  THE FILE IS EMPTIED ONCE THE CHECK
      *    RUN HAS ACTED ON IT, SO A RERUN CANNOT VOID OR REISSUE
      *    TWICE.
       FD  CHECK-VOID-FILE
           RECORD CONTAINS 8 CHARACTERS.

       01  CHECK-VOID-RECORD.
           05  CV-CHECK-NO            PIC 9(7).
           05  CV-ACTION              PIC X(1).

       FD  POS-PAY-FILE
           RECORD CONTAINS 45 CHARACTERS.

       01  POS-PAY-RECORD               PIC X(45).

       FD  CHECK-PRINT-FILE
           RECORD CONTAINS 75 CHARACTERS.

       01  CHECK-PRINT-RECORD           PIC X(75).

      *    ONE LINE PER ACTIVE EMPLOYEE THE REGISTER PRICES, IN
      *    REGISTER (STORE) ORDER -- THE PERIOD AMOUNTS, THE YTD
      *    FIGURES AFTER THIS PERIOD POSTED, AND WHERE THE NET WENT.
      *    THE PAY STUBS PRINT FROM IT ONCE THE CHECK NUMBERS AND
      *    VACATION BALANCES ARE KNOWN.  DEDUCTION SLOTS FOLLOW THE
      *    DEDUCTION TABLE.  THE ACCRUAL IS THIS YEAR'S SERVICE BAND,
      *    WHICH THE STUB ADDS BACK TO THE CARRYOVER RECORD.
       FD  STUB-WORK-FILE
           RECORD CONTAINS 302 CHARACTERS.

       01  STUB-WORK-RECORD.
           05  SBW-EMPLOYEE-ID        PIC X(5).
           05  SBW-STORE-ID           PIC A(4).
           05  SBW-EMPLOYEE-L         PIC X(10).
           05  SBW-EMPLOYEE-F         PIC X(10).
           05  SBW-GROSS              PIC 9(5)V99.
           05  SBW-YTD-GROSS          PIC 9(7)V99.
           05  SBW-RETRO              PIC S9(5)V99
                                      SIGN IS LEADING SEPARATE.
           05  SBW-DED-SLOT OCCURS 10 TIMES.
               10  SBW-DED-AMT        PIC 9(5)V99.
               10  SBW-DED-YTD        PIC 9(7)V99.
           05  SBW-FED-TAX            PIC 9(5)V99.
           05  SBW-FED-YTD            PIC 9(7)V99.
           05  SBW-STATE-TAX          PIC 9(5)V99.
           05  SBW-STATE-YTD          PIC 9(7)V99.
           05  SBW-GARN-AMT           PIC 9(5)V99.
           05  SBW-GARN-YTD           PIC 9(7)V99.
           05  SBW-NET                PIC S9(5)V99
                                      SIGN IS LEADING SEPARATE.
           05  SBW-YTD-NET            PIC S9(7)V99
                                      SIGN IS LEADING SEPARATE.
           05  SBW-PAY-METHOD         PIC X(1).
               88  SBW-PAID-DEPOSIT               VALUE 'D'.
               88  SBW-PAID-CHECK                 VALUE 'C'.
           05  SBW-ACCOUNT            PIC X(17).
           05  SBW-ACCT-TYPE          PIC A(1).
           05  SBW-VAC-ACCRUAL        PIC 9(4).

       FD  STUB-PRINT-FILE
           RECORD CONTAINS 75 CHARACTERS.

       01  STUB-PRINT-RECORD            PIC X(75).

      *    ONE LINE PER CHECK THE CHECK RUN SETTLES, IN THE ORDER
      *    IT READS CHECK-WORK-FILE -- WHICH IS REGISTER ORDER, THE
      *    SAME ORDER AS STUB-WORK-FILE -- SO THE STUBS PICK UP
      *    THEIR CHECK NUMBERS IN ONE MATCHED PASS.
       FD  STUB-CHECK-FILE
           RECORD CONTAINS 12 CHARACTERS.

       01  STUB-CHECK-RECORD.
           05  SCN-EMPLOYEE-ID        PIC X(5).
           05  SCN-CHECK-NO           PIC 9(7).

      *    RETRO PAY REQUESTS PR1FA21M QUEUES FOR A SALARY CHANGE
      *    KEYED WITH A PAST EFFECTIVE DATE.  THE FIRST REGISTER TO
      *    PRICE THE EMPLOYEE FILLS IN THE PERIOD-END DATE THE
      *    PERIOD WALK STARTS FROM, THE TOTAL OWED (NEGATIVE FOR A
      *    RECOVERY) AND THE OPEN BALANCE.  THE DATE AND AMOUNT PAID
      *    LET A RERUN OF THE SAME DATE PAY THE SAME AMOUNT AGAIN
      *    WITHOUT TAKING IT OFF THE BALANCE A SECOND TIME.
       FD  RETRO-FILE
           RECORD CONTAINS 74 CHARACTERS.

       01  RETRO-RECORD.
           05  RQ-EMPLOYEE-ID         PIC X(5).
           05  RQ-EFF-DATE            PIC 9(8).
           05  RQ-KEYED-DATE          PIC 9(8).
           05  RQ-OLD-SAL             PIC 9(6).
           05  RQ-NEW-SAL             PIC 9(6).
           05  RQ-STATUS              PIC X(1).
           05  RQ-THRU-DATE           PIC 9(8).
           05  RQ-TOTAL-AMT           PIC S9(5)V99
                                      SIGN IS LEADING SEPARATE.
           05  RQ-OPEN-AMT            PIC S9(5)V99
                                      SIGN IS LEADING SEPARATE.
           05  RQ-PAID-DATE           PIC 9(8).
           05  RQ-PAID-AMT            PIC S9(5)V99
                                      SIGN IS LEADING SEPARATE.

      **************   GARNISHMENT ORDER FILE   *********************
      *    ONE LINE PER COURT OR AGENCY ORDER AGAINST AN EMPLOYEE'S
      *    WAGES, KEYED BY PAYROLL AS THE ORDERS ARRIVE.  ORDER TYPE
      *    C = CHILD SUPPORT, L = TAX LEVY, G = CREDITOR GARNISHMENT;
      *    PRIORITY 01 IS WITHHELD FIRST.  THE AMOUNT IS A FLAT
      *    AMOUNT PER PERIOD (METHOD F) OR A PERCENT OF DISPOSABLE
      *    EARNINGS (METHOD P), AND THE LIMIT IS THE PERCENT OF
      *    DISPOSABLE EARNINGS THIS ORDER AND THE ORDERS AHEAD OF IT
      *    MAY TAKE TOGETHER.  BALANCE TYPE B COUNTS THE ARREARS OR
      *    TOTAL OWED DOWN TO ZERO AND SATISFIES THE ORDER; TYPE O IS
      *    AN ONGOING ORDER WITH NO BALANCE.  THE YEAR-TO-DATE AND
      *    PAID FIELDS ARE MAINTAINED BY THE REGISTER -- A NEW ORDER
      *    LEAVES THEM BLANK.  THE DATE AND AMOUNT PAID LET A RERUN
      *    OF THE SAME DATE WITHHOLD THE SAME AMOUNT AGAIN WITHOUT
      *    TAKING IT OFF THE BALANCE A SECOND TIME.
       FD  GARNISH-FILE
           RECORD CONTAINS 101 CHARACTERS.

       01  GARNISH-RECORD.
           05  GN-EMPLOYEE-ID         PIC X(5).
           05  GN-ORDER-TYPE          PIC X(1).
           05  GN-CASE-NO             PIC X(15).
           05  GN-PRIORITY            PIC 9(2).
           05  GN-AGENCY-ID           PIC X(6).
           05  GN-AGENCY-NAME         PIC X(20).
           05  GN-METHOD              PIC A(1).
           05  GN-AMOUNT              PIC 9(5)V99.
           05  GN-LIMIT-PCT           PIC 9(3)V99.
           05  GN-BALANCE-SW          PIC X(1).
           05  GN-BALANCE             PIC 9(7)V99.
           05  GN-STATUS              PIC X(1).
           05  GN-YTD-YEAR            PIC 9(4).
           05  GN-YTD-AMT             PIC 9(7)V99.
           05  GN-PAID-DATE           PIC 9(8).
           05  GN-PAID-AMT            PIC 9(5)V99.

      *    CUT EVERY REGISTER RUN FOR THE AGENCIES AND PAYEES --
      *    A HEADER, ONE DETAIL PER ORDER WITHHELD THIS RUN GROUPED
      *    BY AGENCY, AN AGENCY TOTAL AFTER EACH GROUP, AND A TRAILER
      *    WITH THE ENTRY COUNT AND AMOUNT TOTAL.
       FD  REMIT-FILE
           RECORD CONTAINS 50 CHARACTERS.

       01  REMIT-RECORD                 PIC X(50).

      *    SEPARATIONS WAITING FOR FINAL PAY -- THE FEED IMAGE AS OF
      *    THE RUN THAT SAW THE STATUS FLIP, THAT RUN'S DATE, AND THE
      *    DATE PAY HAD LAST POSTED TO THE EMPLOYEE'S YTD RECORD AT
      *    THAT TIME (ZERO IF NONE).  LINES ARE ADDED AS THE FLIPS
      *    ARE SEEN AND THE FILE IS EMPTIED ONLY ONCE THE FINAL PAY
      *    REGISTER HAS PAID THEM.
       FD  FINAL-PAY-FILE
           RECORD CONTAINS 91 CHARACTERS.

       01  FINAL-PAY-RECORD.
           05  FQ-KNOX-IMAGE.
               10  FQ-STORE-ID        PIC A(4).
               10  FQ-EMPLOYEE-ID     PIC X(5).
               10  FILLER             PIC X(66).
           05  FQ-QUEUED-DATE         PIC 9(8).
           05  FQ-PRIOR-POSTED        PIC 9(8).

       WORKING-STORAGE SECTION.
       01  BLANK-LINES             PIC X(132)      VALUE SPACES.
               88  RF-NO-MORE-DATA                   VALUE 'N'.
           05  RESTART-MODE-SW         PIC X         VALUE 'N'.
               88  RESTART-MODE                      VALUE 'Y'.
           05  OFF-CYCLE-SW            PIC X         VALUE 'N'.
               88  OFF-CYCLE-MODE                    VALUE 'Y'.
           05  CK-SKIP-SWITCH          PIC X         VALUE 'N'.
               88  CK-SKIPPING                       VALUE 'Y'.
           05  LF-EOF-FLAG             PIC X         VALUE ' '.
      *    WRITES THE LAST-PROCESSED EMPLOYEE ID AND RUNNING TOTALS
      *    TO RESTART-FILE.  LAUNCHING THE JOB WITH A COMMAND-LINE
      *    PARAMETER OF 'RESTART' SKIPS BACK UP TO THAT POINT INSTEAD
      *    OF REPROCESSING THE SORTED FILE FROM RECORD ONE.  A
      *    PARAMETER OF 'FINALPAY' IS THE OFF-CYCLE FINAL PAY RUN
      *    (SEE 192-OFF-CYCLE-ROUTINE) -- NO FEED IS READ AT ALL.
       01  RUN-PARM                     PIC X(10).

      *    THE PRINTED REPORT, GL JOURNAL, CHECK AND STUB RUNS,
      *    POSITIVE PAY AND REMITTANCE FILES THE RUN CUTS.  THE
      *    OFF-CYCLE FINAL PAY RUN SWITCHES EVERY ONE OF THEM TO A
      *    PR1FA21-Final NAME SO THE BIWEEKLY RUN'S OUTPUT FOR THE
      *    SAME DAY IS NEVER OVERWRITTEN.
       01  RUN-OUTPUT-NAMES.
           05  PRINT-FILE-NAME          PIC X(30)
                                        VALUE 'PR1FA21-Print'.
           05  GL-POST-NAME             PIC X(30)
                                        VALUE 'PR1FA21-GLPost.txt'.
           05  CHECK-PRINT-NAME         PIC X(30)
                                        VALUE 'PR1FA21-Checks'.
           05  STUB-PRINT-NAME          PIC X(30)
                                        VALUE 'PR1FA21-Stubs'.
           05  POS-PAY-NAME             PIC X(30)
                                        VALUE 'PR1FA21-PosPay.txt'.
           05  REMIT-NAME               PIC X(30)
                                        VALUE 'PR1FA21-Remit.txt'.

       01  RUNCTL-WORK-FIELDS.
           05  RCW-AS-OF-DATE           PIC X(8)  VALUE SPACES.
           05  RCW-AS-OF-DATE-X REDEFINES RCW-AS-OF-DATE.
           05  KR-EMPLOYEE-STATUS     PIC A(1).
               88  KR-STATUS-ACTIVE                   VALUE 'A'.
               88  KR-STATUS-VALID     VALUE 'A', 'T', 'L', 'R'.
               88  KR-STATUS-SEPARATED            VALUE 'T', 'R'.
           05  KR-SEP-DATE            PIC 9(8).
           05  KR-SEP-DATE-X REDEFINES KR-SEP-DATE.
               10  KR-SEP-YEAR        PIC 9(4).
           05  PS-POSITION-HEADCOUNT   PIC 9(5)      VALUE ZERO.
           05  LS-LOC-SALARY-TOTAL     PIC 9(9)      VALUE ZERO.
           05  LS-LOC-HEADCOUNT        PIC 9(5)      VALUE ZERO.
      *    SALARY EXPENSE FOR THE GL -- ACTIVE EMPLOYEES ONLY, AND
      *    ONLY WHEN THE REGISTER PAYS THEM.
           05  TF-GL-SALARY-TOTAL      PIC 9(9)      VALUE ZERO.
           05  PS-POSITION-GL-TOTAL    PIC 9(9)      VALUE ZERO.

       01  BREAK-FIELDS.
           05  BF-PREV-STORE-ID        PIC A(4)      VALUE SPACES.

      **************   GENERAL LEDGER POSTING FILE   *****************
      *    ONE DEBIT LINE PER STORE/POSITION GROUP, CUT WHEN
      *    29-POSITION-TOTAL-ROUTINE CLOSES THE GROUP, FOR THE ANNUAL
      *    SALARIES OF THE ACTIVE EMPLOYEES THE REGISTER PAYS (NONE
      *    WHEN THE REGISTER IS SWITCHED OFF), PLUS ONE OFFSETTING
      *    CREDIT TO THE PAYROLL CLEARING ACCOUNT.  THE
      *    FINAL PAY PASS ADDS ONE FNL-PAY DEBIT PER SEPARATION PAID,
      *    AND RETRO PAY ONE RET-PAY LINE PER EMPLOYEE -- A DEBIT
      *    WHEN PAID, A CREDIT LINE WHEN RECOVERED.  THE TRAILER
      *    CARRIES THE JOURNAL LINE COUNT AND A HASH TOTAL EQUAL TO
      *    THE DEBITS (TF-GL-SALARY-TOTAL, FINAL PAY, RETRO PAID),
      *    WHICH THE CLEARING CREDIT PLUS ANY RETRO RECOVERIES MUST
      *    ALSO MATCH, SO THE GL LOAD CAN PROVE THE FILE ARRIVED
      *    COMPLETE BEFORE POSTING ANYTHING.  THE HEADER'S JOURNAL
      *    TYPE IS 'R' FOR THE BIWEEKLY RUN AND 'F' FOR THE OFF-CYCLE
      *    FINAL PAY RUN, SO THE GL LOAD CAN TAKE ONE OF EACH A DAY.
       01  GL-WORK-FIELDS.
           05  GL-LINE-COUNT            PIC 9(7)  VALUE ZERO.
           05  GLW-COPY-COUNT           PIC 9(7)  VALUE ZERO.
       01  GL-HEADER-LINE.
           05                           PIC X(1)  VALUE 'H'.
           05  GLH-RUN-DATE             PIC 9(8).
           05  GLH-JOURNAL-TYPE         PIC X(1)  VALUE 'R'.
           05                           PIC X(30) VALUE SPACES.

       01  GL-DETAIL-LINE.
           05                           PIC X(1)  VALUE 'D'.
           88  DF-FILE-OK                         VALUE '00'.

      **************   WITHHOLDING TAX TABLES   *********************
      *    BRACKETS LOADED FROM TAX-TABLE-FILE AHEAD OF THE REGISTER
      *    PASS; ELECTIONS READ FROM TAX-ELECT-FILE BY EMPLOYEE ID
      *    AS EACH EMPLOYEE IS PRICED.  EACH ACTIVE
      *    EMPLOYEE'S BIWEEKLY GROSS, LESS A FLAT ALLOWANCE PER
      *    EXEMPTION CLAIMED, IS RUN THROUGH THE HIGHEST BRACKET
      *    WHOSE FLOOR IT REACHES -- ONCE FOR FEDERAL AND ONCE FOR
               10  TB-BASE              PIC 9(5)V99.
               10  TB-RATE              PIC 9(2)V99.

       01  TAX-FIELDS.
           05  TAX-COUNT                PIC 9(4)  COMP  VALUE ZERO.
           05  TAX-IDX-I                PIC 9(4)  COMP  VALUE ZERO.
           05  TX-EOF-FLAG              PIC X     VALUE ' '.
               88  TX-NO-MORE-DATA                VALUE 'N'.
           05  TE-OPEN-SW               PIC X     VALUE 'N'.
               88  TE-FILE-OPEN                   VALUE 'Y'.

       01  TX-FILE-STATUS               PIC X(2).
           88  TX-FILE-OK                         VALUE '00'.
           05  PRG-STATE-TAX            PIC 9(5)V99.
           05  PRG-DED-TOTAL            PIC 9(5)V99.
           05  PRG-NET                  PIC S9(5)V99.
           05  PRG-RETRO                PIC S9(5)V99.
           05  PRG-GARN-TOTAL           PIC 9(5)V99.
           05  PRG-STORE-GROSS          PIC 9(7)V99  VALUE ZERO.
           05  PRG-STORE-DED            PIC 9(7)V99  VALUE ZERO.
           05  PRG-STORE-NET            PIC S9(7)V99 VALUE ZERO.
      *    PROVES GLT-HASH-TOTAL.  ACTIVE EMPLOYEES WITH NO BANK
      *    RECORD (OR A NON-POSITIVE NET) FALL OUT ON THE CHECK
      *    PRINT EXCEPTION LIST INSTEAD.
       01  BANK-FIELDS.
           05  BK-OPEN-SW               PIC X     VALUE 'N'.
               88  BK-FILE-OPEN                   VALUE 'Y'.
           05  BANK-FOUND-SW            PIC X     VALUE 'N'.
               88  BANK-ON-FILE                   VALUE 'Y'.

       01  BK-FILE-STATUS               PIC X(2).
           88  BK-FILE-OK                         VALUE '00'.
           05  DPT-NET-TOTAL            PIC 9(8)V99.
           05                           PIC X(14) VALUE SPACES.

      *    WORKING COPY OF THE EMPLOYEE IN HAND'S YTD RECORD, READ
      *    BY KEY, POSTED AND WRITTEN BACK BEFORE THE NEXT EMPLOYEE.
      *    EMPLOYEES NOT PRICED THIS RUN (SEPARATED MID-YEAR) ARE
      *    NEVER TOUCHED AND KEEP THEIR RECORDS -- THE YEAR-END
      *    STATEMENT STILL NEEDS THEM.  THE ENTRY CARRIES THE SAME
      *    PICTURE STRING AS YTD-RECORD SO THE TWO MOVE AS GROUPS.
       01  YTD-ENTRY.
           05  YD-EMPLOYEE-ID           PIC X(5).
           05  YD-YEAR                  PIC 9(4).
           05  YD-GROSS                 PIC 9(7)V99.
           05  YD-BUCKET OCCURS 13 TIMES.
               10  YD-DED-CODE          PIC X(3).
               10  YD-DED-AMT           PIC 9(7)V99.
           05  YD-NET                   PIC S9(7)V99
                                        SIGN IS LEADING SEPARATE.
           05  YD-PERIODS               PIC 9(3).
           05  YD-POSTED-DATE           PIC 9(8).
           05  YD-QUARTER OCCURS 4 TIMES.
               10  YD-QTD-GROSS         PIC 9(7)V99.
               10  YD-QTD-TAXABLE       PIC 9(7)V99.
               10  YD-QTD-FWT           PIC 9(7)V99.
               10  YD-QTD-SWT           PIC 9(7)V99.

       01  YTD-FIELDS.
           05  YTD-BKT-IDX              PIC 9(4)  COMP  VALUE ZERO.
           05  YTD-BKT-FOUND            PIC 9(4)  COMP  VALUE ZERO.
           05  YTD-QTR-IDX              PIC 9(4)  COMP  VALUE ZERO.
           05  YTD-FOUND-SW             PIC X     VALUE 'N'.
               88  YTD-ON-FILE                    VALUE 'Y'.
           05  YDW-CODE                 PIC X(3).
           05  YDW-AMT                  PIC 9(5)V99.

       01  YT-FILE-STATUS               PIC X(2).
           88  YT-FILE-OK                         VALUE '00'.
           88  YT-FILE-MISSING                    VALUE '35'.

       01  RH-FILE-STATUS               PIC X(2).
           88  RH-FILE-OK                         VALUE '00'.
           88  RH-FILE-MISSING                    VALUE '35'.

      *    WHAT THIS RUN POSTED TO THE YTD FILE, FOR REG-HIST-FILE.
       01  REG-HIST-FIELDS.
           05  RHW-EMPLOYEES            PIC 9(5)     VALUE ZERO.
           05  RHW-GROSS                PIC 9(9)V99  VALUE ZERO.
           05  RHW-TAXABLE              PIC 9(9)V99  VALUE ZERO.
           05  RHW-FWT                  PIC 9(9)V99  VALUE ZERO.
           05  RHW-SWT                  PIC 9(9)V99  VALUE ZERO.

      *    ACTIVE EMPLOYEES THE DEPOSIT FILE COULD NOT PAY -- THEY
      *    STILL NEED A PRINTED CHECK, SO THEY ARE LISTED AFTER THE
      *    REGISTER.  EVERY FINAL PAY IS LISTED HERE AS WELL.  THE
      *    CHECKS THEMSELVES ARE PRINTED FROM CHECK-WORK-FILE, WHICH
      *    HAS NO CEILING -- A TRUNCATED LISTING STILL PAYS EVERYONE.
       01  CHECK-EXCEPTION-TABLE.
           05  CKX-ENTRY OCCURS 500 TIMES.
               10  CKX-EMPLOYEE-ID      PIC X(5).
           05  CKX-IDX-I                PIC 9(4)  COMP  VALUE ZERO.
           05  CKW-REASON               PIC X(30).

      **************   PRINTED CHECKS   *****************************
      *    THE CHECK RUN FOLLOWS THE EXCEPTION LIST.  EACH ENTRY
      *    WITH A POSITIVE NET TAKES THE NEXT CHECK NUMBER, PRINTS
      *    ON PR1FA21-Checks WITH ITS STUB, IS LOGGED TO THE CHECK
      *    HISTORY AND LISTED ON THE CHECK REGISTER.  VOID REQUESTS
      *    ARE WORKED AFTERWARD.  THE POSITIVE-PAY ISSUE FILE FOR
      *    THE BANK IS THEN CUT FROM THE HISTORY LINES DATED THIS
      *    RUN, SO A RERUN REBUILDS THE SAME FILE.  A RERUN REPRINTS
      *    A CHECK ALREADY ISSUED TODAY UNDER ITS ORIGINAL NUMBER
      *    INSTEAD OF TAKING A NEW ONE -- THE SAME EXACTLY-ONCE RULE
      *    THE YTD POSTED-DATE STAMP ENFORCES.  IF THE NET HAS
      *    CHANGED SINCE, THE BANK ALREADY HOLDS THE FIRST AMOUNT, SO
      *    THE OLD CHECK IS VOIDED AND THE NEW NET PRINTS UNDER A NEW
      *    NUMBER INSTEAD.
       01  CHECK-TODAY-TABLE.
           05  CTD-ENTRY OCCURS 500 TIMES.
               10  CTD-EMPLOYEE-ID      PIC X(5).
               10  CTD-CHECK-NO         PIC 9(7).
               10  CTD-AMOUNT           PIC 9(5)V99.

       01  CHECK-VOID-TABLE.
           05  CVT-ENTRY OCCURS 100 TIMES.
               10  CVT-CHECK-NO         PIC 9(7).
               10  CVT-ACTION           PIC X(1).
                   88  CVT-VOID-ONLY              VALUE 'V'.
                   88  CVT-REISSUE                VALUE 'R'.
               10  CVT-STATUS           PIC X(1).
                   88  CVT-NOT-FOUND              VALUE ' '.
                   88  CVT-FOUND                  VALUE 'F'.
                   88  CVT-ALREADY-VOID           VALUE 'V'.
               10  CVT-EMPLOYEE-ID      PIC X(5).
               10  CVT-PAYEE            PIC X(21).
               10  CVT-AMOUNT           PIC 9(5)V99.

       01  CHECK-RUN-FIELDS.
           05  CHK-NUMBER               PIC 9(7)     VALUE ZERO.
           05  CHK-CURR-NO              PIC 9(7)     VALUE ZERO.
           05  CHK-AMOUNT               PIC 9(5)V99  VALUE ZERO.
           05  CHK-PAYEE                PIC X(21).
           05  CHK-ISSUE-COUNT          PIC 9(5)     VALUE ZERO.
           05  CHK-ISSUE-TOTAL          PIC 9(8)V99  VALUE ZERO.
           05  CHK-VOID-COUNT           PIC 9(5)     VALUE ZERO.
           05  CHK-VOID-TOTAL           PIC 9(8)V99  VALUE ZERO.
           05  CHK-NOPAY-COUNT          PIC 9(5)     VALUE ZERO.
           05  CTD-COUNT                PIC 9(4)  COMP  VALUE ZERO.
           05  CTD-IDX-I                PIC 9(4)  COMP  VALUE ZERO.
           05  CTD-FOUND-IDX            PIC 9(4)  COMP  VALUE ZERO.
           05  CVT-COUNT                PIC 9(4)  COMP  VALUE ZERO.
           05  CVT-IDX-I                PIC 9(4)  COMP  VALUE ZERO.
           05  CHW-EOF-FLAG             PIC X     VALUE ' '.
               88  CHW-NO-MORE-DATA               VALUE 'N'.
           05  CH-EOF-FLAG              PIC X     VALUE ' '.
               88  CH-NO-MORE-DATA                VALUE 'N'.
           05  CV-EOF-FLAG              PIC X     VALUE ' '.
               88  CV-NO-MORE-DATA                VALUE 'N'.
           05  CV-LOADED-SW             PIC X     VALUE 'N'.
               88  CV-LOADED                      VALUE 'Y'.

      **************   PAY STUBS   **********************************
      *    A STUB PRINTS ON PR1FA21-Stubs FOR EVERY ACTIVE EMPLOYEE
      *    THE REGISTER PAID, ONE PAGE EACH IN STORE ORDER SO THE
      *    MANAGERS CAN HAND THEM OUT.  THE CHECK RUN WRITES EACH
      *    CHECK NUMBER IT SETTLES TO STUB-CHECK-FILE AND THE
      *    VACATION PASS REWRITES EVERY CARRYOVER RECORD; THE STUBS
      *    PRINT LAST, MATCHING THE ONE AND READING THE OTHER BY KEY.
       01  STUB-FIELDS.
           05  STB-BKT-IDX              PIC 9(4)  COMP  VALUE ZERO.
           05  STB-BKT-FOUND            PIC 9(4)  COMP  VALUE ZERO.
           05  STB-ACCT-LEN             PIC 9(4)  COMP  VALUE ZERO.
           05  STB-ACCT-END-SW          PIC X     VALUE 'N'.
               88  STB-ACCT-END-FOUND             VALUE 'Y'.
           05  STB-LOOKUP-CODE          PIC X(3).
           05  STB-YTD-AMT              PIC 9(7)V99.
           05  STB-PAYEE                PIC X(21).
           05  STB-ACCT-DESC            PIC X(8).
           05  STB-MASKED-ACCT          PIC X(8).
           05  STB-EOF-FLAG             PIC X     VALUE ' '.
               88  STB-NO-MORE-DATA               VALUE 'N'.
           05  SCN-EOF-FLAG             PIC X     VALUE ' '.
               88  SCN-NO-MORE-DATA               VALUE 'N'.
           05  STB-VAC-OPEN-SW          PIC X     VALUE 'N'.
               88  STB-VAC-OPEN                   VALUE 'Y'.

       01  CC-FILE-STATUS               PIC X(2).
           88  CC-FILE-OK                         VALUE '00'.

       01  FQ-FILE-STATUS               PIC X(2).
           88  FQ-FILE-OK                         VALUE '00'.
           88  FQ-FILE-MISSING                    VALUE '35'.

       01  CH-FILE-STATUS               PIC X(2).
           88  CH-FILE-OK                         VALUE '00'.
           88  CH-FILE-MISSING                    VALUE '35'.

       01  CV-FILE-STATUS               PIC X(2).
           88  CV-FILE-OK                         VALUE '00'.

      *    POSITIVE-PAY ISSUE FILE -- HEADER, ONE DETAIL PER CHECK
      *    ISSUED OR VOIDED THIS RUN DATE, AND A TRAILER CARRYING
      *    THE DETAIL COUNT AND THE TOTAL OF THE ISSUES, LAID OUT
      *    LIKE THE DIRECT DEPOSIT FILE.
       01  PP-HEADER-LINE.
           05                           PIC X(1)  VALUE 'H'.
           05  PPH-RUN-DATE             PIC 9(8).
           05                           PIC X(36) VALUE SPACES.

       01  PP-DETAIL-LINE.
           05                           PIC X(1)  VALUE 'D'.
           05  PPD-ACTION               PIC X(1).
           05  PPD-CHECK-NO             PIC 9(7).
           05  PPD-AMOUNT               PIC 9(5)V99.
           05  PPD-ISSUE-DATE           PIC 9(8).
           05  PPD-PAYEE                PIC X(21).

       01  PP-TRAILER-LINE.
           05                           PIC X(1)  VALUE 'T'.
           05  PPT-RUN-DATE             PIC 9(8).
           05  PPT-ENTRY-COUNT          PIC 9(7).
           05  PPT-ISSUE-TOTAL          PIC 9(8)V99.
           05                           PIC X(19) VALUE SPACES.

       01  PP-FIELDS.
           05  PP-ENTRY-COUNT           PIC 9(7)     VALUE ZERO.
           05  PP-ISSUE-TOTAL           PIC 9(8)V99  VALUE ZERO.

      **************   FINAL PAY FOR SEPARATIONS   ******************
      *    EMPLOYEES 42-MASTER-COMPARE-ROUTINE SEES MOVE FROM A
      *    WORKING STATUS TO T (TERMINATED) OR R (RETIRED) SINCE
      *    LAST CYCLE ARE QUEUED ON PR1FA21-FinalPay.txt WITH THEIR
      *    FEED IMAGE -- NEXT CYCLE THE MASTER ALREADY CARRIES THE
      *    SEPARATION, SO THE QUEUE IS THE ONLY RECORD OF WHO IS
      *    OWED.  THE QUEUE IS LOADED HERE, ONE ENTRY PER EMPLOYEE,
      *    BY THE BIWEEKLY REGISTER OR BY THE OFF-CYCLE FINAL PAY
      *    RUN, AND A FULL TABLE STOPS THE RUN BEFORE ANYTHING IS
      *    PAID.  THE FINAL PAY REGISTER PAYS: SALARY FOR THE
      *    DAYS OF THE OPEN PERIOD WORKED UP TO THE SEPARATION DATE
      *    (THE PERIOD OPENS THE DAY AFTER PAY LAST POSTED TO THE
      *    EMPLOYEE'S YTD RECORD BEFORE THE SEPARATION WAS QUEUED, OR
      *    14 DAYS BEFORE THE RUN DATE IF NOTHING HAD), PLUS UNUSED
      *    CARRYOVER VACATION FROM THE CARRYOVER FILE AT THE HOURLY
      *    RATE (ANNUAL SALARY / 2080), LESS THE NORMAL DEDUCTIONS
      *    AND WITHHOLDING.  FINAL PAY IS ALWAYS CUT AS A CHECK, SO
      *    EVERY ENTRY GOES ON THE CHECK PRINT LIST; THE GROSS POSTS
      *    TO YTD AND, ROUNDED TO WHOLE DOLLARS, TO A STORE FNL-PAY
      *    ACCOUNT ON THE GL FILE.
       01  FINAL-PAY-TABLE.
           05  FPY-ENTRY OCCURS 500 TIMES.
               10  FPY-KNOX-IMAGE.
                   15  FILLER           PIC X(4).
                   15  FPY-EMPLOYEE-ID  PIC X(5).
                   15  FILLER           PIC X(66).
               10  FPY-VAC-HOURS        PIC 9(4).
               10  FPY-PRIOR-POSTED     PIC 9(8).

       01  FINAL-PAY-FIELDS.
           05  FPY-COUNT                PIC 9(4)  COMP  VALUE ZERO.
           05  FPY-IDX-I                PIC 9(4)  COMP  VALUE ZERO.
           05  FPY-FOUND-IDX            PIC 9(4)  COMP  VALUE ZERO.
           05  FQ-EOF-FLAG              PIC X     VALUE ' '.
               88  FQ-NO-MORE-DATA                VALUE 'N'.
           05  FQ-OPEN-SW               PIC X     VALUE 'N'.
               88  FQ-FILE-OPEN                   VALUE 'Y'.
           05  FQ-LOADED-SW             PIC X     VALUE 'N'.
               88  FQ-LOADED                      VALUE 'Y'.
           05  FQ-YTD-SW                PIC X     VALUE 'N'.
               88  FQ-YTD-OPEN                    VALUE 'Y'.
           05  FPW-START-NUM            PIC 9(7).
           05  FPW-DAYS                 PIC S9(5).
           05  FPW-SALARY-GROSS         PIC 9(5)V99.
           05  FPW-VAC-PAY              PIC 9(5)V99.
           05  FPW-VAC-HOURS            PIC S9(4).
           05  FPY-COMP-GROSS           PIC 9(8)V99  VALUE ZERO.
           05  FPY-COMP-DED             PIC 9(8)V99  VALUE ZERO.
           05  FPY-COMP-NET             PIC S9(8)V99 VALUE ZERO.
           05  FPY-GL-TOTAL             PIC 9(9)     VALUE ZERO.

       01  GL-FINAL-PAY-LINE.
           05                           PIC X(1)  VALUE 'D'.
           05  GLF-ACCT-STORE           PIC X(4).
           05                           PIC X(8)  VALUE '-FNL-PAY'.
           05  GLF-DEBIT                PIC 9(9).
           05  GLF-CREDIT               PIC 9(9)  VALUE ZERO.
           05                           PIC X(9)  VALUE SPACES.

      *    CALENDAR DATE TO A SERIAL DAY NUMBER SO TWO DATES CAN BE
      *    SUBTRACTED ACROSS MONTH AND YEAR ENDS.  MST-DAYS-BEFORE IS
      *    THE DAYS IN THE YEAR AHEAD OF THE FIRST OF EACH MONTH;
      *    LEAP DAYS ARE COUNTED THROUGH THE PRIOR YEAR FOR JANUARY
      *    AND FEBRUARY DATES.
       01  DAY-NUMBER-FIELDS.
           05  DNW-DATE                 PIC 9(8).
           05  DNW-DATE-X REDEFINES DNW-DATE.
               10  DNW-YEAR             PIC 9(4).
               10  DNW-MONTH            PIC 9(2).
               10  DNW-DAY              PIC 9(2).
           05  DNW-LEAP-YEAR            PIC 9(4).
           05  DNW-QUOTIENT             PIC 9(7).
           05  DNW-DAY-NUM              PIC 9(7).

       01  MONTH-START-VALUES           PIC X(36)  VALUE
           '000031059090120151181212243273304334'.
       01  MONTH-START-TABLE REDEFINES MONTH-START-VALUES.
           05  MST-DAYS-BEFORE          PIC 9(3)  OCCURS 12 TIMES.

      *    SERIAL DAY NUMBER BACK TO A CALENDAR DATE IN DNW-DATE --
      *    THE YEAR AND MONTH ARE FOUND BY STEPPING THE FORWARD
      *    ROUTINE UNTIL IT PASSES THE DAY NUMBER.
       01  DAY-TO-DATE-FIELDS.
           05  DTW-DAY-NUM              PIC 9(7).
           05  DTW-YEAR                 PIC 9(4).
           05  DTW-MONTH                PIC 9(2).
           05  DTW-FOUND-SW             PIC X     VALUE 'N'.
               88  DTW-FOUND                      VALUE 'Y'.

      **************   RETRO PAY REQUEST TABLE   ********************
      *    THE QUEUE IS LOADED WHOLE AT THE START OF THE REGISTER
      *    AND WRITTEN BACK WITHOUT THE SETTLED REQUESTS AT THE END.
      *    A REQUEST OWES (NEW - OLD) / 26 PER FULL BIWEEKLY PERIOD,
      *    PRORATED BY DAYS FOR THE PERIOD THE EFFECTIVE DATE FALLS
      *    IN, FOR EVERY PERIOD ENDING ON OR BEFORE THE LAST YTD
      *    POSTING BUT BEFORE THE DAY THE CHANGE WAS KEYED -- LATER
      *    PERIODS WERE ALREADY PAID AT THE NEW RATE FROM THE MASTER.
      *    A RECOVERY NEVER TAKES GROSS BELOW ZERO; THE REST CARRIES
      *    TO THE NEXT REGISTER.  THE ENTRY CARRIES THE SAME PICTURE
      *    STRING AS RETRO-RECORD SO THE TWO MOVE AS GROUPS.
       01  RETRO-TABLE.
           05  RQT-ENTRY OCCURS 500 TIMES.
               10  RQT-EMPLOYEE-ID      PIC X(5).
               10  RQT-EFF-DATE         PIC 9(8).
               10  RQT-KEYED-DATE       PIC 9(8).
               10  RQT-OLD-SAL          PIC 9(6).
               10  RQT-NEW-SAL          PIC 9(6).
               10  RQT-STATUS           PIC X(1).
                   88  RQT-COMPUTED               VALUE 'C'.
               10  RQT-THRU-DATE        PIC 9(8).
               10  RQT-TOTAL-AMT        PIC S9(5)V99
                                        SIGN IS LEADING SEPARATE.
               10  RQT-OPEN-AMT         PIC S9(5)V99
                                        SIGN IS LEADING SEPARATE.
               10  RQT-PAID-DATE        PIC 9(8).
               10  RQT-PAID-AMT         PIC S9(5)V99
                                        SIGN IS LEADING SEPARATE.

       01  RETRO-FIELDS.
           05  RQT-COUNT                PIC 9(4)  COMP  VALUE ZERO.
           05  RQT-IDX-I                PIC 9(4)  COMP  VALUE ZERO.
           05  RQ-EOF-FLAG              PIC X     VALUE ' '.
               88  RQ-NO-MORE-DATA                VALUE 'N'.
           05  RTW-MODE-SW              PIC X     VALUE 'S'.
               88  RTW-SUMMING                    VALUE 'S'.
               88  RTW-LISTING                    VALUE 'L'.
           05  RTW-REG-GROSS            PIC 9(5)V99.
           05  RTW-AMOUNT               PIC S9(5)V99.
           05  RTW-EFF-NUM              PIC 9(7).
           05  RTW-KEYED-NUM            PIC 9(7).
           05  RTW-PERIOD-END           PIC S9(7).
           05  RTW-DAYS                 PIC S9(3).
           05  RTW-PERIOD-AMT           PIC S9(5)V99.
           05  RTW-GL-DEBIT             PIC 9(9)     VALUE ZERO.
           05  RTW-GL-CREDIT            PIC 9(9)     VALUE ZERO.
           05  RTW-COMP-PAID            PIC S9(7)V99 VALUE ZERO.

       01  RQ-FILE-STATUS               PIC X(2).
           88  RQ-FILE-OK                         VALUE '00'.

       01  GL-RETRO-LINE.
           05  GLR-TYPE                 PIC X(1).
           05  GLR-ACCT-STORE           PIC X(4).
           05                           PIC X(8)  VALUE '-RET-PAY'.
           05  GLR-DEBIT                PIC 9(9).
           05  GLR-CREDIT               PIC 9(9).
           05                           PIC X(9)  VALUE SPACES.

      **************   GARNISHMENTS AND WAGE ATTACHMENTS   **********
      *    THE ORDER FILE IS HELD FOR THE WHOLE REGISTER PASS IN
      *    EMPLOYEE AND PRIORITY ORDER, RE-SORTED BY AGENCY FOR THE
      *    REMITTANCE AND WRITTEN BACK AFTERWARD.  THE ORDER PORTION
      *    OF THE ENTRY CARRIES THE SAME PICTURE STRING AS
      *    GARNISH-RECORD SO THE TWO MOVE AS GROUPS; THE REST IS
      *    THIS RUN'S WORK AREA FOR THE LISTING.  AN ORDER THAT
      *    FAILS THE LOAD EDIT IS NEVER WITHHELD -- IT LISTS WITH
      *    ITS REASON EVERY RUN UNTIL PAYROLL CORRECTS IT.
       01  GARNISH-TABLE.
           05  GNT-ENTRY OCCURS 500 TIMES.
               10  GNT-ORDER.
                   15  GNT-EMPLOYEE-ID  PIC X(5).
                   15  GNT-ORDER-TYPE   PIC X(1).
                       88  GNT-CHILD-SUPPORT      VALUE 'C'.
                       88  GNT-TAX-LEVY           VALUE 'L'.
                       88  GNT-CREDITOR           VALUE 'G'.
                   15  GNT-CASE-NO      PIC X(15).
                   15  GNT-PRIORITY     PIC 9(2).
                   15  GNT-PRIORITY-X REDEFINES GNT-PRIORITY
                                        PIC X(2).
                   15  GNT-AGENCY-ID    PIC X(6).
                   15  GNT-AGENCY-NAME  PIC X(20).
                   15  GNT-METHOD       PIC A(1).
                       88  GNT-METHOD-FLAT        VALUE 'F'.
                       88  GNT-METHOD-PERCENT     VALUE 'P'.
                   15  GNT-AMOUNT       PIC 9(5)V99.
                   15  GNT-LIMIT-PCT    PIC 9(3)V99.
                   15  GNT-BALANCE-SW   PIC X(1).
                       88  GNT-BALANCE-OWED       VALUE 'B'.
                       88  GNT-ONGOING            VALUE 'O'.
                   15  GNT-BALANCE      PIC 9(7)V99.
                   15  GNT-STATUS       PIC X(1).
                       88  GNT-ACTIVE             VALUE 'A'.
                       88  GNT-SATISFIED          VALUE 'S'.
                   15  GNT-YTD-YEAR     PIC 9(4).
                   15  GNT-YTD-AMT      PIC 9(7)V99.
                   15  GNT-PAID-DATE    PIC 9(8).
                   15  GNT-PAID-AMT     PIC 9(5)V99.
               10  GNT-PRICED-SW        PIC X(1).
                   88  GNT-PRICED                 VALUE 'Y'.
               10  GNT-EMPLOYEE-L       PIC X(10).
               10  GNT-NOTE             PIC X(30).
               10  GNT-REASON           PIC X(25).

       01  GARNISH-ENTRY-SAVE           PIC X(167).

      *    COMPARE KEYS FOR THE ORDER TABLE SORT -- AGENCY, EMPLOYEE
      *    AND PRIORITY FOR THE REMITTANCE LISTING.  WHEN THE TABLE
      *    IS SORTED BY EMPLOYEE THE AGENCY PORTION STAYS BLANK.
       01  GARNISH-SORT-KEYS.
           05  GNW-KEY-A.
               10  GKA-AGENCY-ID        PIC X(6).
               10  GKA-EMPLOYEE-ID      PIC X(5).
               10  GKA-PRIORITY         PIC X(2).
           05  GNW-KEY-B.
               10  GKB-AGENCY-ID        PIC X(6).
               10  GKB-EMPLOYEE-ID      PIC X(5).
               10  GKB-PRIORITY         PIC X(2).

       01  GARNISH-FIELDS.
           05  GNT-COUNT                PIC 9(4)  COMP  VALUE ZERO.
           05  GNT-IDX-I                PIC 9(4)  COMP  VALUE ZERO.
           05  GNT-IDX-J                PIC 9(4)  COMP  VALUE ZERO.
           05  GNT-LISTED-COUNT         PIC 9(4)  COMP  VALUE ZERO.
           05  GN-EOF-FLAG              PIC X     VALUE ' '.
               88  GN-NO-MORE-DATA                VALUE 'N'.
           05  GNW-SORT-SW              PIC X     VALUE 'E'.
               88  GNW-BY-EMPLOYEE                VALUE 'E'.
               88  GNW-BY-AGENCY                  VALUE 'A'.
           05  GNW-DISPOSABLE           PIC S9(5)V99.
           05  GNW-REQUESTED            PIC 9(5)V99.
           05  GNW-ROOM                 PIC S9(5)V99.
           05  GNW-AMOUNT               PIC 9(5)V99.
           05  GNW-PREV-AGENCY          PIC X(6)     VALUE SPACES.
           05  GNW-AGENCY-NAME          PIC X(20)    VALUE SPACES.
           05  GNW-AGENCY-SW            PIC X        VALUE 'N'.
               88  GNW-AGENCY-OPEN                VALUE 'Y'.
           05  GNW-AGENCY-COUNT         PIC 9(5)     VALUE ZERO.
           05  GNW-AGENCY-TOTAL         PIC 9(8)V99  VALUE ZERO.
           05  GNW-REMIT-COUNT          PIC 9(7)     VALUE ZERO.
           05  GNW-REMIT-TOTAL          PIC 9(8)V99  VALUE ZERO.

       01  GN-FILE-STATUS               PIC X(2).
           88  GN-FILE-OK                         VALUE '00'.

       01  REMIT-HEADER-LINE.
           05                           PIC X(1)  VALUE 'H'.
           05  RMH-RUN-DATE             PIC 9(8).
           05                           PIC X(41) VALUE SPACES.

       01  REMIT-DETAIL-LINE.
           05                           PIC X(1)  VALUE 'D'.
           05  RMD-AGENCY-ID            PIC X(6).
           05  RMD-CASE-NO              PIC X(15).
           05  RMD-EMPLOYEE-ID          PIC X(5).
           05  RMD-EMPLOYEE-L           PIC X(10).
           05  RMD-ORDER-TYPE           PIC X(1).
           05  RMD-AMOUNT               PIC 9(5)V99.
           05                           PIC X(5)  VALUE SPACES.

       01  REMIT-AGENCY-LINE.
           05                           PIC X(1)  VALUE 'A'.
           05  RMA-AGENCY-ID            PIC X(6).
           05  RMA-AGENCY-NAME          PIC X(20).
           05  RMA-ENTRY-COUNT          PIC 9(5).
           05  RMA-AMOUNT-TOTAL         PIC 9(8)V99.
           05                           PIC X(8)  VALUE SPACES.

       01  REMIT-TRAILER-LINE.
           05                           PIC X(1)  VALUE 'T'.
           05  RMT-RUN-DATE             PIC 9(8).
           05  RMT-ENTRY-COUNT          PIC 9(7).
           05  RMT-AMOUNT-TOTAL         PIC 9(8)V99.
           05                           PIC X(24) VALUE SPACES.

      **************   VACATION ACCRUAL SUBSYSTEM   ******************
      *    BUILT ON THE SAME SERVICE-YEARS ARITHMETIC AS THE TENURE
      *    REPORT.  ANNUAL ACCRUAL BANDS: UNDER 5 YEARS EARNS 80
      *    TAKEN HOURS WITH THE YEAR THEY BELONG TO; A RECORD FROM A
      *    PRIOR YEAR IS ROLLED FORWARD (UNUSED BALANCE BECOMES THE
      *    NEW CARRYOVER, TAKEN RESETS) BEFORE THIS YEAR'S ACCRUAL
      *    IS GRANTED.  THE FILE IS KEYED BY EMPLOYEE ID AND EACH
      *    ACTIVE EMPLOYEE'S RECORD IS READ AND REWRITTEN IN PLACE;
      *    A SEPARATED EMPLOYEE'S RECORD STAYS FOR THE FINAL PAY
      *    VACATION PAYOUT UNTIL PR1FA21P PURGES IT.
       01  VACATION-FIELDS.
           05  VAC-FOUND-SW             PIC X     VALUE 'N'.
               88  VAC-ON-FILE                    VALUE 'Y'.
           05  VAC-PASS-EOF-FLAG        PIC X     VALUE ' '.
               88  VAC-NO-MORE-DATA               VALUE 'N'.
           05  VW-ACCRUAL-HOURS         PIC 9(4).

       01  VC-FILE-STATUS               PIC X(2).
           88  VC-FILE-OK                         VALUE '00'.
           88  VC-FILE-MISSING                    VALUE '35'.

      **************   VACATION USAGE TRANSACTIONS   ****************
      *    LOADED AHEAD OF THE VACATION PASS AND POSTED AS EACH
           05                          PIC X(36)     VALUE
           'ALL ACTIVE EMPLOYEES ON DEPOSIT FILE'.

       01  CHECK-REG-TITLE-TWO.
           05                          PIC X(30)      VALUE SPACES.
           05                          PIC X(44)      VALUE
           'CHECK REGISTER'.

       01  CHECK-REG-TITLE-FOUR.
           05                          PIC X(2)      VALUE SPACES.
           05                           PIC X(9)      VALUE 'CHECK'.
           05                           PIC X(7)      VALUE 'EMP'.
           05                           PIC X(22)     VALUE 'EMP'.

       01  CHECK-REG-TITLE-FIVE.
           05                          PIC X(2)      VALUE SPACES.
           05                           PIC X(9)      VALUE 'NUMBER'.
           05                           PIC X(7)      VALUE 'ID'.
           05                           PIC X(23)     VALUE 'PAYEE'.
           05                           PIC X(25)     VALUE 'MEMO'.
           05                           PIC X(8)      VALUE 'AMOUNT'.

       01  CHECK-REG-DETAIL-LINE.
           05                          PIC X(2)      VALUE SPACES.
           05  CRL-CHECK-NO            PIC X(7).
           05                          PIC X(2)      VALUE SPACES.
           05  CRL-EMPLOYEE-ID         PIC X(5).
           05                          PIC X(2)      VALUE SPACES.
           05  CRL-PAYEE               PIC X(21).
           05                          PIC X(1)      VALUE SPACES.
           05  CRL-MEMO                PIC X(22).
           05                          PIC X(1)      VALUE SPACES.
           05  CRL-AMOUNT              PIC -ZZ,ZZ9.99.

       01  CHECK-REG-TOTAL-LINE.
           05                          PIC X(6)      VALUE SPACES.
           05  CRT-LABEL               PIC X(20).
           05  CRT-COUNT               PIC ZZ,ZZ9.
           05                          PIC X(5)      VALUE SPACES.
           05  CRT-AMOUNT              PIC ZZ,ZZZ,ZZ9.99.

       01  CHECK-REISSUE-MEMO.
           05                          PIC X(11)     VALUE
           'REISSUE OF'.
           05  CRM-ORIG-CHECK-NO       PIC 9(7).

       01  CHECK-REG-NONE-LINE.
           05                          PIC X(2)      VALUE SPACES.
           05                          PIC X(36)     VALUE
           'NO CHECKS ISSUED OR VOIDED THIS RUN'.

      **************   CHECK AND STUB PRINT LINES   *****************
       01  CHECK-STUB-HEAD-LINE.
           05                          PIC X(2)      VALUE SPACES.
           05                          PIC X(48)     VALUE
           'BENNETT SHOES  --  STATEMENT OF EARNINGS'.
           05                          PIC X(10)     VALUE
           'CHECK NO'.
           05  CSH-CHECK-NO            PIC 9(7).

       01  CHECK-STUB-EMP-LINE.
           05                          PIC X(2)      VALUE SPACES.
           05                          PIC X(4)      VALUE 'EMP'.
           05  CSE-EMPLOYEE-ID         PIC X(5).
           05                          PIC X(2)      VALUE SPACES.
           05  CSE-PAYEE               PIC X(21).
           05                          PIC X(2)      VALUE SPACES.
           05                          PIC X(6)      VALUE 'STORE'.
           05  CSE-STORE-ID            PIC X(4).
           05                          PIC X(2)      VALUE SPACES.
           05                          PIC X(9)      VALUE 'PAY DATE'.
           05  CSE-PAY-DATE            PIC 9999/99/99.

       01  CHECK-STUB-MEMO-LINE.
           05                          PIC X(2)      VALUE SPACES.
           05  CSM-MEMO                PIC X(50).

       01  CHECK-STUB-AMOUNT-LINE.
           05                          PIC X(10)     VALUE SPACES.
           05  CSA-CODE                PIC X(3).
           05                          PIC X(2)      VALUE SPACES.
           05  CSA-DESC                PIC X(15).
           05                          PIC X(2)      VALUE SPACES.
           05  CSA-AMOUNT              PIC ZZ,ZZ9.99.

       01  CHECK-STUB-DIVIDER-LINE     PIC X(75)     VALUE ALL '-'.

       01  CHECK-BODY-NAME-LINE.
           05                          PIC X(2)      VALUE SPACES.
           05                          PIC X(48)     VALUE
           'BENNETT SHOES'.
           05                          PIC X(10)     VALUE
           'CHECK NO'.
           05  CBN-CHECK-NO            PIC 9(7).

       01  CHECK-BODY-DATE-LINE.
           05                          PIC X(2)      VALUE SPACES.
           05                          PIC X(48)     VALUE
           'PAYROLL ACCOUNT'.
           05                          PIC X(10)     VALUE
           'DATE'.
           05  CBD-DATE                PIC 9999/99/99.

       01  CHECK-BODY-PAY-LINE.
           05                          PIC X(2)      VALUE SPACES.
           05                          PIC X(21)     VALUE
           'PAY TO THE ORDER OF'.
           05  CBP-PAYEE               PIC X(21).
           05                          PIC X(16)     VALUE SPACES.
           05  CBP-AMOUNT              PIC $**,**9.99.

       01  CHECK-BODY-VOID-LINE.
           05                          PIC X(2)      VALUE SPACES.
           05                          PIC X(48)     VALUE
           'VOID AFTER 90 DAYS'.
           05                          PIC X(25)     VALUE
           'AUTHORIZED SIGNATURE'.

       01  PAY-STUB-HEAD-LINE.
           05                          PIC X(2)      VALUE SPACES.
           05                          PIC X(48)     VALUE
           'BENNETT SHOES  --  STATEMENT OF EARNINGS'.
           05                          PIC X(25)     VALUE
           'NOT NEGOTIABLE'.

       01  PAY-STUB-COLUMN-LINE.
           05                          PIC X(32)     VALUE SPACES.
           05                          PIC X(10)     VALUE
           '   CURRENT'.
           05                          PIC X(4)      VALUE SPACES.
           05                          PIC X(13)     VALUE
           ' YEAR TO DATE'.

       01  PAY-STUB-AMOUNT-LINE.
           05                          PIC X(10)     VALUE SPACES.
           05  PSA-CODE                PIC X(3).
           05                          PIC X(2)      VALUE SPACES.
           05  PSA-DESC                PIC X(15).
           05                          PIC X(2)      VALUE SPACES.
           05  PSA-CURRENT             PIC -ZZ,ZZ9.99.
           05                          PIC X(4)      VALUE SPACES.
           05  PSA-YTD                 PIC -Z,ZZZ,ZZ9.99.

       01  PAY-STUB-RETRO-LINE.
           05                          PIC X(15)     VALUE SPACES.
           05                          PIC X(23)     VALUE
           '(INCLUDES RETRO PAY OF'.
           05  PSR-AMOUNT              PIC -ZZ,ZZ9.99.
           05                          PIC X(1)      VALUE ')'.

       01  PAY-STUB-VAC-LINE.
           05                          PIC X(2)      VALUE SPACES.
           05                          PIC X(26)     VALUE
           'VACATION HOURS AVAILABLE'.
           05  PSV-HOURS               PIC -ZZZ9.

       01  FINAL-PAY-TITLE-TWO.
           05                          PIC X(28)      VALUE SPACES.
           05                          PIC X(46)      VALUE
           'FINAL PAY REGISTER'.

       01  FINAL-PAY-TITLE-FOUR.
           05                          PIC X(3)      VALUE SPACES.
           05                           PIC X(7)      VALUE 'EMP'.
           05                           PIC X(23)     VALUE 'EMP'.
           05                           PIC X(13)     VALUE 'FINAL'.
           05                           PIC X(13)     VALUE 'TOTAL'.
           05                           PIC X(10)     VALUE 'NET'.

       01  FINAL-PAY-SEP-LINE.
           05                          PIC X(10)     VALUE SPACES.
           05                          PIC X(10)     VALUE 'SEPARATED'.
           05  FPL-SEP-DATE            PIC 9999/99/99.
           05                          PIC X(9)      VALUE '  STATUS '.
           05  FPL-STATUS              PIC X(1).
           05                          PIC X(7)      VALUE '  DAYS '.
           05  FPL-DAYS                PIC Z9.
           05                          PIC X(12)     VALUE
           '  VAC HOURS '.
           05  FPL-VAC-HOURS           PIC ZZZ9.

       01  FINAL-PAY-NONE-LINE.
           05                          PIC X(2)      VALUE SPACES.
           05                          PIC X(36)     VALUE
           'NO SEPARATIONS TO PAY THIS CYCLE'.

       01  VACATION-TITLE-TWO.
           05                          PIC X(24)      VALUE SPACES.
           05                          PIC X(50)      VALUE
           05                          PIC X(2)      VALUE SPACES.
           05                          PIC X(33)     VALUE
           'LISTING TRUNCATED AT 500 ENTRIES'.

       01  RETRO-TITLE-TWO.
           05                          PIC X(25)      VALUE SPACES.
           05                          PIC X(49)      VALUE
           'RETROACTIVE PAY LISTING'.

       01  RETRO-TITLE-FOUR.
           05                          PIC X(3)      VALUE SPACES.
           05                           PIC X(8)      VALUE 'EMP'.
           05                           PIC X(12)     VALUE 'EFFECTIVE'.
           05                           PIC X(9)      VALUE 'OLD'.
           05                           PIC X(9)      VALUE 'NEW'.
           05                           PIC X(12)     VALUE 'PERIOD'.
           05                           PIC X(6)      VALUE SPACES.
           05                           PIC X(10)     VALUE 'RETRO'.

       01  RETRO-TITLE-FIVE.
           05                          PIC X(3)      VALUE SPACES.
           05                           PIC X(8)      VALUE 'ID'.
           05                           PIC X(12)     VALUE 'DATE'.
           05                           PIC X(9)      VALUE 'SALARY'.
           05                           PIC X(9)      VALUE 'SALARY'.
           05                           PIC X(12)     VALUE 'ENDING'.
           05                           PIC X(6)      VALUE 'DAYS'.
           05                           PIC X(10)     VALUE 'AMOUNT'.

       01  RETRO-REQUEST-LINE.
           05                          PIC X(3)      VALUE SPACES.
           05  RTL-EMPLOYEE-ID         PIC X(5).
           05                          PIC X(3)      VALUE SPACES.
           05  RTL-EFF-DATE            PIC 9999/99/99.
           05                          PIC X(2)      VALUE SPACES.
           05  RTL-OLD-SAL             PIC ZZZ,ZZ9.
           05                          PIC X(2)      VALUE SPACES.
           05  RTL-NEW-SAL             PIC ZZZ,ZZ9.
           05                          PIC X(2)      VALUE SPACES.
           05  RTL-NOTE                PIC X(30).

       01  RETRO-PERIOD-LINE.
           05                          PIC X(41)     VALUE SPACES.
           05  RTP-PERIOD-END          PIC 9999/99/99.
           05                          PIC X(2)      VALUE SPACES.
           05  RTP-DAYS                PIC Z9.
           05                          PIC X(2)      VALUE SPACES.
           05  RTP-AMOUNT              PIC -ZZ,ZZ9.99.

       01  RETRO-SUMMARY-LINE.
           05                          PIC X(6)      VALUE SPACES.
           05                          PIC X(6)      VALUE 'TOTAL'.
           05  RTS-TOTAL               PIC -ZZ,ZZ9.99.
           05                          PIC X(3)      VALUE SPACES.
           05                          PIC X(5)      VALUE 'PAID'.
           05  RTS-PAID                PIC -ZZ,ZZ9.99.
           05                          PIC X(3)      VALUE SPACES.
           05                          PIC X(5)      VALUE 'OPEN'.
           05  RTS-OPEN                PIC -ZZ,ZZ9.99.

       01  RETRO-TOTAL-LINE.
           05                          PIC X(6)      VALUE SPACES.
           05                          PIC X(24)     VALUE
           'RETRO PAID THIS RUN'.
           05  RTT-PAID                PIC -Z,ZZZ,ZZ9.99.

       01  RETRO-NONE-LINE.
           05                          PIC X(2)      VALUE SPACES.
           05                          PIC X(36)     VALUE
           'NO RETRO PAY REQUESTS THIS CYCLE'.

       01  GARNISH-TITLE-TWO.
           05                          PIC X(22)      VALUE SPACES.
           05                          PIC X(52)      VALUE
           'GARNISHMENT REMITTANCE LISTING'.

       01  GARNISH-TITLE-FOUR.
           05                          PIC X(2)      VALUE SPACES.
           05                           PIC X(7)      VALUE 'EMP'.
           05                           PIC X(11)     VALUE 'EMP'.
           05                           PIC X(16)     VALUE 'CASE'.
           05                           PIC X(3)      VALUE SPACES.
           05                           PIC X(10)     VALUE 'AMOUNT'.
           05                           PIC X(13)     VALUE 'YEAR'.
           05                           PIC X(12)     VALUE 'BALANCE'.

       01  GARNISH-TITLE-FIVE.
           05                          PIC X(2)      VALUE SPACES.
           05                           PIC X(7)      VALUE 'ID'.
           05                           PIC X(11)     VALUE 'NAME'.
           05                           PIC X(16)     VALUE 'NUMBER'.
           05                           PIC X(3)      VALUE 'T'.
           05                           PIC X(10)     VALUE 'WITHHELD'.
           05                           PIC X(13)     VALUE 'TO DATE'.
           05                           PIC X(12)     VALUE 'OWED'.

       01  GARNISH-AGENCY-LINE.
           05                          PIC X(2)      VALUE SPACES.
           05                          PIC X(7)      VALUE 'AGENCY'.
           05  GAH-AGENCY-ID           PIC X(6).
           05                          PIC X(2)      VALUE SPACES.
           05  GAH-AGENCY-NAME         PIC X(20).

       01  GARNISH-DETAIL-LINE.
           05                          PIC X(2)      VALUE SPACES.
           05  GDL-EMPLOYEE-ID         PIC X(5).
           05                          PIC X(2)      VALUE SPACES.
           05  GDL-EMPLOYEE-L          PIC X(10).
           05                          PIC X(1)      VALUE SPACES.
           05  GDL-CASE-NO             PIC X(15).
           05                          PIC X(1)      VALUE SPACES.
           05  GDL-ORDER-TYPE          PIC X(1).
           05                          PIC X(2)      VALUE SPACES.
           05  GDL-AMOUNT              PIC ZZ,ZZ9.99.
           05                          PIC X(1)      VALUE SPACES.
           05  GDL-YTD                 PIC Z,ZZZ,ZZ9.99.
           05                          PIC X(1)      VALUE SPACES.
           05  GDL-BALANCE             PIC Z,ZZZ,ZZ9.99.
           05  GDL-BALANCE-X REDEFINES GDL-BALANCE
                                       PIC X(12).

       01  GARNISH-NOTE-LINE.
           05                          PIC X(9)      VALUE SPACES.
           05  GNL-NOTE                PIC X(30).

       01  GARNISH-AGENCY-TOTAL-LINE.
           05                          PIC X(6)      VALUE SPACES.
           05                          PIC X(29)     VALUE
           'AGENCY TOTAL'.
           05  GAT-AMOUNT              PIC ZZ,ZZZ,ZZ9.99.

       01  GARNISH-TOTAL-LINE.
           05                          PIC X(6)      VALUE SPACES.
           05                          PIC X(29)     VALUE
           'REMITTED THIS RUN'.
           05  GRT-AMOUNT              PIC ZZ,ZZZ,ZZ9.99.

       01  GARNISH-NONE-LINE.
           05                          PIC X(2)      VALUE SPACES.
           05                          PIC X(36)     VALUE
           'NO GARNISHMENT ORDERS THIS CYCLE'.
      /
       PROCEDURE DIVISION.


           PERFORM 11-RUNCTL-ROUTINE
           PERFORM 12-RESTART-CHECK-ROUTINE
           IF OFF-CYCLE-MODE
               PERFORM 192-OFF-CYCLE-ROUTINE
           ELSE
               PERFORM 14-LOAD-LOCATIONS-ROUTINE
               PERFORM 105-LOAD-POSITIONS-ROUTINE
               PERFORM 120-LOAD-BUDGET-ROUTINE
               PERFORM 15-OPEN-ROUTINE
               PERFORM 25-PROCESS-EMPLOYEE-ROUTINE

               PERFORM 40-EOF-ROUTINE
           END-IF

           .

               SET CK-SKIPPING TO TRUE
               PERFORM 13-LOAD-CHECKPOINT-ROUTINE
           END-IF
           IF RUN-PARM = 'FINALPAY'
               SET OFF-CYCLE-MODE TO TRUE
           END-IF
           .

       13-LOAD-CHECKPOINT-ROUTINE.
           MOVE RR-LOC-SALARY-TOTAL      TO LS-LOC-SALARY-TOTAL
           MOVE RR-LOC-HEADCOUNT         TO LS-LOC-HEADCOUNT
           MOVE RR-GL-LINE-COUNT         TO GL-LINE-COUNT
           MOVE RR-GL-SALARY-TOTAL       TO TF-GL-SALARY-TOTAL
           MOVE RR-POSITION-GL-TOTAL     TO PS-POSITION-GL-TOTAL
           .

       14-LOAD-LOCATIONS-ROUTINE.
               END-IF
           END-IF

           IF PS-POSITION-GL-TOTAL > ZERO
               PERFORM 54-GL-DETAIL-ROUTINE
           END-IF
           MOVE ZERO TO PS-POSITION-HEADCOUNT
           MOVE ZERO TO PS-POSITION-SALARY-TOTAL
           MOVE ZERO TO PS-POSITION-GL-TOTAL
           .

       30-KNOX-SALARY-ROUTINE.
           ADD 1 TO TS-STORE-HEADCOUNT
           ADD 1 TO PS-POSITION-HEADCOUNT
           ADD 1 TO LS-LOC-HEADCOUNT
           IF KR-STATUS-ACTIVE AND RCW-PRINT-REGISTER
               ADD KR-CURR-SAL TO TF-GL-SALARY-TOTAL
               ADD KR-CURR-SAL TO PS-POSITION-GL-TOTAL
           END-IF
           IF RCW-PRINT-MAIN
               WRITE REPORT-RECORD FROM DETAIL-LINE
                   AFTER ADVANCING 1 LINES
               MOVE LS-LOC-SALARY-TOTAL     TO RR-LOC-SALARY-TOTAL
               MOVE LS-LOC-HEADCOUNT        TO RR-LOC-HEADCOUNT
               MOVE GL-LINE-COUNT           TO RR-GL-LINE-COUNT
               MOVE TF-GL-SALARY-TOTAL      TO RR-GL-SALARY-TOTAL
               MOVE PS-POSITION-GL-TOTAL    TO RR-POSITION-GL-TOTAL
               WRITE RESTART-RECORD
           END-IF
           .
                   AFTER ADVANCING 3 LINES
           END-IF

           PERFORM 51-MASTER-SCAN-ROUTINE
           PERFORM 57-CHANGE-REPORT-ROUTINE
           IF RCW-PRINT-SEPARATIONS
           IF RCW-PRINT-TENURE
               PERFORM 55-TENURE-REPORT-ROUTINE
           END-IF
      *    SEPARATIONS QUEUED THIS RUN WAIT ON THE FILE FOR WHICHEVER
      *    REGISTER PAYS THEM -- THIS ONE OR THE NEXT.
           IF FQ-FILE-OPEN
               CLOSE FINAL-PAY-FILE
               MOVE 'N' TO FQ-OPEN-SW
           END-IF
           IF FQ-YTD-OPEN
               CLOSE YTD-FILE
               MOVE 'N' TO FQ-YTD-SW
           END-IF
           IF RCW-PRINT-REGISTER
               PERFORM 62-PAYROLL-REGISTER-ROUTINE
           END-IF
      *    THE TRAILER WAITS FOR THE REGISTER -- THE FINAL PAY PASS
      *    ADDS ITS OWN DEBIT LINES TO THE JOURNAL.
           PERFORM 59-GL-TRAILER-ROUTINE
           PERFORM 70-VACATION-REPORT-ROUTINE
      *    STUBS WAIT FOR THE CHECK NUMBERS AND THE ACCRUAL PASS.
           IF RCW-PRINT-REGISTER
               PERFORM 171-PAY-STUB-ROUTINE
           END-IF
           PERFORM 60-AUDIT-LOG-ROUTINE

           CLOSE CLEAN-FILE
                   MOVE KR-EMPLOYEE-STATUS TO CG-NEW-VALUE
                   PERFORM 43-CHANGE-ENTRY-ROUTINE
               END-IF
               IF KR-STATUS-SEPARATED
                   AND OM-EMPLOYEE-STATUS NOT = 'T'
                   AND OM-EMPLOYEE-STATUS NOT = 'R'
                   PERFORM 123-FINAL-PAY-ENTRY-ROUTINE
               END-IF
               IF KR-CURR-SAL NOT = OM-CURR-SAL
                   MOVE 'PAY CHANGE'      TO CG-CHANGE-TYPE
                   MOVE OM-CURR-SAL       TO CG-OLD-VALUE

           MOVE BF-PREV-STORE-ID         TO GLD-ACCT-STORE
           MOVE BF-PREV-POS              TO GLD-ACCT-POS
           MOVE PS-POSITION-GL-TOTAL     TO GLD-DEBIT
           WRITE GL-POST-RECORD FROM GL-DETAIL-LINE
           ADD 1 TO GL-LINE-COUNT
           .
      *    A TRUNCATED TRANSFER BEFORE IT POSTS PARTIAL EXPENSE.
       59-GL-TRAILER-ROUTINE.

           COMPUTE GLC-CREDIT = TF-GL-SALARY-TOTAL + FPY-GL-TOTAL
               + RTW-GL-DEBIT - RTW-GL-CREDIT
           WRITE GL-POST-RECORD FROM GL-CREDIT-LINE
           ADD 1 TO GL-LINE-COUNT

           MOVE RUN-DATE-NUM    TO GLT-RUN-DATE
           MOVE GL-LINE-COUNT   TO GLT-LINE-COUNT
           COMPUTE GLT-HASH-TOTAL = TF-GL-SALARY-TOTAL + FPY-GL-TOTAL
               + RTW-GL-DEBIT
           WRITE GL-POST-RECORD FROM GL-TRAILER-LINE
           .


           PERFORM 63-LOAD-DEDUCTIONS-ROUTINE
           PERFORM 82-LOAD-TAX-TABLE-ROUTINE
           PERFORM 83-OPEN-TAX-ELECT-ROUTINE
           PERFORM 89-OPEN-BANK-ROUTINE
           PERFORM 95-OPEN-YTD-ROUTINE
           PERFORM 151-LOAD-RETRO-ROUTINE
           PERFORM 177-LOAD-GARNISH-ROUTINE
           PERFORM 193-LOAD-FINAL-PAY-ROUTINE
           OPEN EXTEND YTD-PRIOR-FILE
           OPEN OUTPUT DEPOSIT-FILE
           OPEN OUTPUT CHECK-WORK-FILE
           OPEN OUTPUT STUB-WORK-FILE
           MOVE RUN-DATE-NUM TO DPH-RUN-DATE
           WRITE DEPOSIT-RECORD FROM DEP-HEADER-LINE

           WRITE REPORT-RECORD FROM REGISTER-COMP-TOTAL-LINE
               AFTER ADVANCING 2 LINES

           PERFORM 124-FINAL-PAY-REGISTER-ROUTINE
           PERFORM 161-RETRO-LISTING-ROUTINE
           PERFORM 163-REWRITE-RETRO-ROUTINE
           PERFORM 187-GARNISH-REMIT-ROUTINE
           PERFORM 190-REWRITE-GARNISH-ROUTINE

           MOVE RUN-DATE-NUM    TO DPT-RUN-DATE
           MOVE DEP-ENTRY-COUNT TO DPT-ENTRY-COUNT
           MOVE DEP-NET-TOTAL   TO DPT-NET-TOTAL
           WRITE DEPOSIT-RECORD FROM DEP-TRAILER-LINE
           CLOSE DEPOSIT-FILE
           CLOSE YTD-PRIOR-FILE
           CLOSE YTD-FILE
           IF TE-FILE-OPEN
               CLOSE TAX-ELECT-FILE
           END-IF
           IF BK-FILE-OPEN
               CLOSE BANK-FILE
           END-IF
           PERFORM 130-REG-HIST-ROUTINE
           CLOSE CHECK-WORK-FILE
           CLOSE STUB-WORK-FILE
           PERFORM 93-CHECK-EXCEPTION-REPORT-ROUTINE
           PERFORM 134-CHECK-RUN-ROUTINE
           PERFORM 196-CLEAR-FINAL-PAY-ROUTINE
           .

       63-LOAD-DEDUCTIONS-ROUTINE.
           END-IF

           COMPUTE PRG-GROSS ROUNDED = KR-CURR-SAL / 26
           PERFORM 152-RETRO-PAY-ROUTINE
           MOVE ZERO TO PRG-DED-TOTAL
           PERFORM 65-REGISTER-DEDUCTION-ROUTINE
               VARYING DED-IDX-I FROM 1 BY 1
           PERFORM 84-EMPLOYEE-TAX-ROUTINE
           ADD PRG-FED-TAX   TO PRG-DED-TOTAL
           ADD PRG-STATE-TAX TO PRG-DED-TOTAL
           PERFORM 183-EMPLOYEE-GARNISH-ROUTINE
           ADD PRG-GARN-TOTAL TO PRG-DED-TOTAL
           COMPUTE PRG-NET = PRG-GROSS - PRG-DED-TOTAL

           MOVE KR-EMPLOYEE-ID TO RGL-EMPLOYEE-ID
           MOVE PRG-NET        TO RGL-NET
           WRITE REPORT-RECORD FROM REGISTER-DETAIL-LINE
               AFTER ADVANCING 1 LINES
           PERFORM 157-REGISTER-RETRO-PRINT-ROUTINE
           PERFORM 68-REGISTER-DEDUCT-PRINT-ROUTINE
               VARYING DED-IDX-I FROM 1 BY 1
               UNTIL DED-IDX-I > DED-COUNT
           PERFORM 88-REGISTER-TAX-PRINT-ROUTINE
           PERFORM 186-REGISTER-GARNISH-PRINT-ROUTINE
               VARYING GNT-IDX-I FROM 1 BY 1
               UNTIL GNT-IDX-I > GNT-COUNT

           ADD PRG-GROSS     TO PRG-STORE-GROSS
           ADD PRG-DED-TOTAL TO PRG-STORE-DED

           PERFORM 90-DEPOSIT-ROUTINE
           PERFORM 96-YTD-ACCUM-ROUTINE
           PERFORM 165-STUB-WORK-ROUTINE
           .

       65-REGISTER-DEDUCTION-ROUTINE.
           .

      *    THIRD PASS OF CLEAN-FILE -- PRINTS THE ACCRUAL STATEMENT
      *    BY STORE FOR ACTIVE EMPLOYEES AND UPDATES EACH ONE'S
      *    CARRYOVER RECORD IN PLACE BY KEY (75-VACATION-WRITE-
      *    ROUTINE).  RECORDS OF EMPLOYEES NOT ON THE FEED ARE LEFT
      *    AS THEY ARE FOR PR1FA21P TO ARCHIVE.
       70-VACATION-REPORT-ROUTINE.

           PERFORM 72-OPEN-VACATION-ROUTINE
           PERFORM 108-LOAD-VAC-TRANS-ROUTINE

           WRITE REPORT-RECORD FROM REPORT-TITLE-ONE

           WRITE REPORT-RECORD FROM BLANK-LINES

           CLOSE CLEAN-FILE
           OPEN INPUT CLEAN-FILE
           PERFORM UNTIL VAC-NO-MORE-DATA
           .

      *    COMPUTES EXACT YEARS OF SERVICE FROM KR-HIRE-DATE AGAINST
      *    THE RUN DATE, AND THE YEAR'S VACATION ACCRUAL BAND THAT
      *    GOES WITH THEM -- SHARED BY THE TENURE ANNIVERSARY CHECK,
      *    THE VACATION PASS AND THE PAY STUBS.
       71-SERVICE-YEARS-ROUTINE.

           COMPUTE TW-SERVICE-YEARS = RUN-YEAR - KR-HIRE-YEAR
                   SUBTRACT 1 FROM TW-SERVICE-YEARS
               END-IF
           END-IF
           IF TW-SERVICE-YEARS < 5
               MOVE 80 TO VW-ACCRUAL-HOURS
           ELSE
               IF TW-SERVICE-YEARS < 10
                   MOVE 120 TO VW-ACCRUAL-HOURS
               ELSE
                   MOVE 160 TO VW-ACCRUAL-HOURS
               END-IF
           END-IF
           .

      *    THE CARRYOVER FILE IS UPDATED IN PLACE, SO IT IS OPENED
      *    I-O AND ONLY CREATED (OUTPUT, THEN REOPENED I-O) THE
      *    FIRST TIME, WHEN NO DATASET EXISTS -- THE SAME WAY
      *    15-OPEN-ROUTINE TREATS THE MASTER.
       72-OPEN-VACATION-ROUTINE.

           OPEN I-O VACATION-FILE
           IF VC-FILE-MISSING
               OPEN OUTPUT VACATION-FILE
               CLOSE VACATION-FILE
               OPEN I-O VACATION-FILE
           END-IF
           IF NOT VC-FILE-OK
               DISPLAY 'PR1FA21-Vacation.dat COULD NOT BE OPENED '
                   '-- FILE STATUS ' VC-FILE-STATUS
               STOP RUN
           END-IF
           .

           END-IF

           PERFORM 71-SERVICE-YEARS-ROUTINE

           PERFORM 74-VACATION-READ-ROUTINE
           IF NOT VAC-ON-FILE
               MOVE ZERO TO VW-CARRYOVER-HOURS
               MOVE ZERO TO VW-TAKEN-HOURS
           ELSE
               MOVE VC-CARRYOVER-HOURS TO VW-CARRYOVER-HOURS
               MOVE VC-TAKEN-HOURS     TO VW-TAKEN-HOURS
      *        A BALANCE LEFT OVER FROM A PRIOR YEAR ROLLS FORWARD:
      *        WHAT WAS STILL AVAILABLE BECOMES THE NEW CARRYOVER
      *        AND THE TAKEN COUNT STARTS OVER.
               IF VC-YEAR < RUN-YEAR
                   COMPUTE VW-CARRYOVER-HOURS =
                       VW-CARRYOVER-HOURS + VW-ACCRUAL-HOURS
                           - VW-TAKEN-HOURS
               VARYING VAC-TRN-IDX FROM 1 BY 1
               UNTIL VAC-TRN-IDX > VAC-TRN-COUNT

           PERFORM 75-VACATION-WRITE-ROUTINE
           .

       74-VACATION-READ-ROUTINE.

           MOVE KR-EMPLOYEE-ID TO VC-EMPLOYEE-ID
           READ VACATION-FILE
               INVALID KEY
                   MOVE 'N' TO VAC-FOUND-SW
               NOT INVALID KEY
                   MOVE 'Y' TO VAC-FOUND-SW
           END-READ
           .

      *    A NEW EMPLOYEE'S FIRST RECORD IS ADDED; EVERYONE ELSE'S
      *    IS REPLACED IN PLACE, THE WAY 37-MASTER-WRITE-ROUTINE
      *    KEEPS THE MASTER.
       75-VACATION-WRITE-ROUTINE.

           MOVE KR-EMPLOYEE-ID      TO VC-EMPLOYEE-ID
           MOVE RUN-YEAR            TO VC-YEAR
           MOVE VW-CARRYOVER-HOURS  TO VC-CARRYOVER-HOURS
           MOVE VW-TAKEN-HOURS      TO VC-TAKEN-HOURS
           WRITE VACATION-RECORD
               INVALID KEY
                   REWRITE VACATION-RECORD
           END-WRITE
           .

       76-VACATION-NEW-STORE-ROUTINE.
           END-IF
           .

      *    NO ELECTION FILE AT ALL LEAVES EVERYONE WITHHOLDING AS
      *    SINGLE/ZERO -- THE FILE IS ONLY READ WHEN IT OPENED.
       83-OPEN-TAX-ELECT-ROUTINE.

           OPEN INPUT TAX-ELECT-FILE
           IF TE-FILE-OK
               MOVE 'Y' TO TE-OPEN-SW
           END-IF
           .


           MOVE 'S'  TO TXW-FILING-STATUS
           MOVE ZERO TO TXW-EXEMPTIONS
           IF TE-FILE-OPEN
               PERFORM 85-TAX-ELECT-READ-ROUTINE
           END-IF

           COMPUTE TXW-TAXABLE =
           MOVE TXW-TAX-AMT TO PRG-STATE-TAX
           .

       85-TAX-ELECT-READ-ROUTINE.

           MOVE KR-EMPLOYEE-ID TO TE-EMPLOYEE-ID
           READ TAX-ELECT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE TE-FILING-STATUS TO TXW-FILING-STATUS
                   MOVE TE-EXEMPTIONS    TO TXW-EXEMPTIONS
           END-READ
           .

      *    PICKS THE HIGHEST BRACKET WHOSE FLOOR THE TAXABLE GROSS
               AFTER ADVANCING 1 LINES
           .

      *    NO BANK FILE AT ALL SENDS EVERYONE TO THE CHECK LIST --
      *    THE FILE IS ONLY READ WHEN IT OPENED.
       89-OPEN-BANK-ROUTINE.

           OPEN INPUT BANK-FILE
           IF BK-FILE-OK
               MOVE 'Y' TO BK-OPEN-SW
           END-IF
           .

      *    OUT ON THE CHECK LIST WITH THE MISSING-BANK-RECORD CASES.
       90-DEPOSIT-ROUTINE.

           MOVE 'N' TO BANK-FOUND-SW
           IF BK-FILE-OPEN
               PERFORM 91-BANK-READ-ROUTINE
           END-IF

           IF NOT BANK-ON-FILE
               MOVE 'NO BANK RECORD ON FILE' TO CKW-REASON
               PERFORM 92-CHECK-EXCEPTION-ROUTINE
           ELSE
                   PERFORM 92-CHECK-EXCEPTION-ROUTINE
               ELSE
                   MOVE KR-EMPLOYEE-ID TO DPD-EMPLOYEE-ID
                   MOVE BK-ROUTING   TO DPD-ROUTING
                   MOVE BK-ACCOUNT   TO DPD-ACCOUNT
                   MOVE BK-ACCT-TYPE TO DPD-ACCT-TYPE
                   MOVE PRG-NET TO DPD-AMOUNT
                   WRITE DEPOSIT-RECORD FROM DEP-DETAIL-LINE
                   ADD 1       TO DEP-ENTRY-COUNT
           END-IF
           .

       91-BANK-READ-ROUTINE.

           MOVE KR-EMPLOYEE-ID TO BK-EMPLOYEE-ID
           READ BANK-FILE
               INVALID KEY
                   MOVE 'N' TO BANK-FOUND-SW
               NOT INVALID KEY
                   MOVE 'Y' TO BANK-FOUND-SW
           END-READ
           .

       92-CHECK-EXCEPTION-ROUTINE.

           PERFORM 132-CHECK-WORK-ROUTINE
           IF CKX-COUNT < 500
               ADD 1 TO CKX-COUNT
               MOVE KR-EMPLOYEE-ID TO CKX-EMPLOYEE-ID (CKX-COUNT)
               AFTER ADVANCING 1 LINES
           .

      *    THE YTD FILE IS UPDATED IN PLACE AS EACH EMPLOYEE
      *    POSTS, SO IT IS OPENED I-O AND ONLY CREATED THE FIRST
      *    TIME, WHEN NO DATASET EXISTS.
       95-OPEN-YTD-ROUTINE.

           OPEN I-O YTD-FILE
           IF YT-FILE-MISSING
               OPEN OUTPUT YTD-FILE
               CLOSE YTD-FILE
               OPEN I-O YTD-FILE
           END-IF
           IF NOT YT-FILE-OK
               DISPLAY 'PR1FA21-YTD.txt COULD NOT BE OPENED '
                   '-- FILE STATUS ' YT-FILE-STATUS
               STOP RUN
           END-IF
           .

       96-YTD-ACCUM-ROUTINE.

           PERFORM 97-YTD-READ-ROUTINE
           IF NOT YTD-ON-FILE
               PERFORM 101-YTD-CLEAR-ENTRY-ROUTINE
           ELSE
      *        A RECORD CARRIED IN FROM LAST YEAR IS ARCHIVED AND
      *        RESET BEFORE THIS YEAR'S FIRST PERIOD POSTS.
               IF YD-YEAR < RUN-YEAR
                   WRITE YTD-PRIOR-RECORD FROM YTD-ENTRY
                   PERFORM 101-YTD-CLEAR-ENTRY-ROUTINE
               END-IF
           END-IF

      *    AN AS-OF RERUN OR A RESTART READS A RECORD THAT ALREADY
      *    CARRIES THIS PERIOD -- THE RUN-DATE STAMP MAKES THE POST
      *    EXACTLY-ONCE, THE WAY THE GL TRIM AND THE IDEMPOTENT
      *    MASTER REWRITES PROTECT THE OTHER PERSISTENT OUTPUTS.
           IF YD-POSTED-DATE = RUN-DATE-NUM
               CONTINUE
           ELSE
               MOVE RUN-DATE-NUM TO YD-POSTED-DATE
               ADD PRG-GROSS TO YD-GROSS
               ADD PRG-NET   TO YD-NET
               ADD 1         TO YD-PERIODS
               COMPUTE YTD-QTR-IDX = (RUN-MONTH + 2) / 3
               ADD PRG-GROSS     TO YD-QTD-GROSS   (YTD-QTR-IDX)
               ADD TXW-TAXABLE   TO YD-QTD-TAXABLE (YTD-QTR-IDX)
               ADD PRG-FED-TAX   TO YD-QTD-FWT     (YTD-QTR-IDX)
               ADD PRG-STATE-TAX TO YD-QTD-SWT     (YTD-QTR-IDX)
               ADD 1             TO RHW-EMPLOYEES
               ADD PRG-GROSS     TO RHW-GROSS
               ADD TXW-TAXABLE   TO RHW-TAXABLE
               ADD PRG-FED-TAX   TO RHW-FWT
               ADD PRG-STATE-TAX TO RHW-SWT
               PERFORM 98-YTD-DEDUCTION-ROUTINE
                   VARYING DED-IDX-I FROM 1 BY 1
                   UNTIL DED-IDX-I > DED-COUNT
               MOVE 'SWT'         TO YDW-CODE
               MOVE PRG-STATE-TAX TO YDW-AMT
               PERFORM 99-YTD-BUCKET-ROUTINE
               IF PRG-GARN-TOTAL > ZERO
                   MOVE 'GRN'          TO YDW-CODE
                   MOVE PRG-GARN-TOTAL TO YDW-AMT
                   PERFORM 99-YTD-BUCKET-ROUTINE
               END-IF
               PERFORM 103-WRITE-YTD-ROUTINE
           END-IF
           .

      *    BRINGS THE EMPLOYEE IN HAND'S RECORD INTO YTD-ENTRY.
       97-YTD-READ-ROUTINE.

           MOVE KR-EMPLOYEE-ID TO YT-EMPLOYEE-ID
           READ YTD-FILE
               INVALID KEY
                   MOVE 'N' TO YTD-FOUND-SW
               NOT INVALID KEY
                   MOVE 'Y' TO YTD-FOUND-SW
      *            A RECORD WRITTEN BEFORE THE QUARTER BUCKETS
      *            EXISTED COMES IN SPACE-FILLED PAST THE POSTED
      *            DATE.
                   IF YT-QTD-GROSS (1) NOT NUMERIC
                       PERFORM 131-YTD-CLEAR-QUARTER-ROUTINE
                           VARYING YTD-QTR-IDX FROM 1 BY 1
                           UNTIL YTD-QTR-IDX > 4
                   END-IF
                   MOVE YTD-RECORD TO YTD-ENTRY
           END-READ
           .

       98-YTD-DEDUCTION-ROUTINE.

      *    EACH DEDUCTION CODE KEEPS ITS OWN BUCKET -- THE FIRST
      *    EMPTY SLOT IS CLAIMED WHEN A CODE ARRIVES FOR THE FIRST
      *    TIME.  THIRTEEN SLOTS COVER THE TEN FILE CODES PLUS FWT,
      *    SWT AND THE GRN BUCKET AN EMPLOYEE WITH GARNISHMENTS
      *    CLAIMS, BUT MID-YEAR CODE CHURN CAN PUSH PAST THAT -- A
      *    DROPPED AMOUNT WOULD LEAVE GROSS, BUCKETS AND NET QUIETLY
      *    OUT OF AGREEMENT, SO A FULL RECORD STOPS THE RUN.
       99-YTD-BUCKET-ROUTINE.

           MOVE ZERO TO YTD-BKT-FOUND
           PERFORM 100-YTD-BUCKET-MATCH-ROUTINE
               VARYING YTD-BKT-IDX FROM 1 BY 1
               UNTIL YTD-BKT-IDX > 13
                   OR YTD-BKT-FOUND > ZERO
           IF YTD-BKT-FOUND > ZERO
               MOVE YDW-CODE TO YD-DED-CODE (YTD-BKT-FOUND)
               ADD YDW-AMT   TO YD-DED-AMT  (YTD-BKT-FOUND)
           ELSE
               DISPLAY 'NO YTD DEDUCTION BUCKET FREE FOR CODE '
                   YDW-CODE ' ON EMPLOYEE ' KR-EMPLOYEE-ID

       100-YTD-BUCKET-MATCH-ROUTINE.

           IF YD-DED-CODE (YTD-BKT-IDX) = YDW-CODE
               OR YD-DED-CODE (YTD-BKT-IDX) = SPACES
               MOVE YTD-BKT-IDX TO YTD-BKT-FOUND
           END-IF
           .

      *    BUILDS A FRESH RECORD FOR THE EMPLOYEE IN HAND IN THE
      *    YTD-RECORD AREA AND COPIES IT TO YTD-ENTRY.
       101-YTD-CLEAR-ENTRY-ROUTINE.

           MOVE KR-EMPLOYEE-ID TO YT-EMPLOYEE-ID
           MOVE ZERO           TO YT-POSTED-DATE
           PERFORM 102-YTD-CLEAR-BUCKET-ROUTINE
               VARYING YTD-BKT-IDX FROM 1 BY 1
               UNTIL YTD-BKT-IDX > 13
           PERFORM 131-YTD-CLEAR-QUARTER-ROUTINE
               VARYING YTD-QTR-IDX FROM 1 BY 1
               UNTIL YTD-QTR-IDX > 4
           MOVE YTD-RECORD TO YTD-ENTRY
           .

       102-YTD-CLEAR-BUCKET-ROUTINE.
           MOVE ZERO   TO YT-DED-AMT  (YTD-BKT-IDX)
           .

      *    A NEW EMPLOYEE'S FIRST RECORD IS ADDED; EVERYONE ELSE'S
      *    IS REPLACED IN PLACE, THE WAY 37-MASTER-WRITE-ROUTINE
      *    KEEPS THE MASTER.
       103-WRITE-YTD-ROUTINE.

           MOVE YTD-ENTRY TO YTD-RECORD
           WRITE YTD-RECORD
               INVALID KEY
                   PERFORM 104-REWRITE-YTD-ROUTINE
           END-WRITE
           .

      *    A RECORD THAT CAN BE NEITHER ADDED NOR REPLACED WOULD
      *    LOSE THIS PERIOD FROM SOMEONE'S YEAR-TO-DATE -- THE RUN
      *    STOPS.
       104-REWRITE-YTD-ROUTINE.

           REWRITE YTD-RECORD
               INVALID KEY
                   DISPLAY 'PR1FA21-YTD.txt RECORD FOR EMPLOYEE '
                       YT-EMPLOYEE-ID ' NOT WRITTEN -- FILE STATUS '
                       YT-FILE-STATUS ' -- RUN STOPPED'
                   STOP RUN
           END-REWRITE
           .

       105-LOAD-POSITIONS-ROUTINE.
               WRITE VAC-TRANS-RECORD
           END-IF
           .

      *    THE SEPARATION IS QUEUED THE MOMENT THE FLIP IS SEEN, SO
      *    A REGISTER SWITCHED OFF OR A RESTART PAST THE CHECKPOINT
      *    CANNOT LOSE IT.  THE FIRST ONE EVER QUEUED CREATES THE
      *    FILE.  THE MASTER IS ABOUT TO STOP SHOWING THE FLIP, SO A
      *    QUEUE THAT CANNOT BE WRITTEN STOPS THE RUN.  THE YTD FILE
      *    IS READ ALONGSIDE FOR THE DATE PAY LAST POSTED; NO YTD
      *    FILE YET MEANS NOTHING HAS EVER POSTED.
       123-FINAL-PAY-ENTRY-ROUTINE.

           IF NOT FQ-FILE-OPEN
               OPEN EXTEND FINAL-PAY-FILE
               IF FQ-FILE-MISSING
                   OPEN OUTPUT FINAL-PAY-FILE
               END-IF
               IF NOT FQ-FILE-OK
                   DISPLAY 'PR1FA21-FinalPay.txt COULD NOT BE OPENED '
                       '-- FILE STATUS ' FQ-FILE-STATUS
                   DISPLAY 'SEPARATION OF ' KR-EMPLOYEE-ID
                       ' WAS NOT QUEUED -- RUN STOPPED'
                   STOP RUN
               END-IF
               SET FQ-FILE-OPEN TO TRUE
               OPEN INPUT YTD-FILE
               IF YT-FILE-OK
                   SET FQ-YTD-OPEN TO TRUE
               ELSE
                   IF NOT YT-FILE-MISSING
                       DISPLAY 'PR1FA21-YTD.txt COULD NOT BE OPENED '
                           '-- FILE STATUS ' YT-FILE-STATUS
                       DISPLAY 'SEPARATION OF ' KR-EMPLOYEE-ID
                           ' WAS NOT QUEUED -- RUN STOPPED'
                       STOP RUN
                   END-IF
               END-IF
           END-IF
           MOVE KNOX-RECORD  TO FQ-KNOX-IMAGE
           MOVE RUN-DATE-NUM TO FQ-QUEUED-DATE
           PERFORM 198-FINAL-PAY-POSTED-ROUTINE
           WRITE FINAL-PAY-RECORD
           .

      *    RUNS INSIDE THE REGISTER PASS OR THE OFF-CYCLE RUN, WHILE
      *    THE DEDUCTION AND TAX TABLES ARE LOADED AND THE ELECTION,
      *    YTD AND YTD-PRIOR FILES ARE OPEN.  THE PAYOUT HOURS WERE
      *    READ WHEN THE QUEUE WAS LOADED.
       124-FINAL-PAY-REGISTER-ROUTINE.

           WRITE REPORT-RECORD FROM REPORT-TITLE-ONE
               AFTER ADVANCING PAGE

           WRITE REPORT-RECORD FROM FINAL-PAY-TITLE-TWO
               AFTER ADVANCING 2 LINE

           WRITE REPORT-RECORD FROM REPORT-TITLE-THREE
               AFTER ADVANCING 2 LINE

           WRITE REPORT-RECORD FROM FINAL-PAY-TITLE-FOUR
               AFTER ADVANCING 2 LINE

           WRITE REPORT-RECORD FROM REGISTER-TITLE-FIVE
               AFTER ADVANCING 1 LINE

           WRITE REPORT-RECORD FROM BLANK-LINES

           IF FPY-COUNT = ZERO
               WRITE REPORT-RECORD FROM FINAL-PAY-NONE-LINE
                   AFTER ADVANCING 1 LINES
           ELSE
               PERFORM 127-FINAL-PAY-EMPLOYEE-ROUTINE
                   VARYING FPY-IDX-I FROM 1 BY 1
                   UNTIL FPY-IDX-I > FPY-COUNT
               MOVE FPY-COMP-GROSS TO RGC-GROSS
               MOVE FPY-COMP-DED   TO RGC-DED
               MOVE FPY-COMP-NET   TO RGC-NET
               WRITE REPORT-RECORD FROM REGISTER-COMP-TOTAL-LINE
                   AFTER ADVANCING 2 LINES
           END-IF
           .

      *    PAYOUT HOURS ARE THE CARRYOVER LESS HOURS ALREADY TAKEN,
      *    NEVER BELOW ZERO.  NO CARRYOVER RECORD PAYS NO VACATION.
      *    THE HOURS ARE READ AS SOON AS THE QUEUE IS LOADED, SO A
      *    CARRYOVER FILE THAT WILL NOT OPEN STOPS THE RUN (THROUGH
      *    72-OPEN-VACATION-ROUTINE) BEFORE ANYTHING IS PAID RATHER
      *    THAN PAYING EVERY SEPARATION WITHOUT ITS VACATION.
       125-FINAL-PAY-VACATION-ROUTINE.

           IF FPY-COUNT = ZERO
               CONTINUE
           ELSE
               PERFORM 72-OPEN-VACATION-ROUTINE
               PERFORM 126-FINAL-PAY-VAC-READ-ROUTINE
                   VARYING FPY-IDX-I FROM 1 BY 1
                   UNTIL FPY-IDX-I > FPY-COUNT
               CLOSE VACATION-FILE
           END-IF
           .

       126-FINAL-PAY-VAC-READ-ROUTINE.

           MOVE FPY-KNOX-IMAGE (FPY-IDX-I) TO KNOX-RECORD
           MOVE KR-EMPLOYEE-ID TO VC-EMPLOYEE-ID
           READ VACATION-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   COMPUTE FPW-VAC-HOURS =
                       VC-CARRYOVER-HOURS - VC-TAKEN-HOURS
                   IF FPW-VAC-HOURS < ZERO
                       MOVE ZERO TO FPW-VAC-HOURS
                   END-IF
                   MOVE FPW-VAC-HOURS TO FPY-VAC-HOURS (FPY-IDX-I)
           END-READ
           .

       127-FINAL-PAY-EMPLOYEE-ROUTINE.

           MOVE FPY-KNOX-IMAGE (FPY-IDX-I) TO KNOX-RECORD
           PERFORM 128-FINAL-PAY-DAYS-ROUTINE
           COMPUTE FPW-SALARY-GROSS ROUNDED =
               KR-CURR-SAL / 26 * FPW-DAYS / 14
           COMPUTE FPW-VAC-PAY ROUNDED =
               KR-CURR-SAL * FPY-VAC-HOURS (FPY-IDX-I) / 2080
           COMPUTE PRG-GROSS = FPW-SALARY-GROSS + FPW-VAC-PAY
           PERFORM 152-RETRO-PAY-ROUTINE

           MOVE ZERO TO PRG-DED-TOTAL
           PERFORM 65-REGISTER-DEDUCTION-ROUTINE
               VARYING DED-IDX-I FROM 1 BY 1
               UNTIL DED-IDX-I > DED-COUNT
           PERFORM 84-EMPLOYEE-TAX-ROUTINE
           ADD PRG-FED-TAX   TO PRG-DED-TOTAL
           ADD PRG-STATE-TAX TO PRG-DED-TOTAL
           PERFORM 183-EMPLOYEE-GARNISH-ROUTINE
           ADD PRG-GARN-TOTAL TO PRG-DED-TOTAL
           COMPUTE PRG-NET = PRG-GROSS - PRG-DED-TOTAL

           MOVE KR-EMPLOYEE-ID TO RGL-EMPLOYEE-ID
           MOVE KR-EMPLOYEE-L  TO RGL-EMPLOYEE-L
           MOVE KR-EMPLOYEE-F  TO RGL-EMPLOYEE-F
           MOVE PRG-GROSS      TO RGL-GROSS
           MOVE PRG-DED-TOTAL  TO RGL-DED-TOTAL
           MOVE PRG-NET        TO RGL-NET
           WRITE REPORT-RECORD FROM REGISTER-DETAIL-LINE
               AFTER ADVANCING 1 LINES
           MOVE KR-SEP-DATE        TO FPL-SEP-DATE
           MOVE KR-EMPLOYEE-STATUS TO FPL-STATUS
           MOVE FPW-DAYS           TO FPL-DAYS
           MOVE FPY-VAC-HOURS (FPY-IDX-I) TO FPL-VAC-HOURS
           WRITE REPORT-RECORD FROM FINAL-PAY-SEP-LINE
               AFTER ADVANCING 1 LINES
           MOVE 'SAL'              TO RGD-CODE
           MOVE 'PRORATED SALARY'  TO RGD-DESC
           MOVE FPW-SALARY-GROSS   TO RGD-AMOUNT
           WRITE REPORT-RECORD FROM REGISTER-DEDUCT-LINE
               AFTER ADVANCING 1 LINES
           MOVE 'VAC'              TO RGD-CODE
           MOVE 'VACATION PAYOUT'  TO RGD-DESC
           MOVE FPW-VAC-PAY        TO RGD-AMOUNT
           WRITE REPORT-RECORD FROM REGISTER-DEDUCT-LINE
               AFTER ADVANCING 1 LINES
           PERFORM 157-REGISTER-RETRO-PRINT-ROUTINE
           PERFORM 68-REGISTER-DEDUCT-PRINT-ROUTINE
               VARYING DED-IDX-I FROM 1 BY 1
               UNTIL DED-IDX-I > DED-COUNT
           PERFORM 88-REGISTER-TAX-PRINT-ROUTINE
           PERFORM 186-REGISTER-GARNISH-PRINT-ROUTINE
               VARYING GNT-IDX-I FROM 1 BY 1
               UNTIL GNT-IDX-I > GNT-COUNT

           ADD PRG-GROSS     TO FPY-COMP-GROSS
           ADD PRG-DED-TOTAL TO FPY-COMP-DED
           ADD PRG-NET       TO FPY-COMP-NET

      *    ANY RETRO IN THE GROSS POSTS TO ITS OWN RET-PAY LINE.
           COMPUTE GLF-DEBIT ROUNDED = FPW-SALARY-GROSS + FPW-VAC-PAY
           IF GLF-DEBIT > ZERO
               MOVE KR-STORE-ID TO GLF-ACCT-STORE
               WRITE GL-POST-RECORD FROM GL-FINAL-PAY-LINE
               ADD 1         TO GL-LINE-COUNT
               ADD GLF-DEBIT TO FPY-GL-TOTAL
           END-IF

           MOVE 'FINAL PAY' TO CKW-REASON
           PERFORM 92-CHECK-EXCEPTION-ROUTINE
           PERFORM 96-YTD-ACCUM-ROUTINE
           .

      *    DAYS OF THE OPEN PERIOD WORKED, FROM THE DAY AFTER THE
      *    LATER OF THE LAST YTD POSTING AND THE DAY BEFORE HIRE,
      *    THROUGH THE SEPARATION DATE -- HELD TO ZERO THROUGH 14.
      *    THE POSTING DATE IS THE ONE QUEUED WITH THE SEPARATION,
      *    NOT THE YTD RECORD'S OWN -- A RERUN FINDS THAT ALREADY
      *    STAMPED WITH THIS FINAL PAY AND WOULD PAY NO DAYS.
       128-FINAL-PAY-DAYS-ROUTINE.

           MOVE RUN-DATE-NUM TO DNW-DATE
           PERFORM 129-DAY-NUMBER-ROUTINE
           COMPUTE FPW-START-NUM = DNW-DAY-NUM - 14

           IF FPY-PRIOR-POSTED (FPY-IDX-I) > ZERO
               MOVE FPY-PRIOR-POSTED (FPY-IDX-I) TO DNW-DATE
               PERFORM 129-DAY-NUMBER-ROUTINE
               MOVE DNW-DAY-NUM TO FPW-START-NUM
           END-IF

           MOVE KR-HIRE-DATE TO DNW-DATE
           PERFORM 129-DAY-NUMBER-ROUTINE
           SUBTRACT 1 FROM DNW-DAY-NUM
           IF DNW-DAY-NUM > FPW-START-NUM
               MOVE DNW-DAY-NUM TO FPW-START-NUM
           END-IF

           MOVE KR-SEP-DATE TO DNW-DATE
           PERFORM 129-DAY-NUMBER-ROUTINE
           COMPUTE FPW-DAYS = DNW-DAY-NUM - FPW-START-NUM
           IF FPW-DAYS < ZERO
               MOVE ZERO TO FPW-DAYS
           END-IF
           IF FPW-DAYS > 14
               MOVE 14 TO FPW-DAYS
           END-IF
           .

       129-DAY-NUMBER-ROUTINE.

           MOVE DNW-YEAR TO DNW-LEAP-YEAR
           IF DNW-MONTH < 3
               SUBTRACT 1 FROM DNW-LEAP-YEAR
           END-IF
           COMPUTE DNW-DAY-NUM = DNW-YEAR * 365
               + MST-DAYS-BEFORE (DNW-MONTH) + DNW-DAY
           DIVIDE DNW-LEAP-YEAR BY 4   GIVING DNW-QUOTIENT
           ADD DNW-QUOTIENT TO DNW-DAY-NUM
           DIVIDE DNW-LEAP-YEAR BY 100 GIVING DNW-QUOTIENT
           SUBTRACT DNW-QUOTIENT FROM DNW-DAY-NUM
           DIVIDE DNW-LEAP-YEAR BY 400 GIVING DNW-QUOTIENT
           ADD DNW-QUOTIENT TO DNW-DAY-NUM
           .

      *    A RERUN THAT POSTED NOTHING NEW ADDS NO LINE, SO THE
      *    QUARTER'S REGISTER LINES STILL ADD UP TO THE YTD BUCKETS.
      *    THE FIRST REGISTER EVER RUN CREATES THE FILE.  THE YTD
      *    POSTINGS ARE ALREADY DONE BY NOW, SO A FILE THAT STILL
      *    WILL NOT OPEN IS REPORTED WITH THE FIGURES THE LINE
      *    SHOULD HAVE CARRIED RATHER THAN STOPPING THE RUN.
       130-REG-HIST-ROUTINE.

           IF RHW-EMPLOYEES > ZERO
               OPEN EXTEND REG-HIST-FILE
               IF RH-FILE-MISSING
                   OPEN OUTPUT REG-HIST-FILE
               END-IF
               MOVE RUN-DATE-NUM  TO RH-RUN-DATE
               MOVE RHW-EMPLOYEES TO RH-EMPLOYEES
               MOVE RHW-GROSS     TO RH-GROSS
               MOVE RHW-TAXABLE   TO RH-TAXABLE
               MOVE RHW-FWT       TO RH-FWT
               MOVE RHW-SWT       TO RH-SWT
               IF RH-FILE-OK
                   WRITE REG-HIST-RECORD
                   CLOSE REG-HIST-FILE
               ELSE
                   DISPLAY 'PR1FA21-RegHist.txt COULD NOT BE OPENED '
                       '-- FILE STATUS ' RH-FILE-STATUS
                   DISPLAY 'ADD THIS LINE BY HAND BEFORE PR1FA21Q: '
                       REG-HIST-RECORD
               END-IF
           END-IF
           .

       131-YTD-CLEAR-QUARTER-ROUTINE.

           MOVE ZERO TO YT-QTD-GROSS   (YTD-QTR-IDX)
           MOVE ZERO TO YT-QTD-TAXABLE (YTD-QTR-IDX)
           MOVE ZERO TO YT-QTD-FWT     (YTD-QTR-IDX)
           MOVE ZERO TO YT-QTD-SWT     (YTD-QTR-IDX)
           .

      *    CAPTURES THE EMPLOYEE IN HAND FOR THE CHECK RUN WHILE THE
      *    REGISTER STILL HOLDS THE GROSS, TAXES AND NET.
       132-CHECK-WORK-ROUTINE.

           MOVE KR-EMPLOYEE-ID TO CHW-EMPLOYEE-ID
           MOVE KR-STORE-ID    TO CHW-STORE-ID
           MOVE KR-EMPLOYEE-L  TO CHW-EMPLOYEE-L
           MOVE KR-EMPLOYEE-F  TO CHW-EMPLOYEE-F
           MOVE CKW-REASON     TO CHW-REASON
           MOVE PRG-GROSS      TO CHW-GROSS
           MOVE PRG-NET        TO CHW-NET
           PERFORM 133-CHECK-WORK-DED-ROUTINE
               VARYING DED-IDX-I FROM 1 BY 1
               UNTIL DED-IDX-I > 10
           MOVE PRG-FED-TAX    TO CHW-FED-TAX
           MOVE PRG-STATE-TAX  TO CHW-STATE-TAX
           MOVE PRG-GARN-TOTAL TO CHW-GARN-AMT
           WRITE CHECK-WORK-RECORD
           .

       133-CHECK-WORK-DED-ROUTINE.

           IF DED-IDX-I > DED-COUNT
               MOVE ZERO TO CHW-DED-AMT (DED-IDX-I)
           ELSE
               PERFORM 69-DEDUCTION-AMOUNT-ROUTINE
               MOVE PRG-DED-AMT TO CHW-DED-AMT (DED-IDX-I)
           END-IF
           .

      *    PRINTS THE CHECKS, WORKS THE VOID REQUESTS, LISTS BOTH ON
      *    THE CHECK REGISTER AND CUTS THE POSITIVE-PAY FILE.  THE
      *    DEDUCTION TABLE IS STILL LOADED FROM THE REGISTER PASS.
       134-CHECK-RUN-ROUTINE.

           PERFORM 135-LOAD-CHECK-CTL-ROUTINE
           PERFORM 136-LOAD-CHECK-VOID-ROUTINE
           PERFORM 137-CHECK-HIST-SCAN-ROUTINE

      *    THE FIRST CHECK RUN CREATES THE HISTORY FILE.  THE
      *    POSITIVE-PAY FILE AND EVERY LATER VOID ARE CUT FROM IT,
      *    SO NO CHECK PRINTS UNLESS ITS HISTORY LINE CAN BE KEPT.
           OPEN EXTEND CHECK-HIST-FILE
           IF CH-FILE-MISSING
               OPEN OUTPUT CHECK-HIST-FILE
           END-IF
           IF NOT CH-FILE-OK
               DISPLAY 'PR1FA21-CheckHist.txt COULD NOT BE OPENED '
                   '-- FILE STATUS ' CH-FILE-STATUS
               DISPLAY 'NO CHECKS WERE PRINTED'
               STOP RUN
           END-IF
           OPEN OUTPUT CHECK-PRINT-FILE
           OPEN OUTPUT STUB-CHECK-FILE

           WRITE REPORT-RECORD FROM REPORT-TITLE-ONE
               AFTER ADVANCING PAGE

           WRITE REPORT-RECORD FROM CHECK-REG-TITLE-TWO
               AFTER ADVANCING 2 LINE

           WRITE REPORT-RECORD FROM REPORT-TITLE-THREE
               AFTER ADVANCING 2 LINE

           WRITE REPORT-RECORD FROM CHECK-REG-TITLE-FOUR
               AFTER ADVANCING 2 LINE

           WRITE REPORT-RECORD FROM CHECK-REG-TITLE-FIVE
               AFTER ADVANCING 1 LINE

           WRITE REPORT-RECORD FROM BLANK-LINES

           OPEN INPUT CHECK-WORK-FILE
           PERFORM UNTIL CHW-NO-MORE-DATA
               READ CHECK-WORK-FILE
                   AT END
                       MOVE 'N' TO CHW-EOF-FLAG
                   NOT AT END
                       PERFORM 140-ISSUE-CHECK-ROUTINE
               END-READ
           END-PERFORM
           CLOSE CHECK-WORK-FILE

           PERFORM 144-VOID-CHECK-ROUTINE
               VARYING CVT-IDX-I FROM 1 BY 1
               UNTIL CVT-IDX-I > CVT-COUNT

           IF CHK-ISSUE-COUNT = ZERO
               AND CHK-NOPAY-COUNT = ZERO
               AND CVT-COUNT = ZERO
               WRITE REPORT-RECORD FROM CHECK-REG-NONE-LINE
                   AFTER ADVANCING 1 LINES
           ELSE
               MOVE 'CHECKS ISSUED'   TO CRT-LABEL
               MOVE CHK-ISSUE-COUNT   TO CRT-COUNT
               MOVE CHK-ISSUE-TOTAL   TO CRT-AMOUNT
               WRITE REPORT-RECORD FROM CHECK-REG-TOTAL-LINE
                   AFTER ADVANCING 2 LINES
               MOVE 'CHECKS VOIDED'   TO CRT-LABEL
               MOVE CHK-VOID-COUNT    TO CRT-COUNT
               MOVE CHK-VOID-TOTAL    TO CRT-AMOUNT
               WRITE REPORT-RECORD FROM CHECK-REG-TOTAL-LINE
                   AFTER ADVANCING 1 LINES
           END-IF

           CLOSE CHECK-PRINT-FILE
               CHECK-HIST-FILE
               STUB-CHECK-FILE

           OPEN OUTPUT CHECK-CTL-FILE
           MOVE CHK-NUMBER TO CC-LAST-CHECK-NO
           WRITE CHECK-CTL-RECORD
           CLOSE CHECK-CTL-FILE

           IF CV-LOADED
               OPEN OUTPUT CHECK-VOID-FILE
               CLOSE CHECK-VOID-FILE
           END-IF

           PERFORM 146-POSITIVE-PAY-ROUTINE
           .

       135-LOAD-CHECK-CTL-ROUTINE.

           OPEN INPUT CHECK-CTL-FILE
           IF NOT CC-FILE-OK
               CONTINUE
           ELSE
               READ CHECK-CTL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE CC-LAST-CHECK-NO TO CHK-NUMBER
               END-READ
               CLOSE CHECK-CTL-FILE
           END-IF
           .

       136-LOAD-CHECK-VOID-ROUTINE.

           OPEN INPUT CHECK-VOID-FILE
           IF NOT CV-FILE-OK
               CONTINUE
           ELSE
               SET CV-LOADED TO TRUE
               PERFORM UNTIL CV-NO-MORE-DATA
                   READ CHECK-VOID-FILE
                       AT END
                           MOVE 'N' TO CV-EOF-FLAG
                       NOT AT END
      *                    AN UNWORKED REQUEST WOULD BE LOST WHEN THE
      *                    FILE IS EMPTIED -- A FULL TABLE STOPS THE
      *                    RUN.
                           IF CVT-COUNT = 100
                               DISPLAY 'PR1FA21-CheckVoid.txt HAS '
                                   'MORE THAN 100 REQUESTS -- RUN '
                                   'STOPPED'
                               STOP RUN
                           END-IF
                           ADD 1 TO CVT-COUNT
                           MOVE CV-CHECK-NO
                               TO CVT-CHECK-NO (CVT-COUNT)
                           MOVE CV-ACTION
                               TO CVT-ACTION (CVT-COUNT)
                           MOVE SPACE
                               TO CVT-STATUS (CVT-COUNT)
                   END-READ
               END-PERFORM
               CLOSE CHECK-VOID-FILE
           END-IF
           .

      *    ONE PASS OF THE HISTORY PICKS UP THE CHECKS ALREADY
      *    ISSUED TODAY (FOR A RERUN) AND THE ORIGINAL ISSUE BEHIND
      *    EACH VOID REQUEST.  THE CONTROL FILE IS ONLY REWRITTEN
      *    WHEN THE CHECK RUN FINISHES, SO A RUN THAT DIED PART WAY
      *    LEAVES IT BEHIND THE HISTORY -- NUMBERING CARRIES ON FROM
      *    THE HIGHER OF THE TWO SO NO NUMBER IS ISSUED TWICE.
       137-CHECK-HIST-SCAN-ROUTINE.

           OPEN INPUT CHECK-HIST-FILE
           IF NOT CH-FILE-OK
               CONTINUE
           ELSE
               PERFORM UNTIL CH-NO-MORE-DATA
                   READ CHECK-HIST-FILE
                       AT END
                           MOVE 'N' TO CH-EOF-FLAG
                       NOT AT END
                           PERFORM 138-CHECK-HIST-MATCH-ROUTINE
                   END-READ
               END-PERFORM
               CLOSE CHECK-HIST-FILE
           END-IF
           .

       138-CHECK-HIST-MATCH-ROUTINE.

           IF CH-CHECK-NO > CHK-NUMBER
               MOVE CH-CHECK-NO TO CHK-NUMBER
           END-IF
           IF CH-ISSUE
               AND CH-ISSUE-DATE = RUN-DATE-NUM
               AND CH-ORIG-CHECK-NO = ZERO
      *        A CHECK MISSING HERE WOULD BE PRINTED A SECOND TIME
      *        UNDER A NEW NUMBER -- A FULL TABLE STOPS THE RUN.
               IF CTD-COUNT = 500
                   DISPLAY 'MORE THAN 500 CHECKS ALREADY ISSUED '
                       'TODAY -- RUN STOPPED'
                   STOP RUN
               END-IF
               ADD 1 TO CTD-COUNT
               MOVE CH-EMPLOYEE-ID TO CTD-EMPLOYEE-ID (CTD-COUNT)
               MOVE CH-CHECK-NO    TO CTD-CHECK-NO    (CTD-COUNT)
               MOVE CH-AMOUNT      TO CTD-AMOUNT      (CTD-COUNT)
           END-IF
           IF CH-VOID
               PERFORM 141-CHECK-TODAY-CLEAR-ROUTINE
                   VARYING CTD-IDX-I FROM 1 BY 1
                   UNTIL CTD-IDX-I > CTD-COUNT
           END-IF
      *    A CHECK ISSUED TODAY IN PLACE OF ONE OF TODAY'S CHECKS
      *    BECOMES THAT EMPLOYEE'S CHECK FOR THE DAY.
           IF CH-ISSUE
               AND CH-ISSUE-DATE = RUN-DATE-NUM
               AND CH-ORIG-CHECK-NO NOT = ZERO
               PERFORM 199-CHECK-TODAY-REPLACE-ROUTINE
                   VARYING CTD-IDX-I FROM 1 BY 1
                   UNTIL CTD-IDX-I > CTD-COUNT
           END-IF
           PERFORM 139-CHECK-VOID-MATCH-ROUTINE
               VARYING CVT-IDX-I FROM 1 BY 1
               UNTIL CVT-IDX-I > CVT-COUNT
           .

       139-CHECK-VOID-MATCH-ROUTINE.

           IF CVT-CHECK-NO (CVT-IDX-I) = CH-CHECK-NO
               IF CH-VOID
                   SET CVT-ALREADY-VOID (CVT-IDX-I) TO TRUE
               ELSE
                   SET CVT-FOUND (CVT-IDX-I) TO TRUE
                   MOVE CH-EMPLOYEE-ID TO CVT-EMPLOYEE-ID (CVT-IDX-I)
                   MOVE CH-PAYEE       TO CVT-PAYEE       (CVT-IDX-I)
                   MOVE CH-AMOUNT      TO CVT-AMOUNT      (CVT-IDX-I)
               END-IF
           END-IF
           .

      *    A NET OF ZERO OR LESS CANNOT BE PAID -- IT IS LISTED ON
      *    THE CHECK REGISTER WITH NO NUMBER.  A CHECK ALREADY ISSUED
      *    TODAY IS REPRINTED ONLY WHILE ITS AMOUNT STILL MATCHES.
       140-ISSUE-CHECK-ROUTINE.

           PERFORM 143-CHECK-PAYEE-ROUTINE
           MOVE CHW-EMPLOYEE-ID TO CRL-EMPLOYEE-ID
           MOVE CHK-PAYEE       TO CRL-PAYEE
           IF CHW-NET NOT > ZERO
               MOVE SPACES                   TO CRL-CHECK-NO
               MOVE 'NO CHECK - NET NOT POS' TO CRL-MEMO
               MOVE CHW-NET                  TO CRL-AMOUNT
               WRITE REPORT-RECORD FROM CHECK-REG-DETAIL-LINE
                   AFTER ADVANCING 1 LINES
               ADD 1 TO CHK-NOPAY-COUNT
           ELSE
               MOVE CHW-NET TO CHK-AMOUNT
               MOVE ZERO TO CTD-FOUND-IDX
               PERFORM 142-CHECK-TODAY-MATCH-ROUTINE
                   VARYING CTD-IDX-I FROM 1 BY 1
                   UNTIL CTD-IDX-I > CTD-COUNT
                       OR CTD-FOUND-IDX > ZERO
               IF CTD-FOUND-IDX > ZERO
                   IF CTD-AMOUNT (CTD-FOUND-IDX) = CHK-AMOUNT
                       MOVE CTD-CHECK-NO (CTD-FOUND-IDX) TO CHK-CURR-NO
                       MOVE 'REPRINT - ISSUED TODAY' TO CRL-MEMO
                   ELSE
                       PERFORM 200-NET-CHANGED-CHECK-ROUTINE
                   END-IF
               ELSE
                   ADD 1 TO CHK-NUMBER
                   MOVE CHK-NUMBER      TO CHK-CURR-NO
                   MOVE CHW-REASON      TO CRL-MEMO
                   MOVE CHK-CURR-NO     TO CH-CHECK-NO
                   MOVE 'I'             TO CH-ACTION
                   MOVE CHW-EMPLOYEE-ID TO CH-EMPLOYEE-ID
                   MOVE ZERO            TO CH-ORIG-CHECK-NO
                   PERFORM 145-WRITE-CHECK-HIST-ROUTINE
               END-IF
               PERFORM 147-PRINT-CHECK-STUB-ROUTINE
               PERFORM 148-PRINT-CHECK-BODY-ROUTINE
               PERFORM 169-STUB-CHECK-NO-ROUTINE
               MOVE CHK-CURR-NO TO CRL-CHECK-NO
               MOVE CHK-AMOUNT  TO CRL-AMOUNT
               WRITE REPORT-RECORD FROM CHECK-REG-DETAIL-LINE
                   AFTER ADVANCING 1 LINES
               ADD 1          TO CHK-ISSUE-COUNT
               ADD CHK-AMOUNT TO CHK-ISSUE-TOTAL
           END-IF
           .

       141-CHECK-TODAY-CLEAR-ROUTINE.

           IF CTD-CHECK-NO (CTD-IDX-I) = CH-CHECK-NO
               MOVE SPACES TO CTD-EMPLOYEE-ID (CTD-IDX-I)
           END-IF
           .

       142-CHECK-TODAY-MATCH-ROUTINE.

           IF CTD-EMPLOYEE-ID (CTD-IDX-I) = CHW-EMPLOYEE-ID
               MOVE CTD-IDX-I TO CTD-FOUND-IDX
           END-IF
           .

       143-CHECK-PAYEE-ROUTINE.

           MOVE SPACES TO CHK-PAYEE
           STRING CHW-EMPLOYEE-F  DELIMITED BY SPACE
                  ' '             DELIMITED BY SIZE
                  CHW-EMPLOYEE-L  DELIMITED BY SPACE
               INTO CHK-PAYEE
           END-STRING
           .

      *    A REQUEST FOR A CHECK NOT ON THE HISTORY, ALREADY VOIDED,
      *    OR WITH AN ACTION OTHER THAN V OR R IS REJECTED ON THE
      *    REGISTER AND NOTHING IS WRITTEN.
       144-VOID-CHECK-ROUTINE.

           MOVE CVT-CHECK-NO (CVT-IDX-I)    TO CRL-CHECK-NO
           MOVE CVT-EMPLOYEE-ID (CVT-IDX-I) TO CRL-EMPLOYEE-ID
           MOVE CVT-PAYEE (CVT-IDX-I)       TO CRL-PAYEE
           MOVE CVT-AMOUNT (CVT-IDX-I)      TO CRL-AMOUNT
           IF CVT-NOT-FOUND (CVT-IDX-I)
               MOVE SPACES                   TO CRL-EMPLOYEE-ID
               MOVE SPACES                   TO CRL-PAYEE
               MOVE ZERO                     TO CRL-AMOUNT
               MOVE 'VOID REJ - NOT ON FILE' TO CRL-MEMO
               WRITE REPORT-RECORD FROM CHECK-REG-DETAIL-LINE
                   AFTER ADVANCING 1 LINES
           ELSE
               IF CVT-ALREADY-VOID (CVT-IDX-I)
                   MOVE 'VOID REJ - WAS VOIDED' TO CRL-MEMO
                   WRITE REPORT-RECORD FROM CHECK-REG-DETAIL-LINE
                       AFTER ADVANCING 1 LINES
               ELSE
                   IF NOT CVT-VOID-ONLY (CVT-IDX-I)
                       AND NOT CVT-REISSUE (CVT-IDX-I)
                       MOVE 'VOID REJ - BAD ACTION' TO CRL-MEMO
                       WRITE REPORT-RECORD FROM CHECK-REG-DETAIL-LINE
                           AFTER ADVANCING 1 LINES
                   ELSE
                       MOVE 'VOIDED' TO CRL-MEMO
                       WRITE REPORT-RECORD FROM CHECK-REG-DETAIL-LINE
                           AFTER ADVANCING 1 LINES
                       ADD 1 TO CHK-VOID-COUNT
                       ADD CVT-AMOUNT (CVT-IDX-I) TO CHK-VOID-TOTAL
                       MOVE CVT-CHECK-NO (CVT-IDX-I)    TO CH-CHECK-NO
                       MOVE 'V'                         TO CH-ACTION
                       MOVE CVT-EMPLOYEE-ID (CVT-IDX-I)
                           TO CH-EMPLOYEE-ID
                       MOVE CVT-PAYEE (CVT-IDX-I)       TO CHK-PAYEE
                       MOVE CVT-AMOUNT (CVT-IDX-I)      TO CHK-AMOUNT
                       MOVE ZERO                   TO CH-ORIG-CHECK-NO
                       PERFORM 145-WRITE-CHECK-HIST-ROUTINE
                       IF CVT-REISSUE (CVT-IDX-I)
                           PERFORM 149-REISSUE-CHECK-ROUTINE
                       END-IF
                   END-IF
               END-IF
           END-IF
           .

      *    THE CALLER SETS THE NUMBER, ACTION, EMPLOYEE AND ORIGINAL
      *    NUMBER -- PAYEE AND AMOUNT COME FROM THE CHECK IN HAND.
       145-WRITE-CHECK-HIST-ROUTINE.

           MOVE RUN-DATE-NUM TO CH-ISSUE-DATE
           MOVE CHK-PAYEE    TO CH-PAYEE
           MOVE CHK-AMOUNT   TO CH-AMOUNT
           WRITE CHECK-HIST-RECORD
           .

      *    EVERY HISTORY LINE DATED THIS RUN GOES TO THE BANK --
      *    THE TRAILER CARRIES THE DETAIL COUNT AND THE ISSUE TOTAL.
       146-POSITIVE-PAY-ROUTINE.

           OPEN OUTPUT POS-PAY-FILE
           MOVE RUN-DATE-NUM TO PPH-RUN-DATE
           WRITE POS-PAY-RECORD FROM PP-HEADER-LINE

           MOVE SPACE TO CH-EOF-FLAG
           OPEN INPUT CHECK-HIST-FILE
           IF NOT CH-FILE-OK
               CONTINUE
           ELSE
               PERFORM UNTIL CH-NO-MORE-DATA
                   READ CHECK-HIST-FILE
                       AT END
                           MOVE 'N' TO CH-EOF-FLAG
                       NOT AT END
                           IF CH-ISSUE-DATE = RUN-DATE-NUM
                               MOVE CH-ACTION     TO PPD-ACTION
                               MOVE CH-CHECK-NO   TO PPD-CHECK-NO
                               MOVE CH-AMOUNT     TO PPD-AMOUNT
                               MOVE CH-ISSUE-DATE TO PPD-ISSUE-DATE
                               MOVE CH-PAYEE      TO PPD-PAYEE
                               WRITE POS-PAY-RECORD FROM PP-DETAIL-LINE
                               ADD 1 TO PP-ENTRY-COUNT
                               IF CH-ISSUE
                                   ADD CH-AMOUNT TO PP-ISSUE-TOTAL
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CHECK-HIST-FILE
           END-IF

           MOVE RUN-DATE-NUM   TO PPT-RUN-DATE
           MOVE PP-ENTRY-COUNT TO PPT-ENTRY-COUNT
           MOVE PP-ISSUE-TOTAL TO PPT-ISSUE-TOTAL
           WRITE POS-PAY-RECORD FROM PP-TRAILER-LINE
           CLOSE POS-PAY-FILE
           .

      *    THE STUB CARRIES THE REGISTER'S DETAIL -- GROSS, EACH
      *    DEDUCTION, FWT AND SWT, AND NET.
       147-PRINT-CHECK-STUB-ROUTINE.

           MOVE CHK-CURR-NO     TO CSH-CHECK-NO
           WRITE CHECK-PRINT-RECORD FROM CHECK-STUB-HEAD-LINE
               AFTER ADVANCING PAGE
           MOVE CHW-EMPLOYEE-ID TO CSE-EMPLOYEE-ID
           MOVE CHK-PAYEE       TO CSE-PAYEE
           MOVE CHW-STORE-ID    TO CSE-STORE-ID
           MOVE RUN-DATE-NUM    TO CSE-PAY-DATE
           WRITE CHECK-PRINT-RECORD FROM CHECK-STUB-EMP-LINE
               AFTER ADVANCING 2 LINES
           MOVE CHW-REASON      TO CSM-MEMO
           WRITE CHECK-PRINT-RECORD FROM CHECK-STUB-MEMO-LINE
               AFTER ADVANCING 1 LINES

           MOVE SPACES          TO CSA-CODE
           MOVE 'GROSS PAY'     TO CSA-DESC
           MOVE CHW-GROSS       TO CSA-AMOUNT
           WRITE CHECK-PRINT-RECORD FROM CHECK-STUB-AMOUNT-LINE
               AFTER ADVANCING 2 LINES
           PERFORM 150-STUB-DEDUCT-ROUTINE
               VARYING DED-IDX-I FROM 1 BY 1
               UNTIL DED-IDX-I > DED-COUNT
           MOVE 'FWT'           TO CSA-CODE
           MOVE 'FEDERAL W/H'   TO CSA-DESC
           MOVE CHW-FED-TAX     TO CSA-AMOUNT
           WRITE CHECK-PRINT-RECORD FROM CHECK-STUB-AMOUNT-LINE
               AFTER ADVANCING 1 LINES
           MOVE 'SWT'           TO CSA-CODE
           MOVE 'STATE W/H'     TO CSA-DESC
           MOVE CHW-STATE-TAX   TO CSA-AMOUNT
           WRITE CHECK-PRINT-RECORD FROM CHECK-STUB-AMOUNT-LINE
               AFTER ADVANCING 1 LINES
           IF CHW-GARN-AMT > ZERO
               MOVE 'GRN'           TO CSA-CODE
               MOVE 'GARNISHMENTS'  TO CSA-DESC
               MOVE CHW-GARN-AMT    TO CSA-AMOUNT
               WRITE CHECK-PRINT-RECORD FROM CHECK-STUB-AMOUNT-LINE
                   AFTER ADVANCING 1 LINES
           END-IF
           MOVE SPACES          TO CSA-CODE
           MOVE 'NET PAY'       TO CSA-DESC
           MOVE CHK-AMOUNT      TO CSA-AMOUNT
           WRITE CHECK-PRINT-RECORD FROM CHECK-STUB-AMOUNT-LINE
               AFTER ADVANCING 2 LINES
           .

       148-PRINT-CHECK-BODY-ROUTINE.

           WRITE CHECK-PRINT-RECORD FROM CHECK-STUB-DIVIDER-LINE
               AFTER ADVANCING 2 LINES
           MOVE CHK-CURR-NO  TO CBN-CHECK-NO
           WRITE CHECK-PRINT-RECORD FROM CHECK-BODY-NAME-LINE
               AFTER ADVANCING 2 LINES
           MOVE RUN-DATE-NUM TO CBD-DATE
           WRITE CHECK-PRINT-RECORD FROM CHECK-BODY-DATE-LINE
               AFTER ADVANCING 1 LINES
           MOVE CHK-PAYEE    TO CBP-PAYEE
           MOVE CHK-AMOUNT   TO CBP-AMOUNT
           WRITE CHECK-PRINT-RECORD FROM CHECK-BODY-PAY-LINE
               AFTER ADVANCING 3 LINES
           WRITE CHECK-PRINT-RECORD FROM CHECK-BODY-VOID-LINE
               AFTER ADVANCING 3 LINES
           .

      *    THE REPLACEMENT TAKES THE NEXT NUMBER AND PAYS THE SAME
      *    PAYEE THE SAME AMOUNT.  THE ORIGINAL DEDUCTION DETAIL IS
      *    NOT KEPT, SO ITS STUB NAMES THE CHECK IT REPLACES.
       149-REISSUE-CHECK-ROUTINE.

           ADD 1 TO CHK-NUMBER
           MOVE CHK-NUMBER                  TO CHK-CURR-NO
           MOVE CHK-CURR-NO                 TO CH-CHECK-NO
           MOVE 'I'                         TO CH-ACTION
           MOVE CVT-EMPLOYEE-ID (CVT-IDX-I) TO CH-EMPLOYEE-ID
           MOVE CVT-CHECK-NO (CVT-IDX-I)    TO CH-ORIG-CHECK-NO
           PERFORM 145-WRITE-CHECK-HIST-ROUTINE

           MOVE CHK-CURR-NO                 TO CSH-CHECK-NO
           WRITE CHECK-PRINT-RECORD FROM CHECK-STUB-HEAD-LINE
               AFTER ADVANCING PAGE
           MOVE CVT-EMPLOYEE-ID (CVT-IDX-I) TO CSE-EMPLOYEE-ID
           MOVE CHK-PAYEE                   TO CSE-PAYEE
           MOVE SPACES                      TO CSE-STORE-ID
           MOVE RUN-DATE-NUM                TO CSE-PAY-DATE
           WRITE CHECK-PRINT-RECORD FROM CHECK-STUB-EMP-LINE
               AFTER ADVANCING 2 LINES
           MOVE CVT-CHECK-NO (CVT-IDX-I)    TO CRM-ORIG-CHECK-NO
           MOVE CHECK-REISSUE-MEMO          TO CSM-MEMO
           WRITE CHECK-PRINT-RECORD FROM CHECK-STUB-MEMO-LINE
               AFTER ADVANCING 1 LINES
           MOVE SPACES                      TO CSA-CODE
           MOVE 'NET PAY'                   TO CSA-DESC
           MOVE CHK-AMOUNT                  TO CSA-AMOUNT
           WRITE CHECK-PRINT-RECORD FROM CHECK-STUB-AMOUNT-LINE
               AFTER ADVANCING 2 LINES
           PERFORM 148-PRINT-CHECK-BODY-ROUTINE

           MOVE CHK-CURR-NO                 TO CRL-CHECK-NO
           MOVE CHECK-REISSUE-MEMO          TO CRL-MEMO
           MOVE CHK-AMOUNT                  TO CRL-AMOUNT
           WRITE REPORT-RECORD FROM CHECK-REG-DETAIL-LINE
               AFTER ADVANCING 1 LINES
           ADD 1          TO CHK-ISSUE-COUNT
           ADD CHK-AMOUNT TO CHK-ISSUE-TOTAL
           .

       150-STUB-DEDUCT-ROUTINE.

           MOVE DT-CODE (DED-IDX-I)     TO CSA-CODE
           MOVE DT-DESC (DED-IDX-I)     TO CSA-DESC
           MOVE CHW-DED-AMT (DED-IDX-I) TO CSA-AMOUNT
           WRITE CHECK-PRINT-RECORD FROM CHECK-STUB-AMOUNT-LINE
               AFTER ADVANCING 1 LINES
           .

      *    A MISSING QUEUE JUST MEANS NOTHING IS OWED.  A DROPPED
      *    REQUEST WOULD NEVER BE PAID, SO A FULL TABLE STOPS THE
      *    RUN.
       151-LOAD-RETRO-ROUTINE.

           OPEN INPUT RETRO-FILE
           IF NOT RQ-FILE-OK
               CONTINUE
           ELSE
               PERFORM UNTIL RQ-NO-MORE-DATA
                   READ RETRO-FILE
                       AT END
                           MOVE 'N' TO RQ-EOF-FLAG
                       NOT AT END
                           IF RQT-COUNT = 500
                               DISPLAY 'PR1FA21-Retro.txt HAS MORE '
                                   'THAN 500 REQUESTS -- RUN STOPPED'
                               STOP RUN
                           END-IF
                           ADD 1 TO RQT-COUNT
                           MOVE RETRO-RECORD TO RQT-ENTRY (RQT-COUNT)
                   END-READ
               END-PERFORM
               CLOSE RETRO-FILE
           END-IF
           .

      *    ADDS THE EMPLOYEE'S RETRO TO THE GROSS JUST PRICED, SO IT
      *    IS TAXED, PAID AND POSTED TO YTD WITH THE REST OF THE
      *    PERIOD, AND CUTS THE MATCHING RET-PAY GL LINE.
       152-RETRO-PAY-ROUTINE.

           MOVE ZERO      TO PRG-RETRO
           MOVE PRG-GROSS TO RTW-REG-GROSS
           PERFORM 153-RETRO-MATCH-ROUTINE
               VARYING RQT-IDX-I FROM 1 BY 1
               UNTIL RQT-IDX-I > RQT-COUNT
           IF PRG-RETRO NOT = ZERO
               COMPUTE PRG-GROSS = RTW-REG-GROSS + PRG-RETRO
               MOVE KR-STORE-ID TO GLR-ACCT-STORE
               MOVE ZERO        TO GLR-DEBIT
               MOVE ZERO        TO GLR-CREDIT
               IF PRG-RETRO > ZERO
                   MOVE 'D' TO GLR-TYPE
                   COMPUTE GLR-DEBIT ROUNDED = PRG-RETRO
                   ADD GLR-DEBIT TO RTW-GL-DEBIT
               ELSE
                   MOVE 'C' TO GLR-TYPE
                   COMPUTE GLR-CREDIT ROUNDED = ZERO - PRG-RETRO
                   ADD GLR-CREDIT TO RTW-GL-CREDIT
               END-IF
               IF GLR-DEBIT > ZERO
                   OR GLR-CREDIT > ZERO
                   WRITE GL-POST-RECORD FROM GL-RETRO-LINE
                   ADD 1 TO GL-LINE-COUNT
               END-IF
           END-IF
           .

      *    A REQUEST ALREADY PAID ON THIS RUN DATE IS A RERUN AND
      *    PAYS THE SAME AMOUNT AGAIN.  OTHERWISE AN OPEN REQUEST
      *    PAYS ITS BALANCE, A RECOVERY ONLY AS FAR AS THE GROSS
      *    ALLOWS.
       153-RETRO-MATCH-ROUTINE.

           IF RQT-EMPLOYEE-ID (RQT-IDX-I) = KR-EMPLOYEE-ID
               IF RQT-PAID-DATE (RQT-IDX-I) NOT = RUN-DATE-NUM
                   AND (NOT RQT-COMPUTED (RQT-IDX-I)
                       OR RQT-OPEN-AMT (RQT-IDX-I) NOT = ZERO)
                   IF NOT RQT-COMPUTED (RQT-IDX-I)
                       PERFORM 154-RETRO-COMPUTE-ROUTINE
                   END-IF
                   MOVE RQT-OPEN-AMT (RQT-IDX-I) TO RTW-AMOUNT
                   IF RTW-REG-GROSS + PRG-RETRO + RTW-AMOUNT < ZERO
                       COMPUTE RTW-AMOUNT =
                           ZERO - RTW-REG-GROSS - PRG-RETRO
                   END-IF
                   MOVE RUN-DATE-NUM TO RQT-PAID-DATE (RQT-IDX-I)
                   MOVE RTW-AMOUNT   TO RQT-PAID-AMT  (RQT-IDX-I)
                   SUBTRACT RTW-AMOUNT FROM RQT-OPEN-AMT (RQT-IDX-I)
               END-IF
               IF RQT-PAID-DATE (RQT-IDX-I) = RUN-DATE-NUM
                   ADD RQT-PAID-AMT (RQT-IDX-I) TO PRG-RETRO
               END-IF
           END-IF
           .

      *    THE PERIOD WALK STARTS FROM THE LAST YTD POSTING AHEAD OF
      *    THIS RUN -- THE LAST PERIOD END ACTUALLY PAID.  AN
      *    EMPLOYEE NEVER POSTED WAS NEVER PAID THE OLD RATE.
       154-RETRO-COMPUTE-ROUTINE.

           MOVE 'C'  TO RQT-STATUS    (RQT-IDX-I)
           MOVE ZERO TO RQT-THRU-DATE (RQT-IDX-I)
           MOVE ZERO TO RQT-TOTAL-AMT (RQT-IDX-I)
           PERFORM 97-YTD-READ-ROUTINE
           IF YTD-ON-FILE
               MOVE YD-POSTED-DATE TO RQT-THRU-DATE (RQT-IDX-I)
           END-IF
           IF RQT-THRU-DATE (RQT-IDX-I) > ZERO
               SET RTW-SUMMING TO TRUE
               PERFORM 155-RETRO-PERIODS-ROUTINE
           END-IF
           MOVE RQT-TOTAL-AMT (RQT-IDX-I) TO RQT-OPEN-AMT (RQT-IDX-I)
           .

      *    WALKS BACK FROM THE THRU DATE A PERIOD AT A TIME UNTIL
      *    THE PERIOD ENDS AHEAD OF THE EFFECTIVE DATE.  THE SAME
      *    WALK SUMS THE TOTAL AND PRINTS THE LISTING, SO THE TWO
      *    ALWAYS AGREE TO THE CENT.
       155-RETRO-PERIODS-ROUTINE.

           MOVE RQT-EFF-DATE (RQT-IDX-I) TO DNW-DATE
           PERFORM 129-DAY-NUMBER-ROUTINE
           MOVE DNW-DAY-NUM TO RTW-EFF-NUM
           MOVE RQT-KEYED-DATE (RQT-IDX-I) TO DNW-DATE
           PERFORM 129-DAY-NUMBER-ROUTINE
           MOVE DNW-DAY-NUM TO RTW-KEYED-NUM
           MOVE RQT-THRU-DATE (RQT-IDX-I) TO DNW-DATE
           PERFORM 129-DAY-NUMBER-ROUTINE
           MOVE DNW-DAY-NUM TO RTW-PERIOD-END
           PERFORM 156-RETRO-ONE-PERIOD-ROUTINE
               UNTIL RTW-PERIOD-END < RTW-EFF-NUM
           .

      *    A PERIOD ENDING ON OR AFTER THE DAY THE CHANGE WAS KEYED
      *    WAS PRICED FROM THE UPDATED MASTER AND OWES NOTHING.
       156-RETRO-ONE-PERIOD-ROUTINE.

           IF RTW-PERIOD-END < RTW-KEYED-NUM
               IF RTW-PERIOD-END - 13 < RTW-EFF-NUM
                   COMPUTE RTW-DAYS = RTW-PERIOD-END - RTW-EFF-NUM + 1
               ELSE
                   MOVE 14 TO RTW-DAYS
               END-IF
               COMPUTE RTW-PERIOD-AMT ROUNDED =
                   (RQT-NEW-SAL (RQT-IDX-I) - RQT-OLD-SAL (RQT-IDX-I))
                   / 26 * RTW-DAYS / 14
               IF RTW-LISTING
                   MOVE RTW-PERIOD-END TO DTW-DAY-NUM
                   PERFORM 158-DAY-TO-DATE-ROUTINE
                   MOVE DNW-DATE       TO RTP-PERIOD-END
                   MOVE RTW-DAYS       TO RTP-DAYS
                   MOVE RTW-PERIOD-AMT TO RTP-AMOUNT
                   WRITE REPORT-RECORD FROM RETRO-PERIOD-LINE
                       AFTER ADVANCING 1 LINES
               ELSE
                   ADD RTW-PERIOD-AMT TO RQT-TOTAL-AMT (RQT-IDX-I)
               END-IF
           END-IF
           SUBTRACT 14 FROM RTW-PERIOD-END
           .

       157-REGISTER-RETRO-PRINT-ROUTINE.

           IF PRG-RETRO NOT = ZERO
               MOVE 'RET' TO RGD-CODE
               IF PRG-RETRO > ZERO
                   MOVE 'RETRO PAY'      TO RGD-DESC
               ELSE
                   MOVE 'RETRO RECOVERY' TO RGD-DESC
               END-IF
               MOVE PRG-RETRO TO RGD-AMOUNT
               WRITE REPORT-RECORD FROM REGISTER-DEDUCT-LINE
                   AFTER ADVANCING 1 LINES
           END-IF
           .

       158-DAY-TO-DATE-ROUTINE.

      *    366 DAYS A YEAR STARTS THE SEARCH AT OR BELOW THE YEAR.
           DIVIDE DTW-DAY-NUM BY 366 GIVING DTW-YEAR
           MOVE 'N' TO DTW-FOUND-SW
           PERFORM 159-DAY-TO-DATE-YEAR-ROUTINE
               UNTIL DTW-FOUND
           MOVE 12  TO DTW-MONTH
           MOVE 'N' TO DTW-FOUND-SW
           PERFORM 160-DAY-TO-DATE-MONTH-ROUTINE
               UNTIL DTW-FOUND
           .

       159-DAY-TO-DATE-YEAR-ROUTINE.

           COMPUTE DNW-YEAR = DTW-YEAR + 1
           MOVE 1 TO DNW-MONTH
           MOVE 1 TO DNW-DAY
           PERFORM 129-DAY-NUMBER-ROUTINE
           IF DNW-DAY-NUM > DTW-DAY-NUM
               SET DTW-FOUND TO TRUE
           ELSE
               ADD 1 TO DTW-YEAR
           END-IF
           .

       160-DAY-TO-DATE-MONTH-ROUTINE.

           MOVE DTW-YEAR  TO DNW-YEAR
           MOVE DTW-MONTH TO DNW-MONTH
           MOVE 1         TO DNW-DAY
           PERFORM 129-DAY-NUMBER-ROUTINE
           IF DNW-DAY-NUM NOT > DTW-DAY-NUM
               COMPUTE DNW-DAY = DTW-DAY-NUM - DNW-DAY-NUM + 1
               SET DTW-FOUND TO TRUE
           ELSE
               SUBTRACT 1 FROM DTW-MONTH
           END-IF
           .

      *    EVERY REQUEST PAID THIS RUN WITH THE PERIODS BEHIND IT,
      *    PLUS ANY STILL WAITING ON AN EMPLOYEE THE REGISTER DID
      *    NOT PRICE.  SETTLED REQUESTS FROM EARLIER RUNS ARE LEFT
      *    OFF.
       161-RETRO-LISTING-ROUTINE.

           WRITE REPORT-RECORD FROM REPORT-TITLE-ONE
               AFTER ADVANCING PAGE

           WRITE REPORT-RECORD FROM RETRO-TITLE-TWO
               AFTER ADVANCING 2 LINE

           WRITE REPORT-RECORD FROM REPORT-TITLE-THREE
               AFTER ADVANCING 2 LINE

           WRITE REPORT-RECORD FROM RETRO-TITLE-FOUR
               AFTER ADVANCING 2 LINE

           WRITE REPORT-RECORD FROM RETRO-TITLE-FIVE
               AFTER ADVANCING 1 LINE

           WRITE REPORT-RECORD FROM BLANK-LINES

           IF RQT-COUNT = ZERO
               WRITE REPORT-RECORD FROM RETRO-NONE-LINE
                   AFTER ADVANCING 1 LINES
           ELSE
               PERFORM 162-RETRO-LIST-ONE-ROUTINE
                   VARYING RQT-IDX-I FROM 1 BY 1
                   UNTIL RQT-IDX-I > RQT-COUNT
               MOVE RTW-COMP-PAID TO RTT-PAID
               WRITE REPORT-RECORD FROM RETRO-TOTAL-LINE
                   AFTER ADVANCING 2 LINES
           END-IF
           .

       162-RETRO-LIST-ONE-ROUTINE.

           MOVE RQT-EMPLOYEE-ID (RQT-IDX-I) TO RTL-EMPLOYEE-ID
           MOVE RQT-EFF-DATE    (RQT-IDX-I) TO RTL-EFF-DATE
           MOVE RQT-OLD-SAL     (RQT-IDX-I) TO RTL-OLD-SAL
           MOVE RQT-NEW-SAL     (RQT-IDX-I) TO RTL-NEW-SAL
           IF RQT-PAID-DATE (RQT-IDX-I) = RUN-DATE-NUM
               MOVE SPACES TO RTL-NOTE
               WRITE REPORT-RECORD FROM RETRO-REQUEST-LINE
                   AFTER ADVANCING 2 LINES
               IF RQT-THRU-DATE (RQT-IDX-I) > ZERO
                   SET RTW-LISTING TO TRUE
                   PERFORM 155-RETRO-PERIODS-ROUTINE
               END-IF
               MOVE RQT-TOTAL-AMT (RQT-IDX-I) TO RTS-TOTAL
               MOVE RQT-PAID-AMT  (RQT-IDX-I) TO RTS-PAID
               MOVE RQT-OPEN-AMT  (RQT-IDX-I) TO RTS-OPEN
               WRITE REPORT-RECORD FROM RETRO-SUMMARY-LINE
                   AFTER ADVANCING 1 LINES
               ADD RQT-PAID-AMT (RQT-IDX-I) TO RTW-COMP-PAID
           ELSE
               IF NOT RQT-COMPUTED (RQT-IDX-I)
                   OR RQT-OPEN-AMT (RQT-IDX-I) NOT = ZERO
                   MOVE 'HELD - NOT PRICED THIS RUN' TO RTL-NOTE
                   WRITE REPORT-RECORD FROM RETRO-REQUEST-LINE
                       AFTER ADVANCING 2 LINES
               END-IF
           END-IF
           .

      *    A REQUEST STAYS QUEUED UNTIL IT IS SETTLED, AND A SETTLED
      *    ONE STAYS THROUGH THE RUN DATE THAT SETTLED IT SO A RERUN
      *    CAN STILL PAY IT.
       163-REWRITE-RETRO-ROUTINE.

           IF RQT-COUNT > ZERO
               OPEN OUTPUT RETRO-FILE
               PERFORM 164-WRITE-ONE-RETRO-ROUTINE
                   VARYING RQT-IDX-I FROM 1 BY 1
                   UNTIL RQT-IDX-I > RQT-COUNT
               CLOSE RETRO-FILE
           END-IF
           .

       164-WRITE-ONE-RETRO-ROUTINE.

           IF NOT RQT-COMPUTED (RQT-IDX-I)
               OR RQT-OPEN-AMT (RQT-IDX-I) NOT = ZERO
               OR RQT-PAID-DATE (RQT-IDX-I) = RUN-DATE-NUM
               MOVE RQT-ENTRY (RQT-IDX-I) TO RETRO-RECORD
               WRITE RETRO-RECORD
           END-IF
           .

      *    THE YTD ENTRY HAS JUST TAKEN THIS PERIOD, SO ITS FIGURES
      *    ARE THE YEAR-TO-DATE COLUMN AS OF THIS CHECK.  THE NET
      *    WENT TO THE BANK ONLY WHEN 90-DEPOSIT-ROUTINE FOUND A
      *    BANK RECORD AND A POSITIVE NET.
       165-STUB-WORK-ROUTINE.

           MOVE KR-EMPLOYEE-ID  TO SBW-EMPLOYEE-ID
           MOVE KR-STORE-ID     TO SBW-STORE-ID
           MOVE KR-EMPLOYEE-L   TO SBW-EMPLOYEE-L
           MOVE KR-EMPLOYEE-F   TO SBW-EMPLOYEE-F
           MOVE PRG-GROSS       TO SBW-GROSS
           MOVE YD-GROSS        TO SBW-YTD-GROSS
           MOVE PRG-RETRO       TO SBW-RETRO
           PERFORM 166-STUB-WORK-DED-ROUTINE
               VARYING DED-IDX-I FROM 1 BY 1
               UNTIL DED-IDX-I > 10
           MOVE PRG-FED-TAX     TO SBW-FED-TAX
           MOVE 'FWT'           TO STB-LOOKUP-CODE
           PERFORM 167-STUB-YTD-LOOKUP-ROUTINE
           MOVE STB-YTD-AMT     TO SBW-FED-YTD
           MOVE PRG-STATE-TAX   TO SBW-STATE-TAX
           MOVE 'SWT'           TO STB-LOOKUP-CODE
           PERFORM 167-STUB-YTD-LOOKUP-ROUTINE
           MOVE STB-YTD-AMT     TO SBW-STATE-YTD
           MOVE PRG-GARN-TOTAL  TO SBW-GARN-AMT
           MOVE 'GRN'           TO STB-LOOKUP-CODE
           PERFORM 167-STUB-YTD-LOOKUP-ROUTINE
           MOVE STB-YTD-AMT     TO SBW-GARN-YTD
           MOVE PRG-NET         TO SBW-NET
           MOVE YD-NET          TO SBW-YTD-NET

           IF BANK-ON-FILE
               AND PRG-NET > ZERO
               SET SBW-PAID-DEPOSIT TO TRUE
               MOVE BK-ACCOUNT   TO SBW-ACCOUNT
               MOVE BK-ACCT-TYPE TO SBW-ACCT-TYPE
           ELSE
               SET SBW-PAID-CHECK TO TRUE
               MOVE SPACES TO SBW-ACCOUNT
               MOVE SPACES TO SBW-ACCT-TYPE
           END-IF
           PERFORM 71-SERVICE-YEARS-ROUTINE
           MOVE VW-ACCRUAL-HOURS TO SBW-VAC-ACCRUAL
           WRITE STUB-WORK-RECORD
           .

       166-STUB-WORK-DED-ROUTINE.

           IF DED-IDX-I > DED-COUNT
               MOVE ZERO TO SBW-DED-AMT (DED-IDX-I)
               MOVE ZERO TO SBW-DED-YTD (DED-IDX-I)
           ELSE
               PERFORM 69-DEDUCTION-AMOUNT-ROUTINE
               MOVE PRG-DED-AMT TO SBW-DED-AMT (DED-IDX-I)
               MOVE DT-CODE (DED-IDX-I) TO STB-LOOKUP-CODE
               PERFORM 167-STUB-YTD-LOOKUP-ROUTINE
               MOVE STB-YTD-AMT TO SBW-DED-YTD (DED-IDX-I)
           END-IF
           .

       167-STUB-YTD-LOOKUP-ROUTINE.

           MOVE ZERO TO STB-BKT-FOUND
           PERFORM 168-STUB-BUCKET-MATCH-ROUTINE
               VARYING STB-BKT-IDX FROM 1 BY 1
               UNTIL STB-BKT-IDX > 13
                   OR STB-BKT-FOUND > ZERO
           IF STB-BKT-FOUND > ZERO
               MOVE YD-DED-AMT (STB-BKT-FOUND) TO STB-YTD-AMT
           ELSE
               MOVE ZERO TO STB-YTD-AMT
           END-IF
           .

       168-STUB-BUCKET-MATCH-ROUTINE.

           IF YD-DED-CODE (STB-BKT-IDX) = STB-LOOKUP-CODE
               MOVE STB-BKT-IDX TO STB-BKT-FOUND
           END-IF
           .

       169-STUB-CHECK-NO-ROUTINE.

           MOVE CHW-EMPLOYEE-ID TO SCN-EMPLOYEE-ID
           MOVE CHK-CURR-NO     TO SCN-CHECK-NO
           WRITE STUB-CHECK-RECORD
           .

      *    THE VACATION PASS HAS ALREADY ROLLED THE YEAR AND POSTED
      *    THIS CYCLE'S USAGE, SO THE CARRYOVER RECORD PLUS THE
      *    YEAR'S ACCRUAL LESS HOURS TAKEN IS WHAT THE VACATION
      *    STATEMENT SHOWED AS AVAILABLE.
       170-STUB-VAC-ROUTINE.

           MOVE SBW-EMPLOYEE-ID TO VC-EMPLOYEE-ID
           READ VACATION-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF VC-YEAR = RUN-YEAR
                       COMPUTE VW-AVAIL-HOURS =
                           VC-CARRYOVER-HOURS + SBW-VAC-ACCRUAL
                               - VC-TAKEN-HOURS
                       MOVE VW-AVAIL-HOURS TO PSV-HOURS
                       WRITE STUB-PRINT-RECORD FROM PAY-STUB-VAC-LINE
                           AFTER ADVANCING 1 LINES
                   END-IF
           END-READ
           .

      *    A CARRYOVER FILE THAT WILL NOT OPEN ONLY LEAVES THE HOURS
      *    OFF THE STUBS -- THE CHECKS ARE ALREADY PRINTED.
       171-PAY-STUB-ROUTINE.

           OPEN INPUT STUB-WORK-FILE
           OPEN OUTPUT STUB-PRINT-FILE
           OPEN INPUT STUB-CHECK-FILE
           PERFORM 176-STUB-CHECK-READ-ROUTINE
           OPEN INPUT VACATION-FILE
           IF VC-FILE-OK
               SET STB-VAC-OPEN TO TRUE
           END-IF
           PERFORM UNTIL STB-NO-MORE-DATA
               READ STUB-WORK-FILE
                   AT END
                       MOVE 'N' TO STB-EOF-FLAG
                   NOT AT END
                       PERFORM 172-PRINT-ONE-STUB-ROUTINE
               END-READ
           END-PERFORM
           CLOSE STUB-WORK-FILE
               STUB-PRINT-FILE
               STUB-CHECK-FILE
           IF STB-VAC-OPEN
               CLOSE VACATION-FILE
           END-IF
           .

      *    GROSS, EACH DEDUCTION, FWT AND SWT, AND NET -- CURRENT
      *    AND YEAR TO DATE -- THEN WHERE THE MONEY WENT AND THE
      *    VACATION BALANCE.
       172-PRINT-ONE-STUB-ROUTINE.

           WRITE STUB-PRINT-RECORD FROM PAY-STUB-HEAD-LINE
               AFTER ADVANCING PAGE
           MOVE SPACES TO STB-PAYEE
           STRING SBW-EMPLOYEE-F  DELIMITED BY SPACE
                  ' '             DELIMITED BY SIZE
                  SBW-EMPLOYEE-L  DELIMITED BY SPACE
               INTO STB-PAYEE
           END-STRING
           MOVE SBW-EMPLOYEE-ID TO CSE-EMPLOYEE-ID
           MOVE STB-PAYEE       TO CSE-PAYEE
           MOVE SBW-STORE-ID    TO CSE-STORE-ID
           MOVE RUN-DATE-NUM    TO CSE-PAY-DATE
           WRITE STUB-PRINT-RECORD FROM CHECK-STUB-EMP-LINE
               AFTER ADVANCING 2 LINES
           WRITE STUB-PRINT-RECORD FROM PAY-STUB-COLUMN-LINE
               AFTER ADVANCING 2 LINES

           MOVE SPACES          TO PSA-CODE
           MOVE 'GROSS PAY'     TO PSA-DESC
           MOVE SBW-GROSS       TO PSA-CURRENT
           MOVE SBW-YTD-GROSS   TO PSA-YTD
           WRITE STUB-PRINT-RECORD FROM PAY-STUB-AMOUNT-LINE
               AFTER ADVANCING 1 LINES
           IF SBW-RETRO NOT = ZERO
               MOVE SBW-RETRO   TO PSR-AMOUNT
               WRITE STUB-PRINT-RECORD FROM PAY-STUB-RETRO-LINE
                   AFTER ADVANCING 1 LINES
           END-IF
           PERFORM 173-STUB-DEDUCT-PRINT-ROUTINE
               VARYING DED-IDX-I FROM 1 BY 1
               UNTIL DED-IDX-I > DED-COUNT
           MOVE 'FWT'           TO PSA-CODE
           MOVE 'FEDERAL W/H'   TO PSA-DESC
           MOVE SBW-FED-TAX     TO PSA-CURRENT
           MOVE SBW-FED-YTD     TO PSA-YTD
           WRITE STUB-PRINT-RECORD FROM PAY-STUB-AMOUNT-LINE
               AFTER ADVANCING 1 LINES
           MOVE 'SWT'           TO PSA-CODE
           MOVE 'STATE W/H'     TO PSA-DESC
           MOVE SBW-STATE-TAX   TO PSA-CURRENT
           MOVE SBW-STATE-YTD   TO PSA-YTD
           WRITE STUB-PRINT-RECORD FROM PAY-STUB-AMOUNT-LINE
               AFTER ADVANCING 1 LINES
           IF SBW-GARN-AMT > ZERO
               OR SBW-GARN-YTD > ZERO
               MOVE 'GRN'           TO PSA-CODE
               MOVE 'GARNISHMENTS'  TO PSA-DESC
               MOVE SBW-GARN-AMT    TO PSA-CURRENT
               MOVE SBW-GARN-YTD    TO PSA-YTD
               WRITE STUB-PRINT-RECORD FROM PAY-STUB-AMOUNT-LINE
                   AFTER ADVANCING 1 LINES
           END-IF
           MOVE SPACES          TO PSA-CODE
           MOVE 'NET PAY'       TO PSA-DESC
           MOVE SBW-NET         TO PSA-CURRENT
           MOVE SBW-YTD-NET     TO PSA-YTD
           WRITE STUB-PRINT-RECORD FROM PAY-STUB-AMOUNT-LINE
               AFTER ADVANCING 2 LINES

           PERFORM 174-STUB-PAYMENT-ROUTINE
           WRITE STUB-PRINT-RECORD FROM CHECK-STUB-MEMO-LINE
               AFTER ADVANCING 2 LINES

           IF STB-VAC-OPEN
               PERFORM 170-STUB-VAC-ROUTINE
           END-IF
           .

       173-STUB-DEDUCT-PRINT-ROUTINE.

           MOVE DT-CODE (DED-IDX-I)     TO PSA-CODE
           MOVE DT-DESC (DED-IDX-I)     TO PSA-DESC
           MOVE SBW-DED-AMT (DED-IDX-I) TO PSA-CURRENT
           MOVE SBW-DED-YTD (DED-IDX-I) TO PSA-YTD
           WRITE STUB-PRINT-RECORD FROM PAY-STUB-AMOUNT-LINE
               AFTER ADVANCING 1 LINES
           .

      *    ONLY THE LAST FOUR CHARACTERS OF A DEPOSIT ACCOUNT PRINT.
      *    A CHECK SHOWS ITS NUMBER FROM THE CHECK RUN.  BOTH FILES
      *    ARE IN REGISTER ORDER, SO THE NEXT STUB-CHECK LINE EITHER
      *    BELONGS TO THIS EMPLOYEE OR TO SOMEONE FURTHER ON.
       174-STUB-PAYMENT-ROUTINE.

           MOVE SPACES TO CSM-MEMO
           IF SBW-PAID-DEPOSIT
               IF SBW-ACCT-TYPE = 'S'
                   MOVE 'SAVINGS'  TO STB-ACCT-DESC
               ELSE
                   MOVE 'CHECKING' TO STB-ACCT-DESC
               END-IF
               MOVE 17  TO STB-ACCT-LEN
               MOVE 'N' TO STB-ACCT-END-SW
               PERFORM 175-STUB-ACCT-LEN-ROUTINE
                   UNTIL STB-ACCT-LEN = ZERO
                       OR STB-ACCT-END-FOUND
               MOVE '****' TO STB-MASKED-ACCT
               IF STB-ACCT-LEN > 4
                   MOVE SBW-ACCOUNT (STB-ACCT-LEN - 3:4)
                       TO STB-MASKED-ACCT (5:4)
               END-IF
               STRING 'DEPOSITED TO '  DELIMITED BY SIZE
                      STB-ACCT-DESC    DELIMITED BY SPACE
                      ' ACCOUNT '      DELIMITED BY SIZE
                      STB-MASKED-ACCT  DELIMITED BY SIZE
                   INTO CSM-MEMO
               END-STRING
           ELSE
               IF NOT SCN-NO-MORE-DATA
                   AND SCN-EMPLOYEE-ID = SBW-EMPLOYEE-ID
                   STRING 'PAID BY CHECK NO '  DELIMITED BY SIZE
                          SCN-CHECK-NO         DELIMITED BY SIZE
                       INTO CSM-MEMO
                   END-STRING
                   PERFORM 176-STUB-CHECK-READ-ROUTINE
               ELSE
                   IF SBW-NET NOT > ZERO
                       MOVE 'NO CHECK ISSUED - NET PAY NOT POSITIVE'
                           TO CSM-MEMO
                   ELSE
                       MOVE 'PAID BY CHECK - SEE CHECK REGISTER'
                           TO CSM-MEMO
                   END-IF
               END-IF
           END-IF
           .

       175-STUB-ACCT-LEN-ROUTINE.

           IF SBW-ACCOUNT (STB-ACCT-LEN:1) = SPACE
               SUBTRACT 1 FROM STB-ACCT-LEN
           ELSE
               SET STB-ACCT-END-FOUND TO TRUE
           END-IF
           .

       176-STUB-CHECK-READ-ROUTINE.

           READ STUB-CHECK-FILE
               AT END
                   MOVE 'N' TO SCN-EOF-FLAG
           END-READ
           .

      *    A MISSING FILE JUST MEANS NO ORDERS ARE ON FILE.  A
      *    DROPPED ORDER WOULD NEVER BE WITHHELD, SO A FULL TABLE
      *    STOPS THE RUN.  THE TABLE IS SORTED BY EMPLOYEE AND
      *    PRIORITY SO EACH EMPLOYEE'S ORDERS ARE TAKEN IN LEGAL
      *    PRIORITY ORDER.
       177-LOAD-GARNISH-ROUTINE.

           OPEN INPUT GARNISH-FILE
           IF NOT GN-FILE-OK
               CONTINUE
           ELSE
               PERFORM UNTIL GN-NO-MORE-DATA
                   READ GARNISH-FILE
                       AT END
                           MOVE 'N' TO GN-EOF-FLAG
                       NOT AT END
                           IF GNT-COUNT = 500
                               DISPLAY 'PR1FA21-Garnish.txt HAS MORE '
                                   'THAN 500 ORDERS -- RUN STOPPED'
                               STOP RUN
                           END-IF
                           ADD 1 TO GNT-COUNT
                           MOVE GARNISH-RECORD TO GNT-ORDER (GNT-COUNT)
                           PERFORM 178-GARNISH-EDIT-ROUTINE
                   END-READ
               END-PERFORM
               CLOSE GARNISH-FILE
           END-IF
           SET GNW-BY-EMPLOYEE TO TRUE
           PERFORM 179-GARNISH-SORT-ROUTINE
           .

      *    A NEW ORDER COMES IN WITH THE REGISTER-MAINTAINED FIELDS
      *    BLANK.  ANYTHING ELSE THE REGISTER CANNOT TRUST HOLDS THE
      *    ORDER OFF WITH A REASON FOR THE LISTING.
       178-GARNISH-EDIT-ROUTINE.

           MOVE 'N'    TO GNT-PRICED-SW  (GNT-COUNT)
           MOVE SPACES TO GNT-EMPLOYEE-L (GNT-COUNT)
           MOVE SPACES TO GNT-NOTE       (GNT-COUNT)
           MOVE SPACES TO GNT-REASON     (GNT-COUNT)
           IF GNT-YTD-YEAR  (GNT-COUNT) NOT NUMERIC
               OR GNT-YTD-AMT   (GNT-COUNT) NOT NUMERIC
               OR GNT-PAID-DATE (GNT-COUNT) NOT NUMERIC
               OR GNT-PAID-AMT  (GNT-COUNT) NOT NUMERIC
               MOVE ZERO TO GNT-YTD-YEAR  (GNT-COUNT)
               MOVE ZERO TO GNT-YTD-AMT   (GNT-COUNT)
               MOVE ZERO TO GNT-PAID-DATE (GNT-COUNT)
               MOVE ZERO TO GNT-PAID-AMT  (GNT-COUNT)
           END-IF

           IF GNT-EMPLOYEE-ID (GNT-COUNT) = SPACES
               MOVE 'REJECTED - EMPLOYEE ID' TO GNT-REASON (GNT-COUNT)
           END-IF

           IF GNT-REASON (GNT-COUNT) = SPACES
               IF NOT GNT-CHILD-SUPPORT (GNT-COUNT)
                   AND NOT GNT-TAX-LEVY (GNT-COUNT)
                   AND NOT GNT-CREDITOR (GNT-COUNT)
                   MOVE 'REJECTED - ORDER TYPE'
                       TO GNT-REASON (GNT-COUNT)
               END-IF
           END-IF

           IF GNT-REASON (GNT-COUNT) = SPACES
               IF GNT-PRIORITY (GNT-COUNT) NOT NUMERIC
                   MOVE 'REJECTED - PRIORITY' TO GNT-REASON (GNT-COUNT)
               END-IF
           END-IF

           IF GNT-REASON (GNT-COUNT) = SPACES
               IF GNT-AGENCY-ID (GNT-COUNT) = SPACES
                   MOVE 'REJECTED - AGENCY' TO GNT-REASON (GNT-COUNT)
               END-IF
           END-IF

           IF GNT-REASON (GNT-COUNT) = SPACES
               IF GNT-AMOUNT (GNT-COUNT) NOT NUMERIC
                   OR (NOT GNT-METHOD-FLAT (GNT-COUNT)
                       AND NOT GNT-METHOD-PERCENT (GNT-COUNT))
                   MOVE 'REJECTED - AMOUNT' TO GNT-REASON (GNT-COUNT)
               ELSE
                   IF GNT-METHOD-PERCENT (GNT-COUNT)
                       AND GNT-AMOUNT (GNT-COUNT) > 100
                       MOVE 'REJECTED - AMOUNT'
                           TO GNT-REASON (GNT-COUNT)
                   END-IF
               END-IF
           END-IF

           IF GNT-REASON (GNT-COUNT) = SPACES
               IF GNT-LIMIT-PCT (GNT-COUNT) NOT NUMERIC
                   MOVE 'REJECTED - LIMIT PERCENT'
                       TO GNT-REASON (GNT-COUNT)
               ELSE
                   IF GNT-LIMIT-PCT (GNT-COUNT) = ZERO
                       OR GNT-LIMIT-PCT (GNT-COUNT) > 100
                       MOVE 'REJECTED - LIMIT PERCENT'
                           TO GNT-REASON (GNT-COUNT)
                   END-IF
               END-IF
           END-IF

           IF GNT-REASON (GNT-COUNT) = SPACES
               IF GNT-BALANCE (GNT-COUNT) NOT NUMERIC
                   OR (NOT GNT-BALANCE-OWED (GNT-COUNT)
                       AND NOT GNT-ONGOING (GNT-COUNT))
                   MOVE 'REJECTED - BALANCE' TO GNT-REASON (GNT-COUNT)
               END-IF
           END-IF

           IF GNT-REASON (GNT-COUNT) = SPACES
               IF NOT GNT-ACTIVE (GNT-COUNT)
                   AND NOT GNT-SATISFIED (GNT-COUNT)
                   MOVE 'REJECTED - ORDER STATUS'
                       TO GNT-REASON (GNT-COUNT)
               END-IF
           END-IF
           .

      *    BUBBLE SORT OF THE ORDER TABLE ON THE KEY GNW-SORT-SW
      *    NAMES.  ORDERS THAT TIE KEEP THEIR FILE ORDER.
       179-GARNISH-SORT-ROUTINE.

           IF GNT-COUNT > 1
               PERFORM 180-GARNISH-PASS-ROUTINE
                   VARYING GNT-IDX-I FROM 1 BY 1
                   UNTIL GNT-IDX-I > GNT-COUNT - 1
           END-IF
           .

       180-GARNISH-PASS-ROUTINE.

           PERFORM 181-GARNISH-COMPARE-ROUTINE
               VARYING GNT-IDX-J FROM 1 BY 1
               UNTIL GNT-IDX-J > GNT-COUNT - GNT-IDX-I
           .

       181-GARNISH-COMPARE-ROUTINE.

           MOVE SPACES TO GARNISH-SORT-KEYS
           IF GNW-BY-AGENCY
               MOVE GNT-AGENCY-ID (GNT-IDX-J)       TO GKA-AGENCY-ID
               MOVE GNT-AGENCY-ID (GNT-IDX-J + 1)   TO GKB-AGENCY-ID
           END-IF
           MOVE GNT-EMPLOYEE-ID (GNT-IDX-J)         TO GKA-EMPLOYEE-ID
           MOVE GNT-EMPLOYEE-ID (GNT-IDX-J + 1)     TO GKB-EMPLOYEE-ID
           MOVE GNT-PRIORITY-X (GNT-IDX-J)          TO GKA-PRIORITY
           MOVE GNT-PRIORITY-X (GNT-IDX-J + 1)      TO GKB-PRIORITY
           IF GNW-KEY-A > GNW-KEY-B
               PERFORM 182-GARNISH-SWAP-ROUTINE
           END-IF
           .

       182-GARNISH-SWAP-ROUTINE.

           MOVE GNT-ENTRY (GNT-IDX-J)      TO GARNISH-ENTRY-SAVE
           MOVE GNT-ENTRY (GNT-IDX-J + 1)  TO GNT-ENTRY (GNT-IDX-J)
           MOVE GARNISH-ENTRY-SAVE         TO GNT-ENTRY (GNT-IDX-J + 1)
           .

      *    COURT-ORDERED ATTACHMENTS COME OUT OF DISPOSABLE EARNINGS
      *    -- GROSS LESS THE FWT AND SWT JUST COMPUTED -- IN THE
      *    PRIORITY ORDER THE TABLE WAS SORTED TO.  EACH ORDER'S
      *    LIMIT IS THE PERCENT OF DISPOSABLE EARNINGS THAT ORDER AND
      *    EVERY ORDER AHEAD OF IT MAY TAKE TOGETHER, SO A LOWER
      *    PRIORITY ORDER ONLY GETS WHAT THE HIGHER ONES LEAVE.
       183-EMPLOYEE-GARNISH-ROUTINE.

           MOVE ZERO TO PRG-GARN-TOTAL
           COMPUTE GNW-DISPOSABLE =
               PRG-GROSS - PRG-FED-TAX - PRG-STATE-TAX
           IF GNW-DISPOSABLE < ZERO
               MOVE ZERO TO GNW-DISPOSABLE
           END-IF
           PERFORM 184-GARNISH-ORDER-ROUTINE
               VARYING GNT-IDX-I FROM 1 BY 1
               UNTIL GNT-IDX-I > GNT-COUNT
           .

      *    AN ORDER ALREADY WITHHELD ON THIS RUN DATE IS A RERUN AND
      *    TAKES THE SAME AMOUNT AGAIN -- EVEN ONE THAT RUN SATISFIED.
       184-GARNISH-ORDER-ROUTINE.

           IF GNT-EMPLOYEE-ID (GNT-IDX-I) = KR-EMPLOYEE-ID
               AND GNT-REASON (GNT-IDX-I) = SPACES
               AND (GNT-ACTIVE (GNT-IDX-I)
                   OR GNT-PAID-DATE (GNT-IDX-I) = RUN-DATE-NUM)
               SET GNT-PRICED (GNT-IDX-I) TO TRUE
               MOVE KR-EMPLOYEE-L TO GNT-EMPLOYEE-L (GNT-IDX-I)
               IF GNT-PAID-DATE (GNT-IDX-I) NOT = RUN-DATE-NUM
                   PERFORM 185-GARNISH-COMPUTE-ROUTINE
               ELSE
                   IF GNT-SATISFIED (GNT-IDX-I)
                       MOVE 'ORDER SATISFIED' TO GNT-NOTE (GNT-IDX-I)
                   END-IF
               END-IF
               ADD GNT-PAID-AMT (GNT-IDX-I) TO PRG-GARN-TOTAL
           END-IF
           .

      *    THE ROOM UNDER THE LIMIT IS TRUNCATED, NOT ROUNDED, SO AN
      *    ORDER CAN NEVER TAKE A CENT PAST ITS LIMIT.  A BALANCE
      *    ORDER NEVER TAKES MORE THAN IS STILL OWED, AND ONE THAT
      *    REACHES ZERO IS SATISFIED AND STOPS.
       185-GARNISH-COMPUTE-ROUTINE.

           IF GNT-METHOD-PERCENT (GNT-IDX-I)
               COMPUTE GNW-REQUESTED ROUNDED =
                   GNW-DISPOSABLE * GNT-AMOUNT (GNT-IDX-I) / 100
           ELSE
               MOVE GNT-AMOUNT (GNT-IDX-I) TO GNW-REQUESTED
           END-IF
           COMPUTE GNW-ROOM =
               GNW-DISPOSABLE * GNT-LIMIT-PCT (GNT-IDX-I) / 100
               - PRG-GARN-TOTAL
           IF GNW-ROOM < ZERO
               MOVE ZERO TO GNW-ROOM
           END-IF

           MOVE GNW-REQUESTED TO GNW-AMOUNT
           IF GNW-AMOUNT > GNW-ROOM
               MOVE GNW-ROOM TO GNW-AMOUNT
               MOVE 'HELD TO DISPOSABLE LIMIT' TO GNT-NOTE (GNT-IDX-I)
           END-IF
           IF GNT-BALANCE-OWED (GNT-IDX-I)
               AND GNW-AMOUNT > GNT-BALANCE (GNT-IDX-I)
               MOVE GNT-BALANCE (GNT-IDX-I) TO GNW-AMOUNT
           END-IF

           IF GNT-YTD-YEAR (GNT-IDX-I) < RUN-YEAR
               MOVE RUN-YEAR TO GNT-YTD-YEAR (GNT-IDX-I)
               MOVE ZERO     TO GNT-YTD-AMT  (GNT-IDX-I)
           END-IF
           MOVE RUN-DATE-NUM TO GNT-PAID-DATE (GNT-IDX-I)
           MOVE GNW-AMOUNT   TO GNT-PAID-AMT  (GNT-IDX-I)
           ADD GNW-AMOUNT    TO GNT-YTD-AMT   (GNT-IDX-I)
           IF GNT-BALANCE-OWED (GNT-IDX-I)
               SUBTRACT GNW-AMOUNT FROM GNT-BALANCE (GNT-IDX-I)
               IF GNT-BALANCE (GNT-IDX-I) = ZERO
                   MOVE 'S' TO GNT-STATUS (GNT-IDX-I)
                   MOVE 'ORDER SATISFIED' TO GNT-NOTE (GNT-IDX-I)
               END-IF
           END-IF
           .

      *    ONE LINE PER ORDER UNDER THE EMPLOYEE, BY CASE NUMBER --
      *    A ZERO LINE SHOWS AN ORDER THE LIMIT SHUT OUT.
       186-REGISTER-GARNISH-PRINT-ROUTINE.

           IF GNT-EMPLOYEE-ID (GNT-IDX-I) = KR-EMPLOYEE-ID
               AND GNT-PRICED (GNT-IDX-I)
               MOVE 'GRN'                      TO RGD-CODE
               MOVE GNT-CASE-NO (GNT-IDX-I)    TO RGD-DESC
               MOVE GNT-PAID-AMT (GNT-IDX-I)   TO RGD-AMOUNT
               WRITE REPORT-RECORD FROM REGISTER-DEDUCT-LINE
                   AFTER ADVANCING 1 LINES
           END-IF
           .

      *    EVERY ORDER WITHHELD THIS RUN, GROUPED BY AGENCY, ON THE
      *    LISTING AND THE REMITTANCE FILE ALIKE -- PLUS ANY ORDER
      *    STILL OPEN FOR AN EMPLOYEE THE REGISTER DID NOT PRICE AND
      *    ANY ORDER THE LOAD EDIT HELD OFF.  ORDERS SATISFIED ON AN
      *    EARLIER RUN ARE LEFT OFF.
       187-GARNISH-REMIT-ROUTINE.

           SET GNW-BY-AGENCY TO TRUE
           PERFORM 179-GARNISH-SORT-ROUTINE
           OPEN OUTPUT REMIT-FILE
           MOVE RUN-DATE-NUM TO RMH-RUN-DATE
           WRITE REMIT-RECORD FROM REMIT-HEADER-LINE

           WRITE REPORT-RECORD FROM REPORT-TITLE-ONE
               AFTER ADVANCING PAGE

           WRITE REPORT-RECORD FROM GARNISH-TITLE-TWO
               AFTER ADVANCING 2 LINE

           WRITE REPORT-RECORD FROM REPORT-TITLE-THREE
               AFTER ADVANCING 2 LINE

           WRITE REPORT-RECORD FROM GARNISH-TITLE-FOUR
               AFTER ADVANCING 2 LINE

           WRITE REPORT-RECORD FROM GARNISH-TITLE-FIVE
               AFTER ADVANCING 1 LINE

           WRITE REPORT-RECORD FROM BLANK-LINES

           PERFORM 188-GARNISH-LIST-ONE-ROUTINE
               VARYING GNT-IDX-I FROM 1 BY 1
               UNTIL GNT-IDX-I > GNT-COUNT
           IF GNW-AGENCY-OPEN
               PERFORM 189-GARNISH-AGENCY-TOTAL-ROUTINE
           END-IF
           IF GNT-LISTED-COUNT = ZERO
               WRITE REPORT-RECORD FROM GARNISH-NONE-LINE
                   AFTER ADVANCING 1 LINES
           ELSE
               MOVE GNW-REMIT-TOTAL TO GRT-AMOUNT
               WRITE REPORT-RECORD FROM GARNISH-TOTAL-LINE
                   AFTER ADVANCING 2 LINES
           END-IF

           MOVE RUN-DATE-NUM    TO RMT-RUN-DATE
           MOVE GNW-REMIT-COUNT TO RMT-ENTRY-COUNT
           MOVE GNW-REMIT-TOTAL TO RMT-AMOUNT-TOTAL
           WRITE REMIT-RECORD FROM REMIT-TRAILER-LINE
           CLOSE REMIT-FILE
           .

       188-GARNISH-LIST-ONE-ROUTINE.

           IF GNT-REASON (GNT-IDX-I) NOT = SPACES
               OR GNT-PRICED (GNT-IDX-I)
               OR GNT-ACTIVE (GNT-IDX-I)
               IF NOT GNW-AGENCY-OPEN
                   OR GNT-AGENCY-ID (GNT-IDX-I) NOT = GNW-PREV-AGENCY
                   IF GNW-AGENCY-OPEN
                       PERFORM 189-GARNISH-AGENCY-TOTAL-ROUTINE
                   END-IF
                   SET GNW-AGENCY-OPEN TO TRUE
                   MOVE GNT-AGENCY-ID (GNT-IDX-I)   TO GNW-PREV-AGENCY
                   MOVE GNT-AGENCY-NAME (GNT-IDX-I) TO GNW-AGENCY-NAME
                   MOVE ZERO TO GNW-AGENCY-COUNT
                   MOVE ZERO TO GNW-AGENCY-TOTAL
                   MOVE GNW-PREV-AGENCY TO GAH-AGENCY-ID
                   MOVE GNW-AGENCY-NAME TO GAH-AGENCY-NAME
                   WRITE REPORT-RECORD FROM GARNISH-AGENCY-LINE
                       AFTER ADVANCING 2 LINES
               END-IF
               ADD 1 TO GNT-LISTED-COUNT

               MOVE GNT-EMPLOYEE-ID (GNT-IDX-I) TO GDL-EMPLOYEE-ID
               MOVE GNT-EMPLOYEE-L (GNT-IDX-I)  TO GDL-EMPLOYEE-L
               MOVE GNT-CASE-NO (GNT-IDX-I)     TO GDL-CASE-NO
               MOVE GNT-ORDER-TYPE (GNT-IDX-I)  TO GDL-ORDER-TYPE
               IF GNT-PRICED (GNT-IDX-I)
                   MOVE GNT-PAID-AMT (GNT-IDX-I) TO GDL-AMOUNT
               ELSE
                   MOVE ZERO TO GDL-AMOUNT
               END-IF
               MOVE GNT-YTD-AMT (GNT-IDX-I)     TO GDL-YTD
               IF GNT-ONGOING (GNT-IDX-I)
                   MOVE '     ONGOING' TO GDL-BALANCE-X
               ELSE
                   IF GNT-BALANCE (GNT-IDX-I) NUMERIC
                       MOVE GNT-BALANCE (GNT-IDX-I) TO GDL-BALANCE
                   ELSE
                       MOVE SPACES TO GDL-BALANCE-X
                   END-IF
               END-IF
               WRITE REPORT-RECORD FROM GARNISH-DETAIL-LINE
                   AFTER ADVANCING 1 LINES

               IF GNT-REASON (GNT-IDX-I) NOT = SPACES
                   MOVE GNT-REASON (GNT-IDX-I) TO GNL-NOTE
               ELSE
                   IF GNT-PRICED (GNT-IDX-I)
                       MOVE GNT-NOTE (GNT-IDX-I) TO GNL-NOTE
                   ELSE
                       MOVE 'HELD - NOT PRICED THIS RUN' TO GNL-NOTE
                   END-IF
               END-IF
               IF GNL-NOTE NOT = SPACES
                   WRITE REPORT-RECORD FROM GARNISH-NOTE-LINE
                       AFTER ADVANCING 1 LINES
               END-IF

               IF GNT-PRICED (GNT-IDX-I)
                   AND GNT-PAID-AMT (GNT-IDX-I) > ZERO
                   MOVE GNT-AGENCY-ID (GNT-IDX-I)   TO RMD-AGENCY-ID
                   MOVE GNT-CASE-NO (GNT-IDX-I)     TO RMD-CASE-NO
                   MOVE GNT-EMPLOYEE-ID (GNT-IDX-I) TO RMD-EMPLOYEE-ID
                   MOVE GNT-EMPLOYEE-L (GNT-IDX-I)  TO RMD-EMPLOYEE-L
                   MOVE GNT-ORDER-TYPE (GNT-IDX-I)  TO RMD-ORDER-TYPE
                   MOVE GNT-PAID-AMT (GNT-IDX-I)    TO RMD-AMOUNT
                   WRITE REMIT-RECORD FROM REMIT-DETAIL-LINE
                   ADD 1 TO GNW-AGENCY-COUNT
                   ADD 1 TO GNW-REMIT-COUNT
                   ADD GNT-PAID-AMT (GNT-IDX-I) TO GNW-AGENCY-TOTAL
                   ADD GNT-PAID-AMT (GNT-IDX-I) TO GNW-REMIT-TOTAL
               END-IF
           END-IF
           .

       189-GARNISH-AGENCY-TOTAL-ROUTINE.

           MOVE GNW-AGENCY-TOTAL TO GAT-AMOUNT
           WRITE REPORT-RECORD FROM GARNISH-AGENCY-TOTAL-LINE
               AFTER ADVANCING 1 LINES
           IF GNW-AGENCY-COUNT > ZERO
               MOVE GNW-PREV-AGENCY  TO RMA-AGENCY-ID
               MOVE GNW-AGENCY-NAME  TO RMA-AGENCY-NAME
               MOVE GNW-AGENCY-COUNT TO RMA-ENTRY-COUNT
               MOVE GNW-AGENCY-TOTAL TO RMA-AMOUNT-TOTAL
               WRITE REMIT-RECORD FROM REMIT-AGENCY-LINE
           END-IF
           .

      *    EVERY ORDER IS WRITTEN BACK, A REJECTED ONE AS KEYED.  A
      *    SATISFIED ORDER STAYS ON FILE THROUGH THE YEAR IT LAST
      *    WITHHELD, SO ITS YEAR-TO-DATE FIGURE SURVIVES, AND THROUGH
      *    THE RUN DATE THAT SATISFIED IT SO A RERUN CAN STILL TAKE
      *    IT.
       190-REWRITE-GARNISH-ROUTINE.

           IF GNT-COUNT > ZERO
               OPEN OUTPUT GARNISH-FILE
               PERFORM 191-WRITE-ONE-GARNISH-ROUTINE
                   VARYING GNT-IDX-I FROM 1 BY 1
                   UNTIL GNT-IDX-I > GNT-COUNT
               CLOSE GARNISH-FILE
           END-IF
           .

       191-WRITE-ONE-GARNISH-ROUTINE.

           IF NOT GNT-SATISFIED (GNT-IDX-I)
               OR GNT-REASON (GNT-IDX-I) NOT = SPACES
               OR GNT-YTD-YEAR (GNT-IDX-I) NOT < RUN-YEAR
               OR GNT-PAID-DATE (GNT-IDX-I) = RUN-DATE-NUM
               MOVE GNT-ORDER (GNT-IDX-I) TO GARNISH-RECORD
               WRITE GARNISH-RECORD
           END-IF
           .

      *    OFF-CYCLE FINAL PAY RUN (PARM FINALPAY).  PAYS ONLY THE
      *    SEPARATIONS WAITING ON PR1FA21-FinalPay.txt -- NO FEED IS
      *    READ, NO ACTIVE EMPLOYEE IS REPRICED AND THE MASTER IS
      *    NOT TOUCHED.  THE FINAL PAY REGISTER, CHECK LIST, CHECK
      *    RUN, REGISTER HISTORY LINE AND A GL FILE CARRYING ONLY
      *    THE FNL-PAY AND RET-PAY LINES COME OUT JUST AS THE
      *    BIWEEKLY RUN CUTS THEM, BUT ON THEIR OWN PR1FA21-Final
      *    FILES, AND THE JOURNAL IS TYPED 'F' SO PR1FA21G POSTS IT
      *    ALONGSIDE THE SAME DAY'S BIWEEKLY JOURNAL (PARM FINAL).
      *    THE AS-OF DATE ON THE RUN-CONTROL CARD APPLIES; THE
      *    SECTION SWITCHES DO NOT.
       192-OFF-CYCLE-ROUTINE.

           ACCEPT RT1-DATE FROM DATE YYYYMMDD
           ACCEPT RUN-DATE-NUM FROM DATE YYYYMMDD
           IF RCW-AS-OF-DATE NUMERIC
               MOVE RCW-AS-OF-DATE TO RUN-DATE-NUM
               MOVE RUN-DATE-NUM   TO RT1-DATE
           END-IF
           PERFORM 193-LOAD-FINAL-PAY-ROUTINE

           MOVE 'PR1FA21-FinalPrint'      TO PRINT-FILE-NAME
           MOVE 'PR1FA21-FinalGLPost.txt' TO GL-POST-NAME
           MOVE 'PR1FA21-FinalChecks'     TO CHECK-PRINT-NAME
           MOVE 'PR1FA21-FinalStubs'      TO STUB-PRINT-NAME
           MOVE 'PR1FA21-FinalPosPay.txt' TO POS-PAY-NAME
           MOVE 'PR1FA21-FinalRemit.txt'  TO REMIT-NAME
           OPEN OUTPUT KNOX-REPORT-FILE
           OPEN OUTPUT GL-POST-FILE
           MOVE RUN-DATE-NUM TO GLH-RUN-DATE
           MOVE 'F'          TO GLH-JOURNAL-TYPE
           WRITE GL-POST-RECORD FROM GL-HEADER-LINE

           PERFORM 63-LOAD-DEDUCTIONS-ROUTINE
           PERFORM 82-LOAD-TAX-TABLE-ROUTINE
           PERFORM 83-OPEN-TAX-ELECT-ROUTINE
           PERFORM 95-OPEN-YTD-ROUTINE
           PERFORM 151-LOAD-RETRO-ROUTINE
           PERFORM 177-LOAD-GARNISH-ROUTINE
           OPEN EXTEND YTD-PRIOR-FILE
           OPEN OUTPUT CHECK-WORK-FILE

           PERFORM 124-FINAL-PAY-REGISTER-ROUTINE
           PERFORM 161-RETRO-LISTING-ROUTINE
           PERFORM 163-REWRITE-RETRO-ROUTINE
           PERFORM 187-GARNISH-REMIT-ROUTINE
           PERFORM 190-REWRITE-GARNISH-ROUTINE

           CLOSE YTD-PRIOR-FILE
           CLOSE YTD-FILE
           IF TE-FILE-OPEN
               CLOSE TAX-ELECT-FILE
           END-IF
           PERFORM 130-REG-HIST-ROUTINE
           CLOSE CHECK-WORK-FILE
           PERFORM 93-CHECK-EXCEPTION-REPORT-ROUTINE
           PERFORM 134-CHECK-RUN-ROUTINE
           PERFORM 196-CLEAR-FINAL-PAY-ROUTINE
           PERFORM 59-GL-TRAILER-ROUTINE

           CLOSE KNOX-REPORT-FILE
               GL-POST-FILE
           STOP RUN
           .

      *    NO QUEUE FILE MEANS NO SEPARATION HAS EVER WAITED.  ONE
      *    THAT WILL NOT OPEN STOPS THE RUN -- IT MUST NOT BE CLEARED
      *    UNPAID.  A RESTARTED RUN CAN QUEUE THE SAME FLIP TWICE,
      *    SO AN EMPLOYEE ALREADY IN THE TABLE IS NOT ADDED AGAIN.
       193-LOAD-FINAL-PAY-ROUTINE.

           OPEN INPUT FINAL-PAY-FILE
           IF FQ-FILE-MISSING
               CONTINUE
           ELSE
               IF NOT FQ-FILE-OK
                   DISPLAY 'PR1FA21-FinalPay.txt COULD NOT BE OPENED '
                       '-- FILE STATUS ' FQ-FILE-STATUS
                   DISPLAY 'NO FINAL PAY WAS ISSUED -- RUN STOPPED'
                   STOP RUN
               END-IF
               SET FQ-LOADED TO TRUE
               PERFORM UNTIL FQ-NO-MORE-DATA
                   READ FINAL-PAY-FILE
                       AT END
                           MOVE 'N' TO FQ-EOF-FLAG
                       NOT AT END
                           PERFORM 194-FINAL-PAY-QUEUE-ROUTINE
                   END-READ
               END-PERFORM
               CLOSE FINAL-PAY-FILE
           END-IF
           PERFORM 125-FINAL-PAY-VACATION-ROUTINE
           .

       194-FINAL-PAY-QUEUE-ROUTINE.

           MOVE ZERO TO FPY-FOUND-IDX
           PERFORM 195-FINAL-PAY-MATCH-ROUTINE
               VARYING FPY-IDX-I FROM 1 BY 1
               UNTIL FPY-IDX-I > FPY-COUNT
                   OR FPY-FOUND-IDX > ZERO
           IF FPY-FOUND-IDX = ZERO
               IF FPY-COUNT = 500
                   DISPLAY 'PR1FA21-FinalPay.txt HAS MORE THAN 500 '
                       'SEPARATIONS -- RUN STOPPED'
                   STOP RUN
               END-IF
               ADD 1 TO FPY-COUNT
               MOVE FQ-KNOX-IMAGE TO FPY-KNOX-IMAGE (FPY-COUNT)
               MOVE ZERO          TO FPY-VAC-HOURS  (FPY-COUNT)
               IF FQ-PRIOR-POSTED NUMERIC
                   MOVE FQ-PRIOR-POSTED
                       TO FPY-PRIOR-POSTED (FPY-COUNT)
               ELSE
                   MOVE ZERO TO FPY-PRIOR-POSTED (FPY-COUNT)
               END-IF
           END-IF
           .

       195-FINAL-PAY-MATCH-ROUTINE.

           IF FPY-EMPLOYEE-ID (FPY-IDX-I) = FQ-EMPLOYEE-ID
               MOVE FPY-IDX-I TO FPY-FOUND-IDX
           END-IF
           .

      *    EVERY SEPARATION LOADED HAS NOW BEEN PAID AND ITS CHECK
      *    CUT, SO THE VACATION PAID OUT IS MARKED TAKEN AND THE
      *    QUEUE STARTS OVER EMPTY.  THE HOURS ARE MARKED ONLY NOW,
      *    SO A RERUN OF A RUN THAT DIED BEFORE THIS POINT STILL
      *    READS THE SAME PAYOUT.
       196-CLEAR-FINAL-PAY-ROUTINE.

           IF FQ-LOADED
               IF FPY-COUNT > ZERO
                   PERFORM 72-OPEN-VACATION-ROUTINE
                   PERFORM 197-FINAL-PAY-VAC-USED-ROUTINE
                       VARYING FPY-IDX-I FROM 1 BY 1
                       UNTIL FPY-IDX-I > FPY-COUNT
                   CLOSE VACATION-FILE
               END-IF
               OPEN OUTPUT FINAL-PAY-FILE
               CLOSE FINAL-PAY-FILE
           END-IF
           .

      *    A PAID-OUT BALANCE IS NEVER PAID OR ARCHIVED AGAIN -- THE
      *    HOURS TAKEN NOW EQUAL THE CARRYOVER FOR THE RUN YEAR.
       197-FINAL-PAY-VAC-USED-ROUTINE.

           MOVE FPY-EMPLOYEE-ID (FPY-IDX-I) TO VC-EMPLOYEE-ID
           READ VACATION-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE RUN-YEAR           TO VC-YEAR
                   MOVE VC-CARRYOVER-HOURS TO VC-TAKEN-HOURS
                   REWRITE VACATION-RECORD
           END-READ
           .

      *    THE DATE PAY LAST POSTED, TAKEN WHILE THE FLIP IS BEING
      *    QUEUED -- BEFORE THE FINAL PAY ITSELF POSTS AND RESTAMPS
      *    THE RECORD.
       198-FINAL-PAY-POSTED-ROUTINE.

           MOVE ZERO TO FQ-PRIOR-POSTED
           IF FQ-YTD-OPEN
               PERFORM 97-YTD-READ-ROUTINE
               IF YTD-ON-FILE
                   MOVE YD-POSTED-DATE TO FQ-PRIOR-POSTED
               END-IF
           END-IF
           .

       199-CHECK-TODAY-REPLACE-ROUTINE.

           IF CTD-CHECK-NO (CTD-IDX-I) = CH-ORIG-CHECK-NO
               MOVE CH-EMPLOYEE-ID TO CTD-EMPLOYEE-ID (CTD-IDX-I)
               MOVE CH-CHECK-NO    TO CTD-CHECK-NO    (CTD-IDX-I)
               MOVE CH-AMOUNT      TO CTD-AMOUNT      (CTD-IDX-I)
           END-IF
           .

      *    THE NET CHANGED AFTER TODAY'S CHECK WAS ISSUED (A MASTER
      *    FIX BETWEEN RUNS).  POSITIVE PAY ALREADY CARRIES THE OLD
      *    AMOUNT, SO THE OLD CHECK IS VOIDED ON THE HISTORY AND THE
      *    REGISTER, AND THE NEW NET TAKES THE NEXT NUMBER AS ITS
      *    REISSUE.  THE CALLER PRINTS AND LISTS THE NEW CHECK.
       200-NET-CHANGED-CHECK-ROUTINE.

           MOVE CTD-CHECK-NO (CTD-FOUND-IDX) TO CRL-CHECK-NO
           MOVE 'VOID - NET CHANGED'         TO CRL-MEMO
           MOVE CTD-AMOUNT (CTD-FOUND-IDX)   TO CRL-AMOUNT
           WRITE REPORT-RECORD FROM CHECK-REG-DETAIL-LINE
               AFTER ADVANCING 1 LINES
           ADD 1 TO CHK-VOID-COUNT
           ADD CTD-AMOUNT (CTD-FOUND-IDX) TO CHK-VOID-TOTAL

           MOVE CTD-AMOUNT (CTD-FOUND-IDX)   TO CHK-AMOUNT
           MOVE CTD-CHECK-NO (CTD-FOUND-IDX) TO CH-CHECK-NO
           MOVE 'V'                          TO CH-ACTION
           MOVE CHW-EMPLOYEE-ID              TO CH-EMPLOYEE-ID
           MOVE ZERO                         TO CH-ORIG-CHECK-NO
           PERFORM 145-WRITE-CHECK-HIST-ROUTINE

           MOVE CHW-NET                      TO CHK-AMOUNT
           ADD 1 TO CHK-NUMBER
           MOVE CHK-NUMBER                   TO CHK-CURR-NO
           MOVE CHK-CURR-NO                  TO CH-CHECK-NO
           MOVE 'I'                          TO CH-ACTION
           MOVE CHW-EMPLOYEE-ID              TO CH-EMPLOYEE-ID
           MOVE CTD-CHECK-NO (CTD-FOUND-IDX) TO CH-ORIG-CHECK-NO
           PERFORM 145-WRITE-CHECK-HIST-ROUTINE

           MOVE CTD-CHECK-NO (CTD-FOUND-IDX) TO CRM-ORIG-CHECK-NO
           MOVE CHECK-REISSUE-MEMO           TO CRL-MEMO
           MOVE CHK-CURR-NO    TO CTD-CHECK-NO (CTD-FOUND-IDX)
           MOVE CHK-AMOUNT     TO CTD-AMOUNT   (CTD-FOUND-IDX)
           .
