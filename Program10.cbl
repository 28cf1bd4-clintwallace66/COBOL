       IDENTIFICATION DIVISION.
       PROGRAM-ID. PR1FA21R.
       AUTHOR. JOHN WALLACE.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-PC.
       OBJECT-COMPUTER.  IBM-PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MASTER-FILE
               ASSIGN TO 'PR1FA21-Master.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MR-EMPLOYEE-ID
               FILE STATUS IS MASTER-FILE-STATUS.

           SELECT ARCHIVE-FILE
               ASSIGN TO 'PR1FA21-Archive.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AR-EMPLOYEE-ID
               FILE STATUS IS ARCHIVE-FILE-STATUS.

           SELECT VACATION-FILE
               ASSIGN TO 'PR1FA21-Vacation.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VC-EMPLOYEE-ID
               FILE STATUS IS VC-FILE-STATUS.

           SELECT YTD-FILE
               ASSIGN TO 'PR1FA21-YTD.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS YT-EMPLOYEE-ID
               FILE STATUS IS YT-FILE-STATUS.

           SELECT PAY-HISTORY-FILE
               ASSIGN TO 'PR1FA21-PayHist.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PH-FILE-STATUS.

           SELECT BANK-FILE
               ASSIGN TO 'PR1FA21-Bank.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS BK-EMPLOYEE-ID
               FILE STATUS IS BK-FILE-STATUS.

           SELECT TAX-ELECT-FILE
               ASSIGN TO 'PR1FA21-TaxElect.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TE-EMPLOYEE-ID
               FILE STATUS IS TE-FILE-STATUS.

           SELECT ARCH-HIST-FILE
               ASSIGN TO 'PR1FA21-ArchHist.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AH-FILE-STATUS.

           SELECT ARCH-VAC-FILE
               ASSIGN TO 'PR1FA21-ArchVac.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AV-FILE-STATUS.

           SELECT ARCH-YTD-FILE
               ASSIGN TO 'PR1FA21-ArchYTD.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AY-FILE-STATUS.

           SELECT YTD-PRIOR-FILE
               ASSIGN TO 'PR1FA21-YTDPrior.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS YP-FILE-STATUS.

           SELECT GL-BALANCE-FILE
               ASSIGN TO 'PR1FA21-GLBal.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GB-FILE-STATUS.

           SELECT SORT-WORK-FILE
               ASSIGN TO 'SORTWK1'.

           SELECT HIST-SORTED-FILE
               ASSIGN TO 'PR1FA21R-Hist.srt'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RECON-REPORT-FILE
               ASSIGN TO PRINTER 'PR1FA21R-Print'.

       DATA DIVISION.
       FILE SECTION.

       FD  MASTER-FILE.

       01  MASTER-RECORD.
           05  MR-STORE-ID            PIC A(4).
           05  MR-EMPLOYEE-ID         PIC X(5).
           05  MR-EMPLOYEE-POS        PIC A(2).
           05  MR-EMPLOYEE-L          PIC X(10).
           05  MR-EMPLOYEE-F          PIC X(10).
           05  MR-EMPLOYEE-M          PIC X(3).
           05  MR-HIRE-DATE           PIC 9(8).
           05  MR-EMPLOYEE-STATUS     PIC A(1).
               88  MR-STATUS-ACTIVE                   VALUE 'A'.
           05  MR-SEP-DATE            PIC 9(8).
           05  MR-START-SAL           PIC 9(8).
           05  MR-PAY-INC             PIC S9(8).
           05  MR-CURR-SAL            PIC 9(6).

      *    SAME LAYOUT AS THE MASTER -- AN ID FOUND HERE BUT NOT ON
      *    THE MASTER WAS PURGED BY PR1FA21P.
       FD  ARCHIVE-FILE.

       01  ARCHIVE-RECORD.
           05  AR-STORE-ID            PIC A(4).
           05  AR-EMPLOYEE-ID         PIC X(5).
           05  AR-EMPLOYEE-POS        PIC A(2).
           05  AR-EMPLOYEE-L          PIC X(10).
           05  AR-EMPLOYEE-F          PIC X(10).
           05  AR-EMPLOYEE-M          PIC X(3).
           05  AR-HIRE-DATE           PIC 9(8).
           05  AR-EMPLOYEE-STATUS     PIC A(1).
           05  AR-SEP-DATE            PIC 9(8).
           05  AR-START-SAL           PIC 9(8).
           05  AR-PAY-INC             PIC S9(8).
           05  AR-CURR-SAL            PIC 9(6).

      *    THE LIVE AND ARCHIVE COPIES OF EACH SATELLITE SHARE ONE
      *    LAYOUT -- EACH IS READ INTO THE MATCHING WORK RECORD.
       FD  VACATION-FILE
           RECORD CONTAINS 17 CHARACTERS.

       01  VACATION-RECORD.
           05  VC-EMPLOYEE-ID         PIC X(5).
           05  VC-REST                PIC X(12).

       FD  YTD-FILE
           RECORD CONTAINS 339 CHARACTERS.

       01  YTD-RECORD.
           05  YT-EMPLOYEE-ID         PIC X(5).
           05  YT-REST                PIC X(334).

       FD  PAY-HISTORY-FILE
           RECORD CONTAINS 37 CHARACTERS.

       01  PAY-HISTORY-RECORD          PIC X(37).

       FD  BANK-FILE
           RECORD CONTAINS 32 CHARACTERS.

       01  BANK-RECORD.
           05  BK-EMPLOYEE-ID         PIC X(5).
           05  BK-ROUTING             PIC X(9).
           05  BK-ACCOUNT             PIC X(17).
           05  BK-ACCT-TYPE           PIC A(1).

       FD  TAX-ELECT-FILE
           RECORD CONTAINS 8 CHARACTERS.

       01  TAX-ELECT-RECORD.
           05  TE-EMPLOYEE-ID         PIC X(5).
           05  TE-FILING-STATUS       PIC A(1).
           05  TE-EXEMPTIONS          PIC 9(2).

       FD  ARCH-HIST-FILE
           RECORD CONTAINS 37 CHARACTERS.

       01  ARCH-HIST-RECORD            PIC X(37).

       FD  ARCH-VAC-FILE
           RECORD CONTAINS 17 CHARACTERS.

       01  ARCH-VAC-RECORD             PIC X(17).

       FD  ARCH-YTD-FILE
           RECORD CONTAINS 339 CHARACTERS.

       01  ARCH-YTD-RECORD             PIC X(339).

       FD  YTD-PRIOR-FILE
           RECORD CONTAINS 339 CHARACTERS.

       01  YTD-PRIOR-RECORD            PIC X(339).

      *    CUMULATIVE DEBITS AND CREDITS PER ACCOUNT AS PR1FA21G
      *    LEAVES THEM.
       FD  GL-BALANCE-FILE
           RECORD CONTAINS 34 CHARACTERS.

       01  GL-BALANCE-RECORD.
           05  GB-ACCOUNT             PIC X(12).
           05  GB-DEBIT-TOTAL         PIC 9(11).
           05  GB-CREDIT-TOTAL        PIC 9(11).

      *    PAY HISTORY BY EMPLOYEE FOR THE MASTER PASS.  AN
      *    EMPLOYEE'S LINES KEEP THE ORDER THEY WERE APPENDED IN --
      *    THE EFFECTIVE DATE CAN BE BACK-DATED, SO IT IS NOT A SORT
      *    KEY -- AND THE LAST OF THEM IS THE CHANGE THE MASTER
      *    SHOULD NOW CARRY.
       SD  SORT-WORK-FILE.

       01  SORT-WORK-RECORD.
           05  SH-EMPLOYEE-ID         PIC X(5).
           05  FILLER                 PIC X(32).

       FD  HIST-SORTED-FILE
           RECORD CONTAINS 37 CHARACTERS.

       01  HIST-SORTED-RECORD.
           05  HS-EMPLOYEE-ID         PIC X(5).
           05  HS-EFF-DATE            PIC 9(8).
           05  HS-OLD-STORE-ID        PIC A(4).
           05  HS-NEW-STORE-ID        PIC A(4).
           05  HS-OLD-POS             PIC A(2).
           05  HS-NEW-POS             PIC A(2).
           05  HS-OLD-SAL             PIC 9(6).
           05  HS-NEW-SAL             PIC 9(6).

       FD  RECON-REPORT-FILE
           RECORD CONTAINS 75 CHARACTERS.

       01  RECON-REPORT-RECORD         PIC X(75).

       WORKING-STORAGE SECTION.
       01  BLANK-LINES             PIC X(132)      VALUE SPACES.

       01  FLAGS-N-SWITCHES.
           05  SAT-EOF-FLAG            PIC X         VALUE ' '.
               88  SAT-NO-MORE-DATA                  VALUE 'N'.
           05  MS-EOF-FLAG             PIC X         VALUE ' '.
               88  MS-NO-MORE-DATA                   VALUE 'N'.
           05  GB-EOF-FLAG             PIC X         VALUE ' '.
               88  GB-NO-MORE-DATA                   VALUE 'N'.
           05  ARCHIVE-OPEN-SW         PIC X         VALUE 'N'.
               88  ARCHIVE-OPEN                      VALUE 'Y'.
           05  ON-MASTER-SW            PIC X         VALUE 'N'.
               88  ON-MASTER                         VALUE 'Y'.
           05  ON-ARCHIVE-SW           PIC X         VALUE 'N'.
               88  ON-ARCHIVE                        VALUE 'Y'.
           05  DUP-FOUND-SW            PIC X         VALUE 'N'.
               88  DUP-FOUND                         VALUE 'Y'.
           05  PR-FOUND-SW             PIC X         VALUE 'N'.
               88  PR-FOUND                          VALUE 'Y'.
           05  HS-EOF-FLAG             PIC X         VALUE ' '.
               88  HS-NO-MORE-DATA                   VALUE 'N'.
           05  HIST-FOUND-SW           PIC X         VALUE 'N'.
               88  HIST-ON-FILE                      VALUE 'Y'.
           05  TE-OPEN-SW              PIC X         VALUE 'N'.
               88  TE-OPEN                           VALUE 'Y'.
           05  VC-OPEN-SW              PIC X         VALUE 'N'.
               88  VC-OPEN                           VALUE 'Y'.

       01  MASTER-FILE-STATUS         PIC X(2).
           88  MASTER-FILE-OK                        VALUE '00'.

       01  ARCHIVE-FILE-STATUS        PIC X(2).
           88  ARCHIVE-FILE-OK                       VALUE '00'.

       01  VC-FILE-STATUS             PIC X(2).
           88  VC-FILE-OK                            VALUE '00'.

       01  YT-FILE-STATUS             PIC X(2).
           88  YT-FILE-OK                            VALUE '00'.

       01  PH-FILE-STATUS             PIC X(2).
           88  PH-FILE-OK                            VALUE '00'.

       01  BK-FILE-STATUS             PIC X(2).
           88  BK-FILE-OK                            VALUE '00'.

       01  TE-FILE-STATUS             PIC X(2).
           88  TE-FILE-OK                            VALUE '00'.

       01  AH-FILE-STATUS             PIC X(2).
           88  AH-FILE-OK                            VALUE '00'.

       01  AV-FILE-STATUS             PIC X(2).
           88  AV-FILE-OK                            VALUE '00'.

       01  AY-FILE-STATUS             PIC X(2).
           88  AY-FILE-OK                            VALUE '00'.

       01  YP-FILE-STATUS             PIC X(2).
           88  YP-FILE-OK                            VALUE '00'.

       01  GB-FILE-STATUS             PIC X(2).
           88  GB-FILE-OK                            VALUE '00'.

       01  RUN-DATE-NUM                 PIC 9(8).
       01  RUN-DATE-NUM-X REDEFINES RUN-DATE-NUM.
           05  RUN-YEAR                 PIC 9(4).
           05  RUN-MONTH                PIC 9(2).
           05  RUN-DAY                  PIC 9(2).

      **************   SATELLITE WORK RECORDS   *********************
       01  VAC-WORK-RECORD.
           05  VW-EMPLOYEE-ID           PIC X(5).
           05  VW-YEAR                  PIC 9(4).
           05  VW-CARRYOVER-HOURS       PIC 9(4).
           05  VW-TAKEN-HOURS           PIC 9(4).

       01  HIST-WORK-RECORD.
           05  HW-EMPLOYEE-ID           PIC X(5).
           05  HW-EFF-DATE              PIC 9(8).
           05  HW-OLD-STORE-ID          PIC A(4).
           05  HW-NEW-STORE-ID          PIC A(4).
           05  HW-OLD-POS               PIC A(2).
           05  HW-NEW-POS               PIC A(2).
           05  HW-OLD-SAL               PIC 9(6).
           05  HW-NEW-SAL               PIC 9(6).

      *    ONLY THE LEADING FIELDS ARE NEEDED -- A RECORD WRITTEN
      *    BEFORE THE QUARTER BUCKETS EXISTED READS IN SPACE-FILLED
      *    PAST THE POSTED DATE, WHICH NOTHING HERE LOOKS AT.
       01  YTD-WORK-RECORD.
           05  YW-EMPLOYEE-ID           PIC X(5).
           05  YW-YEAR                  PIC 9(4).
           05  YW-GROSS                 PIC 9(7)V99.
           05  YW-BUCKETS               PIC X(156).
           05  YW-NET                   PIC S9(7)V99
                                        SIGN IS LEADING SEPARATE.
           05  YW-PERIODS               PIC 9(3).
           05  YW-POSTED-DATE           PIC 9(8).
           05  YW-QUARTERS              PIC X(144).

      **************   CURRENT ROW UNDER CHECK   ********************
      *    EACH PASS LOADS THE ROW'S EMPLOYEE ID AND DUPLICATE KEY
      *    HERE BEFORE THE COMMON CHECK.  THE KEY IS THE EMPLOYEE ID
      *    FOR A ONE-ROW-PER-EMPLOYEE FILE, THE ID AND YEAR FOR THE
      *    YTD AND VACATION ARCHIVES (ONE ROW PER EMPLOYEE PER
      *    YEAR), AND THE WHOLE LINE FOR PAY HISTORY, WHERE ONLY AN
      *    IDENTICAL LINE IS A DUPLICATE.
       01  ROW-FIELDS.
           05  RW-FILE-NAME             PIC X(10).
           05  RW-EMPLOYEE-ID           PIC X(5).
           05  RW-DUP-KEY               PIC X(37).
           05  RW-DETAIL                PIC X(22).
           05  RW-ARCHIVE-SW            PIC X(1).
               88  RW-ARCHIVE-FILE                VALUE 'Y'.

       01  YEAR-DETAIL.
           05                           PIC X(5)  VALUE 'YEAR '.
           05  YRD-YEAR                 PIC 9(4).

       01  EFF-DETAIL.
           05                           PIC X(4)  VALUE 'EFF '.
           05  ED-EFF-DATE              PIC 9999/99/99.

       01  SAL-DETAIL.
           05                           PIC X(5)  VALUE 'HIST '.
           05  SD-HIST-SAL              PIC 9(6).
           05                           PIC X(4)  VALUE ' MR '.
           05  SD-MASTER-SAL            PIC 9(6).

      **************   DUPLICATE KEY TABLE   ************************
      *    CLEARED AT THE START OF EACH FILE.  A FILE WITH MORE ROWS
      *    THAN THE TABLE HOLDS IS STILL CHECKED FOR ORPHANS, BUT
      *    ITS DUPLICATE CHECK IS MARKED INCOMPLETE ON THE SUMMARY.
       01  DUP-KEY-TABLE.
           05  DK-ENTRY OCCURS 5000 TIMES.
               10  DK-KEY               PIC X(37).

       01  DUP-KEY-FIELDS.
           05  DK-COUNT                 PIC 9(4)  COMP  VALUE ZERO.
           05  DK-IDX-I                 PIC 9(4)  COMP  VALUE ZERO.
           05  DK-FULL-SW               PIC X     VALUE 'N'.
               88  DK-TABLE-FULL                  VALUE 'Y'.

      **************   LAST HISTORY SALARY   ***********************
      *    THE EMPLOYEE THE SORTED PAY HISTORY IS POSITIONED ON AND
      *    THE NEW SALARY FROM THAT EMPLOYEE'S LAST LINE.  HIGH-VALUES
      *    ONCE THE FILE IS USED UP.
       01  HIST-LAST-FIELDS.
           05  HL-EMPLOYEE-ID           PIC X(5).
           05  HL-NEW-SAL               PIC 9(6).

      **************   FILE SUMMARY TABLE   *************************
       01  FILE-SUMMARY-TABLE.
           05  SM-ENTRY OCCURS 9 TIMES.
               10  SM-FILE-NAME         PIC X(10).
               10  SM-FOUND-SW          PIC X(1).
               10  SM-ROWS              PIC 9(7).
               10  SM-ORPHANS           PIC 9(5).
               10  SM-PURGED            PIC 9(5).
               10  SM-DUPS              PIC 9(5).
               10  SM-DUP-FULL-SW       PIC X(1).

       01  SUMMARY-FIELDS.
           05  SM-COUNT                 PIC 9(4)  COMP  VALUE ZERO.
           05  SM-IDX-I                 PIC 9(4)  COMP  VALUE ZERO.

       01  RECON-COUNT-FIELDS.
           05  RC-EXCEPTIONS            PIC 9(5)  VALUE ZERO.
           05  RC-ACTIVE-CHECKED        PIC 9(5)  VALUE ZERO.
           05  RC-NO-TAX-ELECT          PIC 9(5)  VALUE ZERO.
           05  RC-NO-VACATION           PIC 9(5)  VALUE ZERO.
           05  RC-SAL-MISMATCH          PIC 9(5)  VALUE ZERO.

      **************   GL TIE FIELDS   ******************************
      *    PR1FA21 DEBITS EACH STORE/POSITION SAL ACCOUNT WITH THE
      *    ANNUAL SALARIES OF THE ACTIVE EMPLOYEES ITS REGISTER PAYS,
      *    AND POSTS NO SAL LINES ON A RUN WITH THE REGISTER OFF, SO
      *    THE REGISTER GROSS IS THE SAL DEBITS OVER 26.  FINAL PAY AND
      *    RETRO PAY POST WHAT WAS ACTUALLY PAID, ROUNDED TO WHOLE
      *    DOLLARS.  THE GL BALANCES ARE CUMULATIVE, SO THEY ARE
      *    TIED TO THE GROSS ON EVERY YTD ROW STILL KEPT -- THIS
      *    YEAR'S LIVE AND ARCHIVED ROWS PLUS THE PRIOR-YEAR ROLLS.
      *    PER-EMPLOYEE CENT ROUNDING AND THE WHOLE-DOLLAR POSTINGS
      *    ARE ALLOWED UP TO FIFTY CENTS A PERIOD POSTED.
       01  GL-TIE-FIELDS.
           05  GT-GL-FOUND-SW           PIC X     VALUE 'N'.
               88  GT-GL-FOUND                    VALUE 'Y'.
           05  GT-SAL-DEBITS            PIC 9(13)     VALUE ZERO.
           05  GT-FNL-DEBITS            PIC 9(11)     VALUE ZERO.
           05  GT-RET-DEBITS            PIC 9(11)     VALUE ZERO.
           05  GT-RET-CREDITS           PIC 9(11)     VALUE ZERO.
           05  GT-GL-EXPENSE            PIC S9(11)V99 VALUE ZERO.
           05  GT-CURR-GROSS            PIC 9(11)V99  VALUE ZERO.
           05  GT-PRIOR-GROSS           PIC 9(11)V99  VALUE ZERO.
           05  GT-TOTAL-GROSS           PIC 9(11)V99  VALUE ZERO.
           05  GT-PERIODS               PIC 9(7)      VALUE ZERO.
           05  GT-ALLOWANCE             PIC 9(9)V99   VALUE ZERO.
           05  GT-DIFFERENCE            PIC S9(11)V99 VALUE ZERO.
           05  GT-ABS-DIFFERENCE        PIC 9(11)V99  VALUE ZERO.

      **************        OUTPUT AREA        ********************

       01  RECON-TITLE-ONE.
           05  RT1-DATE                 PIC 9999/99/99.
           05                           PIC X(25)     VALUE SPACES.
           05                           PIC X(32)    VALUE
           'BENNETT SHOES'.
           05                           PIC X(7)     VALUE
           'JCW'.

       01  RECON-TITLE-TWO.
           05                          PIC X(22)      VALUE SPACES.
           05                          PIC X(52)      VALUE
           'SATELLITE FILE RECONCILIATION'.

       01  RECON-TITLE-FOUR.
           05                          PIC X(2)      VALUE SPACES.
           05                           PIC X(12)     VALUE 'FILE'.
           05                           PIC X(7)      VALUE 'EMP'.
           05                           PIC X(32)     VALUE 'CONDITION'.
           05                           PIC X(22)     VALUE 'DETAIL'.

       01  RECON-TITLE-FIVE.
           05                          PIC X(2)      VALUE SPACES.
           05                           PIC X(12)     VALUE SPACES.
           05                           PIC X(7)      VALUE 'ID'.

       01  RECON-EXCEPTION-LINE.
           05                          PIC X(2)      VALUE SPACES.
           05  REL-FILE-NAME           PIC X(10).
           05                          PIC X(2)      VALUE SPACES.
           05  REL-EMPLOYEE-ID         PIC X(5).
           05                          PIC X(2)      VALUE SPACES.
           05  REL-CONDITION           PIC X(30).
           05                          PIC X(2)      VALUE SPACES.
           05  REL-DETAIL              PIC X(22).

       01  RECON-SECTION-LINE.
           05                          PIC X(2)      VALUE SPACES.
           05  RSL-TEXT                PIC X(50).

       01  RECON-SUMMARY-HEAD.
           05                          PIC X(2)      VALUE SPACES.
           05                           PIC X(12)     VALUE 'FILE'.
           05                           PIC X(7)      VALUE '   ROWS'.
           05                           PIC X(9)      VALUE
           '  ORPHANS'.
           05                           PIC X(9)      VALUE
           '   PURGED'.
           05                           PIC X(9)      VALUE
           '     DUPS'.

       01  RECON-SUMMARY-LINE.
           05                          PIC X(2)      VALUE SPACES.
           05  RSM-FILE-NAME           PIC X(10).
           05                          PIC X(2)      VALUE SPACES.
           05  RSM-ROWS                PIC ZZZ,ZZ9.
           05                          PIC X(3)      VALUE SPACES.
           05  RSM-ORPHANS             PIC ZZ,ZZ9.
           05                          PIC X(3)      VALUE SPACES.
           05  RSM-PURGED              PIC ZZ,ZZ9.
           05                          PIC X(3)      VALUE SPACES.
           05  RSM-DUPS                PIC ZZ,ZZ9.
           05                          PIC X(2)      VALUE SPACES.
           05  RSM-NOTE                PIC X(22).

       01  RECON-COUNT-LINE.
           05                          PIC X(2)      VALUE SPACES.
           05  RCL-LABEL               PIC X(40).
           05  RCL-COUNT               PIC ZZ,ZZ9.

       01  RECON-AMOUNT-LINE.
           05                          PIC X(2)      VALUE SPACES.
           05  RAL-LABEL               PIC X(40).
           05  RAL-AMOUNT              PIC -Z,ZZZ,ZZZ,ZZ9.99.

       01  RECON-NONE-LINE.
           05                          PIC X(2)      VALUE SPACES.
           05                          PIC X(40)     VALUE
           'NO ROW-LEVEL EXCEPTIONS FOUND'.
      /
       PROCEDURE DIVISION.

       10-CONTROL-MODULE.

           PERFORM 15-OPEN-ROUTINE
           PERFORM 25-VACATION-PASS-ROUTINE
           PERFORM 26-YTD-PASS-ROUTINE
           PERFORM 27-HISTORY-PASS-ROUTINE
           PERFORM 28-BANK-PASS-ROUTINE
           PERFORM 29-TAX-ELECT-PASS-ROUTINE
           PERFORM 30-ARCH-HIST-PASS-ROUTINE
           PERFORM 31-ARCH-VAC-PASS-ROUTINE
           PERFORM 32-ARCH-YTD-PASS-ROUTINE
           PERFORM 33-YTD-PRIOR-PASS-ROUTINE
           PERFORM 45-MASTER-PASS-ROUTINE
           IF RC-EXCEPTIONS = ZERO
               WRITE RECON-REPORT-RECORD FROM RECON-NONE-LINE
                   AFTER ADVANCING 1 LINES
           END-IF
           PERFORM 50-GL-TIE-ROUTINE
           PERFORM 55-SUMMARY-ROUTINE
           PERFORM 60-EOF-ROUTINE
           .

       15-OPEN-ROUTINE.

           ACCEPT RUN-DATE-NUM FROM DATE YYYYMMDD
           MOVE RUN-DATE-NUM TO RT1-DATE

           OPEN INPUT MASTER-FILE
           IF NOT MASTER-FILE-OK
               DISPLAY 'PR1FA21-Master.dat COULD NOT BE OPENED -- '
                   'FILE STATUS ' MASTER-FILE-STATUS
               STOP RUN
           END-IF
      *    NO ARCHIVE YET MEANS NOTHING HAS EVER BEEN PURGED -- EVERY
      *    ID OFF THE MASTER IS THEN AN ORPHAN.
           OPEN INPUT ARCHIVE-FILE
           IF ARCHIVE-FILE-OK
               SET ARCHIVE-OPEN TO TRUE
           END-IF
           OPEN OUTPUT RECON-REPORT-FILE
           PERFORM 20-HEADER-ROUTINE
           .

       20-HEADER-ROUTINE.

           WRITE RECON-REPORT-RECORD FROM RECON-TITLE-ONE
               AFTER ADVANCING PAGE

           WRITE RECON-REPORT-RECORD FROM RECON-TITLE-TWO
               AFTER ADVANCING 2 LINE

           WRITE RECON-REPORT-RECORD FROM RECON-TITLE-FOUR
               AFTER ADVANCING 2 LINE

           WRITE RECON-REPORT-RECORD FROM RECON-TITLE-FIVE
               AFTER ADVANCING 1 LINE

           WRITE RECON-REPORT-RECORD FROM BLANK-LINES
           .

      *    ONE PASS PER SATELLITE FILE.  A MISSING FILE SHOWS ON THE
      *    SUMMARY AS NOT FOUND AND CONTRIBUTES NOTHING.
       25-VACATION-PASS-ROUTINE.

           MOVE 'VACATION' TO RW-FILE-NAME
           MOVE 'N'        TO RW-ARCHIVE-SW
           PERFORM 39-FILE-START-ROUTINE
           OPEN INPUT VACATION-FILE
           IF NOT VC-FILE-OK
               CONTINUE
           ELSE
               MOVE 'Y' TO SM-FOUND-SW (SM-COUNT)
               PERFORM UNTIL SAT-NO-MORE-DATA
                   READ VACATION-FILE NEXT RECORD INTO VAC-WORK-RECORD
                       AT END
                           MOVE 'N' TO SAT-EOF-FLAG
                       NOT AT END
                           MOVE VW-EMPLOYEE-ID TO RW-EMPLOYEE-ID
                           MOVE VW-EMPLOYEE-ID TO RW-DUP-KEY
                           MOVE SPACES         TO RW-DETAIL
                           PERFORM 35-CHECK-ROW-ROUTINE
                   END-READ
               END-PERFORM
               CLOSE VACATION-FILE
           END-IF
           .

       26-YTD-PASS-ROUTINE.

           MOVE 'YTD'      TO RW-FILE-NAME
           MOVE 'N'        TO RW-ARCHIVE-SW
           PERFORM 39-FILE-START-ROUTINE
           OPEN INPUT YTD-FILE
           IF NOT YT-FILE-OK
               CONTINUE
           ELSE
               MOVE 'Y' TO SM-FOUND-SW (SM-COUNT)
               PERFORM UNTIL SAT-NO-MORE-DATA
                   READ YTD-FILE INTO YTD-WORK-RECORD
                       AT END
                           MOVE 'N' TO SAT-EOF-FLAG
                       NOT AT END
                           MOVE YW-EMPLOYEE-ID TO RW-EMPLOYEE-ID
                           MOVE YW-EMPLOYEE-ID TO RW-DUP-KEY
                           MOVE YW-YEAR        TO YRD-YEAR
                           MOVE YEAR-DETAIL    TO RW-DETAIL
                           PERFORM 35-CHECK-ROW-ROUTINE
                           PERFORM 44-YTD-GROSS-ROUTINE
                   END-READ
               END-PERFORM
               CLOSE YTD-FILE
           END-IF
           .

       27-HISTORY-PASS-ROUTINE.

           MOVE 'PAYHIST'  TO RW-FILE-NAME
           MOVE 'N'        TO RW-ARCHIVE-SW
           PERFORM 39-FILE-START-ROUTINE
           OPEN INPUT PAY-HISTORY-FILE
           IF NOT PH-FILE-OK
               CONTINUE
           ELSE
               MOVE 'Y' TO SM-FOUND-SW (SM-COUNT)
               SET HIST-ON-FILE TO TRUE
               PERFORM UNTIL SAT-NO-MORE-DATA
                   READ PAY-HISTORY-FILE INTO HIST-WORK-RECORD
                       AT END
                           MOVE 'N' TO SAT-EOF-FLAG
                       NOT AT END
                           MOVE HW-EMPLOYEE-ID   TO RW-EMPLOYEE-ID
                           MOVE HIST-WORK-RECORD TO RW-DUP-KEY
                           MOVE HW-EFF-DATE      TO ED-EFF-DATE
                           MOVE EFF-DETAIL       TO RW-DETAIL
                           PERFORM 35-CHECK-ROW-ROUTINE
                   END-READ
               END-PERFORM
               CLOSE PAY-HISTORY-FILE
           END-IF
           .

       28-BANK-PASS-ROUTINE.

           MOVE 'BANK'     TO RW-FILE-NAME
           MOVE 'N'        TO RW-ARCHIVE-SW
           PERFORM 39-FILE-START-ROUTINE
           OPEN INPUT BANK-FILE
           IF NOT BK-FILE-OK
               CONTINUE
           ELSE
               MOVE 'Y' TO SM-FOUND-SW (SM-COUNT)
               PERFORM UNTIL SAT-NO-MORE-DATA
                   READ BANK-FILE
                       AT END
                           MOVE 'N' TO SAT-EOF-FLAG
                       NOT AT END
                           MOVE BK-EMPLOYEE-ID TO RW-EMPLOYEE-ID
                           MOVE BK-EMPLOYEE-ID TO RW-DUP-KEY
                           MOVE SPACES         TO RW-DETAIL
                           PERFORM 35-CHECK-ROW-ROUTINE
                   END-READ
               END-PERFORM
               CLOSE BANK-FILE
           END-IF
           .

       29-TAX-ELECT-PASS-ROUTINE.

           MOVE 'TAXELECT' TO RW-FILE-NAME
           MOVE 'N'        TO RW-ARCHIVE-SW
           PERFORM 39-FILE-START-ROUTINE
           OPEN INPUT TAX-ELECT-FILE
           IF NOT TE-FILE-OK
               CONTINUE
           ELSE
               MOVE 'Y' TO SM-FOUND-SW (SM-COUNT)
               PERFORM UNTIL SAT-NO-MORE-DATA
                   READ TAX-ELECT-FILE NEXT RECORD
                       AT END
                           MOVE 'N' TO SAT-EOF-FLAG
                       NOT AT END
                           MOVE TE-EMPLOYEE-ID TO RW-EMPLOYEE-ID
                           MOVE TE-EMPLOYEE-ID TO RW-DUP-KEY
                           MOVE SPACES         TO RW-DETAIL
                           PERFORM 35-CHECK-ROW-ROUTINE
                   END-READ
               END-PERFORM
               CLOSE TAX-ELECT-FILE
           END-IF
           .

       30-ARCH-HIST-PASS-ROUTINE.

           MOVE 'ARCHHIST' TO RW-FILE-NAME
           MOVE 'Y'        TO RW-ARCHIVE-SW
           PERFORM 39-FILE-START-ROUTINE
           OPEN INPUT ARCH-HIST-FILE
           IF NOT AH-FILE-OK
               CONTINUE
           ELSE
               MOVE 'Y' TO SM-FOUND-SW (SM-COUNT)
               PERFORM UNTIL SAT-NO-MORE-DATA
                   READ ARCH-HIST-FILE INTO HIST-WORK-RECORD
                       AT END
                           MOVE 'N' TO SAT-EOF-FLAG
                       NOT AT END
                           MOVE HW-EMPLOYEE-ID   TO RW-EMPLOYEE-ID
                           MOVE HIST-WORK-RECORD TO RW-DUP-KEY
                           MOVE HW-EFF-DATE      TO ED-EFF-DATE
                           MOVE EFF-DETAIL       TO RW-DETAIL
                           PERFORM 35-CHECK-ROW-ROUTINE
                   END-READ
               END-PERFORM
               CLOSE ARCH-HIST-FILE
           END-IF
           .

       31-ARCH-VAC-PASS-ROUTINE.

           MOVE 'ARCHVAC'  TO RW-FILE-NAME
           MOVE 'Y'        TO RW-ARCHIVE-SW
           PERFORM 39-FILE-START-ROUTINE
           OPEN INPUT ARCH-VAC-FILE
           IF NOT AV-FILE-OK
               CONTINUE
           ELSE
               MOVE 'Y' TO SM-FOUND-SW (SM-COUNT)
               PERFORM UNTIL SAT-NO-MORE-DATA
                   READ ARCH-VAC-FILE INTO VAC-WORK-RECORD
                       AT END
                           MOVE 'N' TO SAT-EOF-FLAG
                       NOT AT END
                           MOVE VW-EMPLOYEE-ID TO RW-EMPLOYEE-ID
                           MOVE SPACES         TO RW-DUP-KEY
                           MOVE VAC-WORK-RECORD (1:9)
                               TO RW-DUP-KEY (1:9)
                           MOVE VW-YEAR        TO YRD-YEAR
                           MOVE YEAR-DETAIL    TO RW-DETAIL
                           PERFORM 35-CHECK-ROW-ROUTINE
                   END-READ
               END-PERFORM
               CLOSE ARCH-VAC-FILE
           END-IF
           .

       32-ARCH-YTD-PASS-ROUTINE.

           MOVE 'ARCHYTD'  TO RW-FILE-NAME
           MOVE 'Y'        TO RW-ARCHIVE-SW
           PERFORM 39-FILE-START-ROUTINE
           OPEN INPUT ARCH-YTD-FILE
           IF NOT AY-FILE-OK
               CONTINUE
           ELSE
               MOVE 'Y' TO SM-FOUND-SW (SM-COUNT)
               PERFORM UNTIL SAT-NO-MORE-DATA
                   READ ARCH-YTD-FILE INTO YTD-WORK-RECORD
                       AT END
                           MOVE 'N' TO SAT-EOF-FLAG
                       NOT AT END
                           MOVE YW-EMPLOYEE-ID TO RW-EMPLOYEE-ID
                           MOVE SPACES         TO RW-DUP-KEY
                           MOVE YTD-WORK-RECORD (1:9)
                               TO RW-DUP-KEY (1:9)
                           MOVE YW-YEAR        TO YRD-YEAR
                           MOVE YEAR-DETAIL    TO RW-DETAIL
                           PERFORM 35-CHECK-ROW-ROUTINE
                           PERFORM 44-YTD-GROSS-ROUTINE
                   END-READ
               END-PERFORM
               CLOSE ARCH-YTD-FILE
           END-IF
           .

      *    THE PRIOR-YEAR ROLLS ARE CHECKED LIKE AN ARCHIVE -- THEIR
      *    EMPLOYEES MAY SINCE HAVE BEEN PURGED -- AND FEED THE GL
      *    TIE.  A RESTARTED YEAR-END RUN THAT ROLLED THE SAME
      *    EMPLOYEE TWICE SHOWS AS A DUPLICATE ID AND YEAR.
       33-YTD-PRIOR-PASS-ROUTINE.

           MOVE 'YTDPRIOR' TO RW-FILE-NAME
           MOVE 'Y'        TO RW-ARCHIVE-SW
           PERFORM 39-FILE-START-ROUTINE
           OPEN INPUT YTD-PRIOR-FILE
           IF NOT YP-FILE-OK
               CONTINUE
           ELSE
               MOVE 'Y' TO SM-FOUND-SW (SM-COUNT)
               PERFORM UNTIL SAT-NO-MORE-DATA
                   READ YTD-PRIOR-FILE INTO YTD-WORK-RECORD
                       AT END
                           MOVE 'N' TO SAT-EOF-FLAG
                       NOT AT END
                           MOVE YW-EMPLOYEE-ID TO RW-EMPLOYEE-ID
                           MOVE SPACES         TO RW-DUP-KEY
                           MOVE YTD-WORK-RECORD (1:9)
                               TO RW-DUP-KEY (1:9)
                           MOVE YW-YEAR        TO YRD-YEAR
                           MOVE YEAR-DETAIL    TO RW-DETAIL
                           PERFORM 35-CHECK-ROW-ROUTINE
                           PERFORM 44-YTD-GROSS-ROUTINE
                   END-READ
               END-PERFORM
               CLOSE YTD-PRIOR-FILE
           END-IF
           .

      *    AN ID ON NEITHER THE MASTER NOR THE ARCHIVE IS AN ORPHAN.
      *    A LIVE-FILE ROW FOR AN ID THAT IS ONLY ON THE ARCHIVE WAS
      *    MISSED BY THE PURGE THAT MOVED THE EMPLOYEE.
       35-CHECK-ROW-ROUTINE.

           ADD 1 TO SM-ROWS (SM-COUNT)
           PERFORM 40-ID-LOOKUP-ROUTINE
           IF NOT ON-MASTER
               IF NOT ON-ARCHIVE
                   ADD 1 TO SM-ORPHANS (SM-COUNT)
                   MOVE 'ORPHAN - NOT ON MASTER/ARCHIVE'
                       TO REL-CONDITION
                   PERFORM 38-EXCEPTION-LINE-ROUTINE
               ELSE
                   IF NOT RW-ARCHIVE-FILE
                       ADD 1 TO SM-PURGED (SM-COUNT)
                       MOVE 'LEFT BEHIND AFTER PURGE'
                           TO REL-CONDITION
                       PERFORM 38-EXCEPTION-LINE-ROUTINE
                   END-IF
               END-IF
           END-IF

           PERFORM 36-DUP-CHECK-ROUTINE
           IF DUP-FOUND
               ADD 1 TO SM-DUPS (SM-COUNT)
               MOVE 'DUPLICATE ROW' TO REL-CONDITION
               PERFORM 38-EXCEPTION-LINE-ROUTINE
           END-IF
           .

       36-DUP-CHECK-ROUTINE.

           MOVE 'N' TO DUP-FOUND-SW
           PERFORM 37-DUP-MATCH-ROUTINE
               VARYING DK-IDX-I FROM 1 BY 1
               UNTIL DK-IDX-I > DK-COUNT
                   OR DUP-FOUND
           IF NOT DUP-FOUND
               IF DK-COUNT < 5000
                   ADD 1 TO DK-COUNT
                   MOVE RW-DUP-KEY TO DK-KEY (DK-COUNT)
               ELSE
                   SET DK-TABLE-FULL TO TRUE
                   MOVE 'Y' TO SM-DUP-FULL-SW (SM-COUNT)
               END-IF
           END-IF
           .

       37-DUP-MATCH-ROUTINE.

           IF DK-KEY (DK-IDX-I) = RW-DUP-KEY
               SET DUP-FOUND TO TRUE
           END-IF
           .

       38-EXCEPTION-LINE-ROUTINE.

           ADD 1 TO RC-EXCEPTIONS
           MOVE RW-FILE-NAME   TO REL-FILE-NAME
           MOVE RW-EMPLOYEE-ID TO REL-EMPLOYEE-ID
           MOVE RW-DETAIL      TO REL-DETAIL
           WRITE RECON-REPORT-RECORD FROM RECON-EXCEPTION-LINE
               AFTER ADVANCING 1 LINES
           .

      *    OPENS A SUMMARY SLOT FOR THE FILE AND CLEARS THE
      *    DUPLICATE TABLE FOR IT.
       39-FILE-START-ROUTINE.

           ADD 1 TO SM-COUNT
           MOVE RW-FILE-NAME TO SM-FILE-NAME (SM-COUNT)
           MOVE 'N'          TO SM-FOUND-SW (SM-COUNT)
           MOVE ZERO         TO SM-ROWS     (SM-COUNT)
           MOVE ZERO         TO SM-ORPHANS  (SM-COUNT)
           MOVE ZERO         TO SM-PURGED   (SM-COUNT)
           MOVE ZERO         TO SM-DUPS     (SM-COUNT)
           MOVE 'N'          TO SM-DUP-FULL-SW (SM-COUNT)
           MOVE ZERO         TO DK-COUNT
           MOVE 'N'          TO DK-FULL-SW
           MOVE SPACE        TO SAT-EOF-FLAG
           .

       40-ID-LOOKUP-ROUTINE.

           MOVE 'N' TO ON-MASTER-SW
           MOVE 'N' TO ON-ARCHIVE-SW
           MOVE RW-EMPLOYEE-ID TO MR-EMPLOYEE-ID
           READ MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET ON-MASTER TO TRUE
           END-READ
           IF ARCHIVE-OPEN
               MOVE RW-EMPLOYEE-ID TO AR-EMPLOYEE-ID
               READ ARCHIVE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET ON-ARCHIVE TO TRUE
               END-READ
           END-IF
           .

      *    STEPS THE SORTED PAY HISTORY ONTO ITS NEXT EMPLOYEE,
      *    KEEPING THE NEW SALARY FROM THAT EMPLOYEE'S LAST LINE.
       41-HIST-NEXT-EMPLOYEE-ROUTINE.

           IF HS-NO-MORE-DATA
               MOVE HIGH-VALUES TO HL-EMPLOYEE-ID
           ELSE
               MOVE HS-EMPLOYEE-ID TO HL-EMPLOYEE-ID
               PERFORM 42-HIST-SORTED-READ-ROUTINE
                   UNTIL HS-NO-MORE-DATA
                       OR HS-EMPLOYEE-ID NOT = HL-EMPLOYEE-ID
           END-IF
           .

       42-HIST-SORTED-READ-ROUTINE.

           MOVE HS-NEW-SAL TO HL-NEW-SAL
           READ HIST-SORTED-FILE
               AT END
                   MOVE 'N' TO HS-EOF-FLAG
           END-READ
           .

      *    A DUPLICATE ROW IS ALREADY ON THE EXCEPTION LIST AND IS
      *    LEFT OUT OF THE GROSS SO IT IS NOT COUNTED TWICE IN THE
      *    GL TIE AS WELL.
       44-YTD-GROSS-ROUTINE.

           IF NOT DUP-FOUND
               IF YW-GROSS NUMERIC
                   IF YW-YEAR = RUN-YEAR
                       ADD YW-GROSS TO GT-CURR-GROSS
                   ELSE
                       ADD YW-GROSS TO GT-PRIOR-GROSS
                   END-IF
               END-IF
               IF YW-PERIODS NUMERIC
                   ADD YW-PERIODS TO GT-PERIODS
               END-IF
           END-IF
           .

      *    WALKS THE MASTER IN KEY ORDER.  EVERY ACTIVE EMPLOYEE
      *    NEEDS A TAX ELECTION AND A VACATION ROW, READ BY KEY, AND
      *    ANY EMPLOYEE WITH PAY HISTORY MUST STILL CARRY THE SALARY
      *    THE LAST HISTORY LINE MOVED THEM TO.  THE HISTORY IS
      *    SORTED INTO THE SAME EMPLOYEE ORDER AND MATCHED ALONGSIDE.
       45-MASTER-PASS-ROUTINE.

           MOVE 'MASTER' TO RW-FILE-NAME
           OPEN INPUT TAX-ELECT-FILE
           IF TE-FILE-OK
               SET TE-OPEN TO TRUE
           END-IF
           OPEN INPUT VACATION-FILE
           IF VC-FILE-OK
               SET VC-OPEN TO TRUE
           END-IF
           IF HIST-ON-FILE
               SORT SORT-WORK-FILE
                   ON ASCENDING KEY SH-EMPLOYEE-ID
                   WITH DUPLICATES IN ORDER
                   USING PAY-HISTORY-FILE
                   GIVING HIST-SORTED-FILE
               OPEN INPUT HIST-SORTED-FILE
               READ HIST-SORTED-FILE
                   AT END
                       MOVE 'N' TO HS-EOF-FLAG
               END-READ
           ELSE
               MOVE 'N' TO HS-EOF-FLAG
           END-IF
           PERFORM 41-HIST-NEXT-EMPLOYEE-ROUTINE

           MOVE LOW-VALUES TO MR-EMPLOYEE-ID
           START MASTER-FILE KEY NOT < MR-EMPLOYEE-ID
               INVALID KEY
                   MOVE 'N' TO MS-EOF-FLAG
           END-START
           PERFORM UNTIL MS-NO-MORE-DATA
               READ MASTER-FILE NEXT RECORD
                   AT END
                       MOVE 'N' TO MS-EOF-FLAG
                   NOT AT END
                       PERFORM 46-MASTER-EMPLOYEE-ROUTINE
               END-READ
           END-PERFORM
           IF TE-OPEN
               CLOSE TAX-ELECT-FILE
           END-IF
           IF VC-OPEN
               CLOSE VACATION-FILE
           END-IF
           IF HIST-ON-FILE
               CLOSE HIST-SORTED-FILE
           END-IF
           .

       46-MASTER-EMPLOYEE-ROUTINE.

           MOVE MR-EMPLOYEE-ID TO RW-EMPLOYEE-ID
           MOVE SPACES         TO RW-DETAIL
           IF MR-STATUS-ACTIVE
               ADD 1 TO RC-ACTIVE-CHECKED
               PERFORM 47-TAX-ELECT-READ-ROUTINE
               IF NOT PR-FOUND
                   ADD 1 TO RC-NO-TAX-ELECT
                   MOVE 'ACTIVE - NO TAX ELECTION' TO REL-CONDITION
                   PERFORM 38-EXCEPTION-LINE-ROUTINE
               END-IF
               PERFORM 48-VACATION-READ-ROUTINE
               IF NOT PR-FOUND
                   ADD 1 TO RC-NO-VACATION
                   MOVE 'ACTIVE - NO VACATION ROW' TO REL-CONDITION
                   PERFORM 38-EXCEPTION-LINE-ROUTINE
               END-IF
           END-IF

      *    HISTORY FOR AN ID OFF THE MASTER IS ALREADY ON THE
      *    EXCEPTION LIST FROM THE PAY HISTORY PASS -- STEP PAST IT.
           PERFORM 41-HIST-NEXT-EMPLOYEE-ROUTINE
               UNTIL HL-EMPLOYEE-ID NOT < MR-EMPLOYEE-ID
           IF HL-EMPLOYEE-ID = MR-EMPLOYEE-ID
               IF HL-NEW-SAL NOT = MR-CURR-SAL
                   ADD 1 TO RC-SAL-MISMATCH
                   MOVE HL-NEW-SAL  TO SD-HIST-SAL
                   MOVE MR-CURR-SAL TO SD-MASTER-SAL
                   MOVE SAL-DETAIL  TO RW-DETAIL
                   MOVE 'LAST HISTORY SALARY DIFFERS'
                       TO REL-CONDITION
                   PERFORM 38-EXCEPTION-LINE-ROUTINE
               END-IF
           END-IF
           .

      *    A FILE THAT WOULD NOT OPEN HAS NO ROW FOR ANYONE.
       47-TAX-ELECT-READ-ROUTINE.

           MOVE 'N' TO PR-FOUND-SW
           IF TE-OPEN
               MOVE MR-EMPLOYEE-ID TO TE-EMPLOYEE-ID
               READ TAX-ELECT-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET PR-FOUND TO TRUE
               END-READ
           END-IF
           .

       48-VACATION-READ-ROUTINE.

           MOVE 'N' TO PR-FOUND-SW
           IF VC-OPEN
               MOVE MR-EMPLOYEE-ID TO VC-EMPLOYEE-ID
               READ VACATION-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET PR-FOUND TO TRUE
               END-READ
           END-IF
           .

      *    SEE THE GL TIE FIELDS NOTE FOR WHAT IS COMPARED.  SAL
      *    ACCOUNTS ARE STORE-POS-SAL, THE OTHERS STORE-FNL-PAY AND
      *    STORE-RET-PAY; THE CLEARING ACCOUNT IS LEFT OUT.
       50-GL-TIE-ROUTINE.

           OPEN INPUT GL-BALANCE-FILE
           IF NOT GB-FILE-OK
               CONTINUE
           ELSE
               SET GT-GL-FOUND TO TRUE
               PERFORM UNTIL GB-NO-MORE-DATA
                   READ GL-BALANCE-FILE
                       AT END
                           MOVE 'N' TO GB-EOF-FLAG
                       NOT AT END
                           PERFORM 51-GL-ACCOUNT-ROUTINE
                   END-READ
               END-PERFORM
               CLOSE GL-BALANCE-FILE
           END-IF

           MOVE 'GL TIE - YTD GROSS TO POSTED SALARY DEBITS'
               TO RSL-TEXT
           WRITE RECON-REPORT-RECORD FROM RECON-SECTION-LINE
               AFTER ADVANCING 3 LINES
           IF NOT GT-GL-FOUND
               MOVE 'PR1FA21-GLBal.txt NOT FOUND - TIE NOT MADE'
                   TO RSL-TEXT
               WRITE RECON-REPORT-RECORD FROM RECON-SECTION-LINE
                   AFTER ADVANCING 2 LINES
           ELSE
               COMPUTE GT-TOTAL-GROSS = GT-CURR-GROSS + GT-PRIOR-GROSS
               COMPUTE GT-GL-EXPENSE ROUNDED = GT-SAL-DEBITS / 26
                   + GT-FNL-DEBITS + GT-RET-DEBITS - GT-RET-CREDITS
               COMPUTE GT-ALLOWANCE = GT-PERIODS * .50
               COMPUTE GT-DIFFERENCE = GT-GL-EXPENSE - GT-TOTAL-GROSS
               IF GT-DIFFERENCE < ZERO
                   COMPUTE GT-ABS-DIFFERENCE = ZERO - GT-DIFFERENCE
               ELSE
                   MOVE GT-DIFFERENCE TO GT-ABS-DIFFERENCE
               END-IF

               MOVE 'YTD GROSS - CURRENT YEAR'  TO RAL-LABEL
               MOVE GT-CURR-GROSS                TO RAL-AMOUNT
               WRITE RECON-REPORT-RECORD FROM RECON-AMOUNT-LINE
                   AFTER ADVANCING 2 LINES
               MOVE 'GROSS - PRIOR YEARS'        TO RAL-LABEL
               MOVE GT-PRIOR-GROSS               TO RAL-AMOUNT
               WRITE RECON-REPORT-RECORD FROM RECON-AMOUNT-LINE
                   AFTER ADVANCING 1 LINES
               MOVE 'TOTAL GROSS POSTED'         TO RAL-LABEL
               MOVE GT-TOTAL-GROSS               TO RAL-AMOUNT
               WRITE RECON-REPORT-RECORD FROM RECON-AMOUNT-LINE
                   AFTER ADVANCING 1 LINES
               MOVE 'GL SAL DEBITS / 26'         TO RAL-LABEL
               COMPUTE RAL-AMOUNT ROUNDED = GT-SAL-DEBITS / 26
               WRITE RECON-REPORT-RECORD FROM RECON-AMOUNT-LINE
                   AFTER ADVANCING 2 LINES
               MOVE 'GL FNL-PAY DEBITS'          TO RAL-LABEL
               MOVE GT-FNL-DEBITS                TO RAL-AMOUNT
               WRITE RECON-REPORT-RECORD FROM RECON-AMOUNT-LINE
                   AFTER ADVANCING 1 LINES
               MOVE 'GL RET-PAY DEBITS LESS CREDITS' TO RAL-LABEL
               COMPUTE RAL-AMOUNT = GT-RET-DEBITS - GT-RET-CREDITS
               WRITE RECON-REPORT-RECORD FROM RECON-AMOUNT-LINE
                   AFTER ADVANCING 1 LINES
               MOVE 'GL PAYROLL EXPENSE'         TO RAL-LABEL
               MOVE GT-GL-EXPENSE                TO RAL-AMOUNT
               WRITE RECON-REPORT-RECORD FROM RECON-AMOUNT-LINE
                   AFTER ADVANCING 1 LINES
               MOVE 'DIFFERENCE (GL LESS YTD)'   TO RAL-LABEL
               MOVE GT-DIFFERENCE                TO RAL-AMOUNT
               WRITE RECON-REPORT-RECORD FROM RECON-AMOUNT-LINE
                   AFTER ADVANCING 2 LINES
               MOVE 'ROUNDING ALLOWANCE'         TO RAL-LABEL
               MOVE GT-ALLOWANCE                 TO RAL-AMOUNT
               WRITE RECON-REPORT-RECORD FROM RECON-AMOUNT-LINE
                   AFTER ADVANCING 1 LINES
               IF GT-ABS-DIFFERENCE > GT-ALLOWANCE
                   ADD 1 TO RC-EXCEPTIONS
                   MOVE '*** YTD GROSS DOES NOT TIE TO THE GL ***'
                       TO RSL-TEXT
               ELSE
                   MOVE 'YTD GROSS TIES TO THE GL WITHIN ROUNDING'
                       TO RSL-TEXT
               END-IF
               WRITE RECON-REPORT-RECORD FROM RECON-SECTION-LINE
                   AFTER ADVANCING 2 LINES
           END-IF
           .

       51-GL-ACCOUNT-ROUTINE.

           IF GB-ACCOUNT (8:4) = '-SAL'
               ADD GB-DEBIT-TOTAL TO GT-SAL-DEBITS
           ELSE
               IF GB-ACCOUNT (5:8) = '-FNL-PAY'
                   ADD GB-DEBIT-TOTAL TO GT-FNL-DEBITS
               ELSE
                   IF GB-ACCOUNT (5:8) = '-RET-PAY'
                       ADD GB-DEBIT-TOTAL  TO GT-RET-DEBITS
                       ADD GB-CREDIT-TOTAL TO GT-RET-CREDITS
                   END-IF
               END-IF
           END-IF
           .

       55-SUMMARY-ROUTINE.

           MOVE 'FILE SUMMARY' TO RSL-TEXT
           WRITE RECON-REPORT-RECORD FROM RECON-SECTION-LINE
               AFTER ADVANCING 3 LINES
           WRITE RECON-REPORT-RECORD FROM RECON-SUMMARY-HEAD
               AFTER ADVANCING 2 LINES
           PERFORM 56-SUMMARY-LINE-ROUTINE
               VARYING SM-IDX-I FROM 1 BY 1
               UNTIL SM-IDX-I > SM-COUNT

           MOVE 'ACTIVE EMPLOYEES CHECKED'      TO RCL-LABEL
           MOVE RC-ACTIVE-CHECKED               TO RCL-COUNT
           WRITE RECON-REPORT-RECORD FROM RECON-COUNT-LINE
               AFTER ADVANCING 2 LINES
           MOVE 'ACTIVE WITH NO TAX ELECTION'   TO RCL-LABEL
           MOVE RC-NO-TAX-ELECT                 TO RCL-COUNT
           WRITE RECON-REPORT-RECORD FROM RECON-COUNT-LINE
               AFTER ADVANCING 1 LINES
           MOVE 'ACTIVE WITH NO VACATION ROW'   TO RCL-LABEL
           MOVE RC-NO-VACATION                  TO RCL-COUNT
           WRITE RECON-REPORT-RECORD FROM RECON-COUNT-LINE
               AFTER ADVANCING 1 LINES
           MOVE 'HISTORY SALARY NOT ON MASTER'  TO RCL-LABEL
           MOVE RC-SAL-MISMATCH                 TO RCL-COUNT
           WRITE RECON-REPORT-RECORD FROM RECON-COUNT-LINE
               AFTER ADVANCING 1 LINES
           MOVE 'TOTAL EXCEPTIONS'              TO RCL-LABEL
           MOVE RC-EXCEPTIONS                   TO RCL-COUNT
           WRITE RECON-REPORT-RECORD FROM RECON-COUNT-LINE
               AFTER ADVANCING 2 LINES
           .

       56-SUMMARY-LINE-ROUTINE.

           MOVE SM-FILE-NAME (SM-IDX-I) TO RSM-FILE-NAME
           MOVE SM-ROWS      (SM-IDX-I) TO RSM-ROWS
           MOVE SM-ORPHANS   (SM-IDX-I) TO RSM-ORPHANS
           MOVE SM-PURGED    (SM-IDX-I) TO RSM-PURGED
           MOVE SM-DUPS      (SM-IDX-I) TO RSM-DUPS
           IF SM-FOUND-SW (SM-IDX-I) = 'N'
               MOVE 'FILE NOT FOUND'       TO RSM-NOTE
           ELSE
               IF SM-DUP-FULL-SW (SM-IDX-I) = 'Y'
                   MOVE 'DUP CHECK INCOMPLETE' TO RSM-NOTE
               ELSE
                   MOVE SPACES             TO RSM-NOTE
               END-IF
           END-IF
           WRITE RECON-REPORT-RECORD FROM RECON-SUMMARY-LINE
               AFTER ADVANCING 1 LINES
           .

      *    THE OPERATOR SEES THE VERDICT WITHOUT OPENING THE REPORT
      *    -- A NONZERO COUNT MEANS FIX THE DATA BEFORE THE CYCLE.
       60-EOF-ROUTINE.

           IF RC-EXCEPTIONS = ZERO
               DISPLAY 'PR1FA21R RECONCILIATION CLEAN'
           ELSE
               DISPLAY 'PR1FA21R RECONCILIATION FOUND ' RC-EXCEPTIONS
                   ' EXCEPTIONS -- SEE PR1FA21R-Print'
           END-IF

           CLOSE MASTER-FILE
               RECON-REPORT-FILE
           IF ARCHIVE-OPEN
               CLOSE ARCHIVE-FILE
           END-IF
           STOP RUN
           .
