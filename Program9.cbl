       IDENTIFICATION DIVISION.
       PROGRAM-ID. PR1FA21Q.
       AUTHOR. JOHN WALLACE.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-PC.
       OBJECT-COMPUTER.  IBM-PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT YTD-FILE
               ASSIGN TO 'PR1FA21-YTD.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS YT-EMPLOYEE-ID
               FILE STATUS IS YT-FILE-STATUS.

           SELECT YTD-PRIOR-FILE
               ASSIGN TO 'PR1FA21-YTDPrior.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS YP-FILE-STATUS.

           SELECT ARCH-YTD-FILE
               ASSIGN TO 'PR1FA21-ArchYTD.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS YA-FILE-STATUS.

           SELECT REG-HIST-FILE
               ASSIGN TO 'PR1FA21-RegHist.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RH-FILE-STATUS.

           SELECT MASTER-FILE
               ASSIGN TO 'PR1FA21-Master.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MR-EMPLOYEE-ID
               FILE STATUS IS MASTER-FILE-STATUS.

           SELECT ARCHIVE-FILE
               ASSIGN TO 'PR1FA21-Archive.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AR-EMPLOYEE-ID
               FILE STATUS IS ARCHIVE-FILE-STATUS.

           SELECT QTR-WORK-FILE
               ASSIGN TO 'PR1FA21Q-Work.tmp'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SORT-WORK-FILE
               ASSIGN TO 'SORTWK1'.

           SELECT QTR-SORTED-FILE
               ASSIGN TO 'PR1FA21Q-Work.srt'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT QTR-REPORT-FILE
               ASSIGN TO PRINTER 'PR1FA21Q-Print'.

       DATA DIVISION.
       FILE SECTION.

      *    THE LIVE YTD FILE, THE PRIOR-YEAR RECORDS THE REGISTER
      *    ROLLS OFF IN JANUARY, AND THE RECORDS PR1FA21P MOVED TO
      *    THE ARCHIVE ALL CARRY THE SAME LAYOUT -- EACH IS READ INTO
      *    YTD-WORK-RECORD SO A QUARTER IS COMPLETE WHETHER OR NOT
      *    THE EMPLOYEE HAS SINCE ROLLED OR BEEN PURGED.
       FD  YTD-FILE
           RECORD CONTAINS 339 CHARACTERS.

       01  YTD-RECORD.
           05  YT-EMPLOYEE-ID         PIC X(5).
           05  YT-REST                PIC X(334).

       FD  YTD-PRIOR-FILE
           RECORD CONTAINS 339 CHARACTERS.

       01  YTD-PRIOR-RECORD            PIC X(339).

       FD  ARCH-YTD-FILE
           RECORD CONTAINS 339 CHARACTERS.

       01  ARCH-YTD-RECORD             PIC X(339).

      *    ONE LINE PER PR1FA21 REGISTER RUN -- THE TOTALS THAT RUN
      *    POSTED TO THE YTD FILE.
       FD  REG-HIST-FILE
           RECORD CONTAINS 57 CHARACTERS.

       01  REG-HIST-RECORD.
           05  RH-RUN-DATE            PIC 9(8).
           05  RH-RUN-DATE-X REDEFINES RH-RUN-DATE.
               10  RH-RUN-YEAR        PIC 9(4).
               10  RH-RUN-MONTH       PIC 9(2).
               10  RH-RUN-DAY         PIC 9(2).
           05  RH-EMPLOYEES           PIC 9(5).
           05  RH-GROSS               PIC 9(9)V99.
           05  RH-TAXABLE             PIC 9(9)V99.
           05  RH-FWT                 PIC 9(9)V99.
           05  RH-SWT                 PIC 9(9)V99.

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
           05  MR-SEP-DATE            PIC 9(8).
           05  MR-START-SAL           PIC 9(8).
           05  MR-PAY-INC             PIC S9(8).
           05  MR-CURR-SAL            PIC 9(6).

      *    SAME LAYOUT AS THE MASTER -- A PURGED EMPLOYEE'S NAME AND
      *    STORE ARE FOUND HERE.
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

      *    ONE LINE PER EMPLOYEE PAID IN THE QUARTER, BUILT FROM THE
      *    YTD FILES AND SORTED BY STORE FOR THE WAGE REPORT, THEN
      *    BY EMPLOYEE FOR THE UNEMPLOYMENT LISTING.
       FD  QTR-WORK-FILE
           RECORD CONTAINS 74 CHARACTERS.

       01  QTR-WORK-RECORD             PIC X(74).

       SD  SORT-WORK-FILE.

       01  SORT-WORK-RECORD.
           05  SQ-STORE-ID            PIC A(4).
           05  SQ-EMPLOYEE-ID         PIC X(5).
           05  FILLER                 PIC X(65).

       FD  QTR-SORTED-FILE
           RECORD CONTAINS 74 CHARACTERS.

       01  QTR-SORTED-RECORD           PIC X(74).

       FD  QTR-REPORT-FILE
           RECORD CONTAINS 75 CHARACTERS.

       01  QTR-REPORT-RECORD           PIC X(75).

       WORKING-STORAGE SECTION.
       01  BLANK-LINES             PIC X(132)      VALUE SPACES.

       01  FLAGS-N-SWITCHES.
           05  EOF-FLAG                PIC X         VALUE ' '.
               88  NO-MORE-DATA                      VALUE 'N'.
           05  RH-EOF-FLAG             PIC X         VALUE ' '.
               88  RH-NO-MORE-DATA                   VALUE 'N'.
           05  QS-EOF-FLAG             PIC X         VALUE ' '.
               88  QS-NO-MORE-DATA                   VALUE 'N'.
           05  BALANCE-SW              PIC X         VALUE 'Y'.
               88  QUARTER-IN-BALANCE                VALUE 'Y'.

       01  YT-FILE-STATUS              PIC X(2).
           88  YT-FILE-OK                            VALUE '00'.

       01  YP-FILE-STATUS              PIC X(2).
           88  YP-FILE-OK                            VALUE '00'.

       01  YA-FILE-STATUS              PIC X(2).
           88  YA-FILE-OK                            VALUE '00'.

       01  RH-FILE-STATUS              PIC X(2).
           88  RH-FILE-OK                            VALUE '00'.

       01  MASTER-FILE-STATUS          PIC X(2).
           88  MASTER-FILE-OK                        VALUE '00'.

       01  ARCHIVE-FILE-STATUS         PIC X(2).
           88  ARCHIVE-FILE-OK                       VALUE '00'.

      **************   QUARTER SELECTION   ***************************
      *    THE QUARTER TO REPORT COMES FROM THE COMMAND LINE AS YYYYQ
      *    (20263 = THIRD QUARTER OF 2026).  WITH NO PARAMETER THE
      *    QUARTER THAT HOLDS TODAY'S DATE IS REPORTED -- ITS
      *    QUARTER-TO-DATE FIGURES.
       01  RUN-PARM                    PIC X(5).
       01  RUN-PARM-X REDEFINES RUN-PARM.
           05  RP-YEAR                 PIC 9(4).
           05  RP-QUARTER              PIC 9(1).

       01  RUN-DATE-NUM                PIC 9(8).
       01  RUN-DATE-X REDEFINES RUN-DATE-NUM.
           05  RUN-YEAR                PIC 9(4).
           05  RUN-MONTH               PIC 9(2).
           05  RUN-DAY                 PIC 9(2).

       01  QTR-FIELDS.
           05  QF-YEAR                 PIC 9(4).
           05  QF-QUARTER              PIC 9(4)  COMP.
           05  QF-RH-QUARTER           PIC 9(4)  COMP.
           05  QF-QTR-IDX              PIC 9(4)  COMP.

      *    YTD-WORK-RECORD CARRIES THE SAME PICTURE STRING AS
      *    PR1FA21'S YTD-RECORD.
       01  YTD-WORK-RECORD.
           05  YW-EMPLOYEE-ID          PIC X(5).
           05  YW-YEAR                 PIC 9(4).
           05  YW-GROSS                PIC 9(7)V99.
           05  YW-BUCKET OCCURS 13 TIMES.
               10  YW-DED-CODE         PIC X(3).
               10  YW-DED-AMT          PIC 9(7)V99.
           05  YW-NET                  PIC S9(7)V99
                                       SIGN IS LEADING SEPARATE.
           05  YW-PERIODS              PIC 9(3).
           05  YW-POSTED-DATE          PIC 9(8).
           05  YW-QUARTER OCCURS 4 TIMES.
               10  YW-QTD-GROSS        PIC 9(7)V99.
               10  YW-QTD-TAXABLE      PIC 9(7)V99.
               10  YW-QTD-FWT          PIC 9(7)V99.
               10  YW-QTD-SWT          PIC 9(7)V99.

       01  QTR-WORK-LINE.
           05  QW-STORE-ID             PIC A(4).
           05  QW-EMPLOYEE-ID          PIC X(5).
           05  QW-EMPLOYEE-L           PIC X(10).
           05  QW-EMPLOYEE-F           PIC X(10).
           05  QW-GROSS                PIC 9(7)V99.
           05  QW-TAXABLE              PIC 9(7)V99.
           05  QW-FWT                  PIC 9(7)V99.
           05  QW-SWT                  PIC 9(7)V99.
           05  QW-PRIOR-GROSS          PIC 9(7)V99.

      **************   STATE UNEMPLOYMENT WAGE BASE   ***************
      *    EACH EMPLOYEE'S WAGES ARE SUBJECT TO STATE UNEMPLOYMENT
      *    TAX ONLY UP TO THE ANNUAL TAXABLE WAGE BASE.  WAGES PAID
      *    IN EARLIER QUARTERS OF THE YEAR USE THE BASE UP FIRST;
      *    THE REST OF THIS QUARTER'S WAGES ARE EXCESS WAGES.
       01  SUI-FIELDS.
           05  SUI-WAGE-BASE           PIC 9(7)V99  VALUE 7000.00.
           05  SUI-REMAINING           PIC S9(7)V99.
           05  SUI-TAXABLE             PIC 9(7)V99.
           05  SUI-EXCESS              PIC 9(7)V99.

       01  QTR-TOTAL-FIELDS.
           05  QS-STORE-GROSS          PIC 9(9)V99  VALUE ZERO.
           05  QS-STORE-TAXABLE        PIC 9(9)V99  VALUE ZERO.
           05  QS-STORE-FWT            PIC 9(9)V99  VALUE ZERO.
           05  QS-STORE-SWT            PIC 9(9)V99  VALUE ZERO.
           05  QS-STORE-COUNT          PIC 9(5)     VALUE ZERO.
           05  QC-GROSS                PIC 9(9)V99  VALUE ZERO.
           05  QC-TAXABLE              PIC 9(9)V99  VALUE ZERO.
           05  QC-FWT                  PIC 9(9)V99  VALUE ZERO.
           05  QC-SWT                  PIC 9(9)V99  VALUE ZERO.
           05  QC-COUNT                PIC 9(5)     VALUE ZERO.
           05  QU-WAGES                PIC 9(9)V99  VALUE ZERO.
           05  QU-EXCESS               PIC 9(9)V99  VALUE ZERO.
           05  QU-TAXABLE              PIC 9(9)V99  VALUE ZERO.
           05  QS-PREV-STORE-ID        PIC X(4)     VALUE LOW-VALUES.
               88  QS-FIRST-STORE                   VALUE LOW-VALUES.

      *    THE QUARTER'S PERIOD REGISTERS, SUMMED FROM REG-HIST-FILE,
      *    MUST EQUAL THE QUARTER BUCKETS SUMMED ACROSS THE YTD FILES.
       01  TIE-OUT-FIELDS.
           05  TO-RUN-COUNT            PIC 9(5)     VALUE ZERO.
           05  TO-GROSS                PIC 9(9)V99  VALUE ZERO.
           05  TO-TAXABLE              PIC 9(9)V99  VALUE ZERO.
           05  TO-FWT                  PIC 9(9)V99  VALUE ZERO.
           05  TO-SWT                  PIC 9(9)V99  VALUE ZERO.

      **************        OUTPUT AREA        ********************

       01  QTR-TITLE-ONE.
           05  QT1-DATE                 PIC 9999/99/99.
           05                           PIC X(25)     VALUE SPACES.
           05                           PIC X(32)    VALUE
           'BENNETT SHOES'.
           05                           PIC X(7)     VALUE
           'JCW'.

       01  QTR-TITLE-TWO.
           05                          PIC X(18)      VALUE SPACES.
           05                          PIC X(56)      VALUE
           'QUARTERLY WAGE AND WITHHOLDING REPORT'.

       01  FED-TITLE-TWO.
           05                          PIC X(22)      VALUE SPACES.
           05                          PIC X(52)      VALUE
           'FEDERAL QUARTERLY RETURN SUMMARY'.

       01  SUI-TITLE-TWO.
           05                          PIC X(22)      VALUE SPACES.
           05                          PIC X(52)      VALUE
           'STATE UNEMPLOYMENT WAGE LISTING'.

       01  QTR-TITLE-THREE.
           05                          PIC X(29)      VALUE SPACES.
           05                          PIC X(8)       VALUE
           'QUARTER'.
           05  QT3-QUARTER             PIC 9.
           05                          PIC X(4)       VALUE ' OF '.
           05  QT3-YEAR                PIC 9(4).

       01  QTR-TITLE-FOUR.
           05                          PIC X(2)      VALUE SPACES.
           05                           PIC X(7)      VALUE 'EMP'.
           05                           PIC X(23)     VALUE 'EMP'.
           05                           PIC X(11)     VALUE 'QUARTER'.
           05                           PIC X(11)     VALUE 'TAXABLE'.
           05                           PIC X(10)     VALUE 'FEDERAL'.
           05                           PIC X(10)     VALUE 'STATE'.

       01  QTR-TITLE-FIVE.
           05                          PIC X(2)      VALUE SPACES.
           05                           PIC X(7)      VALUE 'ID'.
           05                           PIC X(23)     VALUE 'NAME'.
           05                           PIC X(11)     VALUE 'GROSS'.
           05                           PIC X(11)     VALUE 'WAGES'.
           05                           PIC X(10)     VALUE 'W/H'.
           05                           PIC X(10)     VALUE 'W/H'.

       01  QTR-STORE-HEADING-LINE.
           05                          PIC X(2)      VALUE SPACES.
           05                          PIC X(6)      VALUE 'STORE'.
           05  QSH-STORE-ID            PIC X(4).

       01  QTR-DETAIL-LINE.
           05                          PIC X(2)      VALUE SPACES.
           05  QDL-EMPLOYEE-ID         PIC X(5).
           05                          PIC X(2)      VALUE SPACES.
           05  QDL-EMPLOYEE-L          PIC X(10).
           05                          PIC X(1)      VALUE SPACES.
           05  QDL-EMPLOYEE-F          PIC X(10).
           05                          PIC X(1)      VALUE SPACES.
           05  QDL-GROSS               PIC ZZZ,ZZ9.99.
           05                          PIC X(2)      VALUE SPACES.
           05  QDL-TAXABLE             PIC ZZZ,ZZ9.99.
           05                          PIC X(1)      VALUE SPACES.
           05  QDL-FWT                 PIC ZZ,ZZ9.99.
           05                          PIC X(1)      VALUE SPACES.
           05  QDL-SWT                 PIC ZZ,ZZ9.99.

       01  QTR-TOTAL-LINE.
           05                          PIC X(4)      VALUE SPACES.
           05  QTL-LABEL               PIC X(14).
           05  QTL-COUNT               PIC ZZ,ZZ9.
           05                          PIC X(5)      VALUE SPACES.
           05  QTL-GROSS               PIC Z,ZZZ,ZZ9.99.
           05  QTL-TAXABLE             PIC Z,ZZZ,ZZ9.99.
           05  QTL-FWT                 PIC ZZZ,ZZ9.99.
           05  QTL-SWT                 PIC ZZZ,ZZ9.99.

       01  QTR-NONE-LINE.
           05                          PIC X(2)      VALUE SPACES.
           05                          PIC X(40)     VALUE
           'NO WAGES ON FILE FOR THIS QUARTER'.

       01  FED-SUMMARY-LINE.
           05                          PIC X(6)      VALUE SPACES.
           05  FSL-LABEL               PIC X(36).
           05  FSL-AMOUNT              PIC ZZZ,ZZZ,ZZ9.99.

       01  FED-COUNT-LINE.
           05                          PIC X(6)      VALUE SPACES.
           05  FCL-LABEL               PIC X(36).
           05                          PIC X(6)      VALUE SPACES.
           05  FCL-COUNT               PIC ZZ,ZZ9.

       01  TIE-TITLE-LINE.
           05                          PIC X(22)     VALUE SPACES.
           05                          PIC X(15)     VALUE
           'REGISTERS'.
           05                          PIC X(15)     VALUE
           'YTD FILES'.
           05                          PIC X(15)     VALUE
           'DIFFERENCE'.

       01  TIE-DETAIL-LINE.
           05                          PIC X(6)      VALUE SPACES.
           05  TDL-LABEL               PIC X(14).
           05  TDL-REGISTER            PIC ZZZ,ZZZ,ZZ9.99.
           05                          PIC X(1)      VALUE SPACES.
           05  TDL-YTD                 PIC ZZZ,ZZZ,ZZ9.99.
           05                          PIC X(1)      VALUE SPACES.
           05  TDL-DIFFERENCE          PIC -ZZZ,ZZZ,ZZ9.99.

       01  TIE-DIFFERENCE              PIC S9(9)V99.

       01  TIE-BALANCED-LINE.
           05                          PIC X(6)      VALUE SPACES.
           05                          PIC X(50)     VALUE
           'QUARTER IN BALANCE WITH THE PERIOD REGISTERS'.

       01  TIE-UNBALANCED-LINE.
           05                          PIC X(6)      VALUE SPACES.
           05                          PIC X(60)     VALUE
           '*** QUARTER OUT OF BALANCE WITH THE PERIOD REGISTERS ***'.

       01  SUI-BASE-LINE.
           05                          PIC X(6)      VALUE SPACES.
           05                          PIC X(20)     VALUE
           'TAXABLE WAGE BASE:'.
           05  SBL-WAGE-BASE           PIC ZZZ,ZZ9.99.

       01  SUI-TITLE-FOUR.
           05                          PIC X(2)      VALUE SPACES.
           05                           PIC X(7)      VALUE 'EMP'.
           05                           PIC X(23)     VALUE 'EMP'.
           05                           PIC X(12)     VALUE 'QUARTER'.
           05                           PIC X(12)     VALUE 'EXCESS'.
           05                           PIC X(12)     VALUE 'TAXABLE'.

       01  SUI-TITLE-FIVE.
           05                          PIC X(2)      VALUE SPACES.
           05                           PIC X(7)      VALUE 'ID'.
           05                           PIC X(23)     VALUE 'NAME'.
           05                           PIC X(12)     VALUE 'WAGES'.
           05                           PIC X(12)     VALUE 'WAGES'.
           05                           PIC X(12)     VALUE 'WAGES'.

       01  SUI-DETAIL-LINE.
           05                          PIC X(2)      VALUE SPACES.
           05  SDL-EMPLOYEE-ID         PIC X(5).
           05                          PIC X(2)      VALUE SPACES.
           05  SDL-EMPLOYEE-L          PIC X(10).
           05                          PIC X(1)      VALUE SPACES.
           05  SDL-EMPLOYEE-F          PIC X(10).
           05                          PIC X(1)      VALUE SPACES.
           05  SDL-WAGES               PIC ZZZ,ZZ9.99.
           05                          PIC X(2)      VALUE SPACES.
           05  SDL-EXCESS              PIC ZZZ,ZZ9.99.
           05                          PIC X(2)      VALUE SPACES.
           05  SDL-TAXABLE             PIC ZZZ,ZZ9.99.

       01  SUI-TOTAL-LINE.
           05                          PIC X(4)      VALUE SPACES.
           05                          PIC X(14)     VALUE
           'TOTAL'.
           05  STL-COUNT               PIC ZZ,ZZ9.
           05                          PIC X(5)      VALUE SPACES.
           05  STL-WAGES               PIC Z,ZZZ,ZZ9.99.
           05  STL-EXCESS              PIC Z,ZZZ,ZZ9.99.
           05  STL-TAXABLE             PIC Z,ZZZ,ZZ9.99.
      /
       PROCEDURE DIVISION.

       10-CONTROL-MODULE.

           PERFORM 15-OPEN-ROUTINE
           PERFORM 20-SELECT-ROUTINE
           PERFORM 25-WAGE-REPORT-ROUTINE
           PERFORM 30-TIE-OUT-ROUTINE
           PERFORM 35-FEDERAL-SUMMARY-ROUTINE
           PERFORM 37-SUI-LISTING-ROUTINE
           PERFORM 40-EOF-ROUTINE
           .

       15-OPEN-ROUTINE.

           ACCEPT RUN-DATE-NUM FROM DATE YYYYMMDD
           ACCEPT RUN-PARM FROM COMMAND-LINE
           IF RUN-PARM = SPACES
               MOVE RUN-YEAR TO QF-YEAR
               COMPUTE QF-QUARTER = (RUN-MONTH + 2) / 3
           ELSE
               IF RUN-PARM NOT NUMERIC
                   OR RP-QUARTER < 1 OR RP-QUARTER > 4
                   DISPLAY 'INVALID QUARTER PARAMETER ' RUN-PARM
                       ' -- ENTER YYYYQ -- RUN STOPPED'
                   STOP RUN
               END-IF
               MOVE RP-YEAR    TO QF-YEAR
               MOVE RP-QUARTER TO QF-QUARTER
           END-IF

           OPEN INPUT MASTER-FILE
           OPEN INPUT ARCHIVE-FILE
           OPEN OUTPUT QTR-REPORT-FILE
           MOVE RUN-DATE-NUM TO QT1-DATE
           MOVE QF-QUARTER   TO QT3-QUARTER
           MOVE QF-YEAR      TO QT3-YEAR
           .

      *    EVERY YTD RECORD FOR THE YEAR WITH ANYTHING IN THE
      *    QUARTER'S BUCKET GOES TO THE WORK FILE.  A MISSING FILE
      *    SIMPLY CONTRIBUTES NOTHING.
       20-SELECT-ROUTINE.

           OPEN OUTPUT QTR-WORK-FILE

           OPEN INPUT YTD-FILE
           IF YT-FILE-OK
               MOVE SPACE TO EOF-FLAG
               PERFORM UNTIL NO-MORE-DATA
                   READ YTD-FILE INTO YTD-WORK-RECORD
                       AT END
                           MOVE 'N' TO EOF-FLAG
                       NOT AT END
                           PERFORM 21-SELECT-ONE-ROUTINE
                   END-READ
               END-PERFORM
               CLOSE YTD-FILE
           END-IF

           OPEN INPUT YTD-PRIOR-FILE
           IF YP-FILE-OK
               MOVE SPACE TO EOF-FLAG
               PERFORM UNTIL NO-MORE-DATA
                   READ YTD-PRIOR-FILE INTO YTD-WORK-RECORD
                       AT END
                           MOVE 'N' TO EOF-FLAG
                       NOT AT END
                           PERFORM 21-SELECT-ONE-ROUTINE
                   END-READ
               END-PERFORM
               CLOSE YTD-PRIOR-FILE
           END-IF

           OPEN INPUT ARCH-YTD-FILE
           IF YA-FILE-OK
               MOVE SPACE TO EOF-FLAG
               PERFORM UNTIL NO-MORE-DATA
                   READ ARCH-YTD-FILE INTO YTD-WORK-RECORD
                       AT END
                           MOVE 'N' TO EOF-FLAG
                       NOT AT END
                           PERFORM 21-SELECT-ONE-ROUTINE
                   END-READ
               END-PERFORM
               CLOSE ARCH-YTD-FILE
           END-IF

           CLOSE QTR-WORK-FILE
           .

      *    A RECORD WRITTEN BEFORE THE QUARTER BUCKETS EXISTED HAS
      *    SPACES WHERE THEY BELONG AND CARRIES NO QUARTER FIGURES.
       21-SELECT-ONE-ROUTINE.

           IF YW-YEAR = QF-YEAR
               AND YW-QTD-GROSS (QF-QUARTER) NUMERIC
               IF YW-QTD-GROSS (QF-QUARTER) > ZERO
                   OR YW-QTD-FWT (QF-QUARTER) > ZERO
                   OR YW-QTD-SWT (QF-QUARTER) > ZERO
                   PERFORM 22-BUILD-WORK-LINE-ROUTINE
               END-IF
           END-IF
           .

       22-BUILD-WORK-LINE-ROUTINE.

           MOVE YW-EMPLOYEE-ID TO QW-EMPLOYEE-ID
           MOVE YW-EMPLOYEE-ID TO MR-EMPLOYEE-ID
           READ MASTER-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF MASTER-FILE-OK
               MOVE MR-STORE-ID   TO QW-STORE-ID
               MOVE MR-EMPLOYEE-L TO QW-EMPLOYEE-L
               MOVE MR-EMPLOYEE-F TO QW-EMPLOYEE-F
           ELSE
               MOVE YW-EMPLOYEE-ID TO AR-EMPLOYEE-ID
               READ ARCHIVE-FILE
                   INVALID KEY
                       CONTINUE
               END-READ
               IF ARCHIVE-FILE-OK
                   MOVE AR-STORE-ID   TO QW-STORE-ID
                   MOVE AR-EMPLOYEE-L TO QW-EMPLOYEE-L
                   MOVE AR-EMPLOYEE-F TO QW-EMPLOYEE-F
               ELSE
                   MOVE SPACES         TO QW-STORE-ID
                   MOVE 'NOT ON FILE'  TO QW-EMPLOYEE-L
                   MOVE SPACES         TO QW-EMPLOYEE-F
               END-IF
           END-IF

           MOVE YW-QTD-GROSS   (QF-QUARTER) TO QW-GROSS
           MOVE YW-QTD-TAXABLE (QF-QUARTER) TO QW-TAXABLE
           MOVE YW-QTD-FWT     (QF-QUARTER) TO QW-FWT
           MOVE YW-QTD-SWT     (QF-QUARTER) TO QW-SWT
           MOVE ZERO TO QW-PRIOR-GROSS
           PERFORM 23-PRIOR-QUARTER-ROUTINE
               VARYING QF-QTR-IDX FROM 1 BY 1
               UNTIL QF-QTR-IDX NOT < QF-QUARTER
           WRITE QTR-WORK-RECORD FROM QTR-WORK-LINE
           .

       23-PRIOR-QUARTER-ROUTINE.

           IF YW-QTD-GROSS (QF-QTR-IDX) NUMERIC
               ADD YW-QTD-GROSS (QF-QTR-IDX) TO QW-PRIOR-GROSS
           END-IF
           .

      *    PER-EMPLOYEE WAGES AND WITHHOLDING BY STORE, WITH STORE
      *    AND COMPANY TOTALS.
       25-WAGE-REPORT-ROUTINE.

           SORT SORT-WORK-FILE
               ON ASCENDING KEY SQ-STORE-ID
               ON ASCENDING KEY SQ-EMPLOYEE-ID
               USING QTR-WORK-FILE
               GIVING QTR-SORTED-FILE

           WRITE QTR-REPORT-RECORD FROM QTR-TITLE-ONE
               AFTER ADVANCING PAGE
           WRITE QTR-REPORT-RECORD FROM QTR-TITLE-TWO
               AFTER ADVANCING 2 LINE
           WRITE QTR-REPORT-RECORD FROM QTR-TITLE-THREE
               AFTER ADVANCING 2 LINE
           WRITE QTR-REPORT-RECORD FROM QTR-TITLE-FOUR
               AFTER ADVANCING 2 LINE
           WRITE QTR-REPORT-RECORD FROM QTR-TITLE-FIVE
               AFTER ADVANCING 1 LINE
           WRITE QTR-REPORT-RECORD FROM BLANK-LINES

           MOVE SPACE TO QS-EOF-FLAG
           OPEN INPUT QTR-SORTED-FILE
           PERFORM UNTIL QS-NO-MORE-DATA
               READ QTR-SORTED-FILE INTO QTR-WORK-LINE
                   AT END
                       MOVE 'N' TO QS-EOF-FLAG
                   NOT AT END
                       PERFORM 26-WAGE-EMPLOYEE-ROUTINE
               END-READ
           END-PERFORM
           CLOSE QTR-SORTED-FILE

           IF QC-COUNT = ZERO
               WRITE QTR-REPORT-RECORD FROM QTR-NONE-LINE
                   AFTER ADVANCING 1 LINES
           ELSE
               PERFORM 27-WAGE-STORE-TOTAL-ROUTINE
               MOVE 'COMPANY TOTAL' TO QTL-LABEL
               MOVE QC-COUNT        TO QTL-COUNT
               MOVE QC-GROSS        TO QTL-GROSS
               MOVE QC-TAXABLE      TO QTL-TAXABLE
               MOVE QC-FWT          TO QTL-FWT
               MOVE QC-SWT          TO QTL-SWT
               WRITE QTR-REPORT-RECORD FROM QTR-TOTAL-LINE
                   AFTER ADVANCING 2 LINES
           END-IF
           .

       26-WAGE-EMPLOYEE-ROUTINE.

           IF QS-FIRST-STORE
               PERFORM 28-WAGE-NEW-STORE-ROUTINE
           ELSE
               IF QW-STORE-ID NOT = QS-PREV-STORE-ID
                   PERFORM 27-WAGE-STORE-TOTAL-ROUTINE
                   PERFORM 28-WAGE-NEW-STORE-ROUTINE
               END-IF
           END-IF

           MOVE QW-EMPLOYEE-ID TO QDL-EMPLOYEE-ID
           MOVE QW-EMPLOYEE-L  TO QDL-EMPLOYEE-L
           MOVE QW-EMPLOYEE-F  TO QDL-EMPLOYEE-F
           MOVE QW-GROSS       TO QDL-GROSS
           MOVE QW-TAXABLE     TO QDL-TAXABLE
           MOVE QW-FWT         TO QDL-FWT
           MOVE QW-SWT         TO QDL-SWT
           WRITE QTR-REPORT-RECORD FROM QTR-DETAIL-LINE
               AFTER ADVANCING 1 LINES

           ADD 1          TO QS-STORE-COUNT
           ADD QW-GROSS   TO QS-STORE-GROSS
           ADD QW-TAXABLE TO QS-STORE-TAXABLE
           ADD QW-FWT     TO QS-STORE-FWT
           ADD QW-SWT     TO QS-STORE-SWT
           ADD 1          TO QC-COUNT
           ADD QW-GROSS   TO QC-GROSS
           ADD QW-TAXABLE TO QC-TAXABLE
           ADD QW-FWT     TO QC-FWT
           ADD QW-SWT     TO QC-SWT
           .

       27-WAGE-STORE-TOTAL-ROUTINE.

           MOVE 'STORE TOTAL'    TO QTL-LABEL
           MOVE QS-STORE-COUNT   TO QTL-COUNT
           MOVE QS-STORE-GROSS   TO QTL-GROSS
           MOVE QS-STORE-TAXABLE TO QTL-TAXABLE
           MOVE QS-STORE-FWT     TO QTL-FWT
           MOVE QS-STORE-SWT     TO QTL-SWT
           WRITE QTR-REPORT-RECORD FROM QTR-TOTAL-LINE
               AFTER ADVANCING 2 LINES
           MOVE ZERO TO QS-STORE-COUNT
           MOVE ZERO TO QS-STORE-GROSS
           MOVE ZERO TO QS-STORE-TAXABLE
           MOVE ZERO TO QS-STORE-FWT
           MOVE ZERO TO QS-STORE-SWT
           .

       28-WAGE-NEW-STORE-ROUTINE.

           MOVE QW-STORE-ID TO QS-PREV-STORE-ID
           MOVE QW-STORE-ID TO QSH-STORE-ID
           WRITE QTR-REPORT-RECORD FROM QTR-STORE-HEADING-LINE
               AFTER ADVANCING 2 LINES
           .

      *    ADDS UP THE QUARTER'S REGISTER RUNS.  ANY DIFFERENCE FROM
      *    THE YTD FILES -- A LOST OR HAND-EDITED RECORD, A RUN THAT
      *    DIED BETWEEN REWRITING THE YTD FILE AND LOGGING ITS
      *    TOTALS -- MARKS THE QUARTER OUT OF BALANCE.
       30-TIE-OUT-ROUTINE.

           OPEN INPUT REG-HIST-FILE
           IF RH-FILE-OK
               PERFORM UNTIL RH-NO-MORE-DATA
                   READ REG-HIST-FILE
                       AT END
                           MOVE 'N' TO RH-EOF-FLAG
                       NOT AT END
                           PERFORM 31-TIE-OUT-RUN-ROUTINE
                   END-READ
               END-PERFORM
               CLOSE REG-HIST-FILE
           END-IF

           IF TO-GROSS NOT = QC-GROSS
               OR TO-TAXABLE NOT = QC-TAXABLE
               OR TO-FWT NOT = QC-FWT
               OR TO-SWT NOT = QC-SWT
               MOVE 'N' TO BALANCE-SW
           END-IF
           .

       31-TIE-OUT-RUN-ROUTINE.

           COMPUTE QF-RH-QUARTER = (RH-RUN-MONTH + 2) / 3
           IF RH-RUN-YEAR = QF-YEAR
               AND QF-RH-QUARTER = QF-QUARTER
               ADD 1          TO TO-RUN-COUNT
               ADD RH-GROSS   TO TO-GROSS
               ADD RH-TAXABLE TO TO-TAXABLE
               ADD RH-FWT     TO TO-FWT
               ADD RH-SWT     TO TO-SWT
           END-IF
           .

      *    THE COMPANY FIGURES THE FEDERAL QUARTERLY RETURN IS
      *    FILED FROM, FOLLOWED BY THE PROOF AGAINST THE REGISTERS.
       35-FEDERAL-SUMMARY-ROUTINE.

           WRITE QTR-REPORT-RECORD FROM QTR-TITLE-ONE
               AFTER ADVANCING PAGE
           WRITE QTR-REPORT-RECORD FROM FED-TITLE-TWO
               AFTER ADVANCING 2 LINE
           WRITE QTR-REPORT-RECORD FROM QTR-TITLE-THREE
               AFTER ADVANCING 2 LINE

           MOVE 'EMPLOYEES PAID IN QUARTER' TO FCL-LABEL
           MOVE QC-COUNT                    TO FCL-COUNT
           WRITE QTR-REPORT-RECORD FROM FED-COUNT-LINE
               AFTER ADVANCING 3 LINES
           MOVE 'TOTAL WAGES PAID'          TO FSL-LABEL
           MOVE QC-GROSS                    TO FSL-AMOUNT
           WRITE QTR-REPORT-RECORD FROM FED-SUMMARY-LINE
               AFTER ADVANCING 2 LINES
           MOVE 'TAXABLE WAGES'             TO FSL-LABEL
           MOVE QC-TAXABLE                  TO FSL-AMOUNT
           WRITE QTR-REPORT-RECORD FROM FED-SUMMARY-LINE
               AFTER ADVANCING 1 LINES
           MOVE 'FEDERAL INCOME TAX WITHHELD' TO FSL-LABEL
           MOVE QC-FWT                      TO FSL-AMOUNT
           WRITE QTR-REPORT-RECORD FROM FED-SUMMARY-LINE
               AFTER ADVANCING 1 LINES
           MOVE 'STATE INCOME TAX WITHHELD' TO FSL-LABEL
           MOVE QC-SWT                      TO FSL-AMOUNT
           WRITE QTR-REPORT-RECORD FROM FED-SUMMARY-LINE
               AFTER ADVANCING 1 LINES

           MOVE 'REGISTER RUNS IN QUARTER'  TO FCL-LABEL
           MOVE TO-RUN-COUNT                TO FCL-COUNT
           WRITE QTR-REPORT-RECORD FROM FED-COUNT-LINE
               AFTER ADVANCING 3 LINES
           WRITE QTR-REPORT-RECORD FROM TIE-TITLE-LINE
               AFTER ADVANCING 2 LINES
           MOVE 'GROSS'   TO TDL-LABEL
           MOVE TO-GROSS  TO TDL-REGISTER
           MOVE QC-GROSS  TO TDL-YTD
           COMPUTE TIE-DIFFERENCE = TO-GROSS - QC-GROSS
           PERFORM 36-TIE-LINE-ROUTINE
           MOVE 'TAXABLE'  TO TDL-LABEL
           MOVE TO-TAXABLE TO TDL-REGISTER
           MOVE QC-TAXABLE TO TDL-YTD
           COMPUTE TIE-DIFFERENCE = TO-TAXABLE - QC-TAXABLE
           PERFORM 36-TIE-LINE-ROUTINE
           MOVE 'FEDERAL W/H' TO TDL-LABEL
           MOVE TO-FWT        TO TDL-REGISTER
           MOVE QC-FWT        TO TDL-YTD
           COMPUTE TIE-DIFFERENCE = TO-FWT - QC-FWT
           PERFORM 36-TIE-LINE-ROUTINE
           MOVE 'STATE W/H'   TO TDL-LABEL
           MOVE TO-SWT        TO TDL-REGISTER
           MOVE QC-SWT        TO TDL-YTD
           COMPUTE TIE-DIFFERENCE = TO-SWT - QC-SWT
           PERFORM 36-TIE-LINE-ROUTINE

           IF QUARTER-IN-BALANCE
               WRITE QTR-REPORT-RECORD FROM TIE-BALANCED-LINE
                   AFTER ADVANCING 2 LINES
           ELSE
               WRITE QTR-REPORT-RECORD FROM TIE-UNBALANCED-LINE
                   AFTER ADVANCING 2 LINES
               DISPLAY 'QUARTER ' QF-QUARTER ' OF ' QF-YEAR
                   ' IS OUT OF BALANCE WITH THE PERIOD REGISTERS'
           END-IF
           .

       36-TIE-LINE-ROUTINE.

           MOVE TIE-DIFFERENCE TO TDL-DIFFERENCE
           WRITE QTR-REPORT-RECORD FROM TIE-DETAIL-LINE
               AFTER ADVANCING 1 LINES
           .

      *    QUARTER WAGES BY EMPLOYEE FOR THE STATE UNEMPLOYMENT
      *    RETURN, SPLIT INTO EXCESS AND TAXABLE AGAINST THE WAGE
      *    BASE.
       37-SUI-LISTING-ROUTINE.

           SORT SORT-WORK-FILE
               ON ASCENDING KEY SQ-EMPLOYEE-ID
               USING QTR-WORK-FILE
               GIVING QTR-SORTED-FILE

           WRITE QTR-REPORT-RECORD FROM QTR-TITLE-ONE
               AFTER ADVANCING PAGE
           WRITE QTR-REPORT-RECORD FROM SUI-TITLE-TWO
               AFTER ADVANCING 2 LINE
           WRITE QTR-REPORT-RECORD FROM QTR-TITLE-THREE
               AFTER ADVANCING 2 LINE
           MOVE SUI-WAGE-BASE TO SBL-WAGE-BASE
           WRITE QTR-REPORT-RECORD FROM SUI-BASE-LINE
               AFTER ADVANCING 2 LINE
           WRITE QTR-REPORT-RECORD FROM SUI-TITLE-FOUR
               AFTER ADVANCING 2 LINE
           WRITE QTR-REPORT-RECORD FROM SUI-TITLE-FIVE
               AFTER ADVANCING 1 LINE
           WRITE QTR-REPORT-RECORD FROM BLANK-LINES

           MOVE SPACE TO QS-EOF-FLAG
           OPEN INPUT QTR-SORTED-FILE
           PERFORM UNTIL QS-NO-MORE-DATA
               READ QTR-SORTED-FILE INTO QTR-WORK-LINE
                   AT END
                       MOVE 'N' TO QS-EOF-FLAG
                   NOT AT END
                       PERFORM 38-SUI-EMPLOYEE-ROUTINE
               END-READ
           END-PERFORM
           CLOSE QTR-SORTED-FILE

           IF QC-COUNT = ZERO
               WRITE QTR-REPORT-RECORD FROM QTR-NONE-LINE
                   AFTER ADVANCING 1 LINES
           ELSE
               MOVE QC-COUNT   TO STL-COUNT
               MOVE QU-WAGES   TO STL-WAGES
               MOVE QU-EXCESS  TO STL-EXCESS
               MOVE QU-TAXABLE TO STL-TAXABLE
               WRITE QTR-REPORT-RECORD FROM SUI-TOTAL-LINE
                   AFTER ADVANCING 2 LINES
           END-IF
           .

       38-SUI-EMPLOYEE-ROUTINE.

           COMPUTE SUI-REMAINING = SUI-WAGE-BASE - QW-PRIOR-GROSS
           IF SUI-REMAINING < ZERO
               MOVE ZERO TO SUI-REMAINING
           END-IF
           IF QW-GROSS > SUI-REMAINING
               MOVE SUI-REMAINING TO SUI-TAXABLE
           ELSE
               MOVE QW-GROSS      TO SUI-TAXABLE
           END-IF
           COMPUTE SUI-EXCESS = QW-GROSS - SUI-TAXABLE

           MOVE QW-EMPLOYEE-ID TO SDL-EMPLOYEE-ID
           MOVE QW-EMPLOYEE-L  TO SDL-EMPLOYEE-L
           MOVE QW-EMPLOYEE-F  TO SDL-EMPLOYEE-F
           MOVE QW-GROSS       TO SDL-WAGES
           MOVE SUI-EXCESS     TO SDL-EXCESS
           MOVE SUI-TAXABLE    TO SDL-TAXABLE
           WRITE QTR-REPORT-RECORD FROM SUI-DETAIL-LINE
               AFTER ADVANCING 1 LINES

           ADD QW-GROSS    TO QU-WAGES
           ADD SUI-EXCESS  TO QU-EXCESS
           ADD SUI-TAXABLE TO QU-TAXABLE
           .

       40-EOF-ROUTINE.

           CLOSE MASTER-FILE
               ARCHIVE-FILE
               QTR-REPORT-FILE
           STOP RUN
           .
