               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AH-FILE-STATUS.

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

           SELECT VACATION-FILE
               ASSIGN TO 'PR1FA21-Vacation.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS VC-EMPLOYEE-ID
               FILE STATUS IS VC-FILE-STATUS.

           SELECT YTD-FILE
               ASSIGN TO 'PR1FA21-YTD.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS YT-EMPLOYEE-ID
               FILE STATUS IS YT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.


       01  ARCH-HIST-RECORD            PIC X(37).

      *    THE PAYROLL SATELLITE FILES PR1FA21 KEEPS, ALL KEYED BY
      *    EMPLOYEE ID -- READ DIRECTLY FOR THE PAYROLL DETAIL THAT
      *    FOLLOWS THE MASTER DISPLAY.
       FD  TAX-ELECT-FILE
           RECORD CONTAINS 8 CHARACTERS.

       01  TAX-ELECT-RECORD.
           05  TE-EMPLOYEE-ID         PIC X(5).
           05  TE-FILING-STATUS       PIC A(1).
           05  TE-EXEMPTIONS          PIC 9(2).

       FD  BANK-FILE
           RECORD CONTAINS 32 CHARACTERS.

       01  BANK-RECORD.
           05  BK-EMPLOYEE-ID         PIC X(5).
           05  BK-ROUTING             PIC X(9).
           05  BK-ACCOUNT             PIC X(17).
           05  BK-ACCT-TYPE           PIC A(1).

       FD  VACATION-FILE
           RECORD CONTAINS 17 CHARACTERS.

       01  VACATION-RECORD.
           05  VC-EMPLOYEE-ID         PIC X(5).
           05  VC-YEAR                PIC 9(4).
           05  VC-CARRYOVER-HOURS     PIC 9(4).
           05  VC-TAKEN-HOURS         PIC 9(4).

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

       WORKING-STORAGE SECTION.
       01  MASTER-FILE-STATUS         PIC X(2).
           88  MASTER-FILE-OK                        VALUE '00'.
       01  ARCHIVED-SHOW-SW           PIC X         VALUE 'N'.
           88  SHOWING-ARCHIVED                     VALUE 'Y'.

       01  TE-FILE-STATUS             PIC X(2).
           88  TE-FILE-OK                            VALUE '00'.

       01  BK-FILE-STATUS             PIC X(2).
           88  BK-FILE-OK                            VALUE '00'.

       01  VC-FILE-STATUS             PIC X(2).
           88  VC-FILE-OK                            VALUE '00'.

       01  YT-FILE-STATUS             PIC X(2).
           88  YT-FILE-OK                            VALUE '00'.

      *    ONLY THE LAST FOUR CHARACTERS OF A DEPOSIT ACCOUNT ARE
      *    EVER SHOWN, THE SAME WAY THE PAY STUB PRINTS THEM.
       01  PAYROLL-DETAIL-FIELDS.
           05  PDF-ACCT-LEN           PIC 9(4)  COMP  VALUE ZERO.
           05  PDF-MASKED-ACCT        PIC X(8).
           05  PDF-ACCT-DESC          PIC X(8).
           05  PDF-YTD-GROSS          PIC Z,ZZZ,ZZ9.99.
           05  PDF-YTD-NET            PIC -,---,--9.99.

      **************   PAY HISTORY SORT TABLE   *********************
      *    THE EMPLOYEE'S MATCHING HISTORY RECORDS, LOADED FROM THE
      *    FILE AND BUBBLE-SORTED OLDEST-FIRST ON EFFECTIVE DATE

           IF MASTER-FILE-OK
               PERFORM 15-DISPLAY-EMPLOYEE
               PERFORM 17-DISPLAY-PAYROLL-DETAIL
               PERFORM 20-DISPLAY-HISTORY
           ELSE
               PERFORM 18-ARCHIVE-INQUIRY
           END-IF
           .

      *    ELECTION, DEPOSIT ACCOUNT, VACATION BALANCE AND YEAR-TO-
      *    DATE PAY, EACH READ BY KEY.  A MISSING FILE READS THE
      *    SAME AS A MISSING RECORD -- NOTHING ON FILE.  A PURGED
      *    EMPLOYEE'S ROWS LEFT THESE FILES WITH THE MASTER RECORD,
      *    SO THE ARCHIVE INQUIRY DOES NOT COME HERE.
       17-DISPLAY-PAYROLL-DETAIL.

           OPEN INPUT TAX-ELECT-FILE
           IF NOT TE-FILE-OK
               DISPLAY 'TAX ELECTION    : NONE ON FILE (SINGLE/00)'
           ELSE
               MOVE INQUIRY-EMPLOYEE-ID TO TE-EMPLOYEE-ID
               READ TAX-ELECT-FILE
                   INVALID KEY
                       DISPLAY 'TAX ELECTION    : NONE ON FILE '
                           '(SINGLE/00)'
                   NOT INVALID KEY
                       DISPLAY 'TAX ELECTION    : '
                           TE-FILING-STATUS '/' TE-EXEMPTIONS
               END-READ
               CLOSE TAX-ELECT-FILE
           END-IF

           OPEN INPUT BANK-FILE
           IF NOT BK-FILE-OK
               DISPLAY 'DIRECT DEPOSIT  : NONE ON FILE (CHECK)'
           ELSE
               MOVE INQUIRY-EMPLOYEE-ID TO BK-EMPLOYEE-ID
               READ BANK-FILE
                   INVALID KEY
                       DISPLAY 'DIRECT DEPOSIT  : NONE ON FILE '
                           '(CHECK)'
                   NOT INVALID KEY
                       IF BK-ACCT-TYPE = 'S'
                           MOVE 'SAVINGS'  TO PDF-ACCT-DESC
                       ELSE
                           MOVE 'CHECKING' TO PDF-ACCT-DESC
                       END-IF
                       MOVE ZERO TO PDF-ACCT-LEN
                       INSPECT BK-ACCOUNT TALLYING PDF-ACCT-LEN
                           FOR CHARACTERS BEFORE INITIAL SPACE
                       MOVE '****' TO PDF-MASKED-ACCT
                       IF PDF-ACCT-LEN > 4
                           MOVE BK-ACCOUNT (PDF-ACCT-LEN - 3:4)
                               TO PDF-MASKED-ACCT (5:4)
                       END-IF
                       DISPLAY 'DIRECT DEPOSIT  : ' PDF-ACCT-DESC
                           ' ' PDF-MASKED-ACCT
               END-READ
               CLOSE BANK-FILE
           END-IF

           OPEN INPUT VACATION-FILE
           IF NOT VC-FILE-OK
               DISPLAY 'VACATION        : NONE ON FILE'
           ELSE
               MOVE INQUIRY-EMPLOYEE-ID TO VC-EMPLOYEE-ID
               READ VACATION-FILE
                   INVALID KEY
                       DISPLAY 'VACATION        : NONE ON FILE'
                   NOT INVALID KEY
                       DISPLAY 'VACATION YEAR   : ' VC-YEAR
                       DISPLAY 'CARRYOVER HOURS : ' VC-CARRYOVER-HOURS
                       DISPLAY 'TAKEN HOURS     : ' VC-TAKEN-HOURS
               END-READ
               CLOSE VACATION-FILE
           END-IF

           OPEN INPUT YTD-FILE
           IF NOT YT-FILE-OK
               DISPLAY 'YEAR TO DATE    : NONE ON FILE'
           ELSE
               MOVE INQUIRY-EMPLOYEE-ID TO YT-EMPLOYEE-ID
               READ YTD-FILE
                   INVALID KEY
                       DISPLAY 'YEAR TO DATE    : NONE ON FILE'
                   NOT INVALID KEY
                       MOVE YT-GROSS TO PDF-YTD-GROSS
                       MOVE YT-NET   TO PDF-YTD-NET
                       DISPLAY 'YTD YEAR        : ' YT-YEAR
                       DISPLAY 'YTD GROSS       : ' PDF-YTD-GROSS
                       DISPLAY 'YTD NET         : ' PDF-YTD-NET
                       DISPLAY 'PERIODS PAID    : ' YT-PERIODS
                       DISPLAY 'LAST POSTED     : ' YT-POSTED-DATE
               END-READ
               CLOSE YTD-FILE
           END-IF
           DISPLAY '-------------------------------------------'
           .

      *    THE MASTER MISSED -- A PURGED EMPLOYEE LIVES ON THE
      *    ARCHIVE, SO THE INQUIRY FALLS THROUGH BEFORE GIVING UP.
       18-ARCHIVE-INQUIRY.
