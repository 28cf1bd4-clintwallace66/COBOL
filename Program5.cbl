       FILE-CONTROL.
           SELECT YTD-FILE
               ASSIGN TO 'PR1FA21-YTD.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS YT-EMPLOYEE-ID
               FILE STATUS IS YT-FILE-STATUS.

           SELECT MASTER-FILE
      *    ONE RECORD PER EMPLOYEE THE REGISTER PRICED THIS YEAR,
      *    MAINTAINED BY PR1FA21'S REGISTER PASS -- GROSS, A BUCKET
      *    PER DEDUCTION CODE (THE TEN FILE CODES PLUS FWT AND SWT
      *    WITHHOLDING AND GRN FOR GARNISHMENTS), NET AND PERIODS
      *    PAID, WITH THE QUARTER BUCKETS PR1FA21Q REPORTS FROM.
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

       FD  MASTER-FILE.

           MOVE ZERO TO YW-DED-TOTAL
           PERFORM 30-DEDUCTION-LINE-ROUTINE
               VARYING YW-BKT-IDX FROM 1 BY 1
               UNTIL YW-BKT-IDX > 13

           MOVE YW-DED-TOTAL TO SDT-DED-TOTAL
           WRITE STATEMENT-REPORT-RECORD FROM STMT-DED-TOTAL-LINE
