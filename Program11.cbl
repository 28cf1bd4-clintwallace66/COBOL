       IDENTIFICATION DIVISION.
       PROGRAM-ID. PR1FA21X.
       AUTHOR. JOHN WALLACE.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-PC.
       OBJECT-COMPUTER.  IBM-PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-TAX-ELECT-FILE
               ASSIGN TO 'PR1FA21-TaxElect.seq'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OT-FILE-STATUS.

           SELECT OLD-BANK-FILE
               ASSIGN TO 'PR1FA21-Bank.seq'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OB-FILE-STATUS.

           SELECT OLD-VACATION-FILE
               ASSIGN TO 'PR1FA21-Vacation.seq'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OV-FILE-STATUS.

           SELECT OLD-YTD-FILE
               ASSIGN TO 'PR1FA21-YTD.seq'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OY-FILE-STATUS.

           SELECT OLD-YTD-PRIOR-FILE
               ASSIGN TO 'PR1FA21-YTDPrior.seq'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OP-FILE-STATUS.

           SELECT OLD-ARCH-YTD-FILE
               ASSIGN TO 'PR1FA21-ArchYTD.seq'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OA-FILE-STATUS.

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

           SELECT YTD-PRIOR-FILE
               ASSIGN TO 'PR1FA21-YTDPrior.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS YP-FILE-STATUS.

           SELECT ARCH-YTD-FILE
               ASSIGN TO 'PR1FA21-ArchYTD.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS YA-FILE-STATUS.

           SELECT CONVERT-REPORT-FILE
               ASSIGN TO PRINTER 'PR1FA21X-Print'.

       DATA DIVISION.
       FILE SECTION.

       FD  OLD-TAX-ELECT-FILE
           RECORD CONTAINS 8 CHARACTERS.

       01  OLD-TAX-ELECT-RECORD        PIC X(8).

       FD  OLD-BANK-FILE
           RECORD CONTAINS 32 CHARACTERS.

       01  OLD-BANK-RECORD             PIC X(32).

       FD  OLD-VACATION-FILE
           RECORD CONTAINS 17 CHARACTERS.

       01  OLD-VACATION-RECORD         PIC X(17).

      *    THE OLD YTD LAYOUT HAS TWELVE DEDUCTION BUCKETS.  A
      *    RECORD WRITTEN BEFORE THE QUARTER BUCKETS EXISTED IS ONLY
      *    183 CHARACTERS LONG AND COMES IN SPACE-FILLED PAST THE
      *    POSTED DATE.
       FD  OLD-YTD-FILE
           RECORD CONTAINS 327 CHARACTERS.

       01  OLD-YTD-RECORD.
           05  OY-LEAD                PIC X(162).
           05  OY-TAIL                PIC X(21).
           05  OY-QUARTERS            PIC X(144).

      *    THE PRIOR-YEAR ROLLS AND THE PURGE ARCHIVE CARRY THE SAME
      *    OLD YTD LAYOUT, SHORT RECORDS INCLUDED.
       FD  OLD-YTD-PRIOR-FILE
           RECORD CONTAINS 327 CHARACTERS.

       01  OLD-YTD-PRIOR-RECORD        PIC X(327).

       FD  OLD-ARCH-YTD-FILE
           RECORD CONTAINS 327 CHARACTERS.

       01  OLD-ARCH-YTD-RECORD         PIC X(327).

       FD  TAX-ELECT-FILE
           RECORD CONTAINS 8 CHARACTERS.

       01  TAX-ELECT-RECORD.
           05  TE-EMPLOYEE-ID         PIC X(5).
           05  TE-REST                PIC X(3).

       FD  BANK-FILE
           RECORD CONTAINS 32 CHARACTERS.

       01  BANK-RECORD.
           05  BK-EMPLOYEE-ID         PIC X(5).
           05  BK-REST                PIC X(27).

       FD  VACATION-FILE
           RECORD CONTAINS 17 CHARACTERS.

       01  VACATION-RECORD.
           05  VC-EMPLOYEE-ID         PIC X(5).
           05  VC-REST                PIC X(12).

      *    THE KEYED FILE CARRIES A THIRTEENTH BUCKET, FOR THE GRN
      *    GARNISHMENT CODE -- IT IS ADDED EMPTY BEHIND THE OLD
      *    TWELVE, AND QUARTER BUCKETS A 183-CHARACTER RECORD NEVER
      *    HAD ARE ZEROED ON THE WAY IN.
       FD  YTD-FILE
           RECORD CONTAINS 339 CHARACTERS.

       01  YTD-RECORD.
           05  YT-LEAD.
               10  YT-EMPLOYEE-ID     PIC X(5).
               10  YT-HEAD            PIC X(157).
           05  YT-NEW-BUCKET.
               10  YT-NEW-DED-CODE    PIC X(3).
               10  YT-NEW-DED-AMT     PIC 9(7)V99.
           05  YT-TAIL                PIC X(21).
           05  YT-QUARTERS.
               10  YT-QUARTER OCCURS 4 TIMES.
                   15  YT-QTD-GROSS   PIC 9(7)V99.
                   15  YT-QTD-TAXABLE PIC 9(7)V99.
                   15  YT-QTD-FWT     PIC 9(7)V99.
                   15  YT-QTD-SWT     PIC 9(7)V99.

       FD  YTD-PRIOR-FILE
           RECORD CONTAINS 339 CHARACTERS.

       01  YTD-PRIOR-RECORD            PIC X(339).

       FD  ARCH-YTD-FILE
           RECORD CONTAINS 339 CHARACTERS.

       01  ARCH-YTD-RECORD             PIC X(339).

       FD  CONVERT-REPORT-FILE
           RECORD CONTAINS 75 CHARACTERS.

       01  CONVERT-REPORT-RECORD       PIC X(75).

       WORKING-STORAGE SECTION.
       01  BLANK-LINES             PIC X(132)      VALUE SPACES.

       01  FLAGS-N-SWITCHES.
           05  OT-EOF-FLAG             PIC X         VALUE ' '.
               88  OT-NO-MORE-DATA                   VALUE 'N'.
           05  OB-EOF-FLAG             PIC X         VALUE ' '.
               88  OB-NO-MORE-DATA                   VALUE 'N'.
           05  OV-EOF-FLAG             PIC X         VALUE ' '.
               88  OV-NO-MORE-DATA                   VALUE 'N'.
           05  OY-EOF-FLAG             PIC X         VALUE ' '.
               88  OY-NO-MORE-DATA                   VALUE 'N'.
           05  OP-EOF-FLAG             PIC X         VALUE ' '.
               88  OP-NO-MORE-DATA                   VALUE 'N'.
           05  OA-EOF-FLAG             PIC X         VALUE ' '.
               88  OA-NO-MORE-DATA                   VALUE 'N'.

       01  OT-FILE-STATUS             PIC X(2).
           88  OT-FILE-OK                            VALUE '00'.

       01  OB-FILE-STATUS             PIC X(2).
           88  OB-FILE-OK                            VALUE '00'.

       01  OV-FILE-STATUS             PIC X(2).
           88  OV-FILE-OK                            VALUE '00'.

       01  OY-FILE-STATUS             PIC X(2).
           88  OY-FILE-OK                            VALUE '00'.

       01  OP-FILE-STATUS             PIC X(2).
           88  OP-FILE-OK                            VALUE '00'.

       01  OA-FILE-STATUS             PIC X(2).
           88  OA-FILE-OK                            VALUE '00'.

       01  TE-FILE-STATUS             PIC X(2).
           88  TE-FILE-OK                            VALUE '00'.

       01  BK-FILE-STATUS             PIC X(2).
           88  BK-FILE-OK                            VALUE '00'.

       01  VC-FILE-STATUS             PIC X(2).
           88  VC-FILE-OK                            VALUE '00'.

       01  YT-FILE-STATUS             PIC X(2).
           88  YT-FILE-OK                            VALUE '00'.

       01  YP-FILE-STATUS             PIC X(2).
           88  YP-FILE-OK                            VALUE '00'.

       01  YA-FILE-STATUS             PIC X(2).
           88  YA-FILE-OK                            VALUE '00'.

       01  CONVERT-FIELDS.
           05  CV-FILE-NAME             PIC X(24) VALUE SPACES.
           05  CV-DUP-ID                PIC X(5)  VALUE SPACES.
           05  CV-QTR-IDX               PIC 9(4)  COMP  VALUE ZERO.
           05  CV-READ                  PIC 9(5)  VALUE ZERO.
           05  CV-LOADED                PIC 9(5)  VALUE ZERO.
           05  CV-DROPPED               PIC 9(5)  VALUE ZERO.

      *    EVERY OLD YTD ROW, KEYED OR NOT, IS REBUILT HERE -- THE
      *    OLD TWELVE BUCKETS, AN EMPTY THIRTEENTH, THE TAIL, AND THE
      *    QUARTER BUCKETS, ZEROED WHEN THE OLD ROW NEVER HAD THEM.
       01  OLD-YTD-WORK.
           05  OW-LEAD                  PIC X(162).
           05  OW-TAIL                  PIC X(21).
           05  OW-QUARTERS              PIC X(144).

       01  YTD-WORK.
           05  YW-LEAD                  PIC X(162).
           05  YW-NEW-BUCKET.
               10  YW-NEW-DED-CODE      PIC X(3).
               10  YW-NEW-DED-AMT       PIC 9(7)V99.
           05  YW-TAIL                  PIC X(21).
           05  YW-QUARTERS.
               10  YW-QUARTER OCCURS 4 TIMES.
                   15  YW-QTD-GROSS     PIC 9(7)V99.
                   15  YW-QTD-TAXABLE   PIC 9(7)V99.
                   15  YW-QTD-FWT       PIC 9(7)V99.
                   15  YW-QTD-SWT       PIC 9(7)V99.

      **************        OUTPUT AREA        ********************

       01  CONVERT-TITLE-ONE.
           05  CT1-DATE                 PIC 9999/99/99.
           05                           PIC X(25)     VALUE SPACES.
           05                           PIC X(32)    VALUE
           'BENNETT SHOES'.
           05                           PIC X(7)     VALUE
           'JCW'.

       01  CONVERT-TITLE-TWO.
           05                          PIC X(17)      VALUE SPACES.
           05                          PIC X(57)      VALUE
           'SATELLITE FILE CONVERSION TO EMPLOYEE ID KEY'.

       01  CONVERT-TITLE-THREE.
           05                          PIC X(2)      VALUE SPACES.
           05                          PIC X(26)     VALUE
           'OLD FILE'.
           05                          PIC X(8)      VALUE 'READ'.
           05                          PIC X(8)      VALUE 'LOADED'.
           05                          PIC X(8)      VALUE 'DROPPED'.

       01  CONVERT-TOTAL-LINE.
           05                          PIC X(2)      VALUE SPACES.
           05  CTL-FILE-NAME           PIC X(24).
           05                          PIC X(2)      VALUE SPACES.
           05  CTL-READ                PIC ZZZZ9.
           05                          PIC X(3)      VALUE SPACES.
           05  CTL-LOADED              PIC ZZZZ9.
           05                          PIC X(3)      VALUE SPACES.
           05  CTL-DROPPED             PIC ZZZZ9.

       01  CONVERT-MISSING-LINE.
           05                          PIC X(2)      VALUE SPACES.
           05  CML-FILE-NAME           PIC X(24).
           05                          PIC X(2)      VALUE SPACES.
           05                          PIC X(40)     VALUE
           'NOT FOUND -- NEW FILE LEFT AS IS'.

       01  CONVERT-DUP-LINE.
           05                          PIC X(6)      VALUE SPACES.
           05                          PIC X(13)     VALUE
           'DUPLICATE ID'.
           05  CDL-EMPLOYEE-ID         PIC X(5).
           05                          PIC X(30)     VALUE
           ' -- LATER ROW DROPPED'.
      /
       PROCEDURE DIVISION.

      *    ONE-TIME LOAD OF THE TAX ELECTION, BANK, VACATION AND YTD
      *    FILES FROM THEIR OLD LINE SEQUENTIAL FORM INTO THE FILES
      *    KEYED BY EMPLOYEE ID THAT PR1FA21 AND ITS COMPANION
      *    PROGRAMS NOW READ.  THE PRIOR-YEAR YTD ROLLS AND THE YTD
      *    ARCHIVE STAY LINE SEQUENTIAL BUT ARE REWRITTEN IN THE NEW
      *    YTD LAYOUT, ROW FOR ROW.  RENAME EACH OLD FILE TO ITS .seq
      *    NAME IN FILE-CONTROL BEFORE THE RUN -- A FILE WITH NO .seq
      *    COPY IS REPORTED AND LEFT ALONE, SO THE JOB CAN BE RERUN
      *    FOR ONE FILE WITHOUT DISTURBING THE OTHERS.  THE OLD FILES
      *    WERE NEVER SORTED, SO EACH ROW IS WRITTEN BY KEY AS IT COMES;
      *    A SECOND ROW FOR THE SAME EMPLOYEE IS LISTED AND DROPPED,
      *    THE FIRST ONE BEING THE ROW THE OLD TABLE LOOKUPS USED.
       10-CONTROL-MODULE.

           PERFORM 15-OPEN-ROUTINE
           PERFORM 25-TAX-ELECT-LOAD-ROUTINE
           PERFORM 30-BANK-LOAD-ROUTINE
           PERFORM 35-VACATION-LOAD-ROUTINE
           PERFORM 40-YTD-LOAD-ROUTINE
           PERFORM 44-YTD-PRIOR-LOAD-ROUTINE
           PERFORM 46-ARCH-YTD-LOAD-ROUTINE
           PERFORM 60-EOF-ROUTINE
           .

       15-OPEN-ROUTINE.

           ACCEPT CT1-DATE FROM DATE YYYYMMDD
           OPEN OUTPUT CONVERT-REPORT-FILE
           PERFORM 20-HEADER-ROUTINE
           .

       20-HEADER-ROUTINE.

           WRITE CONVERT-REPORT-RECORD FROM CONVERT-TITLE-ONE
               AFTER ADVANCING PAGE

           WRITE CONVERT-REPORT-RECORD FROM CONVERT-TITLE-TWO
               AFTER ADVANCING 2 LINE

           WRITE CONVERT-REPORT-RECORD FROM CONVERT-TITLE-THREE
               AFTER ADVANCING 2 LINE

           WRITE CONVERT-REPORT-RECORD FROM BLANK-LINES
           .

       25-TAX-ELECT-LOAD-ROUTINE.

           MOVE 'PR1FA21-TaxElect.seq' TO CV-FILE-NAME
           MOVE ZERO TO CV-READ CV-LOADED CV-DROPPED
           OPEN INPUT OLD-TAX-ELECT-FILE
           IF NOT OT-FILE-OK
               PERFORM 57-MISSING-ROUTINE
           ELSE
               OPEN OUTPUT TAX-ELECT-FILE
               IF NOT TE-FILE-OK
                   DISPLAY 'PR1FA21-TaxElect.txt COULD NOT BE '
                       'OPENED -- FILE STATUS ' TE-FILE-STATUS
                   STOP RUN
               END-IF
               PERFORM UNTIL OT-NO-MORE-DATA
                   READ OLD-TAX-ELECT-FILE
                       AT END
                           MOVE 'N' TO OT-EOF-FLAG
                       NOT AT END
                           PERFORM 26-TAX-ELECT-WRITE-ROUTINE
                   END-READ
               END-PERFORM
               CLOSE OLD-TAX-ELECT-FILE
                   TAX-ELECT-FILE
               PERFORM 55-FILE-TOTAL-ROUTINE
           END-IF
           .

       26-TAX-ELECT-WRITE-ROUTINE.

           ADD 1 TO CV-READ
           MOVE OLD-TAX-ELECT-RECORD TO TAX-ELECT-RECORD
           WRITE TAX-ELECT-RECORD
               INVALID KEY
                   MOVE TE-EMPLOYEE-ID TO CV-DUP-ID
                   PERFORM 56-DUPLICATE-ROUTINE
               NOT INVALID KEY
                   ADD 1 TO CV-LOADED
           END-WRITE
           .

       30-BANK-LOAD-ROUTINE.

           MOVE 'PR1FA21-Bank.seq' TO CV-FILE-NAME
           MOVE ZERO TO CV-READ CV-LOADED CV-DROPPED
           OPEN INPUT OLD-BANK-FILE
           IF NOT OB-FILE-OK
               PERFORM 57-MISSING-ROUTINE
           ELSE
               OPEN OUTPUT BANK-FILE
               IF NOT BK-FILE-OK
                   DISPLAY 'PR1FA21-Bank.txt COULD NOT BE OPENED -- '
                       'FILE STATUS ' BK-FILE-STATUS
                   STOP RUN
               END-IF
               PERFORM UNTIL OB-NO-MORE-DATA
                   READ OLD-BANK-FILE
                       AT END
                           MOVE 'N' TO OB-EOF-FLAG
                       NOT AT END
                           PERFORM 31-BANK-WRITE-ROUTINE
                   END-READ
               END-PERFORM
               CLOSE OLD-BANK-FILE
                   BANK-FILE
               PERFORM 55-FILE-TOTAL-ROUTINE
           END-IF
           .

       31-BANK-WRITE-ROUTINE.

           ADD 1 TO CV-READ
           MOVE OLD-BANK-RECORD TO BANK-RECORD
           WRITE BANK-RECORD
               INVALID KEY
                   MOVE BK-EMPLOYEE-ID TO CV-DUP-ID
                   PERFORM 56-DUPLICATE-ROUTINE
               NOT INVALID KEY
                   ADD 1 TO CV-LOADED
           END-WRITE
           .

       35-VACATION-LOAD-ROUTINE.

           MOVE 'PR1FA21-Vacation.seq' TO CV-FILE-NAME
           MOVE ZERO TO CV-READ CV-LOADED CV-DROPPED
           OPEN INPUT OLD-VACATION-FILE
           IF NOT OV-FILE-OK
               PERFORM 57-MISSING-ROUTINE
           ELSE
               OPEN OUTPUT VACATION-FILE
               IF NOT VC-FILE-OK
                   DISPLAY 'PR1FA21-Vacation.dat COULD NOT BE '
                       'OPENED -- FILE STATUS ' VC-FILE-STATUS
                   STOP RUN
               END-IF
               PERFORM UNTIL OV-NO-MORE-DATA
                   READ OLD-VACATION-FILE
                       AT END
                           MOVE 'N' TO OV-EOF-FLAG
                       NOT AT END
                           PERFORM 36-VACATION-WRITE-ROUTINE
                   END-READ
               END-PERFORM
               CLOSE OLD-VACATION-FILE
                   VACATION-FILE
               PERFORM 55-FILE-TOTAL-ROUTINE
           END-IF
           .

       36-VACATION-WRITE-ROUTINE.

           ADD 1 TO CV-READ
           MOVE OLD-VACATION-RECORD TO VACATION-RECORD
           WRITE VACATION-RECORD
               INVALID KEY
                   MOVE VC-EMPLOYEE-ID TO CV-DUP-ID
                   PERFORM 56-DUPLICATE-ROUTINE
               NOT INVALID KEY
                   ADD 1 TO CV-LOADED
           END-WRITE
           .

       40-YTD-LOAD-ROUTINE.

           MOVE 'PR1FA21-YTD.seq' TO CV-FILE-NAME
           MOVE ZERO TO CV-READ CV-LOADED CV-DROPPED
           OPEN INPUT OLD-YTD-FILE
           IF NOT OY-FILE-OK
               PERFORM 57-MISSING-ROUTINE
           ELSE
               OPEN OUTPUT YTD-FILE
               IF NOT YT-FILE-OK
                   DISPLAY 'PR1FA21-YTD.txt COULD NOT BE OPENED -- '
                       'FILE STATUS ' YT-FILE-STATUS
                   STOP RUN
               END-IF
               PERFORM UNTIL OY-NO-MORE-DATA
                   READ OLD-YTD-FILE
                       AT END
                           MOVE 'N' TO OY-EOF-FLAG
                       NOT AT END
                           PERFORM 41-YTD-WRITE-ROUTINE
                   END-READ
               END-PERFORM
               CLOSE OLD-YTD-FILE
                   YTD-FILE
               PERFORM 55-FILE-TOTAL-ROUTINE
           END-IF
           .

       41-YTD-WRITE-ROUTINE.

           ADD 1 TO CV-READ
           MOVE OLD-YTD-RECORD TO OLD-YTD-WORK
           PERFORM 42-YTD-CONVERT-ROUTINE
           MOVE YTD-WORK TO YTD-RECORD
           WRITE YTD-RECORD
               INVALID KEY
                   MOVE YT-EMPLOYEE-ID TO CV-DUP-ID
                   PERFORM 56-DUPLICATE-ROUTINE
               NOT INVALID KEY
                   ADD 1 TO CV-LOADED
           END-WRITE
           .

       42-YTD-CONVERT-ROUTINE.

           MOVE OW-LEAD     TO YW-LEAD
           MOVE SPACES      TO YW-NEW-DED-CODE
           MOVE ZERO        TO YW-NEW-DED-AMT
           MOVE OW-TAIL     TO YW-TAIL
           MOVE OW-QUARTERS TO YW-QUARTERS
           IF YW-QTD-GROSS (1) NOT NUMERIC
               PERFORM 43-YTD-CLEAR-QUARTER-ROUTINE
                   VARYING CV-QTR-IDX FROM 1 BY 1
                   UNTIL CV-QTR-IDX > 4
           END-IF
           .

       43-YTD-CLEAR-QUARTER-ROUTINE.

           MOVE ZERO TO YW-QTD-GROSS   (CV-QTR-IDX)
           MOVE ZERO TO YW-QTD-TAXABLE (CV-QTR-IDX)
           MOVE ZERO TO YW-QTD-FWT     (CV-QTR-IDX)
           MOVE ZERO TO YW-QTD-SWT     (CV-QTR-IDX)
           .

      *    THE PRIOR-YEAR ROLLS AND THE ARCHIVE ARE READ STRAIGHT
      *    THROUGH, NOT BY KEY, SO EVERY ROW IS KEPT IN ITS OLD PLACE.
       44-YTD-PRIOR-LOAD-ROUTINE.

           MOVE 'PR1FA21-YTDPrior.seq' TO CV-FILE-NAME
           MOVE ZERO TO CV-READ CV-LOADED CV-DROPPED
           OPEN INPUT OLD-YTD-PRIOR-FILE
           IF NOT OP-FILE-OK
               PERFORM 57-MISSING-ROUTINE
           ELSE
               OPEN OUTPUT YTD-PRIOR-FILE
               IF NOT YP-FILE-OK
                   DISPLAY 'PR1FA21-YTDPrior.txt COULD NOT BE '
                       'OPENED -- FILE STATUS ' YP-FILE-STATUS
                   STOP RUN
               END-IF
               PERFORM UNTIL OP-NO-MORE-DATA
                   READ OLD-YTD-PRIOR-FILE INTO OLD-YTD-WORK
                       AT END
                           MOVE 'N' TO OP-EOF-FLAG
                       NOT AT END
                           PERFORM 45-YTD-PRIOR-WRITE-ROUTINE
                   END-READ
               END-PERFORM
               CLOSE OLD-YTD-PRIOR-FILE
                   YTD-PRIOR-FILE
               PERFORM 55-FILE-TOTAL-ROUTINE
           END-IF
           .

       45-YTD-PRIOR-WRITE-ROUTINE.

           ADD 1 TO CV-READ
           PERFORM 42-YTD-CONVERT-ROUTINE
           WRITE YTD-PRIOR-RECORD FROM YTD-WORK
           ADD 1 TO CV-LOADED
           .

       46-ARCH-YTD-LOAD-ROUTINE.

           MOVE 'PR1FA21-ArchYTD.seq' TO CV-FILE-NAME
           MOVE ZERO TO CV-READ CV-LOADED CV-DROPPED
           OPEN INPUT OLD-ARCH-YTD-FILE
           IF NOT OA-FILE-OK
               PERFORM 57-MISSING-ROUTINE
           ELSE
               OPEN OUTPUT ARCH-YTD-FILE
               IF NOT YA-FILE-OK
                   DISPLAY 'PR1FA21-ArchYTD.txt COULD NOT BE '
                       'OPENED -- FILE STATUS ' YA-FILE-STATUS
                   STOP RUN
               END-IF
               PERFORM UNTIL OA-NO-MORE-DATA
                   READ OLD-ARCH-YTD-FILE INTO OLD-YTD-WORK
                       AT END
                           MOVE 'N' TO OA-EOF-FLAG
                       NOT AT END
                           PERFORM 47-ARCH-YTD-WRITE-ROUTINE
                   END-READ
               END-PERFORM
               CLOSE OLD-ARCH-YTD-FILE
                   ARCH-YTD-FILE
               PERFORM 55-FILE-TOTAL-ROUTINE
           END-IF
           .

       47-ARCH-YTD-WRITE-ROUTINE.

           ADD 1 TO CV-READ
           PERFORM 42-YTD-CONVERT-ROUTINE
           WRITE ARCH-YTD-RECORD FROM YTD-WORK
           ADD 1 TO CV-LOADED
           .

       55-FILE-TOTAL-ROUTINE.

           MOVE CV-FILE-NAME TO CTL-FILE-NAME
           MOVE CV-READ      TO CTL-READ
           MOVE CV-LOADED    TO CTL-LOADED
           MOVE CV-DROPPED   TO CTL-DROPPED
           WRITE CONVERT-REPORT-RECORD FROM CONVERT-TOTAL-LINE
               AFTER ADVANCING 1 LINES
           WRITE CONVERT-REPORT-RECORD FROM BLANK-LINES
           .

      *    THE DROPPED ROW IS LISTED JUST ABOVE THE TOTALS OF THE
      *    FILE IT CAME FROM SO THE STORE CAN CONFIRM THE KEPT ROW
      *    IS THE RIGHT ONE.
       56-DUPLICATE-ROUTINE.

           ADD 1 TO CV-DROPPED
           MOVE CV-DUP-ID TO CDL-EMPLOYEE-ID
           WRITE CONVERT-REPORT-RECORD FROM CONVERT-DUP-LINE
               AFTER ADVANCING 1 LINES
           .

       57-MISSING-ROUTINE.

           MOVE CV-FILE-NAME TO CML-FILE-NAME
           WRITE CONVERT-REPORT-RECORD FROM CONVERT-MISSING-LINE
               AFTER ADVANCING 1 LINES
           WRITE CONVERT-REPORT-RECORD FROM BLANK-LINES
           .

       60-EOF-ROUTINE.

           CLOSE CONVERT-REPORT-FILE
           STOP RUN
           .
