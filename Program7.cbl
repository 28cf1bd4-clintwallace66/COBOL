       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GL-POST-FILE
               ASSIGN USING GL-POST-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GP-FILE-STATUS.

               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LR-FILE-STATUS.

           SELECT GL-CLOSED-FILE
               ASSIGN TO 'PR1FA21-GLClosed.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GC-FILE-STATUS.

           SELECT TRIAL-REPORT-FILE
               ASSIGN TO PRINTER 'PR1FA21G-Print'.

       FILE SECTION.

      *    THE JOURNAL PR1FA21 CUTS -- ONE HEADER, ONE DEBIT LINE
      *    PER STORE/POSITION GROUP, AN FNL-PAY DEBIT PER FINAL PAY
      *    AND A RET-PAY LINE PER RETRO EMPLOYEE, ONE CREDIT TO
      *    PAYROLL-CLRG AND A TRAILER CARRYING THE JOURNAL LINE
      *    COUNT AND A HASH TOTAL EQUAL TO ALL THE DEBITS -- SALARY
      *    PLUS FINAL PAY PLUS RETRO PAID.  THE CREDITS (CLEARING
      *    PLUS ANY RETRO RECOVERIES) MUST PROVE TO THE SAME HASH.
      *    THE ACCOUNT CODE SITS IN THE SAME TWELVE BYTES ON DEBIT
      *    AND CREDIT LINES, AS DO THE AMOUNT FIELDS, SO ONE OVERLAY
      *    READS BOTH.  THE HEADER'S JOURNAL TYPE IS 'R' FOR THE
      *    BIWEEKLY JOURNAL AND 'F' FOR THE OFF-CYCLE FINAL PAY
      *    JOURNAL ON PR1FA21-FinalGLPost.txt; A BLANK TYPE IS A
      *    BIWEEKLY JOURNAL.
       FD  GL-POST-FILE
           RECORD CONTAINS 40 CHARACTERS.

               10  GP-DEBIT           PIC 9(9).
               10  GP-CREDIT          PIC 9(9).
               10                     PIC X(9).
           05  GP-HEADER REDEFINES GP-REST.
               10  GP-HDR-RUN-DATE    PIC 9(8).
               10  GP-HDR-JOURNAL-TYPE PIC X(1).
               10                     PIC X(30).
           05  GP-TRAILER REDEFINES GP-REST.
               10  GP-RUN-DATE        PIC 9(8).
               10  GP-LINE-COUNT      PIC 9(7).
           05  GB-DEBIT-TOTAL         PIC 9(11).
           05  GB-CREDIT-TOTAL        PIC 9(11).

      *    THE RUN DATE OF THE LAST JOURNAL POSTED OF EACH JOURNAL
      *    TYPE, ONE LINE PER TYPE, REWRITTEN AFTER EVERY SUCCESSFUL
      *    LOAD -- THE TRAILER PROOF CANNOT TELL A SECOND PASS OVER
      *    THE SAME FILE FROM A FRESH ONE, SO THIS STAMP IS WHAT
      *    KEEPS A RELOAD FROM DOUBLING EVERY CUMULATIVE BALANCE.  A
      *    LINE WITH NO TYPE IS THE BIWEEKLY JOURNAL'S.
       FD  GL-LASTRUN-FILE
           RECORD CONTAINS 9 CHARACTERS.

       01  GL-LASTRUN-RECORD.
           05  LR-RUN-DATE            PIC 9(8).
           05  LR-JOURNAL-TYPE        PIC X(1).
               88  LR-FINAL-JOURNAL                  VALUE 'F'.

      *    ONE LINE PER ACCOUNT FOR EVERY PERIOD CLOSED, APPENDED
      *    IN CLOSE ORDER -- THE CUMULATIVE TOTALS AT THE START OF
      *    THE PERIOD AND AT ITS CLOSE.  THE LAST PERIOD'S CLOSING
      *    FIGURES ARE THE OPEN PERIOD'S OPENING BALANCES, AND A
      *    JOURNAL DATED ON OR BEFORE THE LAST PERIOD END IS LATE.
       FD  GL-CLOSED-FILE
           RECORD CONTAINS 64 CHARACTERS.

       01  GL-CLOSED-RECORD.
           05  GC-PERIOD-END          PIC 9(8).
           05  GC-ACCOUNT             PIC X(12).
           05  GC-OPEN-DEBIT          PIC 9(11).
           05  GC-OPEN-CREDIT         PIC 9(11).
           05  GC-CLOSE-DEBIT         PIC 9(11).
           05  GC-CLOSE-CREDIT        PIC 9(11).

       FD  TRIAL-REPORT-FILE
           RECORD CONTAINS 75 CHARACTERS.
               88  GB-NO-MORE-DATA                   VALUE 'N'.
           05  TRAILER-SEEN-SW         PIC X         VALUE 'N'.
               88  TRAILER-SEEN                      VALUE 'Y'.
           05  GC-EOF-FLAG             PIC X         VALUE ' '.
               88  GC-NO-MORE-DATA                   VALUE 'N'.
           05  GC2-EOF-FLAG            PIC X         VALUE ' '.
               88  GC2-NO-MORE-DATA                  VALUE 'N'.
           05  GL-MODE-SW              PIC X         VALUE 'L'.
               88  GL-LOAD-MODE                      VALUE 'L'.
               88  GL-CLOSE-MODE                     VALUE 'C'.

       01  GP-FILE-STATUS             PIC X(2).
           88  GP-FILE-OK                            VALUE '00'.
       01  LR-EOF-FLAG                PIC X         VALUE ' '.
           88  LR-NO-MORE-DATA                      VALUE 'N'.

       01  GC-FILE-STATUS             PIC X(2).
           88  GC-FILE-OK                            VALUE '00'.
           88  GC-FILE-MISSING                       VALUE '35'.

      *    BLANK FOR THE NORMAL JOURNAL LOAD.  'FINAL' LOADS THE
      *    OFF-CYCLE FINAL PAY JOURNAL INSTEAD.  'CLOSE YYYYMMDD'
      *    CLOSES THE OPEN PERIOD AS OF THAT DATE -- NO JOURNAL IS
      *    READ.
       01  GL-PARM                      PIC X(20).
       01  GL-PARM-X REDEFINES GL-PARM.
           05  GLP-MODE                 PIC X(5).
           05                           PIC X(1).
           05  GLP-PERIOD-END           PIC X(8).
           05                           PIC X(6).

       01  GL-POST-NAME                 PIC X(30)
                                        VALUE 'PR1FA21-GLPost.txt'.

       01  GL-MESSAGE-LINE              PIC X(100).

       01  PERIOD-FIELDS.
           05  GW-TODAY                 PIC 9(8)  VALUE ZERO.
           05  GW-LAST-CLOSE-DATE       PIC 9(8)  VALUE ZERO.
           05  GW-CLOSE-DATE            PIC 9(8)  VALUE ZERO.
           05  GW-CLOSE-DATE-X REDEFINES GW-CLOSE-DATE.
               10  GW-CLOSE-YEAR        PIC 9(4).
               10  GW-CLOSE-MONTH       PIC 9(2).
               10  GW-CLOSE-DAY         PIC 9(2).

      **************   TRAILER PROOF FIELDS   ***********************
      *    THE WHOLE FILE IS COUNTED AND HASHED BEFORE ANYTHING
      *    POSTS -- A TRUNCATED OR DOCTORED TRANSFER IS REJECTED
           05  GW-TRL-LINE-COUNT        PIC 9(7)  VALUE ZERO.
           05  GW-TRL-HASH-TOTAL        PIC 9(9)  VALUE ZERO.
           05  GW-LAST-RUN-DATE         PIC 9(8)  VALUE ZERO.
           05  GW-LAST-REG-DATE         PIC 9(8)  VALUE ZERO.
           05  GW-LAST-FINAL-DATE       PIC 9(8)  VALUE ZERO.
           05  GW-EXPECT-TYPE           PIC X(1)  VALUE 'R'.
           05  GW-JOURNAL-TYPE          PIC X(1)  VALUE 'R'.
               88  GW-FINAL-JOURNAL                VALUE 'F'.

      **************   ACCOUNT BALANCE TABLE   **********************
      *    LOADED FROM THE BALANCE FILE, POSTED TO DURING THE LOAD
      *    PASS AND WRITTEN BACK AFTERWARD.  THE RUN COLUMNS START
      *    AT ZERO EVERY LOAD SO THE TRIAL BALANCE CAN SHOW THE RUN
      *    AND THE CUMULATIVE POSITION SIDE BY SIDE.  THE OPENING
      *    COLUMNS ARE THE CUMULATIVE TOTALS AT THE LAST PERIOD
      *    CLOSE AND THE PRIOR COLUMNS THE TOTALS THAT PERIOD OPENED
      *    WITH -- BOTH ZERO UNTIL A PERIOD HAS BEEN CLOSED.
       01  BALANCE-TABLE.
           05  BAL-ENTRY OCCURS 100 TIMES.
               10  BT-ACCOUNT           PIC X(12).
               10  BT-CREDIT-TOTAL      PIC 9(11).
               10  BT-RUN-DEBIT         PIC 9(9).
               10  BT-RUN-CREDIT        PIC 9(9).
               10  BT-OPEN-DEBIT        PIC 9(11).
               10  BT-OPEN-CREDIT       PIC 9(11).
               10  BT-PRIOR-DEBIT       PIC 9(11).
               10  BT-PRIOR-CREDIT      PIC 9(11).

       01  BALANCE-FIELDS.
           05  BAL-COUNT                PIC 9(4)  COMP  VALUE ZERO.
           05  TB-CUM-DEBIT-TOTAL       PIC 9(13) VALUE ZERO.
           05  TB-CUM-CREDIT-TOTAL      PIC 9(13) VALUE ZERO.

      *    PERIOD BALANCES ARE NET -- DEBITS LESS CREDITS -- SO A
      *    CREDIT BALANCE PRINTS NEGATIVE AND EACH COLUMN SHOULD
      *    TOTAL TO ZERO.
       01  PERIOD-BALANCE-FIELDS.
           05  PBW-OPEN                 PIC S9(11) VALUE ZERO.
           05  PBW-ACTIVITY             PIC S9(11) VALUE ZERO.
           05  PBW-CLOSE                PIC S9(11) VALUE ZERO.
           05  PBW-PRIOR-ACTIVITY       PIC S9(11) VALUE ZERO.
           05  PB-OPEN-TOTAL            PIC S9(13) VALUE ZERO.
           05  PB-ACTIVITY-TOTAL        PIC S9(13) VALUE ZERO.
           05  PB-CLOSE-TOTAL           PIC S9(13) VALUE ZERO.
           05  PB-PRIOR-TOTAL           PIC S9(13) VALUE ZERO.

      **************        OUTPUT AREA        ********************

       01  TRIAL-TITLE-ONE.
           05                          PIC X(52)      VALUE
           'PAYROLL GL LOAD - TRIAL BALANCE'.

       01  CLOSE-TITLE-TWO.
           05                          PIC X(25)      VALUE SPACES.
           05                          PIC X(49)      VALUE
           'PAYROLL GL - PERIOD CLOSE'.

       01  TRIAL-TITLE-THREE.
           05                          PIC X(28)     VALUE SPACES.
           05                          PIC X(7)      VALUE 'RUN OF'.
           05  GT3-RUN-DATE            PIC 9999/99/99.
           05  GT3-JOURNAL-TEXT        PIC X(20)     VALUE SPACES.

       01  CLOSE-TITLE-THREE.
           05                          PIC X(24)     VALUE SPACES.
           05                          PIC X(14)     VALUE
           'PERIOD ENDING'.
           05  CT3-CLOSE-DATE          PIC 9999/99/99.

       01  TRIAL-TITLE-FOUR.
           05                          PIC X(2)      VALUE SPACES.
           05                          PIC X(34)     VALUE
           '*** DEBITS DO NOT EQUAL CREDITS'.

       01  PERIOD-TITLE-LINE.
           05                          PIC X(2)      VALUE SPACES.
           05                          PIC X(34)     VALUE
           'PERIOD BALANCES - CREDITS NEGATIVE'.
           05  PTL-PRIOR-TEXT          PIC X(38).

       01  PERIOD-DATE-EDIT             PIC 9999/99/99.

       01  PERIOD-TITLE-FOUR.
           05                          PIC X(2)      VALUE SPACES.
           05                          PIC X(12)     VALUE 'ACCOUNT'.
           05                          PIC X(15)     VALUE
           '        OPENING'.
           05                          PIC X(15)     VALUE
           '         PERIOD'.
           05                          PIC X(15)     VALUE
           '        CLOSING'.
           05                          PIC X(15)     VALUE
           '   PRIOR PERIOD'.

       01  PERIOD-TITLE-FIVE.
           05                          PIC X(2)      VALUE SPACES.
           05                          PIC X(12)     VALUE SPACES.
           05                          PIC X(15)     VALUE
           '        BALANCE'.
           05                          PIC X(15)     VALUE
           '       ACTIVITY'.
           05                          PIC X(15)     VALUE
           '        BALANCE'.
           05                          PIC X(15)     VALUE
           '       ACTIVITY'.

       01  PERIOD-DETAIL-LINE.
           05                          PIC X(2)      VALUE SPACES.
           05  PDL-ACCOUNT             PIC X(12).
           05                          PIC X(1)      VALUE SPACES.
           05  PDL-OPEN                PIC -Z,ZZZ,ZZZ,ZZ9.
           05                          PIC X(1)      VALUE SPACES.
           05  PDL-ACTIVITY            PIC -Z,ZZZ,ZZZ,ZZ9.
           05                          PIC X(1)      VALUE SPACES.
           05  PDL-CLOSE               PIC -Z,ZZZ,ZZZ,ZZ9.
           05                          PIC X(1)      VALUE SPACES.
           05  PDL-PRIOR-ACTIVITY      PIC -Z,ZZZ,ZZZ,ZZ9.

       01  REJECT-MESSAGE-LINE.
           05                          PIC X(2)      VALUE SPACES.
           05  RML-TEXT                PIC X(60).
       10-CONTROL-MODULE.

           PERFORM 15-OPEN-ROUTINE
           IF GL-CLOSE-MODE
               PERFORM 70-PERIOD-CLOSE-ROUTINE
           ELSE
               PERFORM 25-PROOF-ROUTINE
               PERFORM 30-LOAD-BALANCES-ROUTINE
               PERFORM 32-LOAD-OPENING-ROUTINE
               PERFORM 35-POST-ROUTINE
               PERFORM 45-WRITE-BALANCES-ROUTINE
               PERFORM 50-TRIAL-BALANCE-ROUTINE
               PERFORM 55-PERIOD-BALANCE-ROUTINE
           END-IF
           PERFORM 60-EOF-ROUTINE
           .

       15-OPEN-ROUTINE.

           ACCEPT GL-PARM FROM COMMAND-LINE
           IF GLP-MODE = 'CLOSE'
               SET GL-CLOSE-MODE TO TRUE
           ELSE
               IF GL-PARM = 'FINAL'
                   MOVE 'PR1FA21-FinalGLPost.txt' TO GL-POST-NAME
                   MOVE 'F' TO GW-EXPECT-TYPE
               ELSE
                   IF GL-PARM NOT = SPACES
                       DISPLAY 'USAGE: PR1FA21G [FINAL | CLOSE '
                           '<PERIOD-END YYYYMMDD>]'
                       DISPLAY 'NO PARM LOADS PR1FA21-GLPost.txt -- '
                           'FINAL LOADS PR1FA21-FinalGLPost.txt -- '
                           'CLOSE CLOSES THE OPEN PERIOD'
                       STOP RUN
                   END-IF
               END-IF
           END-IF

           IF GL-LOAD-MODE
               OPEN INPUT GL-POST-FILE
               IF NOT GP-FILE-OK
                   MOVE SPACES TO GL-MESSAGE-LINE
                   STRING GL-POST-NAME DELIMITED BY SPACE
                          ' COULD NOT BE OPENED -- FILE STATUS '
                              DELIMITED BY SIZE
                          GP-FILE-STATUS DELIMITED BY SIZE
                       INTO GL-MESSAGE-LINE
                   DISPLAY GL-MESSAGE-LINE
                   DISPLAY 'RUN PR1FA21 FIRST TO CUT THE GL JOURNAL'
                   STOP RUN
               END-IF
           END-IF
           OPEN OUTPUT TRIAL-REPORT-FILE
           ACCEPT GW-TODAY FROM DATE YYYYMMDD
           MOVE GW-TODAY TO GT1-DATE
           .

       20-HEADER-ROUTINE.
           WRITE TRIAL-REPORT-RECORD FROM TRIAL-TITLE-ONE
               AFTER ADVANCING PAGE

           IF GL-CLOSE-MODE
               WRITE TRIAL-REPORT-RECORD FROM CLOSE-TITLE-TWO
                   AFTER ADVANCING 2 LINE
               MOVE GW-CLOSE-DATE TO CT3-CLOSE-DATE
               WRITE TRIAL-REPORT-RECORD FROM CLOSE-TITLE-THREE
                   AFTER ADVANCING 2 LINE
           ELSE
               WRITE TRIAL-REPORT-RECORD FROM TRIAL-TITLE-TWO
                   AFTER ADVANCING 2 LINE
               MOVE GW-RUN-DATE TO GT3-RUN-DATE
               IF GW-FINAL-JOURNAL
                   MOVE ' - FINAL PAY JOURNAL' TO GT3-JOURNAL-TEXT
               END-IF
               WRITE TRIAL-REPORT-RECORD FROM TRIAL-TITLE-THREE
                   AFTER ADVANCING 2 LINE
           END-IF
           .

      *    THE LATEST DATE OF EITHER TYPE IS THE LAST JOURNAL POSTED
      *    AS FAR AS A PERIOD CLOSE IS CONCERNED.
       22-LASTRUN-READ-ROUTINE.

           OPEN INPUT GL-LASTRUN-FILE
           IF NOT LR-FILE-OK
               CONTINUE
           ELSE
               PERFORM UNTIL LR-NO-MORE-DATA
                   READ GL-LASTRUN-FILE
                       AT END
                           MOVE 'N' TO LR-EOF-FLAG
                       NOT AT END
                           PERFORM 24-LASTRUN-ONE-ROUTINE
                   END-READ
               END-PERFORM
               CLOSE GL-LASTRUN-FILE
           END-IF
           .

      *    THE CLOSED-PERIOD FILE IS APPENDED IN CLOSE ORDER, SO THE
      *    LAST PERIOD END READ IS THE LATEST ONE.  NO FILE MEANS NO
      *    PERIOD HAS EVER BEEN CLOSED.
       23-LAST-CLOSE-ROUTINE.

           OPEN INPUT GL-CLOSED-FILE
           IF NOT GC-FILE-OK
               CONTINUE
           ELSE
               PERFORM UNTIL GC-NO-MORE-DATA
                   READ GL-CLOSED-FILE
                       AT END
                           MOVE 'N' TO GC-EOF-FLAG
                       NOT AT END
                           MOVE GC-PERIOD-END TO GW-LAST-CLOSE-DATE
                   END-READ
               END-PERFORM
               CLOSE GL-CLOSED-FILE
           END-IF
           .

      *    FIRST PASS -- NOTHING POSTS UNTIL THE WHOLE FILE HAS BEEN
      *    COUNTED AND HASHED AGAINST ITS OWN TRAILER.  A FILE THAT
      *    DISAGREES IS REJECTED WHOLE: A TRUNCATED TRANSFER POSTED
      *    IN PART WOULD BE WORSE THAN NO POSTING AT ALL.
       24-LASTRUN-ONE-ROUTINE.

           IF LR-FINAL-JOURNAL
               MOVE LR-RUN-DATE TO GW-LAST-FINAL-DATE
           ELSE
               MOVE LR-RUN-DATE TO GW-LAST-REG-DATE
           END-IF
           IF LR-RUN-DATE > GW-LAST-RUN-DATE
               MOVE LR-RUN-DATE TO GW-LAST-RUN-DATE
           END-IF
           .

       25-PROOF-ROUTINE.

           PERFORM UNTIL GP-NO-MORE-DATA
                       MOVE 'N' TO GP-EOF-FLAG
                   NOT AT END
                       IF GP-TYPE-HEADER
                           MOVE GP-HDR-RUN-DATE TO GW-RUN-DATE
                           IF GP-HDR-JOURNAL-TYPE = 'F'
                               MOVE 'F' TO GW-JOURNAL-TYPE
                           END-IF
                       END-IF
                       IF GP-TYPE-DETAIL
                           ADD 1 TO GW-LINE-COUNT
                   TO RML-TEXT
               PERFORM 27-REJECT-ROUTINE
           END-IF
           IF GW-JOURNAL-TYPE NOT = GW-EXPECT-TYPE
               MOVE 'JOURNAL TYPE DOES NOT MATCH THE FILE LOADED'
                   TO RML-TEXT
               PERFORM 27-REJECT-ROUTINE
           END-IF

           PERFORM 28-LASTRUN-CHECK-ROUTINE
           PERFORM 29-PERIOD-CHECK-ROUTINE
           .

       27-REJECT-ROUTINE.

           MOVE SPACES TO GL-MESSAGE-LINE
           STRING GL-POST-NAME DELIMITED BY SPACE
                  ' REJECTED -- ' DELIMITED BY SIZE
                  RML-TEXT DELIMITED BY SIZE
               INTO GL-MESSAGE-LINE
           DISPLAY GL-MESSAGE-LINE
           DISPLAY 'NOTHING WAS POSTED -- RE-TRANSFER THE FILE AND '
               'RERUN THE LOAD'
           WRITE TRIAL-REPORT-RECORD FROM REJECT-MESSAGE-LINE
           .

      *    THE FILE PROVED ITSELF, BUT A FILE ALREADY POSTED PROVES
      *    ITSELF JUST AS WELL -- A RELOAD OF THE SAME RUN DATE AND
      *    JOURNAL TYPE IS REJECTED WHOLE BEFORE THE BALANCES DOUBLE.
      *    A FINAL PAY JOURNAL CUT THE SAME DAY AS THE BIWEEKLY ONE
      *    IS A DIFFERENT JOURNAL AND POSTS.
       28-LASTRUN-CHECK-ROUTINE.

           PERFORM 22-LASTRUN-READ-ROUTINE
           IF GW-FINAL-JOURNAL
               IF GW-LAST-FINAL-DATE = GW-RUN-DATE
                   MOVE 'FINAL PAY RUN DATE ALREADY POSTED'
                       TO RML-TEXT
                   PERFORM 27-REJECT-ROUTINE
               END-IF
           ELSE
               IF GW-LAST-REG-DATE = GW-RUN-DATE
                   MOVE 'RUN DATE ALREADY POSTED TO THE LEDGER'
                       TO RML-TEXT
                   PERFORM 27-REJECT-ROUTINE
           END-IF
           .

      *    ACCOUNTING HAS ALREADY REPORTED A CLOSED PERIOD -- A LATE
      *    JOURNAL DATED INTO IT IS REJECTED WHOLE AND HAS TO BE
      *    BOOKED BY HAND IN THE OPEN PERIOD.
       29-PERIOD-CHECK-ROUTINE.

           PERFORM 23-LAST-CLOSE-ROUTINE
           IF GW-RUN-DATE NOT > GW-LAST-CLOSE-DATE
               MOVE 'RUN DATE FALLS IN A CLOSED PERIOD' TO RML-TEXT
               PERFORM 27-REJECT-ROUTINE
           END-IF
           .

       30-LOAD-BALANCES-ROUTINE.

           OPEN INPUT GL-BALANCE-FILE
                               TO BT-CREDIT-TOTAL (BAL-COUNT)
                           MOVE ZERO TO BT-RUN-DEBIT (BAL-COUNT)
                           MOVE ZERO TO BT-RUN-CREDIT (BAL-COUNT)
                           MOVE ZERO TO BT-OPEN-DEBIT (BAL-COUNT)
                           MOVE ZERO TO BT-OPEN-CREDIT (BAL-COUNT)
                           MOVE ZERO TO BT-PRIOR-DEBIT (BAL-COUNT)
                           MOVE ZERO TO BT-PRIOR-CREDIT (BAL-COUNT)
                   END-READ
               END-PERFORM
               CLOSE GL-BALANCE-FILE
           END-IF
           .

      *    OPENING AND PRIOR-PERIOD FIGURES COME FROM THE LAST
      *    PERIOD CLOSED ONLY -- EARLIER PERIODS ARE KEPT ON THE
      *    FILE FOR HISTORY.
       32-LOAD-OPENING-ROUTINE.

           IF GW-LAST-CLOSE-DATE > ZERO
               OPEN INPUT GL-CLOSED-FILE
               PERFORM UNTIL GC2-NO-MORE-DATA
                   READ GL-CLOSED-FILE
                       AT END
                           MOVE 'N' TO GC2-EOF-FLAG
                       NOT AT END
                           IF GC-PERIOD-END = GW-LAST-CLOSE-DATE
                               PERFORM 33-OPENING-ONE-ROUTINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GL-CLOSED-FILE
           END-IF
           .

       33-OPENING-ONE-ROUTINE.

           MOVE ZERO TO BAL-FOUND-IDX
           PERFORM 34-CLOSED-MATCH-ROUTINE
               VARYING BAL-IDX-I FROM 1 BY 1
               UNTIL BAL-IDX-I > BAL-COUNT
                   OR BAL-FOUND-IDX > ZERO
           IF BAL-FOUND-IDX = ZERO
               IF BAL-COUNT = 100
                   DISPLAY 'BALANCE TABLE HAS MORE THAN 100 '
                       'ACCOUNTS -- RUN STOPPED'
                   STOP RUN
               END-IF
               ADD 1 TO BAL-COUNT
               MOVE BAL-COUNT TO BAL-FOUND-IDX
               MOVE GC-ACCOUNT TO BT-ACCOUNT (BAL-FOUND-IDX)
               MOVE ZERO TO BT-DEBIT-TOTAL  (BAL-FOUND-IDX)
               MOVE ZERO TO BT-CREDIT-TOTAL (BAL-FOUND-IDX)
               MOVE ZERO TO BT-RUN-DEBIT    (BAL-FOUND-IDX)
               MOVE ZERO TO BT-RUN-CREDIT   (BAL-FOUND-IDX)
           END-IF

           MOVE GC-CLOSE-DEBIT  TO BT-OPEN-DEBIT   (BAL-FOUND-IDX)
           MOVE GC-CLOSE-CREDIT TO BT-OPEN-CREDIT  (BAL-FOUND-IDX)
           MOVE GC-OPEN-DEBIT   TO BT-PRIOR-DEBIT  (BAL-FOUND-IDX)
           MOVE GC-OPEN-CREDIT  TO BT-PRIOR-CREDIT (BAL-FOUND-IDX)
           .

       34-CLOSED-MATCH-ROUTINE.

           IF BT-ACCOUNT (BAL-IDX-I) = GC-ACCOUNT
               MOVE BAL-IDX-I TO BAL-FOUND-IDX
           END-IF
           .

      *    SECOND PASS -- THE FILE HAS PROVED ITSELF, SO EVERY DEBIT
      *    AND CREDIT LINE POSTS INTO ITS ACCOUNT'S RUNNING BALANCE.
       35-POST-ROUTINE.
               MOVE ZERO TO BT-CREDIT-TOTAL (BAL-FOUND-IDX)
               MOVE ZERO TO BT-RUN-DEBIT    (BAL-FOUND-IDX)
               MOVE ZERO TO BT-RUN-CREDIT   (BAL-FOUND-IDX)
               MOVE ZERO TO BT-OPEN-DEBIT   (BAL-FOUND-IDX)
               MOVE ZERO TO BT-OPEN-CREDIT  (BAL-FOUND-IDX)
               MOVE ZERO TO BT-PRIOR-DEBIT  (BAL-FOUND-IDX)
               MOVE ZERO TO BT-PRIOR-CREDIT (BAL-FOUND-IDX)
           END-IF

           ADD GP-DEBIT  TO BT-RUN-DEBIT    (BAL-FOUND-IDX)
               UNTIL BAL-IDX-I > BAL-COUNT
           CLOSE GL-BALANCE-FILE

           IF GW-FINAL-JOURNAL
               MOVE GW-RUN-DATE TO GW-LAST-FINAL-DATE
           ELSE
               MOVE GW-RUN-DATE TO GW-LAST-REG-DATE
           END-IF
           OPEN OUTPUT GL-LASTRUN-FILE
           IF GW-LAST-REG-DATE > ZERO
               MOVE GW-LAST-REG-DATE TO LR-RUN-DATE
               MOVE 'R'              TO LR-JOURNAL-TYPE
               WRITE GL-LASTRUN-RECORD
           END-IF
           IF GW-LAST-FINAL-DATE > ZERO
               MOVE GW-LAST-FINAL-DATE TO LR-RUN-DATE
               MOVE 'F'                TO LR-JOURNAL-TYPE
               WRITE GL-LASTRUN-RECORD
           END-IF
           CLOSE GL-LASTRUN-FILE
           .

           ADD BT-CREDIT-TOTAL (BAL-IDX-I) TO TB-CUM-CREDIT-TOTAL
           .

      *    THE OPEN PERIOD -- OPENING BALANCE, ACTIVITY SINCE THE
      *    LAST CLOSE AND THE BALANCE NOW -- NEXT TO WHAT THE LAST
      *    CLOSED PERIOD DID.  THE PRIOR PERIOD'S CLOSING BALANCE IS
      *    THIS PERIOD'S OPENING BALANCE.
       55-PERIOD-BALANCE-ROUTINE.

           IF GW-LAST-CLOSE-DATE > ZERO
               MOVE GW-LAST-CLOSE-DATE TO PERIOD-DATE-EDIT
               MOVE SPACES TO PTL-PRIOR-TEXT
               STRING '  PRIOR PERIOD ENDED ' DELIMITED BY SIZE
                      PERIOD-DATE-EDIT       DELIMITED BY SIZE
                   INTO PTL-PRIOR-TEXT
           ELSE
               MOVE '  NO PERIOD CLOSED YET' TO PTL-PRIOR-TEXT
           END-IF
           WRITE TRIAL-REPORT-RECORD FROM PERIOD-TITLE-LINE
               AFTER ADVANCING 3 LINES

           WRITE TRIAL-REPORT-RECORD FROM PERIOD-TITLE-FOUR
               AFTER ADVANCING 2 LINE

           WRITE TRIAL-REPORT-RECORD FROM PERIOD-TITLE-FIVE
               AFTER ADVANCING 1 LINE

           WRITE TRIAL-REPORT-RECORD FROM BLANK-LINES

           PERFORM 57-PERIOD-ONE-ACCOUNT-ROUTINE
               VARYING BAL-IDX-I FROM 1 BY 1
               UNTIL BAL-IDX-I > BAL-COUNT

           MOVE 'TOTALS'           TO PDL-ACCOUNT
           MOVE PB-OPEN-TOTAL      TO PDL-OPEN
           MOVE PB-ACTIVITY-TOTAL  TO PDL-ACTIVITY
           MOVE PB-CLOSE-TOTAL     TO PDL-CLOSE
           MOVE PB-PRIOR-TOTAL     TO PDL-PRIOR-ACTIVITY
           WRITE TRIAL-REPORT-RECORD FROM PERIOD-DETAIL-LINE
               AFTER ADVANCING 2 LINES
           .

       57-PERIOD-ONE-ACCOUNT-ROUTINE.

           COMPUTE PBW-OPEN = BT-OPEN-DEBIT (BAL-IDX-I)
               - BT-OPEN-CREDIT (BAL-IDX-I)
           COMPUTE PBW-CLOSE = BT-DEBIT-TOTAL (BAL-IDX-I)
               - BT-CREDIT-TOTAL (BAL-IDX-I)
           COMPUTE PBW-ACTIVITY = PBW-CLOSE - PBW-OPEN
           COMPUTE PBW-PRIOR-ACTIVITY = PBW-OPEN
               - (BT-PRIOR-DEBIT (BAL-IDX-I)
                  - BT-PRIOR-CREDIT (BAL-IDX-I))

           MOVE BT-ACCOUNT (BAL-IDX-I) TO PDL-ACCOUNT
           MOVE PBW-OPEN               TO PDL-OPEN
           MOVE PBW-ACTIVITY           TO PDL-ACTIVITY
           MOVE PBW-CLOSE              TO PDL-CLOSE
           MOVE PBW-PRIOR-ACTIVITY     TO PDL-PRIOR-ACTIVITY
           WRITE TRIAL-REPORT-RECORD FROM PERIOD-DETAIL-LINE
               AFTER ADVANCING 1 LINES

           ADD PBW-OPEN           TO PB-OPEN-TOTAL
           ADD PBW-ACTIVITY       TO PB-ACTIVITY-TOTAL
           ADD PBW-CLOSE          TO PB-CLOSE-TOTAL
           ADD PBW-PRIOR-ACTIVITY TO PB-PRIOR-TOTAL
           .

       60-EOF-ROUTINE.

           CLOSE TRIAL-REPORT-FILE
           STOP RUN
           .

      *    CLOSE MODE -- NO JOURNAL IS READ.  THE CUMULATIVE TOTALS
      *    AS THEY STAND ARE FROZEN AS THE CLOSING BALANCES OF THE
      *    PERIOD ENDING ON THE PARM DATE, WHICH THEN BECOME THE
      *    OPENING BALANCES OF THE NEW OPEN PERIOD.
       70-PERIOD-CLOSE-ROUTINE.

           PERFORM 22-LASTRUN-READ-ROUTINE
           PERFORM 23-LAST-CLOSE-ROUTINE
           IF GLP-PERIOD-END NUMERIC
               MOVE GLP-PERIOD-END TO GW-CLOSE-DATE
           END-IF
           PERFORM 20-HEADER-ROUTINE
           PERFORM 72-CLOSE-EDIT-ROUTINE

           PERFORM 30-LOAD-BALANCES-ROUTINE
           PERFORM 32-LOAD-OPENING-ROUTINE
           PERFORM 55-PERIOD-BALANCE-ROUTINE

      *    NO CLOSED-PERIOD FILE MEANS NO PERIOD HAS EVER BEEN
      *    CLOSED -- THE FIRST CLOSE CREATES IT.
           OPEN EXTEND GL-CLOSED-FILE
           IF GC-FILE-MISSING
               OPEN OUTPUT GL-CLOSED-FILE
           END-IF
           IF NOT GC-FILE-OK
               MOVE SPACES TO RML-TEXT
               STRING 'PR1FA21-GLClosed.txt OPEN FAILED - STATUS '
                          DELIMITED BY SIZE
                      GC-FILE-STATUS DELIMITED BY SIZE
                   INTO RML-TEXT
               PERFORM 74-CLOSE-REJECT-ROUTINE
           END-IF
           PERFORM 76-WRITE-CLOSED-ROUTINE
               VARYING BAL-IDX-I FROM 1 BY 1
               UNTIL BAL-IDX-I > BAL-COUNT
           CLOSE GL-CLOSED-FILE

           MOVE GW-CLOSE-DATE TO PERIOD-DATE-EDIT
           MOVE SPACES TO RML-TEXT
           STRING 'PERIOD CLOSED THROUGH ' DELIMITED BY SIZE
                  PERIOD-DATE-EDIT         DELIMITED BY SIZE
                  ' - NEW PERIOD OPEN'     DELIMITED BY SIZE
               INTO RML-TEXT
           WRITE TRIAL-REPORT-RECORD FROM REJECT-MESSAGE-LINE
               AFTER ADVANCING 3 LINES
           DISPLAY 'PR1FA21G ' RML-TEXT
           .

      *    THE PERIOD END MUST BE A REAL DATE, NOT IN THE FUTURE,
      *    AFTER THE LAST PERIOD CLOSED, AND NO EARLIER THAN THE
      *    LAST JOURNAL POSTED -- OTHERWISE A JOURNAL ALREADY IN THE
      *    BALANCES WOULD BELONG TO THE NEXT PERIOD.
       72-CLOSE-EDIT-ROUTINE.

           IF GW-CLOSE-DATE = ZERO
               OR GW-CLOSE-MONTH < 1 OR GW-CLOSE-MONTH > 12
               OR GW-CLOSE-DAY < 1 OR GW-CLOSE-DAY > 31
               MOVE 'PERIOD END DATE MISSING OR INVALID' TO RML-TEXT
               PERFORM 74-CLOSE-REJECT-ROUTINE
           END-IF
           IF GW-CLOSE-DATE > GW-TODAY
               MOVE 'PERIOD END DATE IS IN THE FUTURE' TO RML-TEXT
               PERFORM 74-CLOSE-REJECT-ROUTINE
           END-IF
           IF GW-CLOSE-DATE NOT > GW-LAST-CLOSE-DATE
               MOVE 'PERIOD END NOT AFTER THE LAST PERIOD CLOSED'
                   TO RML-TEXT
               PERFORM 74-CLOSE-REJECT-ROUTINE
           END-IF
           IF GW-CLOSE-DATE < GW-LAST-RUN-DATE
               MOVE 'PERIOD END BEFORE THE LAST JOURNAL POSTED'
                   TO RML-TEXT
               PERFORM 74-CLOSE-REJECT-ROUTINE
           END-IF
           .

       74-CLOSE-REJECT-ROUTINE.

           DISPLAY 'PR1FA21G PERIOD CLOSE REJECTED -- ' RML-TEXT
           DISPLAY 'NOTHING WAS CLOSED -- CORRECT THE PERIOD END AND '
               'RERUN THE CLOSE'
           WRITE TRIAL-REPORT-RECORD FROM REJECT-MESSAGE-LINE
               AFTER ADVANCING 3 LINES
           MOVE '*** PERIOD CLOSE REJECTED - NOTHING CLOSED' TO RML-TEXT
           WRITE TRIAL-REPORT-RECORD FROM REJECT-MESSAGE-LINE
               AFTER ADVANCING 1 LINES
           CLOSE TRIAL-REPORT-FILE
           STOP RUN
           .

       76-WRITE-CLOSED-ROUTINE.

           MOVE GW-CLOSE-DATE                TO GC-PERIOD-END
           MOVE BT-ACCOUNT      (BAL-IDX-I)  TO GC-ACCOUNT
           MOVE BT-OPEN-DEBIT   (BAL-IDX-I)  TO GC-OPEN-DEBIT
           MOVE BT-OPEN-CREDIT  (BAL-IDX-I)  TO GC-OPEN-CREDIT
           MOVE BT-DEBIT-TOTAL  (BAL-IDX-I)  TO GC-CLOSE-DEBIT
           MOVE BT-CREDIT-TOTAL (BAL-IDX-I)  TO GC-CLOSE-CREDIT
           WRITE GL-CLOSED-RECORD
           .
