               ASSIGN TO 'PR1FA21-HistWork.tmp'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RETRO-FILE
               ASSIGN TO 'PR1FA21-Retro.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RQ-FILE-STATUS.

           SELECT RETRO-WORK-FILE
               ASSIGN TO 'PR1FA21-RetroWork.tmp'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PENDING-FILE
               ASSIGN TO 'PR1FA21M-Pending.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PN-FILE-STATUS.

           SELECT PEND-WORK-FILE
               ASSIGN TO 'PR1FA21M-PendWork.tmp'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT BACKOUT-REPORT-FILE
               ASSIGN TO PRINTER 'PR1FA21B-Print'.

      *    THE BEFORE-IMAGE JOURNAL PR1FA21M APPENDS -- 'A' CARRIES
      *    THE ADDED RECORD, 'C' AND 'D' THE RECORD AS IT STOOD
      *    BEFORE THE CHANGE OR DELETE, 'H' EACH PAY-HISTORY LINE
      *    THE RUN APPENDED, 'R' EACH RETRO PAY REQUEST IT QUEUED,
      *    'Q' EACH ITEM IT HELD FOR A SECOND OPERATOR'S APPROVAL.
      *    EVERY ENTRY NAMES THE OPERATOR WHO KEYED IT AND ANY WHO
      *    APPROVED IT.  THIS PROGRAM REPLAYS ONE RUN DATE'S
      *    ENTRIES IN REVERSE TO PUT THE MASTER BACK EXACTLY AS IT
      *    STOOD BEFORE THAT RUN.
       FD  JOURNAL-FILE
           RECORD CONTAINS 96 CHARACTERS.

       01  JOURNAL-RECORD.
           05  JR-RUN-DATE            PIC 9(8).
           05  JR-ACTION              PIC A(1).
           05  JR-IMAGE               PIC X(75).
           05  JR-KEYED-BY            PIC X(6).
           05  JR-APPROVED-BY         PIC X(6).

       FD  MASTER-FILE.


       01  HIST-WORK-RECORD            PIC X(37).

      *    THE RETRO PAY QUEUE PR1FA21M APPENDS TO.  ONLY THE LEADING
      *    33 BYTES -- EMPLOYEE, EFFECTIVE DATE, KEYED DATE, OLD AND
      *    NEW SALARY -- ARE MATCHED, SINCE PR1FA21 MAY ALREADY HAVE
      *    FILLED IN THE TRAILING COMPUTED FIELDS.
       FD  RETRO-FILE
           RECORD CONTAINS 74 CHARACTERS.

       01  RETRO-RECORD.
           05  RQ-EMPLOYEE-ID         PIC X(5).
           05  RQ-EFF-DATE            PIC 9(8).
           05  RQ-KEYED-DATE          PIC 9(8).
           05  RQ-OLD-SAL             PIC 9(6).
           05  RQ-NEW-SAL             PIC 9(6).
           05  RQ-STATUS              PIC X(1).
               88  RQ-COMPUTED                  VALUE 'C'.
           05  RQ-THRU-DATE           PIC 9(8).
           05  RQ-TOTAL-AMT           PIC S9(5)V99
                                      SIGN IS LEADING SEPARATE.
           05  RQ-OPEN-AMT            PIC S9(5)V99
                                      SIGN IS LEADING SEPARATE.
           05  RQ-PAID-DATE           PIC 9(8).
           05  RQ-PAID-AMT            PIC S9(5)V99
                                      SIGN IS LEADING SEPARATE.

       FD  RETRO-WORK-FILE
           RECORD CONTAINS 74 CHARACTERS.

       01  RETRO-WORK-RECORD           PIC X(74).

      *    THE ITEMS PR1FA21M IS HOLDING FOR APPROVAL.  AN ITEM IS
      *    MATCHED ON ITS LEADING 14 BYTES -- PENDING NUMBER AND
      *    KEYED DATE -- WHICH NEVER CHANGE WHILE IT WAITS.
       FD  PENDING-FILE
           RECORD CONTAINS 133 CHARACTERS.

       01  PENDING-RECORD              PIC X(133).

       FD  PEND-WORK-FILE
           RECORD CONTAINS 133 CHARACTERS.

       01  PEND-WORK-RECORD            PIC X(133).

       FD  BACKOUT-REPORT-FILE
           RECORD CONTAINS 75 CHARACTERS.

               88  PH-NO-MORE-DATA                   VALUE 'N'.
           05  HW-EOF-FLAG             PIC X         VALUE ' '.
               88  HW-NO-MORE-DATA                   VALUE 'N'.
           05  RQ-EOF-FLAG             PIC X         VALUE ' '.
               88  RQ-NO-MORE-DATA                   VALUE 'N'.
           05  RW-EOF-FLAG             PIC X         VALUE ' '.
               88  RW-NO-MORE-DATA                   VALUE 'N'.
           05  PN-EOF-FLAG             PIC X         VALUE ' '.
               88  PN-NO-MORE-DATA                   VALUE 'N'.
           05  PW-EOF-FLAG             PIC X         VALUE ' '.
               88  PW-NO-MORE-DATA                   VALUE 'N'.
           05  BACK-RESULT-SW          PIC X         VALUE ' '.
               88  BACK-APPLIED                      VALUE 'A'.
               88  BACK-FAILED                       VALUE 'R'.
       01  PH-FILE-STATUS             PIC X(2).
           88  PH-FILE-OK                            VALUE '00'.

       01  RQ-FILE-STATUS             PIC X(2).
           88  RQ-FILE-OK                            VALUE '00'.

       01  PN-FILE-STATUS             PIC X(2).
           88  PN-FILE-OK                            VALUE '00'.

      *    THE RUN DATE TO BACK OUT, KEYED ON THE COMMAND LINE AS
      *    YYYYMMDD -- EVERY JOURNAL ENTRY STAMPED WITH IT IS
      *    REPLAYED IN REVERSE.
               10  JT-ACTION            PIC A(1).
               10  JT-IMAGE             PIC X(75).
               10  JT-USED-SW           PIC X(1).
               10  JT-KEYED-BY          PIC X(6).
               10  JT-APPROVED-BY       PIC X(6).

       01  JOURNAL-FIELDS.
           05  JRN-COUNT                PIC S9(4) COMP  VALUE ZERO.
           05  BC-FAILED                PIC 9(5)  VALUE ZERO.
           05  BC-HIST-ENTRIES          PIC 9(5)  VALUE ZERO.
           05  BC-HIST-REMOVED          PIC 9(5)  VALUE ZERO.
           05  BC-RETRO-ENTRIES         PIC 9(5)  VALUE ZERO.
           05  BC-RETRO-REMOVED         PIC 9(5)  VALUE ZERO.
           05  BC-RETRO-REVERSED        PIC 9(5)  VALUE ZERO.
           05  BC-PEND-ENTRIES          PIC 9(5)  VALUE ZERO.
           05  BC-PEND-REMOVED          PIC 9(5)  VALUE ZERO.

       01  BW-REJECT-REASON             PIC X(30).

      *    WHAT A REGISTER HAS ALREADY PAID AGAINST A REQUEST BEING
      *    BACKED OUT -- THE TOTAL LESS WHAT IS STILL OPEN.
       01  BW-RETRO-PAID                PIC S9(5)V99.
       01  BW-RETRO-SAL                 PIC 9(6).

      **************        OUTPUT AREA        ********************

       01  BACKOUT-TITLE-ONE.

       01  BACKOUT-TITLE-FOUR.
           05                          PIC X(3)      VALUE SPACES.
           05                           PIC X(6)      VALUE 'ACT'.
           05                           PIC X(7)      VALUE 'EMP'.
           05                           PIC X(10)     VALUE SPACES.
           05                           PIC X(8)      VALUE 'KEYED'.
           05                           PIC X(8)      VALUE 'APPROVED'.
           05                           PIC X(30)     VALUE SPACES.

       01  BACKOUT-TITLE-FIVE.
           05                          PIC X(3)      VALUE SPACES.
           05                           PIC X(6)      VALUE 'CODE'.
           05                           PIC X(7)      VALUE 'ID'.
           05                           PIC X(10)     VALUE 'RESULT'.
           05                           PIC X(8)      VALUE 'BY'.
           05                           PIC X(8)      VALUE 'BY'.
           05                           PIC X(30)     VALUE 'REASON'.

       01  BACKOUT-DETAIL-LINE.
           05                          PIC X(4)      VALUE SPACES.
           05  BL-ACTION               PIC A(1).
           05                          PIC X(4)      VALUE SPACES.
           05  BL-EMPLOYEE-ID          PIC X(5).
           05                          PIC X(2)      VALUE SPACES.
           05  BL-RESULT               PIC X(8).
           05                          PIC X(2)      VALUE SPACES.
           05  BL-KEYED-BY             PIC X(6).
           05                          PIC X(2)      VALUE SPACES.
           05  BL-APPROVED-BY          PIC X(6).
           05                          PIC X(2)      VALUE SPACES.
           05  BL-REASON               PIC X(30).

       01  BACKOUT-TOTAL-LINE.
           05                          PIC X(14)     VALUE
           'HIST REMOVED:'.
           05  BTL-HIST-REMOVED        PIC ZZZZ9.

       01  BACKOUT-RETRO-LINE.
           05                          PIC X(3)      VALUE SPACES.
           05                          PIC X(15)     VALUE
           'RETRO REMOVED:'.
           05  BRL-RETRO-REMOVED       PIC ZZZZ9.
           05                          PIC X(3)      VALUE SPACES.
           05                          PIC X(17)     VALUE
           'PENDING REMOVED:'.
           05  BRL-PEND-REMOVED        PIC ZZZZ9.
           05                          PIC X(3)      VALUE SPACES.
           05                          PIC X(16)     VALUE
           'RETRO REVERSED:'.
           05  BRL-RETRO-REVERSED      PIC ZZZZ9.
      /
       PROCEDURE DIVISION.

               VARYING JT-IDX-I FROM JRN-COUNT BY -1
               UNTIL JT-IDX-I < 1
           PERFORM 33-HISTORY-STRIP-ROUTINE
           PERFORM 38-RETRO-STRIP-ROUTINE
           PERFORM 43-PENDING-STRIP-ROUTINE
           PERFORM 50-EOF-ROUTINE
           .

       15-OPEN-ROUTINE.
                           MOVE JR-ACTION TO JT-ACTION (JRN-COUNT)
                           MOVE JR-IMAGE  TO JT-IMAGE  (JRN-COUNT)
                           MOVE 'N'       TO JT-USED-SW (JRN-COUNT)
                           MOVE JR-KEYED-BY
                               TO JT-KEYED-BY (JRN-COUNT)
                           MOVE JR-APPROVED-BY
                               TO JT-APPROVED-BY (JRN-COUNT)
                           IF JR-ACTION = 'H'
                               ADD 1 TO BC-HIST-ENTRIES
                           END-IF
                           IF JR-ACTION = 'R'
                               ADD 1 TO BC-RETRO-ENTRIES
                           END-IF
                           IF JR-ACTION = 'Q'
                               ADD 1 TO BC-PEND-ENTRIES
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           .

      *    AN ADD COMES BACK OUT AS A DELETE, A CHANGE REWRITES THE
      *    BEFORE-IMAGE, A DELETE WRITES IT BACK.  'H', 'R' AND 'Q'
      *    ENTRIES ONLY DRIVE THE HISTORY, RETRO AND PENDING STRIPS
      *    AFTERWARD.
       27-REPLAY-ROUTINE.

           IF JT-ACTION (JT-IDX-I) = 'H'
               OR JT-ACTION (JT-IDX-I) = 'R'
               OR JT-ACTION (JT-IDX-I) = 'Q'
               CONTINUE
           ELSE
               MOVE 'A'    TO BACK-RESULT-SW
               ADD 1 TO BC-REPLAYED
               MOVE 'RESTORED' TO BL-RESULT
           END-IF
           MOVE JT-KEYED-BY (JT-IDX-I)    TO BL-KEYED-BY
           MOVE JT-APPROVED-BY (JT-IDX-I) TO BL-APPROVED-BY
           MOVE BW-REJECT-REASON TO BL-REASON
           WRITE BACKOUT-REPORT-RECORD FROM BACKOUT-DETAIL-LINE
               AFTER ADVANCING 1 LINES
           END-IF
           .

      *    SAME COPY-AND-TRIM AS THE HISTORY STRIP, FOR THE RETRO
      *    REQUESTS THE RUN QUEUED.  A REQUEST NO REGISTER HAS PAID
      *    IS SIMPLY DROPPED.  ONE A REGISTER HAS ALREADY PAID STANDS
      *    ON THE YTD AND GL, BUT THE SALARY IT WAS BASED ON NO
      *    LONGER DOES -- IT IS REPLACED BY A REVERSING REQUEST SO
      *    THE NEXT REGISTER RECOVERS WHAT WAS PAID.
       38-RETRO-STRIP-ROUTINE.

           IF BC-RETRO-ENTRIES = ZERO
               CONTINUE
           ELSE
               OPEN INPUT RETRO-FILE
               IF NOT RQ-FILE-OK
                   CONTINUE
               ELSE
                   OPEN OUTPUT RETRO-WORK-FILE
                   PERFORM UNTIL RQ-NO-MORE-DATA
                       READ RETRO-FILE
                           AT END
                               MOVE 'N' TO RQ-EOF-FLAG
                           NOT AT END
                               PERFORM 39-RETRO-MATCH-ROUTINE
                               IF HIST-MATCHED
                                   ADD 1 TO BC-RETRO-REMOVED
                                   PERFORM 42-RETRO-REVERSE-ROUTINE
                               ELSE
                                   WRITE RETRO-WORK-RECORD
                                       FROM RETRO-RECORD
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE RETRO-FILE
                       RETRO-WORK-FILE

                   OPEN INPUT  RETRO-WORK-FILE
                   OPEN OUTPUT RETRO-FILE
                   PERFORM UNTIL RW-NO-MORE-DATA
                       READ RETRO-WORK-FILE
                           AT END
                               MOVE 'N' TO RW-EOF-FLAG
                           NOT AT END
                               WRITE RETRO-RECORD
                                   FROM RETRO-WORK-RECORD
                       END-READ
                   END-PERFORM
                   CLOSE RETRO-WORK-FILE
                       RETRO-FILE
               END-IF
           END-IF
           .

       39-RETRO-MATCH-ROUTINE.

           MOVE 'N' TO HIST-MATCH-SW
           PERFORM 41-RETRO-COMPARE-ROUTINE
               VARYING JT-IDX-H FROM 1 BY 1
               UNTIL JT-IDX-H > JRN-COUNT
                   OR HIST-MATCHED
           .

       41-RETRO-COMPARE-ROUTINE.

           IF JT-ACTION (JT-IDX-H) = 'R'
               AND JT-USED-SW (JT-IDX-H) = 'N'
               AND JT-IMAGE (JT-IDX-H) (1:33) = RETRO-RECORD (1:33)
               MOVE 'Y' TO JT-USED-SW (JT-IDX-H)
               SET HIST-MATCHED TO TRUE
           END-IF
           .

      *    THE REVERSAL KEEPS THE ORIGINAL EFFECTIVE AND KEYED DATES
      *    WITH THE SALARIES SWAPPED, SO THE RETRO LISTING WALKS THE
      *    SAME PERIODS AT THE NEGATIVE RATE.  IT COMES IN ALREADY
      *    COMPUTED FROM THE ORIGINAL'S THRU DATE, AND ITS OPEN
      *    BALANCE IS ONLY WHAT WAS ACTUALLY PAID -- A BALANCE THE
      *    ORIGINAL STILL HAD OPEN WAS NEVER PAID AND GOES WITH IT.
       42-RETRO-REVERSE-ROUTINE.

           MOVE ZERO TO BW-RETRO-PAID
           IF RQ-COMPUTED
               COMPUTE BW-RETRO-PAID = RQ-TOTAL-AMT - RQ-OPEN-AMT
           END-IF
           IF BW-RETRO-PAID NOT = ZERO
               MOVE RQ-OLD-SAL TO BW-RETRO-SAL
               MOVE RQ-NEW-SAL TO RQ-OLD-SAL
               MOVE BW-RETRO-SAL TO RQ-NEW-SAL
               COMPUTE RQ-TOTAL-AMT = ZERO - RQ-TOTAL-AMT
               COMPUTE RQ-OPEN-AMT  = ZERO - BW-RETRO-PAID
               MOVE ZERO TO RQ-PAID-DATE
                            RQ-PAID-AMT
               WRITE RETRO-WORK-RECORD FROM RETRO-RECORD
               ADD 1 TO BC-RETRO-REVERSED

               MOVE 'R'            TO BL-ACTION
               MOVE RQ-EMPLOYEE-ID TO BL-EMPLOYEE-ID
               MOVE 'REVERSED'     TO BL-RESULT
               MOVE SPACES         TO BL-KEYED-BY
                                      BL-APPROVED-BY
               MOVE 'PAID RETRO QUEUED FOR RECOVERY' TO BL-REASON
               WRITE BACKOUT-REPORT-RECORD FROM BACKOUT-DETAIL-LINE
                   AFTER ADVANCING 1 LINES
           END-IF
           .

      *    SAME COPY-AND-TRIM AGAIN FOR THE ITEMS THE RUN HELD FOR
      *    APPROVAL, SO A RERUN OF THE SAME TRANSACTIONS DOES NOT
      *    HOLD THEM A SECOND TIME.  AN ITEM THE RUN APPROVED IS NOT
      *    PUT BACK -- ITS CHANGE IS UNDONE ABOVE AND MUST BE KEYED
      *    AND APPROVED AGAIN IF STILL WANTED.
       43-PENDING-STRIP-ROUTINE.

           IF BC-PEND-ENTRIES = ZERO
               CONTINUE
           ELSE
               OPEN INPUT PENDING-FILE
               IF NOT PN-FILE-OK
                   CONTINUE
               ELSE
                   OPEN OUTPUT PEND-WORK-FILE
                   PERFORM UNTIL PN-NO-MORE-DATA
                       READ PENDING-FILE
                           AT END
                               MOVE 'N' TO PN-EOF-FLAG
                           NOT AT END
                               PERFORM 44-PENDING-MATCH-ROUTINE
                               IF HIST-MATCHED
                                   ADD 1 TO BC-PEND-REMOVED
                               ELSE
                                   WRITE PEND-WORK-RECORD
                                       FROM PENDING-RECORD
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE PENDING-FILE
                       PEND-WORK-FILE

                   OPEN INPUT  PEND-WORK-FILE
                   OPEN OUTPUT PENDING-FILE
                   PERFORM UNTIL PW-NO-MORE-DATA
                       READ PEND-WORK-FILE
                           AT END
                               MOVE 'N' TO PW-EOF-FLAG
                           NOT AT END
                               WRITE PENDING-RECORD
                                   FROM PEND-WORK-RECORD
                       END-READ
                   END-PERFORM
                   CLOSE PEND-WORK-FILE
                       PENDING-FILE
               END-IF
           END-IF
           .

       44-PENDING-MATCH-ROUTINE.

           MOVE 'N' TO HIST-MATCH-SW
           PERFORM 45-PENDING-COMPARE-ROUTINE
               VARYING JT-IDX-H FROM 1 BY 1
               UNTIL JT-IDX-H > JRN-COUNT
                   OR HIST-MATCHED
           .

       45-PENDING-COMPARE-ROUTINE.

           IF JT-ACTION (JT-IDX-H) = 'Q'
               AND JT-USED-SW (JT-IDX-H) = 'N'
               AND JT-IMAGE (JT-IDX-H) (1:14) = PENDING-RECORD (1:14)
               MOVE 'Y' TO JT-USED-SW (JT-IDX-H)
               SET HIST-MATCHED TO TRUE
           END-IF
           .

       50-EOF-ROUTINE.

           MOVE BC-REPLAYED     TO BTL-REPLAYED
           MOVE BC-FAILED       TO BTL-FAILED
           MOVE BC-HIST-REMOVED TO BTL-HIST-REMOVED
           WRITE BACKOUT-REPORT-RECORD FROM BACKOUT-TOTAL-LINE
               AFTER ADVANCING 3 LINES
           MOVE BC-RETRO-REMOVED TO BRL-RETRO-REMOVED
           MOVE BC-PEND-REMOVED  TO BRL-PEND-REMOVED
           MOVE BC-RETRO-REVERSED TO BRL-RETRO-REVERSED
           WRITE BACKOUT-REPORT-RECORD FROM BACKOUT-RETRO-LINE
               AFTER ADVANCING 1 LINES

           CLOSE MASTER-FILE
               BACKOUT-REPORT-FILE
