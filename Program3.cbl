               ASSIGN TO 'PR1FA21M-Journal.txt'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RETRO-FILE
               ASSIGN TO 'PR1FA21-Retro.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RT-FILE-STATUS.

           SELECT PENDING-FILE
               ASSIGN TO 'PR1FA21M-Pending.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PN-FILE-STATUS.

           SELECT PEND-CTL-FILE
               ASSIGN TO 'PR1FA21M-PendCtl.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PC-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

      *    MASTER (THE EMPLOYEE ID ONLY LOCATES THE RECORD); ON A
      *    DELETE ONLY THE EMPLOYEE ID IS USED.  THE PAY INCREASE
      *    CARRIES A LEADING SEPARATE SIGN (+ OR -) AHEAD OF ITS
      *    EIGHT DIGITS SO A NEGATIVE INCREASE CAN BE KEYED.  A
      *    CHANGE MAY CARRY AN EFFECTIVE DATE AT THE END OF THE LINE;
      *    BLANK MEANS THE RUN DATE.  A SALARY CHANGE EFFECTIVE IN
      *    THE PAST IS QUEUED FOR RETRO PAY ON THE NEXT REGISTER.
      *    EVERY TRANSACTION ENDS WITH THE ID OF THE OPERATOR WHO
      *    KEYED IT.  A 'P' TRANSACTION APPROVES AN ITEM HELD IN THE
      *    PENDING FILE -- SEE APPROVE-TRANS-RECORD.
       FD  TRANS-FILE
           RECORD CONTAINS 89 CHARACTERS.

       01  TRANS-RECORD.
           05  TR-ACTION              PIC A(1).
               88  TR-ACTION-ADD                      VALUE 'A'.
               88  TR-ACTION-CHANGE                   VALUE 'C'.
               88  TR-ACTION-DELETE                   VALUE 'D'.
               88  TR-ACTION-APPROVE                  VALUE 'P'.
               88  TR-ACTION-VALID     VALUE 'A', 'C', 'D', 'P'.
           05  TR-STORE-ID            PIC X(4).
           05  TR-EMPLOYEE-ID         PIC X(5).
           05  TR-EMPLOYEE-POS        PIC X(2).
                                      PIC S9(8)
                                      SIGN IS LEADING SEPARATE.
           05  TR-CURR-SAL            PIC X(6).
           05  TR-EFF-DATE            PIC X(8).
           05  TR-EFF-DATE-X REDEFINES TR-EFF-DATE.
               10  TR-EFF-YEAR        PIC 9(4).
               10  TR-EFF-MONTH       PIC 9(2).
               10  TR-EFF-DAY         PIC 9(2).
           05  TR-OPERATOR-ID         PIC X(6).

      *    AN APPROVAL NAMES THE PENDING ITEM BY THE NUMBER THE
      *    HOLDING RUN PRINTED FOR IT, KEYED WHERE THE POSITION
      *    STARTS, AND REPEATS THE EMPLOYEE ID AS A CHECK.  THE
      *    OPERATOR ID IS THE APPROVER'S.
       01  APPROVE-TRANS-RECORD.
           05  AT-ACTION              PIC A(1).
           05                         PIC X(4).
           05  AT-EMPLOYEE-ID         PIC X(5).
           05  AT-PEND-NO             PIC X(6).
           05  AT-PEND-NO-NUM REDEFINES AT-PEND-NO
                                      PIC 9(6).
           05                         PIC X(67).
           05  AT-OPERATOR-ID         PIC X(6).

       FD  MASTER-FILE.

      *    THE WRITE PROVES THE KEY WAS NEW, SINCE BACKING OUT AN
      *    ADD THAT NEVER LANDED WOULD DELETE A RECORD THAT WAS ON
      *    FILE ALL ALONG.  'H' LOGS EVERY PAY-HISTORY LINE THIS
      *    RUN APPENDED SO THE BACKOUT CAN STRIP THEM AGAIN, AND 'R'
      *    EVERY RETRO REQUEST IT QUEUED FOR THE SAME REASON.  EVERY
      *    ENTRY CARRIES THE OPERATOR WHO KEYED THE TRANSACTION AND,
      *    FOR AN ITEM RELEASED FROM THE PENDING FILE, THE OPERATOR
      *    WHO APPROVED IT.
       FD  JOURNAL-FILE
           RECORD CONTAINS 96 CHARACTERS.

       01  JOURNAL-RECORD.
           05  JR-RUN-DATE            PIC 9(8).
           05  JR-ACTION              PIC A(1).
           05  JR-IMAGE               PIC X(75).
           05  JR-KEYED-BY            PIC X(6).
           05  JR-APPROVED-BY         PIC X(6).

      **************   RETRO PAY REQUEST QUEUE   ********************
      *    ONE LINE PER SALARY CHANGE KEYED WITH AN EFFECTIVE DATE
      *    EARLIER THAN THE RUN DATE.  THIS PROGRAM ONLY APPENDS THE
      *    REQUEST -- PR1FA21 WORKS OUT THE PERIODS MISSED AT THE OLD
      *    RATE, PAYS OR RECOVERS THE DIFFERENCE AND FILLS IN THE
      *    TRAILING FIELDS, WHICH GO OUT ZERO FROM HERE.
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

      **************   PENDING-APPROVAL FILE   **********************
      *    A DELETE, A CHANGE TO A SEPARATED EMPLOYEE, OR A CHANGE
      *    THAT MOVES SALARY BY MORE THAN THE DUAL-CONTROL LIMIT IS
      *    NOT APPLIED WHEN KEYED.  THE TRANSACTION IS PARKED HERE
      *    UNDER A PENDING NUMBER UNTIL A LATER RUN BRINGS AN
      *    APPROVAL FROM A DIFFERENT OPERATOR, OR UNTIL IT AGES PAST
      *    THE EXPIRY LIMIT.  THE FILE IS REWRITTEN EVERY RUN WITH
      *    THE ITEMS STILL WAITING.  A CHANGE IS PARKED WITH ITS
      *    EFFECTIVE DATE FILLED IN, SO ONE KEYED WITHOUT A DATE
      *    STILL TAKES EFFECT FROM THE DAY IT WAS KEYED.
       FD  PENDING-FILE
           RECORD CONTAINS 133 CHARACTERS.

       01  PENDING-RECORD.
           05  PD-PEND-NO             PIC 9(6).
           05  PD-KEYED-DATE          PIC 9(8).
           05  PD-KEYED-BY            PIC X(6).
           05  PD-HOLD-REASON         PIC X(30).
           05  PD-TRANS               PIC X(83).

      *    THE LAST PENDING NUMBER GIVEN OUT, SO A NUMBER IS NEVER
      *    REUSED EVEN AFTER THE PENDING FILE EMPTIES.  NO FILE
      *    STARTS THE SEQUENCE AT 1.
       FD  PEND-CTL-FILE
           RECORD CONTAINS 6 CHARACTERS.

       01  PEND-CTL-RECORD.
           05  PC-LAST-PEND-NO        PIC 9(6).

       WORKING-STORAGE SECTION.
       01  BLANK-LINES             PIC X(132)      VALUE SPACES.
           05  TRANS-RESULT-SW         PIC X         VALUE ' '.
               88  TRANS-APPLIED                     VALUE 'A'.
               88  TRANS-REJECTED                    VALUE 'R'.
               88  TRANS-HELD                        VALUE 'H'.

       01  MASTER-FILE-STATUS         PIC X(2).
           88  MASTER-FILE-OK                        VALUE '00'.
           05  MC-TRANS-READ            PIC 9(5)  VALUE ZERO.
           05  MC-TRANS-APPLIED         PIC 9(5)  VALUE ZERO.
           05  MC-TRANS-REJECTED        PIC 9(5)  VALUE ZERO.
           05  MC-TRANS-HELD            PIC 9(5)  VALUE ZERO.

       01  MW-REJECT-REASON             PIC X(30).

       01  MAINT-RUN-DATE               PIC 9(8).
       01  MAINT-EFF-DATE               PIC 9(8).

       01  JOURNAL-WORK-FIELDS.
           05  JW-ACTION                PIC A(1).
           05  JW-IMAGE                 PIC X(75).

      *    WHO KEYED THE TRANSACTION BEING WORKED AND, FOR A PENDING
      *    ITEM BEING RELEASED, WHO APPROVED IT -- CARRIED ONTO THE
      *    REGISTER LINE AND EVERY JOURNAL ENTRY THE ITEM WRITES.
       01  OPERATOR-FIELDS.
           05  MAINT-KEYED-BY           PIC X(6).
           05  MAINT-APPROVED-BY        PIC X(6).
           05  MAINT-APPROVE-SW         PIC X     VALUE 'N'.
               88  MAINT-APPROVING                VALUE 'Y'.

      *    DUAL-CONTROL LIMITS.  A CHANGE THAT MOVES CURRENT SALARY
      *    UP OR DOWN BY MORE THAN THE PERCENT IS HELD FOR APPROVAL,
      *    AND A HELD ITEM NOT APPROVED WITHIN THE DAYS EXPIRES.
       01  DUAL-CONTROL-LIMITS.
           05  DC-SALARY-PCT            PIC 9(3)V99  VALUE 10.00.
           05  DC-EXPIRE-DAYS           PIC 9(3)     VALUE 14.

       01  POSITION-TABLE.
           05  POS-ENTRY OCCURS 20 TIMES.
               10  PT-POS-CODE          PIC A(2).
       01  PF-FILE-STATUS               PIC X(2).
           88  PF-FILE-OK                         VALUE '00'.

      **************   PENDING-APPROVAL TABLE   *********************
      *    THE PENDING FILE AS LOADED, PLUS ANY ITEM THIS RUN HOLDS.
      *    THE STATE SAYS WHAT BECAME OF EACH ITEM THIS RUN -- ONLY
      *    ITEMS STILL WAITING ARE WRITTEN BACK.
       01  PENDING-TABLE.
           05  PEND-ENTRY OCCURS 200 TIMES.
               10  PE-ITEM.
                   15  PE-PEND-NO       PIC 9(6).
                   15  PE-KEYED-DATE    PIC 9(8).
                   15  PE-KEYED-BY      PIC X(6).
                   15  PE-HOLD-REASON   PIC X(30).
                   15  PE-TRANS         PIC X(83).
               10  PE-STATE-SW          PIC X(1).
                   88  PE-WAITING                 VALUE 'P'.
                   88  PE-HELD-THIS-RUN           VALUE 'N'.
                   88  PE-APPLIED                 VALUE 'A'.
                   88  PE-NOT-APPLIED             VALUE 'R'.
                   88  PE-EXPIRED                 VALUE 'X'.
                   88  PE-STILL-PENDING           VALUE 'P', 'N'.
               10  PE-AGE-DAYS          PIC 9(5).

       01  PENDING-FIELDS.
           05  PEND-COUNT               PIC 9(4)  COMP  VALUE ZERO.
           05  PEND-IDX-I               PIC 9(4)  COMP  VALUE ZERO.
           05  PEND-FOUND-IDX           PIC 9(4)  COMP  VALUE ZERO.
           05  PN-EOF-FLAG              PIC X     VALUE ' '.
               88  PN-NO-MORE-DATA                VALUE 'N'.

       01  PEND-WORK-FIELDS.
           05  PW-LAST-PEND-NO          PIC 9(6)     VALUE ZERO.
           05  PW-RUN-DAY-NUM           PIC 9(7).
           05  PW-SAL-CHANGE            PIC S9(7).
           05  PW-STATE-TEXT            PIC X(20).

       01  PN-FILE-STATUS               PIC X(2).
           88  PN-FILE-OK                         VALUE '00'.

       01  PC-FILE-STATUS               PIC X(2).
           88  PC-FILE-OK                         VALUE '00'.

       01  RT-FILE-STATUS               PIC X(2).
           88  RT-FILE-OK                         VALUE '00'.
           88  RT-FILE-MISSING                    VALUE '35'.

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

      *    THE MASTER RECORD AS READ, SAVED BEFORE THE FIELD OVERLAY
      *    MUTATES MASTER-RECORD IN PLACE -- THE BEFORE/AFTER PAIR
      *    DRIVES THE PAY HISTORY APPEND.
           05  OM-EMPLOYEE-M          PIC X(3).
           05  OM-HIRE-DATE           PIC 9(8).
           05  OM-EMPLOYEE-STATUS     PIC A(1).
               88  OM-STATUS-SEPARATED            VALUE 'T', 'R'.
           05  OM-SEP-DATE            PIC 9(8).
           05  OM-START-SAL           PIC 9(8).
           05  OM-PAY-INC             PIC S9(8).

       01  MAINT-TITLE-FOUR.
           05                          PIC X(3)      VALUE SPACES.
           05                           PIC X(6)      VALUE 'ACT'.
           05                           PIC X(7)      VALUE 'EMP'.
           05                           PIC X(10)     VALUE SPACES.
           05                           PIC X(8)      VALUE 'KEYED'.
           05                           PIC X(8)      VALUE 'APPROVED'.
           05                           PIC X(30)     VALUE SPACES.

       01  MAINT-TITLE-FIVE.
           05                          PIC X(3)      VALUE SPACES.
           05                           PIC X(6)      VALUE 'CODE'.
           05                           PIC X(7)      VALUE 'ID'.
           05                           PIC X(10)     VALUE 'RESULT'.
           05                           PIC X(8)      VALUE 'BY'.
           05                           PIC X(8)      VALUE 'BY'.
           05                           PIC X(30)     VALUE 'REASON'.

       01  MAINT-DETAIL-LINE.
           05                          PIC X(4)      VALUE SPACES.
           05  ML-ACTION               PIC A(1).
           05                          PIC X(4)      VALUE SPACES.
           05  ML-EMPLOYEE-ID          PIC X(5).
           05                          PIC X(2)      VALUE SPACES.
           05  ML-RESULT               PIC X(8).
           05                          PIC X(2)      VALUE SPACES.
           05  ML-KEYED-BY             PIC X(6).
           05                          PIC X(2)      VALUE SPACES.
           05  ML-APPROVED-BY          PIC X(6).
           05                          PIC X(2)      VALUE SPACES.
           05  ML-REASON               PIC X(30).

       01  MAINT-POS-LINE.
           05                          PIC X(2)      VALUE SPACES.
           05  MPL-POS-TITLE           PIC X(20).

       01  MAINT-RETRO-LINE.
           05                          PIC X(4)      VALUE SPACES.
           05                          PIC X(20)     VALUE
           'RETRO QUEUED FROM'.
           05  MRL-EFF-DATE            PIC 9999/99/99.
           05                          PIC X(2)      VALUE SPACES.
           05                          PIC X(4)      VALUE 'OLD'.
           05  MRL-OLD-SAL             PIC ZZZ,ZZ9.
           05                          PIC X(2)      VALUE SPACES.
           05                          PIC X(4)      VALUE 'NEW'.
           05  MRL-NEW-SAL             PIC ZZZ,ZZ9.

       01  MAINT-PEND-LINE.
           05                          PIC X(4)      VALUE SPACES.
           05                          PIC X(11)     VALUE
           'PENDING NO'.
           05  MPD-PEND-NO             PIC 9(6).
           05                          PIC X(2)      VALUE SPACES.
           05  MPD-STATE               PIC X(20).
           05                          PIC X(6)      VALUE 'KEYED'.
           05  MPD-KEYED-DATE          PIC 9999/99/99.

       01  MAINT-TOTAL-LINE.
           05                          PIC X(3)      VALUE SPACES.
           05                          PIC X(6)      VALUE 'READ:'.
           05                          PIC X(3)      VALUE SPACES.
           05                          PIC X(10)     VALUE 'REJECTED:'.
           05  MTL-TRANS-REJECTED      PIC ZZZZ9.
           05                          PIC X(3)      VALUE SPACES.
           05                          PIC X(6)      VALUE 'HELD:'.
           05  MTL-TRANS-HELD          PIC ZZZZ9.

      *    THE PENDING-APPROVAL PAGE THAT CLOSES EVERY RUN -- EACH
      *    ITEM STILL WAITING, EACH ONE THIS RUN RELEASED, AND EACH
      *    ONE THAT AGED OUT AND WAS DROPPED.
       01  PEND-TITLE-TWO.
           05                          PIC X(25)      VALUE SPACES.
           05                          PIC X(49)      VALUE
           'PENDING APPROVAL STATUS'.

       01  PEND-TITLE-FOUR.
           05                          PIC X(3)      VALUE SPACES.
           05                          PIC X(9)      VALUE 'PENDING'.
           05                          PIC X(5)      VALUE 'ACT'.
           05                          PIC X(7)      VALUE 'EMP'.
           05                          PIC X(8)      VALUE 'KEYED'.
           05                          PIC X(12)     VALUE 'KEYED'.
           05                          PIC X(5)      VALUE 'AGE'.
           05                          PIC X(20)     VALUE SPACES.

       01  PEND-TITLE-FIVE.
           05                          PIC X(3)      VALUE SPACES.
           05                          PIC X(9)      VALUE 'NUMBER'.
           05                          PIC X(5)      VALUE 'CODE'.
           05                          PIC X(7)      VALUE 'ID'.
           05                          PIC X(8)      VALUE 'BY'.
           05                          PIC X(12)     VALUE 'ON'.
           05                          PIC X(5)      VALUE 'DAYS'.
           05                          PIC X(20)     VALUE 'STATUS'.

       01  PEND-DETAIL-LINE.
           05                          PIC X(3)      VALUE SPACES.
           05  PDL-PEND-NO             PIC 9(6).
           05                          PIC X(3)      VALUE SPACES.
           05  PDL-ACTION              PIC A(1).
           05                          PIC X(4)      VALUE SPACES.
           05  PDL-EMPLOYEE-ID         PIC X(5).
           05                          PIC X(2)      VALUE SPACES.
           05  PDL-KEYED-BY            PIC X(6).
           05                          PIC X(2)      VALUE SPACES.
           05  PDL-KEYED-DATE          PIC 9999/99/99.
           05                          PIC X(2)      VALUE SPACES.
           05  PDL-AGE-DAYS            PIC ZZ9.
           05                          PIC X(2)      VALUE SPACES.
           05  PDL-STATE               PIC X(20).

       01  PEND-REASON-LINE.
           05                          PIC X(12)     VALUE SPACES.
           05  PRL-HOLD-REASON         PIC X(30).

       01  PEND-NONE-LINE.
           05                          PIC X(3)      VALUE SPACES.
           05                          PIC X(40)     VALUE
           'NO ITEMS PENDING APPROVAL'.
      /
       PROCEDURE DIVISION.

           OPEN OUTPUT MAINT-REPORT-FILE
           OPEN EXTEND PAY-HISTORY-FILE
           OPEN EXTEND JOURNAL-FILE
      *    THE FIRST BACK-DATED CHANGE EVER KEYED CREATES THE RETRO
      *    FILE -- PR1FA21 AND PR1FA21B TREAT A MISSING ONE AS EMPTY.
           OPEN EXTEND RETRO-FILE
           IF RT-FILE-MISSING
               OPEN OUTPUT RETRO-FILE
           END-IF
           IF NOT RT-FILE-OK
               DISPLAY 'PR1FA21-Retro.txt COULD NOT BE OPENED -- '
                   'FILE STATUS ' RT-FILE-STATUS
               STOP RUN
           END-IF
           ACCEPT MT1-DATE FROM DATE YYYYMMDD
           ACCEPT MAINT-RUN-DATE FROM DATE YYYYMMDD
           PERFORM 60-LOAD-PENDING-ROUTINE
           PERFORM 20-HEADER-ROUTINE
           .

           END-PERFORM
           .

      *    NOTHING IS APPLIED OR HELD WITHOUT AN OPERATOR TO ANSWER
      *    FOR IT.
       27-APPLY-TRANS-ROUTINE.

           MOVE TR-OPERATOR-ID TO MAINT-KEYED-BY
           MOVE SPACES         TO MAINT-APPROVED-BY
           MOVE 'N'            TO MAINT-APPROVE-SW
           MOVE ZERO           TO PEND-FOUND-IDX
           IF TR-OPERATOR-ID = SPACES
               MOVE 'R' TO TRANS-RESULT-SW
               MOVE 'OPERATOR ID MISSING'
                   TO MW-REJECT-REASON
           ELSE
               IF TR-ACTION-ADD
                   PERFORM 28-TRANS-EDIT-ROUTINE
                   IF TRANS-APPLIED
                       PERFORM 30-ADD-ROUTINE
                   END-IF
               ELSE
                   IF TR-ACTION-CHANGE
                       PERFORM 28-TRANS-EDIT-ROUTINE
                       IF TRANS-APPLIED
                           PERFORM 31-CHANGE-ROUTINE
                       END-IF
                   ELSE
                       IF TR-ACTION-DELETE
                           PERFORM 32-DELETE-ROUTINE
                       ELSE
                           IF TR-ACTION-APPROVE
                               PERFORM 64-APPROVE-ROUTINE
                           ELSE
                               MOVE 'R' TO TRANS-RESULT-SW
                               MOVE 'INVALID ACTION CODE'
                                   TO MW-REJECT-REASON
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF
               END-IF
           END-IF

      *    AN EFFECTIVE DATE ONLY MEANS SOMETHING ON A CHANGE.  IT
      *    MAY REACH BACK TO PAY OR RECOVER MISSED PERIODS BUT NEVER
      *    FORWARD -- THE MASTER CARRIES ONE SALARY, AND A FUTURE
      *    RATE WOULD PAY EARLY ON THE NEXT REGISTER.
           IF TRANS-APPLIED
               AND TR-ACTION-CHANGE
               AND TR-EFF-DATE NOT = SPACES
               IF TR-EFF-DATE NOT NUMERIC
                   MOVE 'R' TO TRANS-RESULT-SW
                   MOVE 'INVALID EFFECTIVE DATE'
                       TO MW-REJECT-REASON
               ELSE
                   IF TR-EFF-MONTH < 1 OR TR-EFF-MONTH > 12
                       OR TR-EFF-DAY < 1 OR TR-EFF-DAY > 31
                       MOVE 'R' TO TRANS-RESULT-SW
                       MOVE 'INVALID EFFECTIVE DATE'
                           TO MW-REJECT-REASON
                   ELSE
                       IF TR-EFF-DATE > MAINT-RUN-DATE
                           MOVE 'R' TO TRANS-RESULT-SW
                           MOVE 'EFFECTIVE DATE IN FUTURE'
                               TO MW-REJECT-REASON
                       END-IF
                   END-IF
               END-IF
           END-IF

      *    DATE FIELDS MUST ALSO PASS THE SAME MONTH/DAY RANGE EDITS
      *    THE FEED PATH ENFORCES IN PR1FA21 -- A RECORD THE FEED
      *    WOULD REJECT MUST NOT REACH THE MASTER THROUGH HERE.  AN
           IF TRANS-APPLIED
               MOVE MASTER-RECORD TO OLD-MASTER-RECORD
               PERFORM 33-OVERLAY-FIELDS-ROUTINE
               IF TR-EFF-DATE = SPACES
                   MOVE MAINT-RUN-DATE TO MAINT-EFF-DATE
               ELSE
                   MOVE TR-EFF-DATE    TO MAINT-EFF-DATE
               END-IF
      *        NO PERIOD BEFORE THE HIRE DATE WAS EVER PAID, SO A
      *        CHANGE CANNOT TAKE EFFECT AHEAD OF IT.
               IF MAINT-EFF-DATE < MR-HIRE-DATE
                   MOVE 'R' TO TRANS-RESULT-SW
                   MOVE 'EFFECTIVE DATE BEFORE HIRE'
                       TO MW-REJECT-REASON
               END-IF
           END-IF

           IF TRANS-APPLIED
               AND NOT MAINT-APPROVING
               PERFORM 67-CHANGE-HOLD-ROUTINE
           END-IF

           IF TRANS-APPLIED
               IF MR-STORE-ID NOT = OM-STORE-ID
                   OR MR-EMPLOYEE-POS NOT = OM-EMPLOYEE-POS
                   OR MR-CURR-SAL NOT = OM-CURR-SAL
                   PERFORM 34-PAY-HISTORY-ROUTINE
               END-IF
               IF MAINT-EFF-DATE < MAINT-RUN-DATE
                   AND MR-CURR-SAL NOT = OM-CURR-SAL
                   PERFORM 37-RETRO-REQUEST-ROUTINE
               END-IF
      *        THE BEFORE-IMAGE GOES TO THE JOURNAL AHEAD OF THE
      *        REWRITE -- A FAILURE BETWEEN THE TWO MUST NOT LOSE
      *        THE ONLY COPY OF WHAT THE RECORD LOOKED LIKE.
                       TO MW-REJECT-REASON
           END-READ

      *    A DELETE TAKES THE EMPLOYEE OFF THE MASTER FOR GOOD, SO
      *    EVERY ONE WAITS FOR A SECOND OPERATOR.
           IF TRANS-APPLIED
               AND NOT MAINT-APPROVING
               MOVE 'DELETE REQUIRES APPROVAL'
                   TO MW-REJECT-REASON
               PERFORM 68-HOLD-ROUTINE
           END-IF

           IF TRANS-APPLIED
      *        THE BEFORE-IMAGE GOES TO THE JOURNAL AHEAD OF THE
      *        DELETE, FOR THE SAME REASON AS THE CHANGE PATH.
       34-PAY-HISTORY-ROUTINE.

           MOVE MR-EMPLOYEE-ID     TO PH-EMPLOYEE-ID
           MOVE MAINT-EFF-DATE     TO PH-EFF-DATE
           MOVE OM-STORE-ID        TO PH-OLD-STORE-ID
           MOVE MR-STORE-ID        TO PH-NEW-STORE-ID
           MOVE OM-EMPLOYEE-POS    TO PH-OLD-POS
               ADD 1 TO MC-TRANS-REJECTED
               MOVE 'REJECTED' TO ML-RESULT
           ELSE
               IF TRANS-HELD
                   ADD 1 TO MC-TRANS-HELD
                   MOVE 'HELD    ' TO ML-RESULT
               ELSE
                   ADD 1 TO MC-TRANS-APPLIED
                   MOVE 'APPLIED ' TO ML-RESULT
               END-IF
           END-IF
           MOVE MAINT-KEYED-BY    TO ML-KEYED-BY
           MOVE MAINT-APPROVED-BY TO ML-APPROVED-BY
           MOVE MW-REJECT-REASON  TO ML-REASON
           WRITE MAINT-REPORT-RECORD FROM MAINT-DETAIL-LINE
               AFTER ADVANCING 1 LINES

               WRITE MAINT-REPORT-RECORD FROM MAINT-POS-LINE
                   AFTER ADVANCING 1 LINES
           END-IF

           IF TRANS-APPLIED
               AND TR-ACTION-CHANGE
               AND MAINT-EFF-DATE < MAINT-RUN-DATE
               AND MR-CURR-SAL NOT = OM-CURR-SAL
               MOVE MAINT-EFF-DATE TO MRL-EFF-DATE
               MOVE OM-CURR-SAL    TO MRL-OLD-SAL
               MOVE MR-CURR-SAL    TO MRL-NEW-SAL
               WRITE MAINT-REPORT-RECORD FROM MAINT-RETRO-LINE
                   AFTER ADVANCING 1 LINES
           END-IF

      *    A HELD ITEM SHOWS THE NUMBER THE APPROVER MUST KEY; AN
      *    APPROVAL SHOWS WHICH ITEM IT WORKED AND WHAT BECAME OF IT.
           IF PEND-FOUND-IDX > ZERO
               MOVE PEND-FOUND-IDX TO PEND-IDX-I
               PERFORM 69-PENDING-STATE-ROUTINE
               MOVE PE-PEND-NO (PEND-IDX-I)    TO MPD-PEND-NO
               MOVE PW-STATE-TEXT              TO MPD-STATE
               MOVE PE-KEYED-DATE (PEND-IDX-I) TO MPD-KEYED-DATE
               WRITE MAINT-REPORT-RECORD FROM MAINT-PEND-LINE
                   AFTER ADVANCING 1 LINES
           END-IF
           .

       36-JOURNAL-ROUTINE.
           MOVE MAINT-RUN-DATE TO JR-RUN-DATE
           MOVE JW-ACTION      TO JR-ACTION
           MOVE JW-IMAGE       TO JR-IMAGE
           MOVE MAINT-KEYED-BY    TO JR-KEYED-BY
           MOVE MAINT-APPROVED-BY TO JR-APPROVED-BY
           WRITE JOURNAL-RECORD
           .

      *    QUEUES A BACK-DATED SALARY CHANGE FOR THE NEXT REGISTER.
      *    THE KEYED DATE BOUNDS THE PERIODS PR1FA21 TREATS AS PAID
      *    AT THE OLD RATE -- ANY REGISTER AFTER THIS RUN ALREADY
      *    PAYS THE NEW SALARY FROM THE MASTER.
       37-RETRO-REQUEST-ROUTINE.

           MOVE MR-EMPLOYEE-ID     TO RQ-EMPLOYEE-ID
           MOVE MAINT-EFF-DATE     TO RQ-EFF-DATE
           MOVE MAINT-RUN-DATE     TO RQ-KEYED-DATE
           MOVE OM-CURR-SAL        TO RQ-OLD-SAL
           MOVE MR-CURR-SAL        TO RQ-NEW-SAL
           MOVE SPACE              TO RQ-STATUS
           MOVE ZERO               TO RQ-THRU-DATE
                                      RQ-TOTAL-AMT
                                      RQ-OPEN-AMT
                                      RQ-PAID-DATE
                                      RQ-PAID-AMT
           WRITE RETRO-RECORD

           MOVE 'R'                TO JW-ACTION
           MOVE SPACES             TO JW-IMAGE
           MOVE RETRO-RECORD       TO JW-IMAGE (1:74)
           PERFORM 36-JOURNAL-ROUTINE
           .

       40-EOF-ROUTINE.

           MOVE MC-TRANS-READ     TO MTL-TRANS-READ
           MOVE MC-TRANS-APPLIED  TO MTL-TRANS-APPLIED
           MOVE MC-TRANS-REJECTED TO MTL-TRANS-REJECTED
           MOVE MC-TRANS-HELD     TO MTL-TRANS-HELD
           WRITE MAINT-REPORT-RECORD FROM MAINT-TOTAL-LINE
               AFTER ADVANCING 3 LINES

           PERFORM 70-PENDING-REPORT-ROUTINE
           PERFORM 75-REWRITE-PENDING-ROUTINE

           CLOSE TRANS-FILE
               MASTER-FILE
               MAINT-REPORT-FILE
               PAY-HISTORY-FILE
               JOURNAL-FILE
               RETRO-FILE
           STOP RUN
           .

               MOVE POS-IDX-I TO POS-FOUND-IDX
           END-IF
           .

      *    THE LAST PENDING NUMBER GIVEN OUT, THEN THE ITEMS STILL
      *    WAITING FROM EARLIER RUNS, EACH AGED AGAINST THE RUN DATE.
      *    A DROPPED ITEM WOULD SILENTLY LOSE A KEYED CHANGE, SO A
      *    FULL TABLE STOPS THE RUN BEFORE ANYTHING IS APPLIED.
       60-LOAD-PENDING-ROUTINE.

           OPEN INPUT PEND-CTL-FILE
           IF NOT PC-FILE-OK
               CONTINUE
           ELSE
               READ PEND-CTL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE PC-LAST-PEND-NO TO PW-LAST-PEND-NO
               END-READ
               CLOSE PEND-CTL-FILE
           END-IF

           MOVE MAINT-RUN-DATE TO DNW-DATE
           PERFORM 62-DAY-NUMBER-ROUTINE
           MOVE DNW-DAY-NUM TO PW-RUN-DAY-NUM

           OPEN INPUT PENDING-FILE
           IF NOT PN-FILE-OK
               CONTINUE
           ELSE
               PERFORM UNTIL PN-NO-MORE-DATA
                   READ PENDING-FILE
                       AT END
                           MOVE 'N' TO PN-EOF-FLAG
                       NOT AT END
                           IF PEND-COUNT = 200
                               DISPLAY 'PR1FA21M-Pending.txt HAS '
                                   'MORE THAN 200 ITEMS -- '
                                   'RUN STOPPED'
                               STOP RUN
                           END-IF
                           ADD 1 TO PEND-COUNT
                           MOVE PENDING-RECORD
                               TO PE-ITEM (PEND-COUNT)
                           PERFORM 61-PENDING-AGE-ROUTINE
                   END-READ
               END-PERFORM
               CLOSE PENDING-FILE
           END-IF
           .

      *    AN ITEM OLDER THAN THE EXPIRY LIMIT IS DROPPED AND SHOWN
      *    ON THE PENDING PAGE.  ONE WHOSE NUMBER OR KEYED DATE
      *    CANNOT BE READ COULD NEVER BE APPROVED SAFELY, SO IT IS
      *    EXPIRED AT ONCE THE SAME WAY.
       61-PENDING-AGE-ROUTINE.

           MOVE 'P'  TO PE-STATE-SW (PEND-COUNT)
           MOVE ZERO TO PE-AGE-DAYS (PEND-COUNT)
           IF PE-PEND-NO (PEND-COUNT) NOT NUMERIC
               OR PE-KEYED-DATE (PEND-COUNT) NOT NUMERIC
               MOVE 'X' TO PE-STATE-SW (PEND-COUNT)
           ELSE
               IF PE-PEND-NO (PEND-COUNT) > PW-LAST-PEND-NO
                   MOVE PE-PEND-NO (PEND-COUNT) TO PW-LAST-PEND-NO
               END-IF
               MOVE PE-KEYED-DATE (PEND-COUNT) TO DNW-DATE
               IF DNW-MONTH < 1 OR DNW-MONTH > 12
                   MOVE 'X' TO PE-STATE-SW (PEND-COUNT)
               ELSE
                   PERFORM 62-DAY-NUMBER-ROUTINE
                   IF DNW-DAY-NUM < PW-RUN-DAY-NUM
                       COMPUTE PE-AGE-DAYS (PEND-COUNT) =
                           PW-RUN-DAY-NUM - DNW-DAY-NUM
                   END-IF
                   IF PE-AGE-DAYS (PEND-COUNT) > DC-EXPIRE-DAYS
                       MOVE 'X' TO PE-STATE-SW (PEND-COUNT)
                   END-IF
               END-IF
           END-IF
           .

       62-DAY-NUMBER-ROUTINE.

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

      *    RELEASES A HELD ITEM.  IT MUST STILL BE WAITING FROM AN
      *    EARLIER RUN, BE FOR THE EMPLOYEE THE APPROVAL NAMES, AND
      *    BE APPROVED BY SOMEONE OTHER THAN THE OPERATOR WHO KEYED
      *    IT.  THE PARKED TRANSACTION IS THEN EDITED AND APPLIED
      *    AGAINST THE MASTER AS IT STANDS NOW, EXACTLY AS IF IT HAD
      *    JUST BEEN READ -- AN ITEM THAT NO LONGER FITS THE MASTER
      *    IS REJECTED AND DROPPED, TO BE KEYED AGAIN IF STILL
      *    WANTED.  AN APPROVAL REFUSED FOR THE APPROVER'S OWN
      *    MISTAKE LEAVES THE ITEM WAITING.
       64-APPROVE-ROUTINE.

           MOVE SPACES         TO MAINT-KEYED-BY
           MOVE TR-OPERATOR-ID TO MAINT-APPROVED-BY
           IF AT-PEND-NO NOT NUMERIC
               MOVE 'R' TO TRANS-RESULT-SW
               MOVE 'INVALID PENDING NUMBER'
                   TO MW-REJECT-REASON
           ELSE
               PERFORM 65-PENDING-FIND-ROUTINE
               IF PEND-FOUND-IDX = ZERO
                   MOVE 'R' TO TRANS-RESULT-SW
                   MOVE 'PENDING NUMBER NOT ON FILE'
                       TO MW-REJECT-REASON
               ELSE
                   MOVE PE-KEYED-BY (PEND-FOUND-IDX)
                       TO MAINT-KEYED-BY
               END-IF
           END-IF

           IF TRANS-APPLIED
               IF PE-EXPIRED (PEND-FOUND-IDX)
                   MOVE 'R' TO TRANS-RESULT-SW
                   MOVE 'PENDING ITEM EXPIRED'
                       TO MW-REJECT-REASON
               ELSE
                   IF PE-HELD-THIS-RUN (PEND-FOUND-IDX)
                       MOVE 'R' TO TRANS-RESULT-SW
                       MOVE 'ITEM HELD THIS RUN'
                           TO MW-REJECT-REASON
                   ELSE
                       IF NOT PE-WAITING (PEND-FOUND-IDX)
                           MOVE 'R' TO TRANS-RESULT-SW
                           MOVE 'PENDING ITEM ALREADY WORKED'
                               TO MW-REJECT-REASON
                       END-IF
                   END-IF
               END-IF
           END-IF

           IF TRANS-APPLIED
               IF PE-TRANS (PEND-FOUND-IDX) (6:5)
                   NOT = AT-EMPLOYEE-ID
                   MOVE 'R' TO TRANS-RESULT-SW
                   MOVE 'EMPLOYEE ID DOES NOT MATCH'
                       TO MW-REJECT-REASON
               END-IF
           END-IF

           IF TRANS-APPLIED
               IF PE-KEYED-BY (PEND-FOUND-IDX) = TR-OPERATOR-ID
                   MOVE 'R' TO TRANS-RESULT-SW
                   MOVE 'APPROVER KEYED THE ITEM'
                       TO MW-REJECT-REASON
               END-IF
           END-IF

           IF TRANS-APPLIED
               SET MAINT-APPROVING TO TRUE
               MOVE PE-TRANS (PEND-FOUND-IDX) TO TRANS-RECORD (1:83)
               IF TR-ACTION-CHANGE
                   PERFORM 28-TRANS-EDIT-ROUTINE
                   IF TRANS-APPLIED
                       PERFORM 31-CHANGE-ROUTINE
                   END-IF
               ELSE
                   IF TR-ACTION-DELETE
                       PERFORM 32-DELETE-ROUTINE
                   ELSE
                       MOVE 'R' TO TRANS-RESULT-SW
                       MOVE 'INVALID PENDING ACTION'
                           TO MW-REJECT-REASON
                   END-IF
               END-IF
               IF TRANS-APPLIED
                   MOVE 'A' TO PE-STATE-SW (PEND-FOUND-IDX)
               ELSE
                   MOVE 'R' TO PE-STATE-SW (PEND-FOUND-IDX)
               END-IF
           END-IF
           .

       65-PENDING-FIND-ROUTINE.

           MOVE ZERO TO PEND-FOUND-IDX
           PERFORM 66-PENDING-MATCH-ROUTINE
               VARYING PEND-IDX-I FROM 1 BY 1
               UNTIL PEND-IDX-I > PEND-COUNT
                   OR PEND-FOUND-IDX > ZERO
           .

       66-PENDING-MATCH-ROUTINE.

           IF PE-PEND-NO (PEND-IDX-I) = AT-PEND-NO-NUM
               MOVE PEND-IDX-I TO PEND-FOUND-IDX
           END-IF
           .

      *    A CHANGE TO AN EMPLOYEE ALREADY SEPARATED IS ALWAYS HELD
      *    -- IT IS HOW A TERMINATED EMPLOYEE GETS QUIETLY PUT BACK
      *    ON THE PAYROLL.  OTHERWISE A CHANGE IS HELD WHEN IT MOVES
      *    CURRENT SALARY, EITHER WAY, BY MORE THAN THE LIMIT
      *    PERCENT; FROM A ZERO SALARY ANY CHANGE IS OVER THE LIMIT.
       67-CHANGE-HOLD-ROUTINE.

           IF OM-STATUS-SEPARATED
               MOVE 'CHANGE TO SEPARATED EMPLOYEE'
                   TO MW-REJECT-REASON
               PERFORM 68-HOLD-ROUTINE
           ELSE
               IF MR-CURR-SAL NOT = OM-CURR-SAL
                   COMPUTE PW-SAL-CHANGE = MR-CURR-SAL - OM-CURR-SAL
                   IF PW-SAL-CHANGE < ZERO
                       COMPUTE PW-SAL-CHANGE = ZERO - PW-SAL-CHANGE
                   END-IF
                   IF PW-SAL-CHANGE * 100 > OM-CURR-SAL * DC-SALARY-PCT
                       MOVE 'SALARY CHANGE OVER LIMIT'
                           TO MW-REJECT-REASON
                       PERFORM 68-HOLD-ROUTINE
                   END-IF
               END-IF
           END-IF
           .

      *    PARKS THE TRANSACTION UNDER THE NEXT PENDING NUMBER WITH
      *    THE HOLD REASON ALREADY IN MW-REJECT-REASON.  THE MASTER
      *    IS NOT TOUCHED.  A 'Q' JOURNAL ENTRY RECORDS THE ITEM SO
      *    PR1FA21B CAN TAKE IT BACK OFF THE PENDING FILE IF THIS
      *    RUN IS BACKED OUT.  WITH THE TABLE FULL THE TRANSACTION
      *    IS REJECTED INSTEAD, TO BE KEYED AGAIN.
       68-HOLD-ROUTINE.

           IF PEND-COUNT = 200
               MOVE 'R' TO TRANS-RESULT-SW
               MOVE 'PENDING FILE FULL'
                   TO MW-REJECT-REASON
           ELSE
               ADD 1 TO PEND-COUNT
               ADD 1 TO PW-LAST-PEND-NO
               IF TR-ACTION-CHANGE
                   MOVE MAINT-EFF-DATE TO TR-EFF-DATE
               END-IF
               MOVE PW-LAST-PEND-NO  TO PE-PEND-NO     (PEND-COUNT)
               MOVE MAINT-RUN-DATE   TO PE-KEYED-DATE  (PEND-COUNT)
               MOVE MAINT-KEYED-BY   TO PE-KEYED-BY    (PEND-COUNT)
               MOVE MW-REJECT-REASON TO PE-HOLD-REASON (PEND-COUNT)
               MOVE TRANS-RECORD (1:83) TO PE-TRANS    (PEND-COUNT)
               MOVE 'N'              TO PE-STATE-SW    (PEND-COUNT)
               MOVE ZERO             TO PE-AGE-DAYS    (PEND-COUNT)
               MOVE PEND-COUNT       TO PEND-FOUND-IDX
               MOVE 'H'              TO TRANS-RESULT-SW

               MOVE 'Q'              TO JW-ACTION
               MOVE SPACES           TO JW-IMAGE
               MOVE PE-ITEM (PEND-COUNT) (1:75) TO JW-IMAGE
               PERFORM 36-JOURNAL-ROUTINE
           END-IF
           .

       69-PENDING-STATE-ROUTINE.

           IF PE-STILL-PENDING (PEND-IDX-I)
               MOVE 'AWAITING APPROVAL'   TO PW-STATE-TEXT
           ELSE
               IF PE-APPLIED (PEND-IDX-I)
                   MOVE 'APPROVED - APPLIED'  TO PW-STATE-TEXT
               ELSE
                   IF PE-NOT-APPLIED (PEND-IDX-I)
                       MOVE 'APPROVED - REJECTED' TO PW-STATE-TEXT
                   ELSE
                       MOVE 'EXPIRED - DROPPED'   TO PW-STATE-TEXT
                   END-IF
               END-IF
           END-IF
           .

      *    EVERY ITEM THE RUN STARTED OR ENDED WITH, ONE LINE EACH
      *    WITH ITS HOLD REASON UNDER IT.  THE EXPIRED ITEMS ON THIS
      *    PAGE ARE THE ONLY RECORD THAT THEY WERE EVER KEYED.
       70-PENDING-REPORT-ROUTINE.

           WRITE MAINT-REPORT-RECORD FROM MAINT-TITLE-ONE
               AFTER ADVANCING PAGE

           WRITE MAINT-REPORT-RECORD FROM PEND-TITLE-TWO
               AFTER ADVANCING 2 LINE

           WRITE MAINT-REPORT-RECORD FROM PEND-TITLE-FOUR
               AFTER ADVANCING 2 LINE

           WRITE MAINT-REPORT-RECORD FROM PEND-TITLE-FIVE
               AFTER ADVANCING 1 LINE

           WRITE MAINT-REPORT-RECORD FROM BLANK-LINES

           IF PEND-COUNT = ZERO
               WRITE MAINT-REPORT-RECORD FROM PEND-NONE-LINE
                   AFTER ADVANCING 1 LINES
           ELSE
               PERFORM 71-PENDING-LIST-ROUTINE
                   VARYING PEND-IDX-I FROM 1 BY 1
                   UNTIL PEND-IDX-I > PEND-COUNT
           END-IF
           .

       71-PENDING-LIST-ROUTINE.

           PERFORM 69-PENDING-STATE-ROUTINE
           MOVE PE-PEND-NO (PEND-IDX-I)         TO PDL-PEND-NO
           MOVE PE-TRANS (PEND-IDX-I) (1:1)     TO PDL-ACTION
           MOVE PE-TRANS (PEND-IDX-I) (6:5)     TO PDL-EMPLOYEE-ID
           MOVE PE-KEYED-BY (PEND-IDX-I)        TO PDL-KEYED-BY
           MOVE PE-KEYED-DATE (PEND-IDX-I)      TO PDL-KEYED-DATE
           MOVE PE-AGE-DAYS (PEND-IDX-I)        TO PDL-AGE-DAYS
           MOVE PW-STATE-TEXT                   TO PDL-STATE
           WRITE MAINT-REPORT-RECORD FROM PEND-DETAIL-LINE
               AFTER ADVANCING 1 LINES
           MOVE PE-HOLD-REASON (PEND-IDX-I)     TO PRL-HOLD-REASON
           WRITE MAINT-REPORT-RECORD FROM PEND-REASON-LINE
               AFTER ADVANCING 1 LINES
           .

      *    ONLY ITEMS STILL WAITING GO BACK ON THE PENDING FILE, AND
      *    THE LAST NUMBER GIVEN OUT IS SAVED FOR THE NEXT RUN.
       75-REWRITE-PENDING-ROUTINE.

           OPEN OUTPUT PENDING-FILE
           PERFORM 76-WRITE-ONE-PENDING-ROUTINE
               VARYING PEND-IDX-I FROM 1 BY 1
               UNTIL PEND-IDX-I > PEND-COUNT
           CLOSE PENDING-FILE

           OPEN OUTPUT PEND-CTL-FILE
           MOVE PW-LAST-PEND-NO TO PC-LAST-PEND-NO
           WRITE PEND-CTL-RECORD
           CLOSE PEND-CTL-FILE
           .

       76-WRITE-ONE-PENDING-ROUTINE.

           IF PE-STILL-PENDING (PEND-IDX-I)
               MOVE PE-ITEM (PEND-IDX-I) TO PENDING-RECORD
               WRITE PENDING-RECORD
           END-IF
           .
