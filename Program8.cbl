
           SELECT VACATION-FILE
               ASSIGN TO 'PR1FA21-Vacation.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS VC-EMPLOYEE-ID
               FILE STATUS IS VC-FILE-STATUS.

           SELECT ARCH-VAC-FILE
               ASSIGN TO 'PR1FA21-ArchVac.txt'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT YTD-FILE
               ASSIGN TO 'PR1FA21-YTD.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS YT-EMPLOYEE-ID
               FILE STATUS IS YT-FILE-STATUS.

           SELECT ARCH-YTD-FILE
               ASSIGN TO 'PR1FA21-ArchYTD.txt'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PURGE-REPORT-FILE
               ASSIGN TO PRINTER 'PR1FA21P-Print'.


       01  ARCH-VAC-RECORD             PIC X(17).

      *    A PURGED EMPLOYEE IS NEVER PRICED AGAIN, SO THE REGISTER
      *    PASS WOULD NEVER ROLL THEIR YEAR-TO-DATE ROW OFF THE LIVE
      *    FILE -- IT MOVES TO THE ARCHIVE YTD FILE WITH THE REST OF
      *    THEIR RECORDS INSTEAD OF SITTING THERE FOREVER.
       FD  YTD-FILE
           RECORD CONTAINS 339 CHARACTERS.

       01  YTD-RECORD.
           05  YT-EMPLOYEE-ID         PIC X(5).
           05  YT-REST                PIC X(334).

       FD  ARCH-YTD-FILE
           RECORD CONTAINS 339 CHARACTERS.

       01  ARCH-YTD-RECORD             PIC X(339).

       FD  PURGE-REPORT-FILE
           RECORD CONTAINS 75 CHARACTERS.
               88  PH-NO-MORE-DATA                   VALUE 'N'.
           05  HW-EOF-FLAG             PIC X         VALUE ' '.
               88  HW-NO-MORE-DATA                   VALUE 'N'.
           05  PG-FOUND-SW             PIC X         VALUE 'N'.
               88  PG-ID-PURGED                      VALUE 'Y'.

               VARYING PG-IDX-I FROM 1 BY 1
               UNTIL PG-IDX-I > PG-COUNT
           PERFORM 33-HISTORY-SPLIT-ROUTINE
           PERFORM 34-VACATION-PURGE-ROUTINE
           PERFORM 36-YTD-PURGE-ROUTINE
           PERFORM 40-EOF-ROUTINE
           .

           END-IF
           .

      *    THE VACATION AND YTD FILES ARE KEYED BY EMPLOYEE ID, SO
      *    EACH PURGED EMPLOYEE'S ROW IS READ DIRECTLY, COPIED TO
      *    ITS ARCHIVE FILE AND DELETED IN PLACE -- THE REST OF THE
      *    FILE IS NEVER TOUCHED.
       34-VACATION-PURGE-ROUTINE.

           IF PG-COUNT = ZERO
               CONTINUE
           ELSE
               OPEN I-O VACATION-FILE
               IF NOT VC-FILE-OK
                   CONTINUE
               ELSE
                   OPEN EXTEND ARCH-VAC-FILE
                   PERFORM 35-VACATION-MOVE-ROUTINE
                       VARYING PG-IDX-I FROM 1 BY 1
                       UNTIL PG-IDX-I > PG-COUNT
                   CLOSE VACATION-FILE
                       ARCH-VAC-FILE
               END-IF
           END-IF
           .

       35-VACATION-MOVE-ROUTINE.

           MOVE PG-EMPLOYEE-ID (PG-IDX-I) TO VC-EMPLOYEE-ID
           READ VACATION-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   WRITE ARCH-VAC-RECORD FROM VACATION-RECORD
                   DELETE VACATION-FILE RECORD
                   ADD 1 TO PC-VAC-MOVED
           END-READ
           .

       36-YTD-PURGE-ROUTINE.

           IF PG-COUNT = ZERO
               CONTINUE
           ELSE
               OPEN I-O YTD-FILE
               IF NOT YT-FILE-OK
                   CONTINUE
               ELSE
                   OPEN EXTEND ARCH-YTD-FILE
                   PERFORM 37-YTD-MOVE-ROUTINE
                       VARYING PG-IDX-I FROM 1 BY 1
                       UNTIL PG-IDX-I > PG-COUNT
                   CLOSE YTD-FILE
                       ARCH-YTD-FILE
               END-IF
           END-IF
           .

       37-YTD-MOVE-ROUTINE.

           MOVE PG-EMPLOYEE-ID (PG-IDX-I) TO YT-EMPLOYEE-ID
           READ YTD-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   WRITE ARCH-YTD-RECORD FROM YTD-RECORD
                   DELETE YTD-FILE RECORD
                   ADD 1 TO PC-YTD-MOVED
           END-READ
           .

       38-PURGE-SEARCH-ROUTINE.

           MOVE 'N' TO PG-FOUND-SW
