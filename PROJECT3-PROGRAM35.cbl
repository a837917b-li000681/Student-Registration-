      ******************************************************************
      * This program builds and refreshes the scholarship and bursary
      * award master from the awards office's award list. Each input
      * line names an award code and title, whether the award is a
      * fixed amount or a percentage of the student's assessed
      * tuition, the amount or percentage, the minimum cumulative
      * average a recipient must hold, and up to five programs the
      * award is open to - no programs listed means it is open to
      * every program. A fixed award must carry an amount, a
      * percentage award a percentage from 1 to 100, the minimum
      * average must be numeric and no higher than 100, and every
      * non-blank program must exist on PROGRAM-FILE-IN; a line that
      * fails any check is rejected on the load log. Reloading an
      * award replaces its rules but keeps the amount already spent
      * from its fund, which only the award posting run moves.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROJECT3-PROGRAM35 AS "PROJECT3-PROGRAM35".
       AUTHOR.  SHURONG HAN and YING YANG.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT  AWARD-LIST-FILE-IN
                ASSIGN TO "C:\COBOL\AWARD-MASTER-IN.TXT"
                ORGANIZATION IS LINE SEQUENTIAL.
           SELECT  PROGRAM-FILE-IN
                ASSIGN TO "C:\COBOL\PROGRAM-FILE"
                ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS PROGRAM-CODE
                   FILE STATUS IS STATUS-FIELD-PROGRAM.
           SELECT  AWARD-FILE-IO
                ASSIGN TO "C:\COBOL\AWARD-MASTER"
                ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS AWARD-CODE
                   FILE STATUS IS STATUS-FIELD-AWARD.
           SELECT  AWARD-LOAD-LOG-OUT
                ASSIGN TO "C:\COBOL\AWARD-LOAD-LOG.TXT"
                ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE  SECTION.
       FD  AWARD-LIST-FILE-IN.
       01 AWARD-LIST-RECORD.
           05   LIST-AWARD-CODE       PIC X(6).
           05   LIST-AWARD-NAME       PIC X(30).
           05   LIST-AWARD-BASIS      PIC X(1).
               88  LIST-IS-FIXED      VALUE "A".
               88  LIST-IS-PERCENT    VALUE "P".
           05   LIST-AWARD-AMOUNT     PIC 9(4)V99.
           05   LIST-AWARD-PERCENT    PIC 9(3).
           05   LIST-MIN-AVERAGE      PIC 9(3).
           05   LIST-PROGRAM-LIST.
               10  LIST-PROGRAM-CODE  OCCURS 5 TIMES  PIC X(5).

       FD  PROGRAM-FILE-IN.
       01 PROGRAM-RECORD.
           05   PROGRAM-CODE      PIC X(5).
           05   PROGRAM-NAME      PIC X(20).

       FD  AWARD-FILE-IO.
       01 AWARD-RECORD.
           05   AWARD-CODE            PIC X(6).
           05   AWARD-NAME            PIC X(30).
           05   AWARD-BASIS           PIC X(1).
               88  AWARD-IS-FIXED     VALUE "A".
               88  AWARD-IS-PERCENT   VALUE "P".
           05   AWARD-AMOUNT          PIC 9(4)V99.
           05   AWARD-PERCENT         PIC 9(3).
           05   AWARD-MIN-AVERAGE     PIC 9(3).
           05   AWARD-PROGRAM-LIST.
               10  AWARD-PROGRAM-CODE OCCURS 5 TIMES  PIC X(5).
           05   AWARD-SPENT-TO-DATE   PIC 9(7)V99.

       FD  AWARD-LOAD-LOG-OUT.
       01  AWARD-LOAD-LOG-RECORD.
           05   AWARD-LOG-LINE    PIC X(100).

       WORKING-STORAGE SECTION.
        01  CONTROL-FIELDS.
           05   EOF-FLAG-LIST         PIC X(3).
           05   LINE-VALID-FLAG       PIC X(3).
           05   STATUS-FIELD-PROGRAM  PIC X(2).
           05   STATUS-FIELD-AWARD    PIC X(2).
           05   SUB-P                 PIC 9(2).

       01  LIST-READ-COUNT        PIC 9(4)  VALUE 0.
       01  AWARD-ADD-COUNT        PIC 9(4)  VALUE 0.
       01  AWARD-REPLACE-COUNT    PIC 9(4)  VALUE 0.
       01  AWARD-REJECT-COUNT     PIC 9(4)  VALUE 0.

       01  AWARD-LOAD-LINE.
           05  ALL-AWARD-CODE     PIC X(6).
           05  FILLER             PIC X(4)  VALUE   SPACES.
           05  ALL-RESULT         PIC X(35).

       PROCEDURE DIVISION.

       100-LOAD-AWARD-MASTER.
           PERFORM 200-INITIATE-AWARD-LOAD.
           PERFORM 201-PROCESS-AWARD-LINE
               UNTIL EOF-FLAG-LIST = "YES".
           PERFORM 202-TERMINATE-AWARD-LOAD.
           STOP RUN.

       200-INITIATE-AWARD-LOAD.
           MOVE "NO" TO EOF-FLAG-LIST.
           PERFORM  300-OPEN-FILES.
           PERFORM  301-READ-AWARD-LINE.

       201-PROCESS-AWARD-LINE.
           PERFORM  400-APPLY-AWARD-LINE.
           PERFORM  301-READ-AWARD-LINE.

       202-TERMINATE-AWARD-LOAD.
           PERFORM 307-CLOSE-FILES.
           PERFORM 308-DISPLAY-AUDIT-COUNTERS.

       300-OPEN-FILES.
           OPEN  INPUT  AWARD-LIST-FILE-IN.
           OPEN  INPUT  PROGRAM-FILE-IN.
      ******************************************************************
      *File status 35 on the first-ever load means the award master
      *does not exist yet - create it empty and reopen it for update.
      ******************************************************************
           OPEN  I-O    AWARD-FILE-IO.
           IF STATUS-FIELD-AWARD = "35"
               OPEN  OUTPUT  AWARD-FILE-IO
               CLOSE AWARD-FILE-IO
               OPEN  I-O     AWARD-FILE-IO
           END-IF.
           OPEN  OUTPUT AWARD-LOAD-LOG-OUT.

       301-READ-AWARD-LINE.
           READ  AWARD-LIST-FILE-IN
             AT END  MOVE "YES"  TO EOF-FLAG-LIST
               NOT AT END  ADD 1 TO LIST-READ-COUNT.

       307-CLOSE-FILES.
           CLOSE   AWARD-LIST-FILE-IN.
           CLOSE   PROGRAM-FILE-IN.
           CLOSE   AWARD-FILE-IO.
           CLOSE   AWARD-LOAD-LOG-OUT.

       308-DISPLAY-AUDIT-COUNTERS.
           DISPLAY "Award lines read: " LIST-READ-COUNT.
           DISPLAY "Awards added: " AWARD-ADD-COUNT.
           DISPLAY "Awards replaced: " AWARD-REPLACE-COUNT.
           DISPLAY "Lines rejected: " AWARD-REJECT-COUNT.

       400-APPLY-AWARD-LINE.
           MOVE "YES" TO LINE-VALID-FLAG.
           PERFORM 401-CHECK-AWARD-RULES.
           IF LINE-VALID-FLAG = "YES"
               PERFORM 402-CHECK-ELIGIBLE-PROGRAMS
           END-IF.
           IF LINE-VALID-FLAG = "YES"
               PERFORM 404-WRITE-OR-REPLACE-RECORD
           ELSE
               ADD 1 TO AWARD-REJECT-COUNT
           END-IF.
           PERFORM 405-WRITE-LOAD-LOG.

       401-CHECK-AWARD-RULES.
           EVALUATE TRUE
               WHEN LIST-AWARD-CODE = SPACES
                   MOVE "REJECTED - NO AWARD CODE"      TO ALL-RESULT
                   MOVE "NO" TO LINE-VALID-FLAG
               WHEN NOT LIST-IS-FIXED AND NOT LIST-IS-PERCENT
                   MOVE "REJECTED - BASIS NOT A OR P"    TO ALL-RESULT
                   MOVE "NO" TO LINE-VALID-FLAG
               WHEN LIST-IS-FIXED
                AND (LIST-AWARD-AMOUNT NOT NUMERIC
                  OR LIST-AWARD-AMOUNT = 0)
                   MOVE "REJECTED - AMOUNT INVALID"     TO ALL-RESULT
                   MOVE "NO" TO LINE-VALID-FLAG
               WHEN LIST-IS-PERCENT
                AND (LIST-AWARD-PERCENT NOT NUMERIC
                  OR LIST-AWARD-PERCENT = 0
                  OR LIST-AWARD-PERCENT > 100)
                   MOVE "REJECTED - PERCENTAGE INVALID" TO ALL-RESULT
                   MOVE "NO" TO LINE-VALID-FLAG
               WHEN LIST-MIN-AVERAGE NOT NUMERIC
                 OR LIST-MIN-AVERAGE > 100
                   MOVE "REJECTED - MINIMUM AVERAGE INVALID"
                                                        TO ALL-RESULT
                   MOVE "NO" TO LINE-VALID-FLAG
           END-EVALUATE.

       402-CHECK-ELIGIBLE-PROGRAMS.
           PERFORM 403-CHECK-ONE-PROGRAM
               VARYING SUB-P FROM 1 BY 1
               UNTIL SUB-P > 5
                  OR LINE-VALID-FLAG = "NO".

       403-CHECK-ONE-PROGRAM.
           IF LIST-PROGRAM-CODE (SUB-P) NOT = SPACES
               MOVE LIST-PROGRAM-CODE (SUB-P) TO PROGRAM-CODE
               READ PROGRAM-FILE-IN
                 INVALID KEY
                   MOVE "REJECTED - PROGRAM NOT ON FILE" TO ALL-RESULT
                   MOVE "NO" TO LINE-VALID-FLAG
                 NOT INVALID KEY
                   CONTINUE
               END-READ
           END-IF.

       404-WRITE-OR-REPLACE-RECORD.
      ******************************************************************
      *The record is read first so a reload carries the fund's spent
      *total forward instead of resetting it.
      ******************************************************************
           MOVE LIST-AWARD-CODE TO AWARD-CODE.
           READ AWARD-FILE-IO
             INVALID KEY
               PERFORM 406-MOVE-AWARD-RULES
               MOVE 0 TO AWARD-SPENT-TO-DATE
               WRITE AWARD-RECORD
               MOVE "ADDED"                         TO ALL-RESULT
               ADD 1 TO AWARD-ADD-COUNT
             NOT INVALID KEY
               PERFORM 406-MOVE-AWARD-RULES
               REWRITE AWARD-RECORD
               MOVE "REPLACED"                      TO ALL-RESULT
               ADD 1 TO AWARD-REPLACE-COUNT
           END-READ.

       405-WRITE-LOAD-LOG.
           MOVE LIST-AWARD-CODE TO ALL-AWARD-CODE.
           WRITE AWARD-LOAD-LOG-RECORD
               FROM AWARD-LOAD-LINE.

       406-MOVE-AWARD-RULES.
      ******************************************************************
      *Only the field the basis uses is kept - the other is zeroed so
      *the master never holds whatever was in the unused columns.
      ******************************************************************
           MOVE LIST-AWARD-CODE    TO AWARD-CODE.
           MOVE LIST-AWARD-NAME    TO AWARD-NAME.
           MOVE LIST-AWARD-BASIS   TO AWARD-BASIS.
           IF LIST-IS-FIXED
               MOVE LIST-AWARD-AMOUNT  TO AWARD-AMOUNT
               MOVE 0                  TO AWARD-PERCENT
           ELSE
               MOVE 0                  TO AWARD-AMOUNT
               MOVE LIST-AWARD-PERCENT TO AWARD-PERCENT
           END-IF.
           MOVE LIST-MIN-AVERAGE   TO AWARD-MIN-AVERAGE.
           PERFORM 407-MOVE-ONE-PROGRAM
               VARYING SUB-P FROM 1 BY 1
               UNTIL SUB-P > 5.

       407-MOVE-ONE-PROGRAM.
           MOVE LIST-PROGRAM-CODE (SUB-P)
               TO AWARD-PROGRAM-CODE (SUB-P).

       END PROGRAM PROJECT3-PROGRAM35.
