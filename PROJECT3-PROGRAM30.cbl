      ******************************************************************
      * This program builds and refreshes the course-prerequisite
      * master from the registrar's prerequisite list. Each input line
      * names a course and up to five courses it depends on, each with
      * the minimum grade the student must have earned in it. The
      * course and every non-blank prerequisite must exist on
      * COURSE-CREDIT-FILE-IN, every minimum grade must be numeric and
      * no higher than 100, and a course cannot be its own
      * prerequisite; a line that fails any check is rejected on the
      * load log. Reloading a course replaces its prerequisite record -
      * registration always checks against the latest load.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROJECT3-PROGRAM30 AS "PROJECT3-PROGRAM30".
       AUTHOR.  SHURONG HAN and YING YANG.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT  PREREQ-LIST-FILE-IN
                ASSIGN TO "C:\COBOL\COURSE-PREREQ-IN.TXT"
                ORGANIZATION IS LINE SEQUENTIAL.
           SELECT  COURSE-CREDIT-FILE-IN
                ASSIGN TO "C:\COBOL\COURSE-CREDIT"
                ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS COURSE-CODE
                   FILE STATUS IS STATUS-FIELD-COURSE.
           SELECT  PREREQ-FILE-IO
                ASSIGN TO "C:\COBOL\COURSE-PREREQ"
                ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS PREREQ-COURSE-CODE
                   FILE STATUS IS STATUS-FIELD-PREREQ.
           SELECT  PREREQ-LOAD-LOG-OUT
                ASSIGN TO "C:\COBOL\PREREQ-LOAD-LOG.TXT"
                ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE  SECTION.
       FD  PREREQ-LIST-FILE-IN.
       01 PREREQ-LIST-RECORD.
           05   LIST-COURSE-CODE      PIC X(7).
           05   LIST-PREREQ-ENTRY     OCCURS 5 TIMES.
               10  LIST-REQUIRED-COURSE  PIC X(7).
               10  LIST-MIN-GRADE        PIC 9(3).

       FD  COURSE-CREDIT-FILE-IN.
       01 COURSE-CREDIT-RECORD.
           05   COURSE-CODE       PIC X(7).
           05   CREDIT-HOURS      PIC 9(2).

       FD  PREREQ-FILE-IO.
       01 PREREQ-RECORD.
           05   PREREQ-COURSE-CODE    PIC X(7).
           05   PREREQ-ENTRY          OCCURS 5 TIMES.
               10  PREREQ-REQUIRED-COURSE  PIC X(7).
               10  PREREQ-MIN-GRADE        PIC 9(3).

       FD  PREREQ-LOAD-LOG-OUT.
       01  PREREQ-LOAD-LOG-RECORD.
           05   PREREQ-LOG-LINE   PIC X(100).

       WORKING-STORAGE SECTION.
        01  CONTROL-FIELDS.
           05   EOF-FLAG-LIST         PIC X(3).
           05   LINE-VALID-FLAG       PIC X(3).
           05   STATUS-FIELD-COURSE   PIC X(2).
           05   STATUS-FIELD-PREREQ   PIC X(2).
           05   SUB-P                 PIC 9(2).

       01  LIST-READ-COUNT        PIC 9(4)  VALUE 0.
       01  PREREQ-ADD-COUNT       PIC 9(4)  VALUE 0.
       01  PREREQ-REPLACE-COUNT   PIC 9(4)  VALUE 0.
       01  PREREQ-REJECT-COUNT    PIC 9(4)  VALUE 0.

       01  PREREQ-LOAD-LINE.
           05  PLL-COURSE-CODE    PIC X(7).
           05  FILLER             PIC X(4)  VALUE   SPACES.
           05  PLL-RESULT         PIC X(35).

       PROCEDURE DIVISION.

       100-LOAD-COURSE-PREREQUISITES.
           PERFORM 200-INITIATE-PREREQ-LOAD.
           PERFORM 201-PROCESS-PREREQ-LINE
               UNTIL EOF-FLAG-LIST = "YES".
           PERFORM 202-TERMINATE-PREREQ-LOAD.
           STOP RUN.

       200-INITIATE-PREREQ-LOAD.
           MOVE "NO" TO EOF-FLAG-LIST.
           PERFORM  300-OPEN-FILES.
           PERFORM  301-READ-PREREQ-LINE.

       201-PROCESS-PREREQ-LINE.
           PERFORM  400-APPLY-PREREQ-LINE.
           PERFORM  301-READ-PREREQ-LINE.

       202-TERMINATE-PREREQ-LOAD.
           PERFORM 307-CLOSE-FILES.
           PERFORM 308-DISPLAY-AUDIT-COUNTERS.

       300-OPEN-FILES.
           OPEN  INPUT  PREREQ-LIST-FILE-IN.
           OPEN  INPUT  COURSE-CREDIT-FILE-IN.
      ******************************************************************
      *File status 35 on the first-ever load means the prerequisite
      *master does not exist yet - create it empty and reopen it for
      *update.
      ******************************************************************
           OPEN  I-O    PREREQ-FILE-IO.
           IF STATUS-FIELD-PREREQ = "35"
               OPEN  OUTPUT  PREREQ-FILE-IO
               CLOSE PREREQ-FILE-IO
               OPEN  I-O     PREREQ-FILE-IO
           END-IF.
           OPEN  OUTPUT PREREQ-LOAD-LOG-OUT.

       301-READ-PREREQ-LINE.
           READ  PREREQ-LIST-FILE-IN
             AT END  MOVE "YES"  TO EOF-FLAG-LIST
               NOT AT END  ADD 1 TO LIST-READ-COUNT.

       307-CLOSE-FILES.
           CLOSE   PREREQ-LIST-FILE-IN.
           CLOSE   COURSE-CREDIT-FILE-IN.
           CLOSE   PREREQ-FILE-IO.
           CLOSE   PREREQ-LOAD-LOG-OUT.

       308-DISPLAY-AUDIT-COUNTERS.
           DISPLAY "Prerequisite lines read: " LIST-READ-COUNT.
           DISPLAY "Prerequisites added: " PREREQ-ADD-COUNT.
           DISPLAY "Prerequisites replaced: " PREREQ-REPLACE-COUNT.
           DISPLAY "Lines rejected: " PREREQ-REJECT-COUNT.

       400-APPLY-PREREQ-LINE.
           MOVE "YES" TO LINE-VALID-FLAG.
           PERFORM 401-CHECK-COURSE-EXISTS.
           IF LINE-VALID-FLAG = "YES"
               PERFORM 402-CHECK-PREREQ-ENTRIES
           END-IF.
           IF LINE-VALID-FLAG = "YES"
               PERFORM 404-WRITE-OR-REPLACE-RECORD
           ELSE
               ADD 1 TO PREREQ-REJECT-COUNT
           END-IF.
           PERFORM 405-WRITE-LOAD-LOG.

       401-CHECK-COURSE-EXISTS.
           MOVE LIST-COURSE-CODE TO COURSE-CODE.
           READ COURSE-CREDIT-FILE-IN
             INVALID KEY
               MOVE "REJECTED - COURSE NOT ON FILE"  TO PLL-RESULT
               MOVE "NO" TO LINE-VALID-FLAG
             NOT INVALID KEY
               CONTINUE
           END-READ.

       402-CHECK-PREREQ-ENTRIES.
           PERFORM 403-CHECK-ONE-PREREQ
               VARYING SUB-P FROM 1 BY 1
               UNTIL SUB-P > 5
                  OR LINE-VALID-FLAG = "NO".

       403-CHECK-ONE-PREREQ.
           IF LIST-REQUIRED-COURSE (SUB-P) NOT = SPACES
               IF LIST-REQUIRED-COURSE (SUB-P) = LIST-COURSE-CODE
                   MOVE "REJECTED - COURSE REQUIRES ITSELF"
                                                     TO PLL-RESULT
                   MOVE "NO" TO LINE-VALID-FLAG
               ELSE
                   IF LIST-MIN-GRADE (SUB-P) NOT NUMERIC
                      OR LIST-MIN-GRADE (SUB-P) > 100
                       MOVE "REJECTED - MINIMUM GRADE INVALID"
                                                     TO PLL-RESULT
                       MOVE "NO" TO LINE-VALID-FLAG
                   ELSE
                       MOVE LIST-REQUIRED-COURSE (SUB-P)
                           TO COURSE-CODE
                       READ COURSE-CREDIT-FILE-IN
                         INVALID KEY
                           MOVE "REJECTED - PREREQ NOT ON FILE"
                                                     TO PLL-RESULT
                           MOVE "NO" TO LINE-VALID-FLAG
                         NOT INVALID KEY
                           CONTINUE
                       END-READ
                   END-IF
               END-IF
           END-IF.

       404-WRITE-OR-REPLACE-RECORD.
           MOVE LIST-COURSE-CODE TO PREREQ-COURSE-CODE.
           PERFORM 406-MOVE-ONE-PREREQ
               VARYING SUB-P FROM 1 BY 1
               UNTIL SUB-P > 5.
           WRITE PREREQ-RECORD
             INVALID KEY
               REWRITE PREREQ-RECORD
               MOVE "REPLACED"                      TO PLL-RESULT
               ADD 1 TO PREREQ-REPLACE-COUNT
             NOT INVALID KEY
               MOVE "ADDED"                         TO PLL-RESULT
               ADD 1 TO PREREQ-ADD-COUNT
           END-WRITE.

       405-WRITE-LOAD-LOG.
           MOVE LIST-COURSE-CODE TO PLL-COURSE-CODE.
           WRITE PREREQ-LOAD-LOG-RECORD
               FROM PREREQ-LOAD-LINE.

       406-MOVE-ONE-PREREQ.
      ******************************************************************
      *A blank entry carries a zero minimum so the master never holds
      *whatever happened to be in the unused columns of the list.
      ******************************************************************
           IF LIST-REQUIRED-COURSE (SUB-P) = SPACES
               MOVE SPACES TO PREREQ-REQUIRED-COURSE (SUB-P)
               MOVE 0      TO PREREQ-MIN-GRADE (SUB-P)
           ELSE
               MOVE LIST-REQUIRED-COURSE (SUB-P)
                   TO PREREQ-REQUIRED-COURSE (SUB-P)
               MOVE LIST-MIN-GRADE (SUB-P)
                   TO PREREQ-MIN-GRADE (SUB-P)
           END-IF.

       END PROGRAM PROJECT3-PROGRAM30.
