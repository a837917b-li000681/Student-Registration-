      ******************************************************************
      * This program posts approved transfer credit to the permanent
      * academic history. Each equivalency names the student, the
      * sending institution, the external course, the COURSE-CREDIT
      * course it is granted as, and the approver. A granted course
      * goes into ACADEMIC-HISTORY under the transfer term code TRANS
      * with the credit hours from COURSE-CREDIT-FILE-IN and the
      * transfer grade marker 999 in place of a grade, so the
      * transcript, the degree audit, and every average computation
      * can tell it from a course taken here. The sending institution
      * and external course are kept on the transfer-credit master
      * keyed by student and course for the transcript to print.
      * The student's program sets the most transfer hours it will
      * accept on the program-requirements master; an equivalency
      * that would take the student's transfer hours past that cap is
      * rejected, as is one for a course the student already has in
      * the history. The transfer register lists every equivalency
      * with its result.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROJECT3-PROGRAM41 AS "PROJECT3-PROGRAM41".
       AUTHOR.  SHURONG HAN and YING YANG.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT  TRANSFER-CREDIT-FILE-IN
                ASSIGN TO "C:\COBOL\TRANSFER-CREDITS.TXT"
                ORGANIZATION IS LINE SEQUENTIAL.
           SELECT  ACADEMIC-HISTORY-FILE-IO
                ASSIGN TO "C:\COBOL\ACADEMIC-HISTORY"
                ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS HIST-RECORD-KEY
                   FILE STATUS IS STATUS-FIELD-HISTORY.
           SELECT  TRANSFER-MASTER-FILE-IO
                ASSIGN TO "C:\COBOL\TRANSFER-CREDIT"
                ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS TCM-RECORD-KEY
                   FILE STATUS IS STATUS-FIELD-TRANSFER.
           SELECT  STUDENT-FILE-IN
                ASSIGN TO "C:\COBOL\INDEXED-STUFILE"
                ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS STUDENT-NUMBER
                   FILE STATUS IS STATUS-FIELD.
           SELECT  COURSE-CREDIT-FILE-IN
                ASSIGN TO "C:\COBOL\COURSE-CREDIT"
                ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS COURSE-CODE
                   FILE STATUS IS STATUS-FIELD-COURSE.
           SELECT  REQUIREMENTS-FILE-IN
                ASSIGN TO "C:\COBOL\PROGRAM-REQUIREMENTS"
                ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS REQ-PROGRAM-CODE
                   FILE STATUS IS STATUS-FIELD-REQ.
           SELECT  RUN-CONTROL-FILE-IN
                ASSIGN TO "C:\COBOL\RUN-CONTROL.TXT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS STATUS-FIELD-RUN-CTL.
           SELECT  TRANSFER-REGISTER-OUT
                ASSIGN TO "C:\COBOL\TRANSFER-REGISTER.TXT"
                ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE  SECTION.
       FD  TRANSFER-CREDIT-FILE-IN.
       01 TRANSFER-CREDIT-RECORD.
           05   TC-STUDENT-NUMBER   PIC 9(6).
           05   TC-INSTITUTION      PIC X(30).
           05   TC-EXTERNAL-COURSE  PIC X(10).
           05   TC-COURSE-CODE      PIC X(7).
           05   TC-APPROVER         PIC X(8).

       FD  ACADEMIC-HISTORY-FILE-IO.
       01 ACADEMIC-HISTORY-RECORD.
           05   HIST-RECORD-KEY.
               10  HIST-STUDENT-NUMBER  PIC 9(6).
               10  HIST-TERM            PIC X(5).
                   88  HIST-IS-TRANSFER      VALUE "TRANS".
               10  HIST-COURSE-CODE     PIC X(7).
           05   HIST-GRADE           PIC 9(3).
               88  HIST-GRADE-IS-TRANSFER    VALUE 999.
           05   HIST-CREDIT-HOURS    PIC 9(2).

       FD  TRANSFER-MASTER-FILE-IO.
       01 TRANSFER-MASTER-RECORD.
           05   TCM-RECORD-KEY.
               10  TCM-STUDENT-NUMBER   PIC 9(6).
               10  TCM-COURSE-CODE      PIC X(7).
           05   TCM-INSTITUTION      PIC X(30).
           05   TCM-EXTERNAL-COURSE  PIC X(10).
           05   TCM-CREDIT-HOURS     PIC 9(2).
           05   TCM-DATE-GRANTED     PIC 9(8).
           05   TCM-APPROVER         PIC X(8).

       FD  STUDENT-FILE-IN.
       01 STUDENT-RECORD.
           05   STUDENT-NUMBER    PIC 9(6).
           05   TUITION-OWED      PIC 9(4)V99.
           05   STUDENT-NAME      PIC X(40).
           05   PROGRAM-OF-STUDY  PIC X(5).
           05   COURSE-CODE-1     PIC X(7).
           05   COURSE-AVERAGE-1  PIC 9(3).
           05   COURSE-CODE-2     PIC X(7).
           05   COURSE-AVERAGE-2  PIC 9(3).
           05   COURSE-CODE-3     PIC X(7).
           05   COURSE-AVERAGE-3  PIC 9(3).
           05   COURSE-CODE-4     PIC X(7).
           05   COURSE-AVERAGE-4  PIC 9(3).
           05   COURSE-CODE-5     PIC X(7).
           05   COURSE-AVERAGE-5  PIC 9(3).
           05   CREDIT-BALANCE    PIC 9(4)V99.
           05   ADDRESS-STREET    PIC X(30).
           05   ADDRESS-CITY      PIC X(20).
           05   ADDRESS-PROVINCE  PIC X(2).
           05   ADDRESS-POSTAL-CODE  PIC X(7).
           05   PHONE-NUMBER      PIC X(10).
           05   EMAIL-ADDRESS     PIC X(30).
           05   STUDENT-STATUS    PIC X(1).
               88  STUDENT-IS-ACTIVE     VALUE "A".
               88  STUDENT-IS-GRADUATED  VALUE "G".
               88  STUDENT-IS-WITHDRAWN  VALUE "W".
           05   STATUS-DATE       PIC 9(8).

       FD  COURSE-CREDIT-FILE-IN.
       01 COURSE-CREDIT-RECORD.
           05   COURSE-CODE       PIC X(7).
           05   CREDIT-HOURS      PIC 9(2).

       FD  REQUIREMENTS-FILE-IN.
       01 REQUIREMENTS-RECORD.
           05   REQ-PROGRAM-CODE      PIC X(5).
           05   REQ-MIN-CREDITS       PIC 9(3).
           05   REQ-MIN-AVERAGE       PIC 9(3).
           05   REQ-COURSE-CODE       OCCURS 8 TIMES  PIC X(7).
           05   REQ-MAX-TRANSFER-HOURS  PIC 9(3).

       FD  RUN-CONTROL-FILE-IN.
       01  RUN-CONTROL-RECORD.
           05   RC-RUN-DATE           PIC 9(8).
           05   RC-TERM               PIC X(5).
           05   RC-RUN-NUMBER         PIC 9(4).
           05   RC-PAYMENT-BATCH-ID   PIC X(8).

       FD  TRANSFER-REGISTER-OUT.
       01  TRANSFER-REGISTER.
           05   REGISTER-LINE     PIC X(100).

       WORKING-STORAGE SECTION.
        01  CONTROL-FIELDS.
           05   EOF-FLAG-TRANSFER     PIC X(3).
           05   EOF-FLAG-HISTORY      PIC X(3).
           05   TRANSFER-VALID-FLAG   PIC X(3).
           05   COURSE-HELD-FLAG      PIC X(3).
           05   STATUS-FIELD          PIC X(2).
           05   STATUS-FIELD-HISTORY  PIC X(2).
           05   STATUS-FIELD-TRANSFER PIC X(2).
           05   STATUS-FIELD-COURSE   PIC X(2).
           05   STATUS-FIELD-REQ      PIC X(2).
           05   STATUS-FIELD-RUN-CTL  PIC X(2).

       01  TRANSFER-RUN-DATE      PIC 9(8)  VALUE 0.
       01  TRANSFER-READ-COUNT    PIC 9(4)  VALUE 0.
       01  TRANSFER-POSTED-COUNT  PIC 9(4)  VALUE 0.
       01  TRANSFER-REJECT-COUNT  PIC 9(4)  VALUE 0.
       01  TRANSFER-HOURS-POSTED  PIC 9(5)  VALUE 0.
      ******************************************************************
      *Transfer hours the student already holds, found by the history
      *scan, and the hours the equivalency being posted would add.
      ******************************************************************
       01  TRANSFER-HOURS-HELD    PIC 9(4)  VALUE 0.
       01  TRANSFER-HOURS-AFTER   PIC 9(4)  VALUE 0.
       01  GRANTED-CREDIT-HOURS   PIC 9(2)  VALUE 0.

       01  REGISTER-HEADER-LINE.
           05  FILLER   PIC X(20)  VALUE   SPACES.
           05  FILLER   PIC X(25)  VALUE   "TRANSFER CREDIT REGISTER".
       01  REGISTER-CONTROL-LINE.
           05  FILLER               PIC X(6)  VALUE  "DATE: ".
           05  RCL-RUN-DATE         PIC 9(8).
       01  REGISTER-COLUMN-LINE.
           05  FILLER   PIC X(8)   VALUE   "STUDENT".
           05  FILLER   PIC X(9)   VALUE   "COURSE".
           05  FILLER   PIC X(12)  VALUE   "EXTERNAL".
           05  FILLER   PIC X(22)  VALUE   "INSTITUTION".
           05  FILLER   PIC X(5)   VALUE   "HRS".
           05  FILLER   PIC X(5)   VALUE   "CAP".
           05  FILLER   PIC X(30)  VALUE   "RESULT".
       01  REGISTER-DETAIL-LINE.
           05  RDL-STUDENT-NUMBER   PIC 9(6).
           05  FILLER               PIC X(2)  VALUE  SPACES.
           05  RDL-COURSE-CODE      PIC X(7).
           05  FILLER               PIC X(2)  VALUE  SPACES.
           05  RDL-EXTERNAL-COURSE  PIC X(10).
           05  FILLER               PIC X(2)  VALUE  SPACES.
           05  RDL-INSTITUTION      PIC X(20).
           05  FILLER               PIC X(2)  VALUE  SPACES.
           05  RDL-CREDIT-HOURS     PIC Z9.
           05  FILLER               PIC X(3)  VALUE  SPACES.
           05  RDL-MAX-TRANSFER     PIC ZZ9.
           05  FILLER               PIC X(2)  VALUE  SPACES.
           05  RDL-RESULT           PIC X(30).
       01  REGISTER-TOTAL-LINE.
           05  FILLER               PIC X(8)  VALUE  "POSTED: ".
           05  RTL-POSTED-COUNT     PIC ZZZ9.
           05  FILLER               PIC X(4)  VALUE  SPACES.
           05  FILLER               PIC X(10) VALUE  "REJECTED: ".
           05  RTL-REJECT-COUNT     PIC ZZZ9.
           05  FILLER               PIC X(4)  VALUE  SPACES.
           05  FILLER               PIC X(14) VALUE  "HOURS POSTED: ".
           05  RTL-HOURS-POSTED     PIC ZZ,ZZ9.

       PROCEDURE DIVISION.

       100-POST-TRANSFER-CREDIT.
           PERFORM 200-INITIATE-TRANSFER-CREDIT.
           PERFORM 201-PROCESS-TRANSFER-RECORD
               UNTIL EOF-FLAG-TRANSFER = "YES".
           PERFORM 202-TERMINATE-TRANSFER-CREDIT.
           STOP RUN.

       200-INITIATE-TRANSFER-CREDIT.
           MOVE "NO" TO EOF-FLAG-TRANSFER.
           PERFORM  302-READ-RUN-CONTROL.
           PERFORM  300-OPEN-FILES.
           PERFORM  303-WRITE-REGISTER-HEADING.
           PERFORM  301-READ-TRANSFER-RECORD.

       201-PROCESS-TRANSFER-RECORD.
           PERFORM  400-APPLY-TRANSFER-CREDIT.
           PERFORM  301-READ-TRANSFER-RECORD.

       202-TERMINATE-TRANSFER-CREDIT.
           PERFORM 304-WRITE-REGISTER-TOTALS.
           PERFORM 307-CLOSE-FILES.
           PERFORM 308-DISPLAY-AUDIT-COUNTERS.

       302-READ-RUN-CONTROL.
      ******************************************************************
      *The transfer-credit master records the processing date from the
      *run control card as the date the credit was granted.
      ******************************************************************
           OPEN INPUT RUN-CONTROL-FILE-IN.
           IF STATUS-FIELD-RUN-CTL NOT = "00"
               DISPLAY "RUN CONTROL CARD MISSING - RUN STOPPED"
               STOP RUN
           END-IF.
           READ RUN-CONTROL-FILE-IN
             AT END
               DISPLAY "RUN CONTROL CARD EMPTY - RUN STOPPED"
               STOP RUN
           END-READ.
           MOVE RC-RUN-DATE TO TRANSFER-RUN-DATE.
           CLOSE RUN-CONTROL-FILE-IN.

       300-OPEN-FILES.
           OPEN  INPUT  TRANSFER-CREDIT-FILE-IN.
      ******************************************************************
      *File status 35 means no history or transfer-credit master has
      *been built yet - create each empty and reopen it for update.
      ******************************************************************
           OPEN  I-O    ACADEMIC-HISTORY-FILE-IO.
           IF STATUS-FIELD-HISTORY = "35"
               OPEN  OUTPUT  ACADEMIC-HISTORY-FILE-IO
               CLOSE ACADEMIC-HISTORY-FILE-IO
               OPEN  I-O     ACADEMIC-HISTORY-FILE-IO
           END-IF.
           OPEN  I-O    TRANSFER-MASTER-FILE-IO.
           IF STATUS-FIELD-TRANSFER = "35"
               OPEN  OUTPUT  TRANSFER-MASTER-FILE-IO
               CLOSE TRANSFER-MASTER-FILE-IO
               OPEN  I-O     TRANSFER-MASTER-FILE-IO
           END-IF.
           OPEN  INPUT  STUDENT-FILE-IN.
           OPEN  INPUT  COURSE-CREDIT-FILE-IN.
      ******************************************************************
      *The cap lives on the requirements master - without it no
      *transfer credit can be checked, so none is posted.
      ******************************************************************
           OPEN  INPUT  REQUIREMENTS-FILE-IN.
           IF STATUS-FIELD-REQ NOT = "00"
               DISPLAY "REQUIREMENTS MASTER MISSING - RUN STOPPED"
               STOP RUN
           END-IF.
           OPEN  OUTPUT TRANSFER-REGISTER-OUT.

       301-READ-TRANSFER-RECORD.
           READ  TRANSFER-CREDIT-FILE-IN
             AT END  MOVE "YES"  TO EOF-FLAG-TRANSFER
               NOT AT END  ADD 1 TO TRANSFER-READ-COUNT.

       303-WRITE-REGISTER-HEADING.
           WRITE TRANSFER-REGISTER FROM REGISTER-HEADER-LINE.
           MOVE TRANSFER-RUN-DATE   TO RCL-RUN-DATE.
           WRITE TRANSFER-REGISTER FROM REGISTER-CONTROL-LINE.
           WRITE TRANSFER-REGISTER FROM REGISTER-COLUMN-LINE.

       304-WRITE-REGISTER-TOTALS.
           MOVE TRANSFER-POSTED-COUNT TO RTL-POSTED-COUNT.
           MOVE TRANSFER-REJECT-COUNT TO RTL-REJECT-COUNT.
           MOVE TRANSFER-HOURS-POSTED TO RTL-HOURS-POSTED.
           WRITE TRANSFER-REGISTER FROM REGISTER-TOTAL-LINE.

       307-CLOSE-FILES.
           CLOSE   TRANSFER-CREDIT-FILE-IN.
           CLOSE   ACADEMIC-HISTORY-FILE-IO.
           CLOSE   TRANSFER-MASTER-FILE-IO.
           CLOSE   STUDENT-FILE-IN.
           CLOSE   COURSE-CREDIT-FILE-IN.
           CLOSE   REQUIREMENTS-FILE-IN.
           CLOSE   TRANSFER-REGISTER-OUT.

       308-DISPLAY-AUDIT-COUNTERS.
           DISPLAY "Transfer credits read: " TRANSFER-READ-COUNT.
           DISPLAY "Transfer credits posted: " TRANSFER-POSTED-COUNT.
           DISPLAY "Transfer credits rejected: " TRANSFER-REJECT-COUNT.
           DISPLAY "Transfer hours posted: " TRANSFER-HOURS-POSTED.

       400-APPLY-TRANSFER-CREDIT.
           MOVE 0   TO GRANTED-CREDIT-HOURS.
           MOVE 0   TO REQ-MAX-TRANSFER-HOURS.
           MOVE "YES" TO TRANSFER-VALID-FLAG.
           PERFORM 401-EDIT-TRANSFER-RECORD.
           IF TRANSFER-VALID-FLAG = "YES"
               PERFORM 402-CHECK-STUDENT
           END-IF.
           IF TRANSFER-VALID-FLAG = "YES"
               PERFORM 403-CHECK-GRANTED-COURSE
           END-IF.
           IF TRANSFER-VALID-FLAG = "YES"
               PERFORM 404-CHECK-TRANSFER-CAP
           END-IF.
           IF TRANSFER-VALID-FLAG = "YES"
               PERFORM 405-POST-TRANSFER-COURSE
           END-IF.
           IF TRANSFER-VALID-FLAG = "NO"
               ADD 1 TO TRANSFER-REJECT-COUNT
           END-IF.
           PERFORM 406-WRITE-REGISTER-DETAIL.

       401-EDIT-TRANSFER-RECORD.
      ******************************************************************
      *Only an approved equivalency is posted - the approver, the
      *sending institution, and both course codes must be present.
      ******************************************************************
           IF TC-STUDENT-NUMBER NOT NUMERIC
               MOVE "REJECTED - STUDENT NOT NUMERIC" TO RDL-RESULT
               MOVE "NO" TO TRANSFER-VALID-FLAG
           ELSE
               IF TC-APPROVER = SPACES
                   MOVE "REJECTED - NOT AUTHORIZED"   TO RDL-RESULT
                   MOVE "NO" TO TRANSFER-VALID-FLAG
               ELSE
                   IF TC-INSTITUTION = SPACES
                      OR TC-EXTERNAL-COURSE = SPACES
                      OR TC-COURSE-CODE = SPACES
                       MOVE "REJECTED - INCOMPLETE RECORD"
                           TO RDL-RESULT
                       MOVE "NO" TO TRANSFER-VALID-FLAG
                   END-IF
               END-IF
           END-IF.

       402-CHECK-STUDENT.
           MOVE TC-STUDENT-NUMBER TO STUDENT-NUMBER.
           READ STUDENT-FILE-IN
             INVALID KEY
               MOVE "REJECTED - STUDENT NOT ON FILE" TO RDL-RESULT
               MOVE "NO" TO TRANSFER-VALID-FLAG
             NOT INVALID KEY
               IF NOT STUDENT-IS-ACTIVE
                   MOVE "REJECTED - STUDENT NOT ACTIVE" TO RDL-RESULT
                   MOVE "NO" TO TRANSFER-VALID-FLAG
               END-IF
           END-READ.
           IF TRANSFER-VALID-FLAG = "YES"
               MOVE PROGRAM-OF-STUDY TO REQ-PROGRAM-CODE
               READ REQUIREMENTS-FILE-IN
                 INVALID KEY
                   MOVE 0 TO REQ-MAX-TRANSFER-HOURS
                   MOVE "REJECTED - NO PROGRAM CAP" TO RDL-RESULT
                   MOVE "NO" TO TRANSFER-VALID-FLAG
               END-READ
           END-IF.

       403-CHECK-GRANTED-COURSE.
           MOVE TC-COURSE-CODE TO COURSE-CODE.
           READ COURSE-CREDIT-FILE-IN
             INVALID KEY
               MOVE "REJECTED - COURSE NOT ON FILE" TO RDL-RESULT
               MOVE "NO" TO TRANSFER-VALID-FLAG
             NOT INVALID KEY
               MOVE CREDIT-HOURS TO GRANTED-CREDIT-HOURS
           END-READ.

       404-CHECK-TRANSFER-CAP.
      ******************************************************************
      *One keyed start at the student's first history record and a
      *read forward until the student number changes, the same way
      *the transcript run reads it. The scan totals the transfer hours
      *already granted - including any posted earlier in this run -
      *and notices a course already held under any term.
      ******************************************************************
           MOVE 0    TO TRANSFER-HOURS-HELD.
           MOVE "NO" TO COURSE-HELD-FLAG.
           MOVE "NO" TO EOF-FLAG-HISTORY.
           MOVE TC-STUDENT-NUMBER TO HIST-STUDENT-NUMBER.
           MOVE SPACES TO HIST-TERM.
           MOVE SPACES TO HIST-COURSE-CODE.
           START ACADEMIC-HISTORY-FILE-IO
               KEY IS NOT LESS THAN HIST-RECORD-KEY
             INVALID KEY
               MOVE "YES" TO EOF-FLAG-HISTORY
           END-START.
           PERFORM 410-READ-HISTORY-RECORD
               UNTIL EOF-FLAG-HISTORY = "YES".
           COMPUTE TRANSFER-HOURS-AFTER =
               TRANSFER-HOURS-HELD + GRANTED-CREDIT-HOURS.
           IF COURSE-HELD-FLAG = "YES"
               MOVE "REJECTED - COURSE ALREADY HELD" TO RDL-RESULT
               MOVE "NO" TO TRANSFER-VALID-FLAG
           ELSE
               IF TRANSFER-HOURS-AFTER > REQ-MAX-TRANSFER-HOURS
                   MOVE "REJECTED - OVER TRANSFER CAP" TO RDL-RESULT
                   MOVE "NO" TO TRANSFER-VALID-FLAG
               END-IF
           END-IF.

       410-READ-HISTORY-RECORD.
           READ ACADEMIC-HISTORY-FILE-IO NEXT RECORD
             AT END
               MOVE "YES" TO EOF-FLAG-HISTORY
             NOT AT END
               IF HIST-STUDENT-NUMBER = TC-STUDENT-NUMBER
                   PERFORM 411-TALLY-HISTORY-RECORD
               ELSE
                   MOVE "YES" TO EOF-FLAG-HISTORY
               END-IF
           END-READ.

       411-TALLY-HISTORY-RECORD.
           IF HIST-IS-TRANSFER
               ADD HIST-CREDIT-HOURS TO TRANSFER-HOURS-HELD
           END-IF.
           IF HIST-COURSE-CODE = TC-COURSE-CODE
               MOVE "YES" TO COURSE-HELD-FLAG
           END-IF.

       405-POST-TRANSFER-COURSE.
           MOVE TC-STUDENT-NUMBER    TO HIST-STUDENT-NUMBER.
           MOVE "TRANS"              TO HIST-TERM.
           MOVE TC-COURSE-CODE       TO HIST-COURSE-CODE.
           MOVE 999                  TO HIST-GRADE.
           MOVE GRANTED-CREDIT-HOURS TO HIST-CREDIT-HOURS.
           WRITE ACADEMIC-HISTORY-RECORD
             INVALID KEY
               MOVE "REJECTED - COURSE ALREADY HELD" TO RDL-RESULT
               MOVE "NO" TO TRANSFER-VALID-FLAG
           END-WRITE.
           IF TRANSFER-VALID-FLAG = "YES"
               PERFORM 407-WRITE-TRANSFER-MASTER
               MOVE "POSTED"                TO RDL-RESULT
               ADD 1 TO TRANSFER-POSTED-COUNT
               ADD GRANTED-CREDIT-HOURS TO TRANSFER-HOURS-POSTED
           END-IF.

       407-WRITE-TRANSFER-MASTER.
      ******************************************************************
      *A master record left behind by a transfer course since taken
      *off the history is replaced by the new grant.
      ******************************************************************
           MOVE TC-STUDENT-NUMBER    TO TCM-STUDENT-NUMBER.
           MOVE TC-COURSE-CODE       TO TCM-COURSE-CODE.
           MOVE TC-INSTITUTION       TO TCM-INSTITUTION.
           MOVE TC-EXTERNAL-COURSE   TO TCM-EXTERNAL-COURSE.
           MOVE GRANTED-CREDIT-HOURS TO TCM-CREDIT-HOURS.
           MOVE TRANSFER-RUN-DATE    TO TCM-DATE-GRANTED.
           MOVE TC-APPROVER          TO TCM-APPROVER.
           WRITE TRANSFER-MASTER-RECORD
             INVALID KEY
               REWRITE TRANSFER-MASTER-RECORD
           END-WRITE.

       406-WRITE-REGISTER-DETAIL.
           MOVE TC-STUDENT-NUMBER    TO RDL-STUDENT-NUMBER.
           MOVE TC-COURSE-CODE       TO RDL-COURSE-CODE.
           MOVE TC-EXTERNAL-COURSE   TO RDL-EXTERNAL-COURSE.
           MOVE TC-INSTITUTION       TO RDL-INSTITUTION.
           MOVE GRANTED-CREDIT-HOURS TO RDL-CREDIT-HOURS.
           MOVE REQ-MAX-TRANSFER-HOURS TO RDL-MAX-TRANSFER.
           WRITE TRANSFER-REGISTER FROM REGISTER-DETAIL-LINE.

       END PROGRAM PROJECT3-PROGRAM41.
