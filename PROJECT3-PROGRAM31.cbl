      ******************************************************************
      * This program applies authorized grade changes and grade appeal
      * outcomes to the permanent academic history. Each change names
      * the student, term, and course of the history record, the grade
      * the registrar believes is on file, the new grade, a reason
      * code, and the approver. HIST-GRADE is rewritten only when the
      * old grade on the change matches the grade on file, so a change
      * keyed against a stale copy of the transcript is rejected, not
      * applied over a later correction. Transfer credit (term TRANS)
      * has no grade to change and is rejected; it also stays out of
      * the averages. Every applied change is appended to the
      * permanent grade-change audit file with the run date. The
      * change register shows each change with the student's
      * cumulative credit-weighted average before and after it, and
      * flags any student whose average crosses the probation line or
      * the program's graduation minimum - those students need the
      * degree audit (PROJECT3-PROGRAM19) run again.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROJECT3-PROGRAM31 AS "PROJECT3-PROGRAM31".
       AUTHOR.  SHURONG HAN and YING YANG.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT  GRADE-CHANGE-FILE-IN
                ASSIGN TO "C:\COBOL\GRADE-CHANGES.TXT"
                ORGANIZATION IS LINE SEQUENTIAL.
           SELECT  ACADEMIC-HISTORY-FILE-IO
                ASSIGN TO "C:\COBOL\ACADEMIC-HISTORY"
                ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS HIST-RECORD-KEY
                   FILE STATUS IS STATUS-FIELD-HISTORY.
           SELECT  STUDENT-FILE-IN
                ASSIGN TO "C:\COBOL\INDEXED-STUFILE"
                ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS STUDENT-NUMBER
                   FILE STATUS IS STATUS-FIELD.
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
           SELECT  GRADE-AUDIT-FILE-OUT
                ASSIGN TO "C:\COBOL\GRADE-CHANGE-AUDIT.TXT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS STATUS-FIELD-AUDIT.
           SELECT  CHANGE-REGISTER-OUT
                ASSIGN TO "C:\COBOL\GRADE-CHANGE-REGISTER.TXT"
                ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE  SECTION.
       FD  GRADE-CHANGE-FILE-IN.
       01 GRADE-CHANGE-RECORD.
           05   GC-STUDENT-NUMBER   PIC 9(6).
           05   GC-TERM             PIC X(5).
           05   GC-COURSE-CODE      PIC X(7).
           05   GC-OLD-GRADE        PIC 9(3).
           05   GC-NEW-GRADE        PIC 9(3).
           05   GC-REASON-CODE      PIC X(2).
           05   GC-APPROVER         PIC X(8).

       FD  ACADEMIC-HISTORY-FILE-IO.
       01 ACADEMIC-HISTORY-RECORD.
           05   HIST-RECORD-KEY.
               10  HIST-STUDENT-NUMBER  PIC 9(6).
               10  HIST-TERM            PIC X(5).
                   88  HIST-IS-TRANSFER      VALUE "TRANS".
               10  HIST-COURSE-CODE     PIC X(7).
           05   HIST-GRADE           PIC 9(3).
           05   HIST-CREDIT-HOURS    PIC 9(2).

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

       FD  GRADE-AUDIT-FILE-OUT.
       01 GRADE-AUDIT-RECORD.
           05   GCA-RUN-DATE        PIC 9(8).
           05   GCA-STUDENT-NUMBER  PIC 9(6).
           05   GCA-TERM            PIC X(5).
           05   GCA-COURSE-CODE     PIC X(7).
           05   GCA-OLD-GRADE       PIC 9(3).
           05   GCA-NEW-GRADE       PIC 9(3).
           05   GCA-REASON-CODE     PIC X(2).
           05   GCA-APPROVER        PIC X(8).
           05   GCA-AVERAGE-BEFORE  PIC 9(3).
           05   GCA-AVERAGE-AFTER   PIC 9(3).

       FD  CHANGE-REGISTER-OUT.
       01  CHANGE-REGISTER.
           05   REGISTER-LINE     PIC X(100).

       WORKING-STORAGE SECTION.
        01  CONTROL-FIELDS.
           05   EOF-FLAG-CHANGE       PIC X(3).
           05   EOF-FLAG-HISTORY      PIC X(3).
           05   CHANGE-VALID-FLAG     PIC X(3).
           05   REQ-FOUND-FLAG        PIC X(3).
           05   REQUIREMENTS-OPEN-FLAG  PIC X(3).
           05   STATUS-FIELD          PIC X(2).
           05   STATUS-FIELD-HISTORY  PIC X(2).
           05   STATUS-FIELD-REQ      PIC X(2).
           05   STATUS-FIELD-RUN-CTL  PIC X(2).
           05   STATUS-FIELD-AUDIT    PIC X(2).

       01  CHANGE-RUN-DATE        PIC 9(8)  VALUE 0.
       01  CHANGE-READ-COUNT      PIC 9(4)  VALUE 0.
       01  CHANGE-APPLIED-COUNT   PIC 9(4)  VALUE 0.
       01  CHANGE-REJECT-COUNT    PIC 9(4)  VALUE 0.
       01  REAUDIT-COUNT          PIC 9(4)  VALUE 0.
      ******************************************************************
      *The probation line is the same threshold the nightly report
      *prints the probation list against; the graduation line is the
      *student's program minimum from the requirements master.
      ******************************************************************
       01  PROBATION-THRESHOLD    PIC 9(3)  VALUE 60.
       01  GRADUATION-MINIMUM     PIC 9(3)  VALUE 0.
      ******************************************************************
      *Cumulative credit-weighted average accumulators, the same
      *computation the transcript run and the degree audit use. The
      *after-change points are the before points with the changed
      *record's old grade backed out and its new grade put in.
      ******************************************************************
       01  CUMULATIVE-POINTS      PIC 9(8)  VALUE 0.
       01  CUMULATIVE-CREDITS     PIC 9(4)  VALUE 0.
       01  POINTS-AFTER-CHANGE    PIC 9(8)  VALUE 0.
       01  AVERAGE-BEFORE         PIC 9(3)  VALUE 0.
       01  AVERAGE-AFTER          PIC 9(3)  VALUE 0.
       01  CHANGED-CREDIT-HOURS   PIC 9(2)  VALUE 0.

       01  REGISTER-HEADER-LINE.
           05  FILLER   PIC X(20)  VALUE   SPACES.
           05  FILLER   PIC X(21)  VALUE   "GRADE CHANGE REGISTER".
       01  REGISTER-CONTROL-LINE.
           05  FILLER               PIC X(6)  VALUE  "DATE: ".
           05  RCL-RUN-DATE         PIC 9(8).
           05  FILLER               PIC X(4)  VALUE  SPACES.
           05  FILLER               PIC X(16) VALUE
                                       "PROBATION LINE: ".
           05  RCL-PROBATION        PIC ZZ9.
       01  REGISTER-COLUMN-LINE.
           05  FILLER   PIC X(8)   VALUE   "STUDENT".
           05  FILLER   PIC X(7)   VALUE   "TERM".
           05  FILLER   PIC X(9)   VALUE   "COURSE".
           05  FILLER   PIC X(5)   VALUE   "OLD".
           05  FILLER   PIC X(5)   VALUE   "NEW".
           05  FILLER   PIC X(4)   VALUE   "RSN".
           05  FILLER   PIC X(10)  VALUE   "APPROVER".
           05  FILLER   PIC X(5)   VALUE   "AVG".
           05  FILLER   PIC X(5)   VALUE   "AVG".
           05  FILLER   PIC X(30)  VALUE   "RESULT".
       01  REGISTER-COLUMN-LINE-2.
           05  FILLER   PIC X(48)  VALUE   SPACES.
           05  FILLER   PIC X(5)   VALUE   "WAS".
           05  FILLER   PIC X(5)   VALUE   "NOW".
       01  REGISTER-DETAIL-LINE.
           05  RDL-STUDENT-NUMBER   PIC 9(6).
           05  FILLER               PIC X(2)  VALUE  SPACES.
           05  RDL-TERM             PIC X(5).
           05  FILLER               PIC X(2)  VALUE  SPACES.
           05  RDL-COURSE-CODE      PIC X(7).
           05  FILLER               PIC X(2)  VALUE  SPACES.
           05  RDL-OLD-GRADE        PIC ZZ9.
           05  FILLER               PIC X(2)  VALUE  SPACES.
           05  RDL-NEW-GRADE        PIC ZZ9.
           05  FILLER               PIC X(2)  VALUE  SPACES.
           05  RDL-REASON-CODE      PIC X(2).
           05  FILLER               PIC X(2)  VALUE  SPACES.
           05  RDL-APPROVER         PIC X(8).
           05  FILLER               PIC X(2)  VALUE  SPACES.
           05  RDL-AVERAGE-BEFORE   PIC ZZ9.
           05  FILLER               PIC X(2)  VALUE  SPACES.
           05  RDL-AVERAGE-AFTER    PIC ZZ9.
           05  FILLER               PIC X(2)  VALUE  SPACES.
           05  RDL-RESULT           PIC X(30).
       01  REGISTER-FLAG-LINE.
           05  FILLER               PIC X(10) VALUE  SPACES.
           05  FILLER               PIC X(5)  VALUE  "*** ".
           05  RFL-FLAG-TEXT        PIC X(50).
       01  REGISTER-TOTAL-LINE.
           05  FILLER               PIC X(9)  VALUE  "APPLIED: ".
           05  RTL-APPLIED-COUNT    PIC ZZZ9.
           05  FILLER               PIC X(4)  VALUE  SPACES.
           05  FILLER               PIC X(10) VALUE  "REJECTED: ".
           05  RTL-REJECT-COUNT     PIC ZZZ9.
           05  FILLER               PIC X(4)  VALUE  SPACES.
           05  FILLER               PIC X(23) VALUE
                                       "DEGREE AUDIT RE-RUNS: ".
           05  RTL-REAUDIT-COUNT    PIC ZZZ9.

       PROCEDURE DIVISION.

       100-PROCESS-GRADE-CHANGES.
           PERFORM 200-INITIATE-GRADE-CHANGES.
           PERFORM 201-PROCESS-CHANGE-RECORD
               UNTIL EOF-FLAG-CHANGE = "YES".
           PERFORM 202-TERMINATE-GRADE-CHANGES.
           STOP RUN.

       200-INITIATE-GRADE-CHANGES.
           MOVE "NO" TO EOF-FLAG-CHANGE.
           PERFORM  302-READ-RUN-CONTROL.
           PERFORM  300-OPEN-FILES.
           PERFORM  303-WRITE-REGISTER-HEADING.
           PERFORM  301-READ-CHANGE-RECORD.

       201-PROCESS-CHANGE-RECORD.
           PERFORM  400-APPLY-GRADE-CHANGE.
           PERFORM  301-READ-CHANGE-RECORD.

       202-TERMINATE-GRADE-CHANGES.
           PERFORM 304-WRITE-REGISTER-TOTALS.
           PERFORM 307-CLOSE-FILES.
           PERFORM 308-DISPLAY-AUDIT-COUNTERS.

       302-READ-RUN-CONTROL.
      ******************************************************************
      *Audit records carry the processing date from the run control
      *card, the same date the rest of the cycle stamps.
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
           MOVE RC-RUN-DATE TO CHANGE-RUN-DATE.
           CLOSE RUN-CONTROL-FILE-IN.

       300-OPEN-FILES.
           OPEN  INPUT  GRADE-CHANGE-FILE-IN.
           OPEN  I-O    ACADEMIC-HISTORY-FILE-IO.
           IF STATUS-FIELD-HISTORY NOT = "00"
               DISPLAY "ACADEMIC HISTORY MISSING - RUN STOPPED"
               STOP RUN
           END-IF.
           OPEN  INPUT  STUDENT-FILE-IN.
      ******************************************************************
      *Without the requirements master the graduation line cannot be
      *checked - changes still apply and only the probation line is
      *flagged.
      ******************************************************************
           OPEN  INPUT  REQUIREMENTS-FILE-IN.
           IF STATUS-FIELD-REQ = "00"
               MOVE "YES" TO REQUIREMENTS-OPEN-FLAG
           ELSE
               MOVE "NO"  TO REQUIREMENTS-OPEN-FLAG
           END-IF.
      ******************************************************************
      *The audit file is permanent - every run appends to it. Status
      *35 means this is the first change ever applied.
      ******************************************************************
           OPEN  EXTEND GRADE-AUDIT-FILE-OUT.
           IF STATUS-FIELD-AUDIT = "35"
               OPEN  OUTPUT GRADE-AUDIT-FILE-OUT
           END-IF.
           OPEN  OUTPUT CHANGE-REGISTER-OUT.

       301-READ-CHANGE-RECORD.
           READ  GRADE-CHANGE-FILE-IN
             AT END  MOVE "YES"  TO EOF-FLAG-CHANGE
               NOT AT END  ADD 1 TO CHANGE-READ-COUNT.

       303-WRITE-REGISTER-HEADING.
           WRITE CHANGE-REGISTER FROM REGISTER-HEADER-LINE.
           MOVE CHANGE-RUN-DATE     TO RCL-RUN-DATE.
           MOVE PROBATION-THRESHOLD TO RCL-PROBATION.
           WRITE CHANGE-REGISTER FROM REGISTER-CONTROL-LINE.
           WRITE CHANGE-REGISTER FROM REGISTER-COLUMN-LINE.
           WRITE CHANGE-REGISTER FROM REGISTER-COLUMN-LINE-2.

       304-WRITE-REGISTER-TOTALS.
           MOVE CHANGE-APPLIED-COUNT TO RTL-APPLIED-COUNT.
           MOVE CHANGE-REJECT-COUNT  TO RTL-REJECT-COUNT.
           MOVE REAUDIT-COUNT        TO RTL-REAUDIT-COUNT.
           WRITE CHANGE-REGISTER FROM REGISTER-TOTAL-LINE.

       307-CLOSE-FILES.
           CLOSE   GRADE-CHANGE-FILE-IN.
           CLOSE   ACADEMIC-HISTORY-FILE-IO.
           CLOSE   STUDENT-FILE-IN.
           IF REQUIREMENTS-OPEN-FLAG = "YES"
               CLOSE REQUIREMENTS-FILE-IN
           END-IF.
           CLOSE   GRADE-AUDIT-FILE-OUT.
           CLOSE   CHANGE-REGISTER-OUT.

       308-DISPLAY-AUDIT-COUNTERS.
           DISPLAY "Grade changes read: " CHANGE-READ-COUNT.
           DISPLAY "Grade changes applied: " CHANGE-APPLIED-COUNT.
           DISPLAY "Grade changes rejected: " CHANGE-REJECT-COUNT.
           DISPLAY "Degree audit re-runs needed: " REAUDIT-COUNT.

       400-APPLY-GRADE-CHANGE.
           MOVE 0 TO AVERAGE-BEFORE.
           MOVE 0 TO AVERAGE-AFTER.
           MOVE "YES" TO CHANGE-VALID-FLAG.
           PERFORM 401-EDIT-CHANGE-RECORD.
           IF CHANGE-VALID-FLAG = "YES"
               PERFORM 402-MATCH-HISTORY-RECORD
           END-IF.
           IF CHANGE-VALID-FLAG = "YES"
               PERFORM 403-COMPUTE-AVERAGES
               PERFORM 404-REWRITE-HISTORY-GRADE
           END-IF.
           IF CHANGE-VALID-FLAG = "NO"
               ADD 1 TO CHANGE-REJECT-COUNT
           END-IF.
           PERFORM 406-WRITE-REGISTER-DETAIL.
           IF CHANGE-VALID-FLAG = "YES"
               PERFORM 407-FLAG-LINE-CROSSINGS
           END-IF.

       401-EDIT-CHANGE-RECORD.
      ******************************************************************
      *An unauthorized change is no change at all - the reason and the
      *approver must both be on the record.
      ******************************************************************
           IF GC-OLD-GRADE NOT NUMERIC
              OR GC-NEW-GRADE NOT NUMERIC
               MOVE "REJECTED - GRADE NOT NUMERIC" TO RDL-RESULT
               MOVE "NO" TO CHANGE-VALID-FLAG
           ELSE
               IF GC-NEW-GRADE > 100
                   MOVE "REJECTED - GRADE OVER 100" TO RDL-RESULT
                   MOVE "NO" TO CHANGE-VALID-FLAG
               ELSE
                   IF GC-REASON-CODE = SPACES
                      OR GC-APPROVER = SPACES
                       MOVE "REJECTED - NOT AUTHORIZED" TO RDL-RESULT
                       MOVE "NO" TO CHANGE-VALID-FLAG
                   END-IF
               END-IF
           END-IF.

       402-MATCH-HISTORY-RECORD.
           MOVE GC-STUDENT-NUMBER TO HIST-STUDENT-NUMBER.
           MOVE GC-TERM           TO HIST-TERM.
           MOVE GC-COURSE-CODE    TO HIST-COURSE-CODE.
           READ ACADEMIC-HISTORY-FILE-IO
             INVALID KEY
               MOVE "REJECTED - NOT IN HISTORY"   TO RDL-RESULT
               MOVE "NO" TO CHANGE-VALID-FLAG
             NOT INVALID KEY
               EVALUATE TRUE
                   WHEN HIST-IS-TRANSFER
                       MOVE "REJECTED - TRANSFER CREDIT" TO RDL-RESULT
                       MOVE "NO" TO CHANGE-VALID-FLAG
                   WHEN HIST-GRADE NOT = GC-OLD-GRADE
                       MOVE "REJECTED - OLD GRADE MISMATCH"
                           TO RDL-RESULT
                       MOVE "NO" TO CHANGE-VALID-FLAG
                   WHEN OTHER
                       MOVE HIST-CREDIT-HOURS TO CHANGED-CREDIT-HOURS
               END-EVALUATE
           END-READ.

       403-COMPUTE-AVERAGES.
      ******************************************************************
      *One keyed start at the student's first history record and a
      *read forward until the student number changes, the same way
      *the transcript run reads it. The scan moves the file's record
      *area, so the changed record is read again by key before it is
      *rewritten.
      ******************************************************************
           MOVE 0    TO CUMULATIVE-POINTS.
           MOVE 0    TO CUMULATIVE-CREDITS.
           MOVE "NO" TO EOF-FLAG-HISTORY.
           MOVE GC-STUDENT-NUMBER TO HIST-STUDENT-NUMBER.
           MOVE SPACES TO HIST-TERM.
           MOVE SPACES TO HIST-COURSE-CODE.
           START ACADEMIC-HISTORY-FILE-IO
               KEY IS NOT LESS THAN HIST-RECORD-KEY
             INVALID KEY
               MOVE "YES" TO EOF-FLAG-HISTORY
           END-START.
           PERFORM 410-READ-HISTORY-RECORD
               UNTIL EOF-FLAG-HISTORY = "YES".
           COMPUTE POINTS-AFTER-CHANGE =
               CUMULATIVE-POINTS
             - (GC-OLD-GRADE * CHANGED-CREDIT-HOURS)
             + (GC-NEW-GRADE * CHANGED-CREDIT-HOURS).
           IF CUMULATIVE-CREDITS > 0
               COMPUTE AVERAGE-BEFORE ROUNDED =
                   CUMULATIVE-POINTS / CUMULATIVE-CREDITS
               COMPUTE AVERAGE-AFTER ROUNDED =
                   POINTS-AFTER-CHANGE / CUMULATIVE-CREDITS
           END-IF.

       410-READ-HISTORY-RECORD.
           READ ACADEMIC-HISTORY-FILE-IO NEXT RECORD
             AT END
               MOVE "YES" TO EOF-FLAG-HISTORY
             NOT AT END
               IF HIST-STUDENT-NUMBER = GC-STUDENT-NUMBER
                   PERFORM 411-TALLY-HISTORY-RECORD
               ELSE
                   MOVE "YES" TO EOF-FLAG-HISTORY
               END-IF
           END-READ.

       411-TALLY-HISTORY-RECORD.
           IF NOT HIST-IS-TRANSFER
               COMPUTE CUMULATIVE-POINTS = CUMULATIVE-POINTS
                   + (HIST-GRADE * HIST-CREDIT-HOURS)
               ADD HIST-CREDIT-HOURS TO CUMULATIVE-CREDITS
           END-IF.

       404-REWRITE-HISTORY-GRADE.
           MOVE GC-STUDENT-NUMBER TO HIST-STUDENT-NUMBER.
           MOVE GC-TERM           TO HIST-TERM.
           MOVE GC-COURSE-CODE    TO HIST-COURSE-CODE.
           READ ACADEMIC-HISTORY-FILE-IO
             INVALID KEY
               MOVE "REJECTED - NOT IN HISTORY"   TO RDL-RESULT
               MOVE "NO" TO CHANGE-VALID-FLAG
             NOT INVALID KEY
               MOVE GC-NEW-GRADE TO HIST-GRADE
               REWRITE ACADEMIC-HISTORY-RECORD
               PERFORM 405-WRITE-AUDIT-RECORD
               MOVE "APPLIED"                     TO RDL-RESULT
               ADD 1 TO CHANGE-APPLIED-COUNT
           END-READ.

       405-WRITE-AUDIT-RECORD.
           MOVE CHANGE-RUN-DATE    TO GCA-RUN-DATE.
           MOVE GC-STUDENT-NUMBER  TO GCA-STUDENT-NUMBER.
           MOVE GC-TERM            TO GCA-TERM.
           MOVE GC-COURSE-CODE     TO GCA-COURSE-CODE.
           MOVE GC-OLD-GRADE       TO GCA-OLD-GRADE.
           MOVE GC-NEW-GRADE       TO GCA-NEW-GRADE.
           MOVE GC-REASON-CODE     TO GCA-REASON-CODE.
           MOVE GC-APPROVER        TO GCA-APPROVER.
           MOVE AVERAGE-BEFORE     TO GCA-AVERAGE-BEFORE.
           MOVE AVERAGE-AFTER      TO GCA-AVERAGE-AFTER.
           WRITE GRADE-AUDIT-RECORD.

       406-WRITE-REGISTER-DETAIL.
           MOVE GC-STUDENT-NUMBER  TO RDL-STUDENT-NUMBER.
           MOVE GC-TERM            TO RDL-TERM.
           MOVE GC-COURSE-CODE     TO RDL-COURSE-CODE.
           MOVE GC-OLD-GRADE       TO RDL-OLD-GRADE.
           MOVE GC-NEW-GRADE       TO RDL-NEW-GRADE.
           MOVE GC-REASON-CODE     TO RDL-REASON-CODE.
           MOVE GC-APPROVER        TO RDL-APPROVER.
           MOVE AVERAGE-BEFORE     TO RDL-AVERAGE-BEFORE.
           MOVE AVERAGE-AFTER      TO RDL-AVERAGE-AFTER.
           WRITE CHANGE-REGISTER FROM REGISTER-DETAIL-LINE.

       407-FLAG-LINE-CROSSINGS.
      ******************************************************************
      *A change that carries the average across either line in either
      *direction changes what the degree audit would say about the
      *student - each crossing prints under the change.
      ******************************************************************
           MOVE SPACES TO RFL-FLAG-TEXT.
           IF (AVERAGE-BEFORE < PROBATION-THRESHOLD
               AND AVERAGE-AFTER NOT < PROBATION-THRESHOLD)
              OR (AVERAGE-BEFORE NOT < PROBATION-THRESHOLD
               AND AVERAGE-AFTER < PROBATION-THRESHOLD)
               MOVE "CROSSES PROBATION LINE - RE-RUN DEGREE AUDIT"
                   TO RFL-FLAG-TEXT
               WRITE CHANGE-REGISTER FROM REGISTER-FLAG-LINE
           END-IF.
           PERFORM 408-FIND-GRADUATION-MINIMUM.
           IF REQ-FOUND-FLAG = "YES"
               IF (AVERAGE-BEFORE < GRADUATION-MINIMUM
                   AND AVERAGE-AFTER NOT < GRADUATION-MINIMUM)
                  OR (AVERAGE-BEFORE NOT < GRADUATION-MINIMUM
                   AND AVERAGE-AFTER < GRADUATION-MINIMUM)
                   MOVE "CROSSES GRADUATION LINE - RE-RUN DEGREE AUDIT"
                       TO RFL-FLAG-TEXT
                   WRITE CHANGE-REGISTER FROM REGISTER-FLAG-LINE
               END-IF
           END-IF.
           IF RFL-FLAG-TEXT NOT = SPACES
               ADD 1 TO REAUDIT-COUNT
           END-IF.

       408-FIND-GRADUATION-MINIMUM.
           MOVE "NO" TO REQ-FOUND-FLAG.
           MOVE GC-STUDENT-NUMBER TO STUDENT-NUMBER.
           READ STUDENT-FILE-IN
             INVALID KEY
               CONTINUE
             NOT INVALID KEY
               IF REQUIREMENTS-OPEN-FLAG = "YES"
                   MOVE PROGRAM-OF-STUDY TO REQ-PROGRAM-CODE
                   READ REQUIREMENTS-FILE-IN
                     INVALID KEY
                       CONTINUE
                     NOT INVALID KEY
                       MOVE REQ-MIN-AVERAGE TO GRADUATION-MINIMUM
                       MOVE "YES" TO REQ-FOUND-FLAG
                   END-READ
               END-IF
           END-READ.

       END PROGRAM PROJECT3-PROGRAM31.
