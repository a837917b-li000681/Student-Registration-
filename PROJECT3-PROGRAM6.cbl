      * slot when the section has a seat free, and otherwise puts the
      * student on the section's waitlist. A drop clears the slot,
      * frees the seat, and promotes the longest-waiting student from
      * the waitlist into the freed seat. Before a register is seated
      * or waitlisted, every prerequisite the course carries on the
      * course-prerequisite master must appear in the student's
      * ACADEMIC-HISTORY at or above its minimum grade; a student
      * missing one is rejected with the unmet course named on the
      * log. A registrar override code on the transaction lets an
      * approved exception through, and every override used is
      * listed on the override report for the registrar's review.
      * A student with an open blocking hold on the student holds
      * master is refused a register before anything else is checked,
      * with the hold named on the log, and is passed over when a
      * freed seat is offered from the waitlist.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROJECT3-PROGRAM6 AS "PROJECT3-PROGRAM6".
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS WL-RECORD-KEY
                   FILE STATUS IS STATUS-FIELD-WAITLIST.
           SELECT  ACADEMIC-HISTORY-FILE-IN
                ASSIGN TO "C:\COBOL\ACADEMIC-HISTORY"
                ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS HIST-RECORD-KEY
                   FILE STATUS IS STATUS-FIELD-HISTORY.
           SELECT  PREREQ-FILE-IN
                ASSIGN TO "C:\COBOL\COURSE-PREREQ"
                ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS PREREQ-COURSE-CODE
                   FILE STATUS IS STATUS-FIELD-PREREQ.
           SELECT  HOLD-FILE-IN
                ASSIGN TO "C:\COBOL\STUDENT-HOLDS"
                ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS HOLD-RECORD-KEY
                   FILE STATUS IS STATUS-FIELD-HOLD.
           SELECT  REG-TRANS-FILE-IN
                ASSIGN TO "C:\COBOL\REG-TRANS.TXT"
                ORGANIZATION IS LINE SEQUENTIAL.
           SELECT  REG-LOG-FILE-OUT
                ASSIGN TO "C:\COBOL\REG-LOG.TXT"
                ORGANIZATION IS LINE SEQUENTIAL.
           SELECT  OVERRIDE-LIST-OUT
                ASSIGN TO "C:\COBOL\PREREQ-OVERRIDES.TXT"
                ORGANIZATION IS LINE SEQUENTIAL.
           SELECT  RUN-CONTROL-FILE-IN
                ASSIGN TO "C:\COBOL\RUN-CONTROL.TXT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS STATUS-FIELD-RUN-CTL.

       DATA DIVISION.
       FILE  SECTION.
               88  WL-IS-WAITING    VALUE "W".
               88  WL-IS-PROMOTED   VALUE "P".

       FD  ACADEMIC-HISTORY-FILE-IN.
       01 ACADEMIC-HISTORY-RECORD.
           05   HIST-RECORD-KEY.
               10  HIST-STUDENT-NUMBER  PIC 9(6).
               10  HIST-TERM            PIC X(5).
                   88  HIST-IS-TRANSFER      VALUE "TRANS".
               10  HIST-COURSE-CODE     PIC X(7).
           05   HIST-GRADE           PIC 9(3).
           05   HIST-CREDIT-HOURS    PIC 9(2).

       FD  PREREQ-FILE-IN.
       01 PREREQ-RECORD.
           05   PREREQ-COURSE-CODE    PIC X(7).
           05   PREREQ-ENTRY          OCCURS 5 TIMES.
               10  PREREQ-REQUIRED-COURSE  PIC X(7).
               10  PREREQ-MIN-GRADE        PIC 9(3).

       FD  HOLD-FILE-IN.
       01 STUDENT-HOLD-RECORD.
           05   HOLD-RECORD-KEY.
               10  HOLD-STUDENT-NUMBER  PIC 9(6).
               10  HOLD-TYPE            PIC X(1).
                   88  HOLD-IS-FINANCIAL     VALUE "F".
                   88  HOLD-IS-LIBRARY       VALUE "L".
                   88  HOLD-IS-DISCIPLINARY  VALUE "D".
                   88  HOLD-IS-REGISTRAR     VALUE "R".
           05   HOLD-BLOCK-FLAG      PIC X(1).
               88  HOLD-IS-BLOCKING      VALUE "Y".
           05   HOLD-DATE-PLACED     PIC 9(8).
           05   HOLD-PLACED-BY       PIC X(18).
           05   HOLD-DATE-RELEASED   PIC 9(8).
               88  HOLD-IS-OPEN          VALUE 0.
           05   HOLD-RELEASED-BY     PIC X(18).
           05   HOLD-REASON          PIC X(30).

       FD  REG-TRANS-FILE-IN.
       01 REG-TRANS-RECORD.
           05   RT-CODE                 PIC X(1).
               88  RT-IS-DROP           VALUE "D".
           05   RT-STUDENT-NUMBER       PIC 9(6).
           05   RT-COURSE-CODE          PIC X(7).
           05   RT-OVERRIDE-CODE        PIC X(4).

       FD  REG-LOG-FILE-OUT.
       01  REG-LOG-RECORD.
           05   REG-LOG-TEXT      PIC X(100).

       FD  OVERRIDE-LIST-OUT.
       01  OVERRIDE-LIST-RECORD.
           05   OVERRIDE-LIST-TEXT  PIC X(100).

       FD  RUN-CONTROL-FILE-IN.
       01  RUN-CONTROL-RECORD.
           05   RC-RUN-DATE           PIC 9(8).
           05   RC-TERM               PIC X(5).
           05   RC-RUN-NUMBER         PIC 9(4).
           05   RC-PAYMENT-BATCH-ID   PIC X(8).

       WORKING-STORAGE SECTION.
        01  CONTROL-FIELDS.
           05   EOF-FLAG-REG          PIC X(3).
           05   WAITLIST-SCAN-DONE    PIC X(3).
           05   PROMOTION-DONE-FLAG   PIC X(3).
           05   ALREADY-WAITING-FLAG  PIC X(3).
           05   EOF-FLAG-HISTORY      PIC X(3).
           05   HISTORY-OPEN-FLAG     PIC X(3).
           05   PREREQ-OPEN-FLAG      PIC X(3).
           05   EOF-FLAG-HOLD         PIC X(3).
           05   HOLDS-OPEN-FLAG       PIC X(3).
           05   STATUS-FIELD          PIC X(2).
           05   STATUS-FIELD-SECTION  PIC X(2).
           05   STATUS-FIELD-WAITLIST PIC X(2).
           05   STATUS-FIELD-HISTORY  PIC X(2).
           05   STATUS-FIELD-PREREQ   PIC X(2).
           05   STATUS-FIELD-HOLD     PIC X(2).
           05   SUB-P                 PIC 9(2).
           05   STATUS-FIELD-RUN-CTL  PIC X(2).

       01  REG-READ-COUNT         PIC 9(4)  VALUE 0.
       01  REG-REGISTERED-COUNT   PIC 9(4)  VALUE 0.
       01  REG-WAITLISTED-COUNT   PIC 9(4)  VALUE 0.
       01  REG-PROMOTED-COUNT     PIC 9(4)  VALUE 0.
       01  REG-REJECT-COUNT       PIC 9(4)  VALUE 0.
       01  REG-PREREQ-REJECT-COUNT  PIC 9(4)  VALUE 0.
       01  REG-OVERRIDE-COUNT     PIC 9(4)  VALUE 0.
       01  REG-HOLD-REJECT-COUNT  PIC 9(4)  VALUE 0.
      ******************************************************************
      *Type of the first open blocking hold found on the student -
      *spaces means the student is clear to register.
      ******************************************************************
       01  HOLD-BLOCKING-TYPE     PIC X(1)  VALUE SPACES.
      ******************************************************************
      *One flag per prerequisite entry, set as the student's history
      *is read - the first entry still unmet after the scan is the
      *course named on the rejection.
      ******************************************************************
       01  PREREQ-MET-TABLE.
           05  PREREQ-MET-FLAG    OCCURS 5 TIMES  PIC X(3).
       01  PREREQ-UNMET-COURSE    PIC X(7)  VALUE SPACES.
      ******************************************************************
      *REG-SLOT-NUMBER names which of the five course slots a register
      *or drop operates on - 0 means no empty slot (register) or the
           05  RL-COURSE-CODE     PIC X(7).
           05  FILLER             PIC X(3)  VALUE   SPACES.
           05  RL-RESULT          PIC X(30).
       01  PREREQ-REJECT-TEXT.
           05  FILLER             PIC X(18) VALUE
                                      "REJECTED - PREREQ ".
           05  PRT-COURSE-CODE    PIC X(7).
       01  HOLD-REJECT-TEXT.
           05  FILLER             PIC X(11) VALUE
                                      "REJECTED - ".
           05  HRT-HOLD-NAME      PIC X(19).

       01  OVERRIDE-TITLE-LINE.
           05  FILLER             PIC X(30) VALUE
                                      "PREREQUISITE OVERRIDES USED".
       01  OVERRIDE-COLUMN-LINE.
           05  FILLER             PIC X(10) VALUE   "STUDENT".
           05  FILLER             PIC X(10) VALUE   "COURSE".
           05  FILLER             PIC X(10) VALUE   "UNMET".
           05  FILLER             PIC X(10) VALUE   "OVERRIDE".
           05  FILLER             PIC X(30) VALUE   "RESULT".
       01  OVERRIDE-DETAIL-LINE.
           05  OVL-STUDENT-NUMBER PIC 9(6).
           05  FILLER             PIC X(4)  VALUE   SPACES.
           05  OVL-COURSE-CODE    PIC X(7).
           05  FILLER             PIC X(3)  VALUE   SPACES.
           05  OVL-UNMET-COURSE   PIC X(7).
           05  FILLER             PIC X(3)  VALUE   SPACES.
           05  OVL-OVERRIDE-CODE  PIC X(4).
           05  FILLER             PIC X(6)  VALUE   SPACES.
           05  OVL-RESULT         PIC X(30).

      ******************************************************************
      *The step is recorded on the step-control file as it starts and
      *as it ends, against the run number on the run control card.
      ******************************************************************
       01  STEP-FUNCTION          PIC X(1)  VALUE SPACES.
       01  STEP-PROGRAM-NAME      PIC X(18)
                                  VALUE "PROJECT3-PROGRAM6".
       01  STEP-RUN-NUMBER        PIC 9(4)  VALUE 0.
       01  STEP-RUN-TERM          PIC X(5)  VALUE SPACES.
       01  STEP-RUN-DATE          PIC 9(8)  VALUE 0.
       01  STEP-COMPLETION-CODE   PIC 9(2)  VALUE 0.
       01  STEP-COUNT-READ        PIC 9(7)  VALUE 0.
       01  STEP-COUNT-WRITTEN     PIC 9(7)  VALUE 0.
       01  STEP-COUNT-REJECTED    PIC 9(7)  VALUE 0.
       01  STEP-CHECK-MESSAGE     PIC X(70) VALUE SPACES.

       PROCEDURE DIVISION.


       200-INITIATE-REGISTRATION.
           MOVE "NO" TO EOF-FLAG-REG.
           PERFORM  120-READ-RUN-CONTROL.
           PERFORM  360-RECORD-STEP-START.
           PERFORM  300-OPEN-FILES.
           PERFORM  301-READ-REG-TRANS.

       120-READ-RUN-CONTROL.
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
           MOVE RC-RUN-NUMBER TO STEP-RUN-NUMBER.
           MOVE RC-TERM       TO STEP-RUN-TERM.
           MOVE RC-RUN-DATE   TO STEP-RUN-DATE.
           CLOSE RUN-CONTROL-FILE-IN.

       201-PROCESS-REG-TRANS.
           PERFORM  400-APPLY-REG-TRANS.
           PERFORM  301-READ-REG-TRANS.
       202-TERMINATE-REGISTRATION.
           PERFORM 307-CLOSE-FILES.
           PERFORM 308-DISPLAY-AUDIT-COUNTERS.
           MOVE REG-READ-COUNT TO STEP-COUNT-READ.
           ADD REG-REGISTERED-COUNT REG-DROPPED-COUNT
               REG-WAITLISTED-COUNT GIVING STEP-COUNT-WRITTEN.
           MOVE REG-REJECT-COUNT TO STEP-COUNT-REJECTED.
           PERFORM 361-RECORD-STEP-END.

       300-OPEN-FILES.
           OPEN  I-O    STUDENT-FILE-IO.
               CLOSE WAITLIST-FILE-IO
               OPEN  I-O     WAITLIST-FILE-IO
           END-IF.
      ******************************************************************
      *No prerequisite master yet means no course carries a
      *prerequisite; no history file means no student has passed
      *anything, so every prerequisite goes unmet.
      ******************************************************************
           OPEN  INPUT  PREREQ-FILE-IN.
           IF STATUS-FIELD-PREREQ = "00"
               MOVE "YES" TO PREREQ-OPEN-FLAG
           ELSE
               MOVE "NO"  TO PREREQ-OPEN-FLAG
           END-IF.
           OPEN  INPUT  ACADEMIC-HISTORY-FILE-IN.
           IF STATUS-FIELD-HISTORY = "00"
               MOVE "YES" TO HISTORY-OPEN-FLAG
           ELSE
               MOVE "NO"  TO HISTORY-OPEN-FLAG
           END-IF.
      ******************************************************************
      *No holds master yet means no hold has ever been placed.
      ******************************************************************
           OPEN  INPUT  HOLD-FILE-IN.
           IF STATUS-FIELD-HOLD = "00"
               MOVE "YES" TO HOLDS-OPEN-FLAG
           ELSE
               MOVE "NO"  TO HOLDS-OPEN-FLAG
           END-IF.
           OPEN  INPUT  REG-TRANS-FILE-IN.
           OPEN  OUTPUT REG-LOG-FILE-OUT.
           OPEN  OUTPUT OVERRIDE-LIST-OUT.
           WRITE OVERRIDE-LIST-RECORD FROM OVERRIDE-TITLE-LINE.
           WRITE OVERRIDE-LIST-RECORD FROM OVERRIDE-COLUMN-LINE.

       301-READ-REG-TRANS.
           READ  REG-TRANS-FILE-IN
           CLOSE   STUDENT-FILE-IO.
           CLOSE   COURSE-SECTION-FILE-IO.
           CLOSE   WAITLIST-FILE-IO.
           IF PREREQ-OPEN-FLAG = "YES"
               CLOSE PREREQ-FILE-IN
           END-IF.
           IF HISTORY-OPEN-FLAG = "YES"
               CLOSE ACADEMIC-HISTORY-FILE-IN
           END-IF.
           IF HOLDS-OPEN-FLAG = "YES"
               CLOSE HOLD-FILE-IN
           END-IF.
           CLOSE   REG-TRANS-FILE-IN.
           CLOSE   REG-LOG-FILE-OUT.
           CLOSE   OVERRIDE-LIST-OUT.

       308-DISPLAY-AUDIT-COUNTERS.
           DISPLAY "Registration transactions read: " REG-READ-COUNT.
           DISPLAY "Students waitlisted: " REG-WAITLISTED-COUNT.
           DISPLAY "Students promoted: " REG-PROMOTED-COUNT.
           DISPLAY "Transactions rejected: " REG-REJECT-COUNT.
           DISPLAY "Rejected - prerequisite unmet: "
               REG-PREREQ-REJECT-COUNT.
           DISPLAY "Prerequisite overrides used: " REG-OVERRIDE-COUNT.
           DISPLAY "Rejected - open hold: " REG-HOLD-REJECT-COUNT.

       400-APPLY-REG-TRANS.
           EVALUATE TRUE
               ADD 1 TO REG-REJECT-COUNT
               PERFORM 405-WRITE-REG-LOG
           ELSE
               PERFORM 418-CHECK-HOLDS-AND-PLACE
           END-IF.

       418-CHECK-HOLDS-AND-PLACE.
      ******************************************************************
      *An open blocking hold - financial, library, disciplinary, or
      *registrar - stops the register outright; no override applies.
      ******************************************************************
           PERFORM 470-CHECK-OPEN-HOLDS.
           IF HOLD-BLOCKING-TYPE = SPACES
               PERFORM 415-CHECK-SLOTS-AND-PLACE
           ELSE
               PERFORM 472-NAME-BLOCKING-HOLD
               MOVE HOLD-REJECT-TEXT    TO RL-RESULT
               ADD 1 TO REG-REJECT-COUNT
               ADD 1 TO REG-HOLD-REJECT-COUNT
               PERFORM 405-WRITE-REG-LOG
           END-IF.

       415-CHECK-SLOTS-AND-PLACE.
               ADD 1 TO REG-REJECT-COUNT
               PERFORM 405-WRITE-REG-LOG
             NOT INVALID KEY
               PERFORM 416-CHECK-PREREQS-AND-SEAT
           END-READ.

       416-CHECK-PREREQS-AND-SEAT.
      ******************************************************************
      *A student missing a prerequisite is turned away before taking a
      *seat or a waitlist place, unless the registrar has approved the
      *exception with an override code - an override that lets a
      *student through is listed for review.
      ******************************************************************
           PERFORM 460-CHECK-PREREQUISITES.
           IF PREREQ-UNMET-COURSE = SPACES
               PERFORM 417-SEAT-OR-WAITLIST
           ELSE
               IF RT-OVERRIDE-CODE NOT = SPACES
                   PERFORM 417-SEAT-OR-WAITLIST
                   PERFORM 407-WRITE-OVERRIDE-LIST
               ELSE
                   MOVE PREREQ-UNMET-COURSE TO PRT-COURSE-CODE
                   MOVE PREREQ-REJECT-TEXT  TO RL-RESULT
                   ADD 1 TO REG-REJECT-COUNT
                   ADD 1 TO REG-PREREQ-REJECT-COUNT
                   PERFORM 405-WRITE-REG-LOG
               END-IF
           END-IF.

       417-SEAT-OR-WAITLIST.
           IF SECTION-ENROLLED < SECTION-MAX-SEATS
               PERFORM 412-ENROLL-IN-SECTION
           ELSE
               PERFORM 420-ADD-TO-WAITLIST
           END-IF.

       412-ENROLL-IN-SECTION.
           PERFORM 432-PLACE-COURSE-IN-SLOT.
           MOVE RT-COURSE-CODE    TO RL-COURSE-CODE.
           WRITE REG-LOG-RECORD FROM REG-LOG-LINE.

       407-WRITE-OVERRIDE-LIST.
           MOVE RT-STUDENT-NUMBER   TO OVL-STUDENT-NUMBER.
           MOVE RT-COURSE-CODE      TO OVL-COURSE-CODE.
           MOVE PREREQ-UNMET-COURSE TO OVL-UNMET-COURSE.
           MOVE RT-OVERRIDE-CODE    TO OVL-OVERRIDE-CODE.
           MOVE RL-RESULT           TO OVL-RESULT.
           WRITE OVERRIDE-LIST-RECORD FROM OVERRIDE-DETAIL-LINE.
           ADD 1 TO REG-OVERRIDE-COUNT.

       420-ADD-TO-WAITLIST.
      ******************************************************************
      *Scan the section's existing waitlist entries to find the next

       443-PLACE-PROMOTED-STUDENT.
      ******************************************************************
      *A waitlisted student who has since graduated or withdrawn, or
      *who has picked up an open blocking hold, is passed over like
      *any other candidate who cannot take the seat.
      ******************************************************************
           IF STUDENT-IS-GRADUATED OR STUDENT-IS-WITHDRAWN
               CONTINUE
           ELSE
               PERFORM 470-CHECK-OPEN-HOLDS
               IF HOLD-BLOCKING-TYPE = SPACES
                   PERFORM 444-PLACE-ELIGIBLE-STUDENT
               END-IF
           END-IF.

       444-PLACE-ELIGIBLE-STUDENT.
               JOURNAL-FUNCTION, JOURNAL-SOURCE-PROGRAM,
               JOURNAL-BEFORE-IMAGE, JOURNAL-AFTER-IMAGE.

       460-CHECK-PREREQUISITES.
           MOVE SPACES TO PREREQ-UNMET-COURSE.
           IF PREREQ-OPEN-FLAG = "YES"
               MOVE RT-COURSE-CODE TO PREREQ-COURSE-CODE
               READ PREREQ-FILE-IN
                 INVALID KEY
                   CONTINUE
                 NOT INVALID KEY
                   PERFORM 461-MATCH-PREREQS-TO-HISTORY
               END-READ
           END-IF.

       461-MATCH-PREREQS-TO-HISTORY.
      ******************************************************************
      *One keyed start at the student's first history record and a
      *read forward until the student number changes; each record is
      *held up against every prerequisite entry. A blank entry is met
      *before the scan starts.
      ******************************************************************
           PERFORM 462-RESET-ONE-PREREQ
               VARYING SUB-P FROM 1 BY 1
               UNTIL SUB-P > 5.
           MOVE "NO" TO EOF-FLAG-HISTORY.
           IF HISTORY-OPEN-FLAG = "YES"
               MOVE RT-STUDENT-NUMBER TO HIST-STUDENT-NUMBER
               MOVE SPACES TO HIST-TERM
               MOVE SPACES TO HIST-COURSE-CODE
               START ACADEMIC-HISTORY-FILE-IN
                   KEY IS NOT LESS THAN HIST-RECORD-KEY
                 INVALID KEY
                   MOVE "YES" TO EOF-FLAG-HISTORY
               END-START
           ELSE
               MOVE "YES" TO EOF-FLAG-HISTORY
           END-IF.
           PERFORM 463-READ-HISTORY-RECORD
               UNTIL EOF-FLAG-HISTORY = "YES".
           PERFORM 465-FIND-UNMET-PREREQ
               VARYING SUB-P FROM 1 BY 1
               UNTIL SUB-P > 5
                  OR PREREQ-UNMET-COURSE NOT = SPACES.

       462-RESET-ONE-PREREQ.
           IF PREREQ-REQUIRED-COURSE (SUB-P) = SPACES
               MOVE "YES" TO PREREQ-MET-FLAG (SUB-P)
           ELSE
               MOVE "NO"  TO PREREQ-MET-FLAG (SUB-P)
           END-IF.

       463-READ-HISTORY-RECORD.
           READ ACADEMIC-HISTORY-FILE-IN NEXT RECORD
             AT END
               MOVE "YES" TO EOF-FLAG-HISTORY
             NOT AT END
               IF HIST-STUDENT-NUMBER = RT-STUDENT-NUMBER
                   PERFORM 464-MATCH-ONE-PREREQ
                       VARYING SUB-P FROM 1 BY 1
                       UNTIL SUB-P > 5
               ELSE
                   MOVE "YES" TO EOF-FLAG-HISTORY
               END-IF
           END-READ.

       464-MATCH-ONE-PREREQ.
      ******************************************************************
      *Transfer credit has no grade to test - the course granted meets
      *the prerequisite whatever minimum grade it names.
      ******************************************************************
           IF HIST-COURSE-CODE = PREREQ-REQUIRED-COURSE (SUB-P)
              AND (HIST-GRADE NOT < PREREQ-MIN-GRADE (SUB-P)
                OR HIST-IS-TRANSFER)
               MOVE "YES" TO PREREQ-MET-FLAG (SUB-P)
           END-IF.

       465-FIND-UNMET-PREREQ.
           IF PREREQ-MET-FLAG (SUB-P) = "NO"
               MOVE PREREQ-REQUIRED-COURSE (SUB-P)
                   TO PREREQ-UNMET-COURSE
           END-IF.

       470-CHECK-OPEN-HOLDS.
      ******************************************************************
      *One keyed start at the student's first hold and a read forward
      *until the student number changes or a blocking hold turns up.
      ******************************************************************
           MOVE SPACES TO HOLD-BLOCKING-TYPE.
           MOVE "NO"   TO EOF-FLAG-HOLD.
           IF HOLDS-OPEN-FLAG = "YES"
               MOVE STUDENT-NUMBER TO HOLD-STUDENT-NUMBER
               MOVE SPACES         TO HOLD-TYPE
               START HOLD-FILE-IN
                   KEY IS NOT LESS THAN HOLD-RECORD-KEY
                 INVALID KEY
                   MOVE "YES" TO EOF-FLAG-HOLD
               END-START
           ELSE
               MOVE "YES" TO EOF-FLAG-HOLD
           END-IF.
           PERFORM 471-READ-HOLD-RECORD
               UNTIL EOF-FLAG-HOLD = "YES"
                  OR HOLD-BLOCKING-TYPE NOT = SPACES.

       471-READ-HOLD-RECORD.
           READ HOLD-FILE-IN NEXT RECORD
             AT END
               MOVE "YES" TO EOF-FLAG-HOLD
             NOT AT END
               IF HOLD-STUDENT-NUMBER NOT = STUDENT-NUMBER
                   MOVE "YES" TO EOF-FLAG-HOLD
               ELSE
                   IF HOLD-IS-OPEN AND HOLD-IS-BLOCKING
                       MOVE HOLD-TYPE TO HOLD-BLOCKING-TYPE
                   END-IF
               END-IF
           END-READ.

       472-NAME-BLOCKING-HOLD.
           EVALUATE HOLD-BLOCKING-TYPE
               WHEN "F"
                   MOVE "FINANCIAL HOLD"     TO HRT-HOLD-NAME
               WHEN "L"
                   MOVE "LIBRARY HOLD"       TO HRT-HOLD-NAME
               WHEN "D"
                   MOVE "DISCIPLINARY HOLD"  TO HRT-HOLD-NAME
               WHEN "R"
                   MOVE "REGISTRAR HOLD"     TO HRT-HOLD-NAME
               WHEN OTHER
                   MOVE "HOLD ON FILE"       TO HRT-HOLD-NAME
           END-EVALUATE.

       430-FIND-EMPTY-SLOT.
           MOVE 0 TO REG-SLOT-NUMBER.
           IF COURSE-CODE-5 = SPACES
                   MOVE 0      TO COURSE-AVERAGE-5
           END-EVALUATE.

      ******************************************************************
      *A step whose predecessors have not completed in this run is
      *refused by the step-control file and the run stops here.
      ******************************************************************
       360-RECORD-STEP-START.
           MOVE "S" TO STEP-FUNCTION.
           PERFORM 362-CALL-STEP-CONTROL.
           IF STEP-CHECK-MESSAGE NOT = SPACES
               DISPLAY STEP-CHECK-MESSAGE
               STOP RUN
           END-IF.

      ******************************************************************
      *Completion code 04 marks a run that finished with rejects or
      *exceptions, 00 a clean run.
      ******************************************************************
       361-RECORD-STEP-END.
           IF STEP-COUNT-REJECTED > 0
               MOVE 4 TO STEP-COMPLETION-CODE
           ELSE
               MOVE 0 TO STEP-COMPLETION-CODE
           END-IF.
           MOVE "E" TO STEP-FUNCTION.
           PERFORM 362-CALL-STEP-CONTROL.

       362-CALL-STEP-CONTROL.
           CALL "WRITE-STEP-CONTROL" USING STEP-FUNCTION,
               STEP-PROGRAM-NAME, STEP-RUN-NUMBER, STEP-RUN-TERM,
               STEP-RUN-DATE, STEP-COMPLETION-CODE, STEP-COUNT-READ,
               STEP-COUNT-WRITTEN, STEP-COUNT-REJECTED,
               STEP-CHECK-MESSAGE.

       END PROGRAM PROJECT3-PROGRAM6.
