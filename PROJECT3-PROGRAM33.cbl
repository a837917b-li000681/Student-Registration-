      ******************************************************************
      * This program maintains the student holds master from the
      * office's hold transactions. A place transaction puts a
      * financial, library, disciplinary, or registrar hold on a
      * student, stamped with the run date and the operator who
      * placed it; a release transaction stamps the open hold with
      * the release date and the operator who released it. The holds
      * master is keyed by student number and hold type, so a student
      * carries at most one hold of each type - placing a type that
      * is already open is rejected, and placing a type that was
      * released earlier reopens the record as a new hold. A hold is
      * blocking unless the transaction marks it otherwise; an open
      * blocking hold stops registration and transcripts. Every
      * transaction is logged as applied or rejected, and why.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROJECT3-PROGRAM33 AS "PROJECT3-PROGRAM33".
       AUTHOR.  SHURONG HAN and YING YANG.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT  HOLD-TRANS-FILE-IN
                ASSIGN TO "C:\COBOL\HOLD-TRANS.TXT"
                ORGANIZATION IS LINE SEQUENTIAL.
           SELECT  STUDENT-FILE-IN
                ASSIGN TO "C:\COBOL\INDEXED-STUFILE"
                ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS STUDENT-NUMBER
                   FILE STATUS IS STATUS-FIELD.
           SELECT  HOLD-FILE-IO
                ASSIGN TO "C:\COBOL\STUDENT-HOLDS"
                ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS HOLD-RECORD-KEY
                   FILE STATUS IS STATUS-FIELD-HOLD.
           SELECT  RUN-CONTROL-FILE-IN
                ASSIGN TO "C:\COBOL\RUN-CONTROL.TXT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS STATUS-FIELD-RUN-CTL.
           SELECT  HOLD-LOG-FILE-OUT
                ASSIGN TO "C:\COBOL\HOLD-MAINT-LOG.TXT"
                ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE  SECTION.
       FD  HOLD-TRANS-FILE-IN.
       01 HOLD-TRANS-RECORD.
           05   HT-TRANS-CODE         PIC X(1).
               88  HT-IS-PLACE        VALUE "P".
               88  HT-IS-RELEASE      VALUE "R".
           05   HT-STUDENT-NUMBER     PIC 9(6).
           05   HT-HOLD-TYPE          PIC X(1).
               88  HT-TYPE-IS-VALID   VALUE "F" "L" "D" "R".
           05   HT-BLOCK-FLAG         PIC X(1).
               88  HT-BLOCK-IS-VALID  VALUE "Y" "N" " ".
           05   HT-OPERATOR           PIC X(8).
           05   HT-REASON             PIC X(30).

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

       FD  HOLD-FILE-IO.
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

       FD  RUN-CONTROL-FILE-IN.
       01  RUN-CONTROL-RECORD.
           05   RC-RUN-DATE           PIC 9(8).
           05   RC-TERM               PIC X(5).
           05   RC-RUN-NUMBER         PIC 9(4).
           05   RC-PAYMENT-BATCH-ID   PIC X(8).

       FD  HOLD-LOG-FILE-OUT.
       01  HOLD-LOG-RECORD.
           05   HOLD-LOG-TEXT     PIC X(100).

       WORKING-STORAGE SECTION.
        01  CONTROL-FIELDS.
           05   EOF-FLAG-TRANS        PIC X(3).
           05   TRANS-VALID-FLAG      PIC X(3).
           05   STATUS-FIELD          PIC X(2).
           05   STATUS-FIELD-HOLD     PIC X(2).
           05   STATUS-FIELD-RUN-CTL  PIC X(2).

       01  HOLD-RUN-DATE          PIC 9(8)  VALUE 0.
       01  HOLD-RUN-NUMBER        PIC 9(4)  VALUE 0.
       01  TRANS-READ-COUNT       PIC 9(4)  VALUE 0.
       01  HOLD-PLACED-COUNT      PIC 9(4)  VALUE 0.
       01  HOLD-RELEASED-COUNT    PIC 9(4)  VALUE 0.
       01  TRANS-REJECT-COUNT     PIC 9(4)  VALUE 0.

       01  HOLD-LOG-LINE.
           05  HL-STUDENT-NUMBER  PIC 9(6).
           05  FILLER             PIC X(4)  VALUE   SPACES.
           05  HL-TRANS-CODE      PIC X(1).
           05  FILLER             PIC X(3)  VALUE   SPACES.
           05  HL-HOLD-TYPE       PIC X(1).
           05  FILLER             PIC X(3)  VALUE   SPACES.
           05  HL-RESULT          PIC X(30).
           05  FILLER             PIC X(2)  VALUE   SPACES.
           05  HL-OPERATOR        PIC X(8).
           05  FILLER             PIC X(2)  VALUE   SPACES.
           05  FILLER             PIC X(5)  VALUE   "RUN: ".
           05  HL-RUN-NUMBER      PIC 9(4).
           05  FILLER             PIC X(2)  VALUE   SPACES.
           05  HL-RUN-DATE        PIC 9(8).

      ******************************************************************
      *The step is recorded on the step-control file as it starts and
      *as it ends, against the run number on the run control card.
      ******************************************************************
       01  STEP-FUNCTION          PIC X(1)  VALUE SPACES.
       01  STEP-PROGRAM-NAME      PIC X(18)
                                  VALUE "PROJECT3-PROGRAM33".
       01  STEP-RUN-NUMBER        PIC 9(4)  VALUE 0.
       01  STEP-RUN-TERM          PIC X(5)  VALUE SPACES.
       01  STEP-RUN-DATE          PIC 9(8)  VALUE 0.
       01  STEP-COMPLETION-CODE   PIC 9(2)  VALUE 0.
       01  STEP-COUNT-READ        PIC 9(7)  VALUE 0.
       01  STEP-COUNT-WRITTEN     PIC 9(7)  VALUE 0.
       01  STEP-COUNT-REJECTED    PIC 9(7)  VALUE 0.
       01  STEP-CHECK-MESSAGE     PIC X(70) VALUE SPACES.

       PROCEDURE DIVISION.

       100-MAINTAIN-STUDENT-HOLDS.
           PERFORM 200-INITIATE-HOLD-MAINT.
           PERFORM 201-PROCESS-HOLD-TRANS
               UNTIL EOF-FLAG-TRANS = "YES".
           PERFORM 202-TERMINATE-HOLD-MAINT.
           STOP RUN.

       200-INITIATE-HOLD-MAINT.
           MOVE "NO" TO EOF-FLAG-TRANS.
           PERFORM  302-READ-RUN-CONTROL.
           PERFORM  360-RECORD-STEP-START.
           PERFORM  300-OPEN-FILES.
           PERFORM  301-READ-HOLD-TRANS.

       201-PROCESS-HOLD-TRANS.
           PERFORM  400-APPLY-HOLD-TRANS.
           PERFORM  301-READ-HOLD-TRANS.

       202-TERMINATE-HOLD-MAINT.
           PERFORM 307-CLOSE-FILES.
           PERFORM 308-DISPLAY-AUDIT-COUNTERS.
           MOVE TRANS-READ-COUNT TO STEP-COUNT-READ.
           ADD HOLD-PLACED-COUNT
               HOLD-RELEASED-COUNT GIVING STEP-COUNT-WRITTEN.
           MOVE TRANS-REJECT-COUNT TO STEP-COUNT-REJECTED.
           PERFORM 361-RECORD-STEP-END.

       302-READ-RUN-CONTROL.
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
           MOVE RC-RUN-DATE   TO HOLD-RUN-DATE.
           MOVE RC-RUN-NUMBER TO HOLD-RUN-NUMBER.
           MOVE RC-RUN-NUMBER TO STEP-RUN-NUMBER.
           MOVE RC-TERM       TO STEP-RUN-TERM.
           MOVE RC-RUN-DATE   TO STEP-RUN-DATE.
           CLOSE RUN-CONTROL-FILE-IN.
           MOVE HOLD-RUN-DATE   TO HL-RUN-DATE.
           MOVE HOLD-RUN-NUMBER TO HL-RUN-NUMBER.

       300-OPEN-FILES.
           OPEN  INPUT  HOLD-TRANS-FILE-IN.
           OPEN  INPUT  STUDENT-FILE-IN.
      ******************************************************************
      *File status 35 before the first hold is ever placed means the
      *holds master does not exist yet - create it empty and reopen it
      *for update.
      ******************************************************************
           OPEN  I-O    HOLD-FILE-IO.
           IF STATUS-FIELD-HOLD = "35"
               OPEN  OUTPUT  HOLD-FILE-IO
               CLOSE HOLD-FILE-IO
               OPEN  I-O     HOLD-FILE-IO
           END-IF.
           OPEN  OUTPUT HOLD-LOG-FILE-OUT.

       301-READ-HOLD-TRANS.
           READ  HOLD-TRANS-FILE-IN
             AT END  MOVE "YES"  TO EOF-FLAG-TRANS
               NOT AT END  ADD 1 TO TRANS-READ-COUNT.

       307-CLOSE-FILES.
           CLOSE   HOLD-TRANS-FILE-IN.
           CLOSE   STUDENT-FILE-IN.
           CLOSE   HOLD-FILE-IO.
           CLOSE   HOLD-LOG-FILE-OUT.

       308-DISPLAY-AUDIT-COUNTERS.
           DISPLAY "Hold transactions read: " TRANS-READ-COUNT.
           DISPLAY "Holds placed: " HOLD-PLACED-COUNT.
           DISPLAY "Holds released: " HOLD-RELEASED-COUNT.
           DISPLAY "Transactions rejected: " TRANS-REJECT-COUNT.

       400-APPLY-HOLD-TRANS.
           EVALUATE TRUE
               WHEN HT-IS-PLACE
                   PERFORM 401-PLACE-HOLD
               WHEN HT-IS-RELEASE
                   PERFORM 402-RELEASE-HOLD
               WHEN OTHER
                   MOVE "REJECTED - BAD CODE"      TO HL-RESULT
                   ADD 1 TO TRANS-REJECT-COUNT
           END-EVALUATE.
           PERFORM 405-WRITE-HOLD-LOG.

       401-PLACE-HOLD.
           PERFORM 404-EDIT-HOLD-TRANS.
           IF TRANS-VALID-FLAG = "YES"
               MOVE HT-STUDENT-NUMBER TO STUDENT-NUMBER
               READ STUDENT-FILE-IN
                 INVALID KEY
                   MOVE "REJECTED - NOT ON FILE"   TO HL-RESULT
                   MOVE "NO" TO TRANS-VALID-FLAG
                 NOT INVALID KEY
                   CONTINUE
               END-READ
           END-IF.
           IF TRANS-VALID-FLAG = "YES"
               MOVE HT-STUDENT-NUMBER TO HOLD-STUDENT-NUMBER
               MOVE HT-HOLD-TYPE      TO HOLD-TYPE
               READ HOLD-FILE-IO
                 INVALID KEY
                   PERFORM 406-BUILD-HOLD-RECORD
                   WRITE STUDENT-HOLD-RECORD
                   MOVE "PLACED"                   TO HL-RESULT
                   ADD 1 TO HOLD-PLACED-COUNT
                 NOT INVALID KEY
                   PERFORM 403-REPLACE-RELEASED-HOLD
               END-READ
           ELSE
               ADD 1 TO TRANS-REJECT-COUNT
           END-IF.

       403-REPLACE-RELEASED-HOLD.
      ******************************************************************
      *A hold of the same type already open stays as it is - the
      *original placement date is what the office needs to see. A
      *released one is reopened as a new hold.
      ******************************************************************
           IF HOLD-IS-OPEN
               MOVE "REJECTED - HOLD ALREADY OPEN" TO HL-RESULT
               ADD 1 TO TRANS-REJECT-COUNT
           ELSE
               PERFORM 406-BUILD-HOLD-RECORD
               REWRITE STUDENT-HOLD-RECORD
               MOVE "PLACED"                       TO HL-RESULT
               ADD 1 TO HOLD-PLACED-COUNT
           END-IF.

       402-RELEASE-HOLD.
           PERFORM 404-EDIT-HOLD-TRANS.
           IF TRANS-VALID-FLAG = "YES"
               MOVE HT-STUDENT-NUMBER TO HOLD-STUDENT-NUMBER
               MOVE HT-HOLD-TYPE      TO HOLD-TYPE
               READ HOLD-FILE-IO
                 INVALID KEY
                   MOVE "REJECTED - NO OPEN HOLD"  TO HL-RESULT
                   ADD 1 TO TRANS-REJECT-COUNT
                 NOT INVALID KEY
                   IF HOLD-IS-OPEN
                       MOVE HOLD-RUN-DATE TO HOLD-DATE-RELEASED
                       MOVE HT-OPERATOR   TO HOLD-RELEASED-BY
                       REWRITE STUDENT-HOLD-RECORD
                       MOVE "RELEASED"             TO HL-RESULT
                       ADD 1 TO HOLD-RELEASED-COUNT
                   ELSE
                       MOVE "REJECTED - NO OPEN HOLD" TO HL-RESULT
                       ADD 1 TO TRANS-REJECT-COUNT
                   END-IF
               END-READ
           ELSE
               ADD 1 TO TRANS-REJECT-COUNT
           END-IF.

       404-EDIT-HOLD-TRANS.
           MOVE "YES" TO TRANS-VALID-FLAG.
           EVALUATE TRUE
               WHEN HT-STUDENT-NUMBER NOT NUMERIC
                   MOVE "REJECTED - BAD STUDENT NUMBER" TO HL-RESULT
                   MOVE "NO" TO TRANS-VALID-FLAG
               WHEN NOT HT-TYPE-IS-VALID
                   MOVE "REJECTED - BAD HOLD TYPE"  TO HL-RESULT
                   MOVE "NO" TO TRANS-VALID-FLAG
               WHEN NOT HT-BLOCK-IS-VALID
                   MOVE "REJECTED - BAD BLOCK FLAG" TO HL-RESULT
                   MOVE "NO" TO TRANS-VALID-FLAG
               WHEN HT-OPERATOR = SPACES
                   MOVE "REJECTED - NO OPERATOR"    TO HL-RESULT
                   MOVE "NO" TO TRANS-VALID-FLAG
           END-EVALUATE.

       405-WRITE-HOLD-LOG.
           MOVE HT-STUDENT-NUMBER TO HL-STUDENT-NUMBER.
           MOVE HT-TRANS-CODE     TO HL-TRANS-CODE.
           MOVE HT-HOLD-TYPE      TO HL-HOLD-TYPE.
           MOVE HT-OPERATOR       TO HL-OPERATOR.
           WRITE HOLD-LOG-RECORD FROM HOLD-LOG-LINE.

       406-BUILD-HOLD-RECORD.
      ******************************************************************
      *A hold blocks registration and transcripts unless the
      *transaction says it is for information only.
      ******************************************************************
           MOVE HT-STUDENT-NUMBER TO HOLD-STUDENT-NUMBER.
           MOVE HT-HOLD-TYPE      TO HOLD-TYPE.
           IF HT-BLOCK-FLAG = "N"
               MOVE "N" TO HOLD-BLOCK-FLAG
           ELSE
               MOVE "Y" TO HOLD-BLOCK-FLAG
           END-IF.
           MOVE HOLD-RUN-DATE     TO HOLD-DATE-PLACED.
           MOVE HT-OPERATOR       TO HOLD-PLACED-BY.
           MOVE 0                 TO HOLD-DATE-RELEASED.
           MOVE SPACES            TO HOLD-RELEASED-BY.
           MOVE HT-REASON         TO HOLD-REASON.

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

       END PROGRAM PROJECT3-PROGRAM33.
