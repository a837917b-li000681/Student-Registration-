           SELECT  MISSING-GRADE-REPORT-OUT
                ASSIGN TO "C:\COBOL\MISSING-GRADES.TXT"
                ORGANIZATION IS LINE SEQUENTIAL.
           SELECT  RUN-CONTROL-FILE-IN
                ASSIGN TO "C:\COBOL\RUN-CONTROL.TXT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS STATUS-FIELD-RUN-CTL.

       DATA DIVISION.
       FILE  SECTION.
       01  MISSING-GRADE-REPORT.
           05   MISSING-GRADE-LINE  PIC X(100).

       FD  RUN-CONTROL-FILE-IN.
       01  RUN-CONTROL-RECORD.
           05   RC-RUN-DATE           PIC 9(8).
           05   RC-TERM               PIC X(5).
           05   RC-RUN-NUMBER         PIC 9(4).
           05   RC-PAYMENT-BATCH-ID   PIC X(8).

       WORKING-STORAGE SECTION.
        01  CONTROL-FIELDS.
           05   EOF-FLAG-GRADE        PIC X(3).
           05   EOF-FLAG-STUDENT      PIC X(3).
           05   STATUS-FIELD          PIC X(2).
           05   STATUS-FIELD-RUN-CTL  PIC X(2).

       01  GRADE-READ-COUNT       PIC 9(4)  VALUE 0.
       01  GRADE-POSTED-COUNT     PIC 9(4)  VALUE 0.
       01  MISSING-SPACER-LINE.
           05  FILLER   PIC X(100) VALUE  ALL "-".

      ******************************************************************
      *The step is recorded on the step-control file as it starts and
      *as it ends, against the run number on the run control card.
      ******************************************************************
       01  STEP-FUNCTION          PIC X(1)  VALUE SPACES.
       01  STEP-PROGRAM-NAME      PIC X(18)
                                  VALUE "PROJECT3-PROGRAM17".
       01  STEP-RUN-NUMBER        PIC 9(4)  VALUE 0.
       01  STEP-RUN-TERM          PIC X(5)  VALUE SPACES.
       01  STEP-RUN-DATE          PIC 9(8)  VALUE 0.
       01  STEP-COMPLETION-CODE   PIC 9(2)  VALUE 0.
       01  STEP-COUNT-READ        PIC 9(7)  VALUE 0.
       01  STEP-COUNT-WRITTEN     PIC 9(7)  VALUE 0.
       01  STEP-COUNT-REJECTED    PIC 9(7)  VALUE 0.
       01  STEP-CHECK-MESSAGE     PIC X(70) VALUE SPACES.

       PROCEDURE DIVISION.

       100-POST-FACULTY-GRADES.

       200-INITIATE-GRADE-POSTING.
           MOVE "NO" TO EOF-FLAG-GRADE.
           PERFORM  120-READ-RUN-CONTROL.
           PERFORM  360-RECORD-STEP-START.
           PERFORM  300-OPEN-FILES.
           PERFORM  301-READ-GRADE-TRANS.

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

       201-PROCESS-GRADE-TRANS.
           PERFORM  400-APPLY-GRADE-TRANS.
           PERFORM  301-READ-GRADE-TRANS.
       202-TERMINATE-GRADE-POSTING.
           PERFORM 307-CLOSE-FILES.
           PERFORM 308-DISPLAY-AUDIT-COUNTERS.
           MOVE GRADE-READ-COUNT TO STEP-COUNT-READ.
           MOVE GRADE-POSTED-COUNT TO STEP-COUNT-WRITTEN.
           MOVE GRADE-EXCEPT-COUNT TO STEP-COUNT-REJECTED.
           PERFORM 361-RECORD-STEP-END.

       203-LIST-MISSING-GRADES.
      ******************************************************************
               MOVE 5 TO GRADE-SLOT-NUMBER
           END-IF.

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

       END PROGRAM PROJECT3-PROGRAM17.
