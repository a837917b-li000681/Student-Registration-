       01  EXTRACT-TUITION-EDIT  PIC ZZZ9.99.
       01  EXTRACT-DETAIL-LINE   PIC X(100).

      ******************************************************************
      *The step is recorded on the step-control file as it starts and
      *as it ends, against the run number on the run control card.
      ******************************************************************
       01  STEP-FUNCTION          PIC X(1)  VALUE SPACES.
       01  STEP-PROGRAM-NAME      PIC X(18)
                                  VALUE "PROJECT3-PROGRAM3".
       01  STEP-RUN-NUMBER        PIC 9(4)  VALUE 0.
       01  STEP-RUN-TERM          PIC X(5)  VALUE SPACES.
       01  STEP-RUN-DATE          PIC 9(8)  VALUE 0.
       01  STEP-COMPLETION-CODE   PIC 9(2)  VALUE 0.
       01  STEP-COUNT-READ        PIC 9(7)  VALUE 0.
       01  STEP-COUNT-WRITTEN     PIC 9(7)  VALUE 0.
       01  STEP-COUNT-REJECTED    PIC 9(7)  VALUE 0.
       01  STEP-CHECK-MESSAGE     PIC X(70) VALUE SPACES.

       PROCEDURE DIVISION.
      
       100-PRODUCE-STUDENT-REPORT.
           PERFORM 120-READ-RUN-CONTROL.
           PERFORM 360-RECORD-STEP-START.
           PERFORM 140-DETERMINE-RESTART-POINT.
           PERFORM 130-OPEN-ERROR-LOG.
      ******************************************************************
           MOVE RC-TERM             TO RUN-TERM-HOLD.
           MOVE RC-RUN-NUMBER       TO RUN-NUMBER-HOLD.
           MOVE RC-PAYMENT-BATCH-ID TO PAYMENT-BATCH-HOLD.
           MOVE RC-RUN-NUMBER TO STEP-RUN-NUMBER.
           MOVE RC-TERM       TO STEP-RUN-TERM.
           MOVE RC-RUN-DATE   TO STEP-RUN-DATE.
           CLOSE RUN-CONTROL-FILE-IN.
           MOVE RUN-DATE-HOLD   TO RTL-RUN-DATE  PTL-RUN-DATE
                                   RNT-RUN-DATE  ELL-RUN-DATE.
           PERFORM 315-WRITE-PROGRAM-SUBTOTALS.
           PERFORM 307-CLOSE-FILES.
           PERFORM 308-DISPLAY-AUDIT-COUNTERS.
           MOVE STUDENT-READ-COUNT TO STEP-COUNT-READ.
           MOVE STUDENT-WRITE-COUNT TO STEP-COUNT-WRITTEN.
           ADD PAYMENT-UNMATCHED-COUNT
               ERROR-LOG-COUNT GIVING STEP-COUNT-REJECTED.
           PERFORM 361-RECORD-STEP-END.
           
       300-OPEN-FILES.
           OPEN  I-O  STUDENT-FILE-IN.
           WRITE RECON-REPORT FROM RECON-UNMATCHED-LINE.
           ADD 1 TO PAYMENT-UNMATCHED-COUNT.

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

       END PROGRAM PROJECT3-PROGRAM3.
