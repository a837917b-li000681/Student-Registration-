       01  NOTICE-SEPARATOR-LINE.
           05  FILLER   PIC X(100) VALUE  ALL "=".

      ******************************************************************
      *The step is recorded on the step-control file as it starts and
      *as it ends, against the run number on the run control card.
      ******************************************************************
       01  STEP-FUNCTION          PIC X(1)  VALUE SPACES.
       01  STEP-PROGRAM-NAME      PIC X(18)
                                  VALUE "PROJECT3-PROGRAM21".
       01  STEP-RUN-NUMBER        PIC 9(4)  VALUE 0.
       01  STEP-RUN-TERM          PIC X(5)  VALUE SPACES.
       01  STEP-RUN-DATE          PIC 9(8)  VALUE 0.
       01  STEP-COMPLETION-CODE   PIC 9(2)  VALUE 0.
       01  STEP-COUNT-READ        PIC 9(7)  VALUE 0.
       01  STEP-COUNT-WRITTEN     PIC 9(7)  VALUE 0.
       01  STEP-COUNT-REJECTED    PIC 9(7)  VALUE 0.
       01  STEP-CHECK-MESSAGE     PIC X(70) VALUE SPACES.

       PROCEDURE DIVISION.

       100-PRODUCE-CONFIRMATIONS.
           MOVE "NO"    TO EOF-FLAG-SORTED.
           MOVE SPACES  TO CURRENT-STUDENT-HOLD.
           PERFORM  302-READ-RUN-CONTROL.
           PERFORM  360-RECORD-STEP-START.
           PERFORM  300-OPEN-FILES.
           PERFORM  301-READ-SORTED-RECORD.

           END-IF.
           PERFORM 307-CLOSE-FILES.
           PERFORM 308-DISPLAY-AUDIT-COUNTERS.
           MOVE LOG-READ-COUNT TO STEP-COUNT-READ.
           MOVE NOTICE-WRITE-COUNT TO STEP-COUNT-WRITTEN.
           MOVE NOT-ON-MASTER-COUNT TO STEP-COUNT-REJECTED.
           PERFORM 361-RECORD-STEP-END.

       302-READ-RUN-CONTROL.
           OPEN INPUT RUN-CONTROL-FILE-IN.
           END-READ.
           MOVE RC-RUN-DATE TO NOTICE-RUN-DATE.
           MOVE RC-TERM     TO NOTICE-RUN-TERM.
           MOVE RC-RUN-NUMBER TO STEP-RUN-NUMBER.
           MOVE RC-TERM       TO STEP-RUN-TERM.
           MOVE RC-RUN-DATE   TO STEP-RUN-DATE.
           CLOSE RUN-CONTROL-FILE-IN.
           MOVE NOTICE-RUN-DATE TO NDL-RUN-DATE.
           MOVE NOTICE-RUN-TERM TO NRL-TERM.
               END-IF
           END-READ.

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

       END PROGRAM PROJECT3-PROGRAM21.
