      * through WRITE-LEDGER, and recorded on the plan record so it is
      * never charged twice. Fee posting runs as a second pass off a
      * work file so the sequential sweep of the plan master is never
      * repositioned mid-flight. A student with an installment more
      * days past due than the hold threshold on the aging control
      * card is given a blocking financial hold on the student holds
      * master, and a financial hold this run placed is released as
      * soon as the student's TUITION-OWED is cleared. Holds placed
      * by the office stay until the office releases them.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROJECT3-PROGRAM23 AS "PROJECT3-PROGRAM23".
                ASSIGN TO "C:\COBOL\LATE-FEE-WORK.TXT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS STATUS-FIELD-WORK.
           SELECT  HOLD-FILE-IO
                ASSIGN TO "C:\COBOL\STUDENT-HOLDS"
                ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS HOLD-RECORD-KEY
                   FILE STATUS IS STATUS-FIELD-HOLD.
           SELECT  AGING-REPORT-OUT
                ASSIGN TO "C:\COBOL\AGING-REPORT.TXT"
                ORGANIZATION IS LINE SEQUENTIAL.
       FD  AGING-CONTROL-FILE-IN.
       01 AGING-CONTROL-RECORD.
           05   CONTROL-LATE-FEE    PIC 9(3)V99.
           05   CONTROL-HOLD-DAYS   PIC 9(3).
           05   CONTROL-HOLD-DAYS-X REDEFINES CONTROL-HOLD-DAYS
                                    PIC X(3).

       FD  RUN-CONTROL-FILE-IN.
       01  RUN-CONTROL-RECORD.
           05   FWK-INSTALLMENT-NO  PIC 9(1).
           05   FWK-FEE-AMOUNT      PIC 9(3)V99.

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

       FD  AGING-REPORT-OUT.
       01  AGING-REPORT.
           05   AGING-LINE        PIC X(100).
           05   STATUS-FIELD-CONTROL  PIC X(2).
           05   STATUS-FIELD-RUN-CTL  PIC X(2).
           05   STATUS-FIELD-WORK     PIC X(2).
           05   STATUS-FIELD-HOLD     PIC X(2).
           05   GROUP-HOLD-FLAG       PIC X(3).
           05   SUB-I                 PIC 9(2).

       01  AGING-RUN-DATE         PIC 9(8)  VALUE 0.
       01  FEE-SKIPPED-COUNT      PIC 9(4)  VALUE 0.
       01  FEE-NO-MASTER-COUNT    PIC 9(4)  VALUE 0.
      ******************************************************************
      *Days past due that earn a financial hold - zero, or a control
      *card without the field, leaves automatic holds off.
      ******************************************************************
       01  HOLD-THRESHOLD-DAYS    PIC 9(3)  VALUE 0.
       01  HOLD-PLACED-COUNT      PIC 9(4)  VALUE 0.
       01  HOLD-RELEASED-COUNT    PIC 9(4)  VALUE 0.
      ******************************************************************
      *One student's schedule buffered off the sequential sweep so the
      *whole plan can be aged at the student break without moving the
      *plan file's read position.
           05  FILLER               PIC X(2)  VALUE  SPACES.
           05  FILLER               PIC X(10) VALUE  "LATE FEE: ".
           05  ATL-LATE-FEE         PIC ZZ9.99.
           05  FILLER               PIC X(2)  VALUE  SPACES.
           05  FILLER               PIC X(11) VALUE  "HOLD DAYS: ".
           05  ATL-HOLD-DAYS        PIC ZZ9.
       01  AGING-STUDENT-LINE.
           05  FILLER               PIC X(9)  VALUE  "STUDENT: ".
           05  ASL-STUDENT-NUMBER   PIC 9(6).
                                       "SKIPPED - NO MASTER:".
           05  FILLER               PIC X(1)  VALUE  SPACES.
           05  AFL-NO-MASTER-COUNT  PIC ZZZ9.
       01  AGING-HOLD-NOTE-LINE.
           05  FILLER               PIC X(4)  VALUE  SPACES.
           05  AHN-HOLD-ACTION      PIC X(30).
       01  AGING-HOLD-TOTAL-LINE.
           05  FILLER               PIC X(24) VALUE
                                       "FINANCIAL HOLDS PLACED: ".
           05  AHT-PLACED-COUNT     PIC ZZZ9.
           05  FILLER               PIC X(4)  VALUE  SPACES.
           05  FILLER               PIC X(10) VALUE  "RELEASED: ".
           05  AHT-RELEASED-COUNT   PIC ZZZ9.
       01  AGING-SPACER-LINE.
           05  FILLER   PIC X(100) VALUE  ALL "-".

      ******************************************************************
      *The step is recorded on the step-control file as it starts and
      *as it ends, against the run number on the run control card.
      ******************************************************************
       01  STEP-FUNCTION          PIC X(1)  VALUE SPACES.
       01  STEP-PROGRAM-NAME      PIC X(18)
                                  VALUE "PROJECT3-PROGRAM23".
       01  STEP-RUN-NUMBER        PIC 9(4)  VALUE 0.
       01  STEP-RUN-TERM          PIC X(5)  VALUE SPACES.
       01  STEP-RUN-DATE          PIC 9(8)  VALUE 0.
       01  STEP-COMPLETION-CODE   PIC 9(2)  VALUE 0.
       01  STEP-COUNT-READ        PIC 9(7)  VALUE 0.
       01  STEP-COUNT-WRITTEN     PIC 9(7)  VALUE 0.
       01  STEP-COUNT-REJECTED    PIC 9(7)  VALUE 0.
       01  STEP-CHECK-MESSAGE     PIC X(70) VALUE SPACES.

       PROCEDURE DIVISION.

       100-AGE-PAYMENT-PLANS.
           MOVE 0    TO GROUP-STUDENT-HOLD.
           MOVE 0    TO GROUP-ENTRY-COUNT.
           PERFORM  302-READ-RUN-CONTROL.
           PERFORM  360-RECORD-STEP-START.
           PERFORM  303-READ-AGING-CONTROL.
           PERFORM  300-OPEN-FILES.
           PERFORM  304-WRITE-AGING-HEADING.
           MOVE FEE-SKIPPED-COUNT   TO AFL-SKIP-COUNT.
           MOVE FEE-NO-MASTER-COUNT TO AFL-NO-MASTER-COUNT.
           WRITE AGING-REPORT FROM AGING-FEE-LINE.
           MOVE HOLD-PLACED-COUNT   TO AHT-PLACED-COUNT.
           MOVE HOLD-RELEASED-COUNT TO AHT-RELEASED-COUNT.
           WRITE AGING-REPORT FROM AGING-HOLD-TOTAL-LINE.
           PERFORM 307-CLOSE-FILES.
           PERFORM 308-DISPLAY-AUDIT-COUNTERS.
           MOVE PLAN-READ-COUNT TO STEP-COUNT-READ.
           MOVE STUDENT-AGED-COUNT TO STEP-COUNT-WRITTEN.
           ADD NOT-ON-MASTER-COUNT
               FEE-NO-MASTER-COUNT GIVING STEP-COUNT-REJECTED.
           PERFORM 361-RECORD-STEP-END.

       302-READ-RUN-CONTROL.
           OPEN INPUT RUN-CONTROL-FILE-IN.
               STOP RUN
           END-READ.
           MOVE RC-RUN-DATE TO AGING-RUN-DATE.
           MOVE RC-RUN-NUMBER TO STEP-RUN-NUMBER.
           MOVE RC-TERM       TO STEP-RUN-TERM.
           MOVE RC-RUN-DATE   TO STEP-RUN-DATE.
           CLOSE RUN-CONTROL-FILE-IN.

       303-READ-AGING-CONTROL.
               STOP RUN
           END-IF.
           MOVE CONTROL-LATE-FEE TO LATE-FEE-AMOUNT.
           IF CONTROL-HOLD-DAYS-X = SPACES
               MOVE 0 TO HOLD-THRESHOLD-DAYS
           ELSE
               IF CONTROL-HOLD-DAYS NOT NUMERIC
                   DISPLAY "HOLD DAYS NOT NUMERIC - RUN STOPPED"
                   STOP RUN
               END-IF
               MOVE CONTROL-HOLD-DAYS TO HOLD-THRESHOLD-DAYS
           END-IF.
           CLOSE AGING-CONTROL-FILE-IN.

       300-OPEN-FILES.
               DISPLAY "PAYMENT PLAN MASTER MISSING - RUN STOPPED"
               STOP RUN
           END-IF.
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
           OPEN  OUTPUT FEE-WORK-FILE-IO.
           OPEN  OUTPUT AGING-REPORT-OUT.

       304-WRITE-AGING-HEADING.
           MOVE AGING-RUN-DATE  TO ATL-RUN-DATE.
           MOVE LATE-FEE-AMOUNT TO ATL-LATE-FEE.
           MOVE HOLD-THRESHOLD-DAYS TO ATL-HOLD-DAYS.
           WRITE AGING-REPORT FROM AGING-TITLE-LINE.

       307-CLOSE-FILES.
           CLOSE   STUDENT-FILE-IO.
           CLOSE   PAYMENT-PLAN-FILE-IO.
           CLOSE   HOLD-FILE-IO.
           CLOSE   AGING-REPORT-OUT.

       308-DISPLAY-AUDIT-COUNTERS.
           DISPLAY "Late fees posted: " FEE-POSTED-COUNT.
           DISPLAY "Fees skipped - too large: " FEE-SKIPPED-COUNT.
           DISPLAY "Fees skipped - no master: " FEE-NO-MASTER-COUNT.
           DISPLAY "Financial holds placed: " HOLD-PLACED-COUNT.
           DISPLAY "Financial holds released: " HOLD-RELEASED-COUNT.

       401-BUFFER-PLAN-ENTRY.
           IF GROUP-ENTRY-COUNT < 9
           MOVE GROUP-STUDENT-HOLD TO STUDENT-NUMBER.
           MOVE GROUP-STUDENT-HOLD TO ASL-STUDENT-NUMBER.
           MOVE SPACES             TO ASL-STUDENT-NAME.
           MOVE "NO"               TO GROUP-HOLD-FLAG.
           READ STUDENT-FILE-IO
             INVALID KEY
               WRITE AGING-REPORT FROM AGING-STUDENT-LINE
               MOVE STUDENT-NAME TO ASL-STUDENT-NAME
               WRITE AGING-REPORT FROM AGING-STUDENT-LINE
               PERFORM 402-ALLOCATE-AND-AGE
               PERFORM 440-MAINTAIN-FINANCIAL-HOLD
               WRITE AGING-REPORT FROM AGING-SPACER-LINE
               ADD 1 TO STUDENT-AGED-COUNT
           END-READ.
                   MOVE "OVER 90 DAYS" TO ADL-BUCKET
                   ADD INSTALLMENT-OPEN TO BUCKET-OVER-TOTAL
           END-EVALUATE.
           IF HOLD-THRESHOLD-DAYS > 0
              AND DAYS-PAST-DUE > HOLD-THRESHOLD-DAYS
               MOVE "YES" TO GROUP-HOLD-FLAG
           END-IF.
           IF GRP-FEE-FLAG (SUB-I) NOT = "Y"
               PERFORM 412-WRITE-FEE-WORK-RECORD
           END-IF.
           MOVE BUCKET-OVER-TOTAL TO ABL-BUCKET-TOTAL.
           WRITE AGING-REPORT FROM AGING-BUCKET-LINE.

       440-MAINTAIN-FINANCIAL-HOLD.
      ******************************************************************
      *A cleared balance releases the hold this run placed; otherwise
      *an installment past the threshold places one. The holds master
      *is a separate file, so the plan sweep is not disturbed.
      ******************************************************************
           MOVE GROUP-STUDENT-HOLD TO HOLD-STUDENT-NUMBER.
           MOVE "F"                TO HOLD-TYPE.
           IF TUITION-OWED = 0
               PERFORM 442-RELEASE-FINANCIAL-HOLD
           ELSE
               IF GROUP-HOLD-FLAG = "YES"
                   PERFORM 441-PLACE-FINANCIAL-HOLD
               END-IF
           END-IF.

       441-PLACE-FINANCIAL-HOLD.
           READ HOLD-FILE-IO
             INVALID KEY
               PERFORM 443-BUILD-FINANCIAL-HOLD
               WRITE STUDENT-HOLD-RECORD
               PERFORM 444-NOTE-HOLD-PLACED
             NOT INVALID KEY
               IF NOT HOLD-IS-OPEN
                   PERFORM 443-BUILD-FINANCIAL-HOLD
                   REWRITE STUDENT-HOLD-RECORD
                   PERFORM 444-NOTE-HOLD-PLACED
               END-IF
           END-READ.

       442-RELEASE-FINANCIAL-HOLD.
           READ HOLD-FILE-IO
             INVALID KEY
               CONTINUE
             NOT INVALID KEY
               IF HOLD-IS-OPEN
                  AND HOLD-PLACED-BY = JOURNAL-SOURCE-PROGRAM
                   MOVE AGING-RUN-DATE         TO HOLD-DATE-RELEASED
                   MOVE JOURNAL-SOURCE-PROGRAM TO HOLD-RELEASED-BY
                   REWRITE STUDENT-HOLD-RECORD
                   MOVE "FINANCIAL HOLD RELEASED" TO AHN-HOLD-ACTION
                   WRITE AGING-REPORT FROM AGING-HOLD-NOTE-LINE
                   ADD 1 TO HOLD-RELEASED-COUNT
               END-IF
           END-READ.

       443-BUILD-FINANCIAL-HOLD.
           MOVE GROUP-STUDENT-HOLD     TO HOLD-STUDENT-NUMBER.
           MOVE "F"                    TO HOLD-TYPE.
           MOVE "Y"                    TO HOLD-BLOCK-FLAG.
           MOVE AGING-RUN-DATE         TO HOLD-DATE-PLACED.
           MOVE JOURNAL-SOURCE-PROGRAM TO HOLD-PLACED-BY.
           MOVE 0                      TO HOLD-DATE-RELEASED.
           MOVE SPACES                 TO HOLD-RELEASED-BY.
           MOVE "INSTALLMENT PAST DUE" TO HOLD-REASON.

       444-NOTE-HOLD-PLACED.
           MOVE "FINANCIAL HOLD PLACED" TO AHN-HOLD-ACTION.
           WRITE AGING-REPORT FROM AGING-HOLD-NOTE-LINE.
           ADD 1 TO HOLD-PLACED-COUNT.

       204-POST-LATE-FEES.
      ******************************************************************
      *Second pass off the work file written during aging. Each record
               LEDGER-EVENT-TYPE, LEDGER-DEBIT-AMOUNT,
               LEDGER-CREDIT-AMOUNT.

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

       END PROGRAM PROJECT3-PROGRAM23.
