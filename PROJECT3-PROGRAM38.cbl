      ******************************************************************
      * This program prints the morning run-status report for the
      * day shift. The run number on the run control card is the
      * night just finished; every step of the nightly job stream is
      * looked up on the step-control file for that run and listed in
      * stream order as completed, failed, skipped, or not run, with
      * its start and end, completion code, and the record counts the
      * step reported. A step that started and never recorded its end
      * is shown as failed. A skipped or failed step carries the
      * reason underneath it. Some steps run only when there is work
      * for them (the bank remittance import, returned payments,
      * awards, grade posting, the tuition assessment and plan build,
      * the term-end rollover); one of those not running does not
      * make the night unclean. The report closes with the count of
      * steps in each state and a single line saying whether the
      * night was clean.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROJECT3-PROGRAM38 AS "PROJECT3-PROGRAM38".
       AUTHOR.  SHURONG HAN and YING YANG.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT  STEP-FILE-IN
                ASSIGN TO "C:\COBOL\STEP-CONTROL"
                ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS SCF-RECORD-KEY
                   FILE STATUS IS STATUS-FIELD-STEP.
           SELECT  RUN-CONTROL-FILE-IN
                ASSIGN TO "C:\COBOL\RUN-CONTROL.TXT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS STATUS-FIELD-RUN-CTL.
           SELECT  RUN-STATUS-REPORT-OUT
                ASSIGN TO "C:\COBOL\RUN-STATUS.TXT"
                ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE  SECTION.
       FD  STEP-FILE-IN.
       01 STEP-CONTROL-RECORD.
           05   SCF-RECORD-KEY.
               10  SCF-RUN-NUMBER      PIC 9(4).
               10  SCF-PROGRAM         PIC X(18).
           05   SCF-TERM             PIC X(5).
           05   SCF-RUN-DATE         PIC 9(8).
           05   SCF-STATUS           PIC X(1).
               88  SCF-IS-STARTED        VALUE "S".
               88  SCF-IS-COMPLETED      VALUE "C".
               88  SCF-IS-FAILED         VALUE "F".
               88  SCF-IS-SKIPPED        VALUE "K".
           05   SCF-START-DATE       PIC 9(8).
           05   SCF-START-TIME       PIC 9(6).
           05   SCF-END-DATE         PIC 9(8).
           05   SCF-END-TIME         PIC 9(6).
           05   SCF-COMPLETION-CODE  PIC 9(2).
           05   SCF-COUNT-READ       PIC 9(7).
           05   SCF-COUNT-WRITTEN    PIC 9(7).
           05   SCF-COUNT-REJECTED   PIC 9(7).
           05   SCF-MESSAGE          PIC X(70).

       FD  RUN-CONTROL-FILE-IN.
       01  RUN-CONTROL-RECORD.
           05   RC-RUN-DATE           PIC 9(8).
           05   RC-TERM               PIC X(5).
           05   RC-RUN-NUMBER         PIC 9(4).
           05   RC-PAYMENT-BATCH-ID   PIC X(8).

       FD  RUN-STATUS-REPORT-OUT.
       01  RUN-STATUS-REPORT.
           05   RUN-STATUS-LINE   PIC X(100).

       WORKING-STORAGE SECTION.
        01  CONTROL-FIELDS.
           05   STEP-OPEN-FLAG        PIC X(3).
           05   STEP-FOUND-FLAG       PIC X(3).
           05   STATUS-FIELD-STEP     PIC X(2).
           05   STATUS-FIELD-RUN-CTL  PIC X(2).
           05   SUB-S                 PIC 9(2).

       01  STATUS-RUN-DATE        PIC 9(8)  VALUE 0.
       01  STATUS-RUN-TERM        PIC X(5)  VALUE SPACES.
       01  STATUS-RUN-NUMBER      PIC 9(4)  VALUE 0.
       01  COMPLETED-COUNT        PIC 9(2)  VALUE 0.
       01  FAILED-COUNT           PIC 9(2)  VALUE 0.
       01  SKIPPED-COUNT          PIC 9(2)  VALUE 0.
       01  NOT-RUN-COUNT          PIC 9(2)  VALUE 0.
       01  NOT-NEEDED-COUNT       PIC 9(2)  VALUE 0.

      ******************************************************************
      *The nightly job stream in the order operations runs it. Each
      *entry is the program, a short description for the report, and
      *whether the step runs every night (N) or only when there is
      *work for it (W).
      ******************************************************************
       01  STREAM-STEP-VALUES.
           05  FILLER   PIC X(37)  VALUE
                   "PROJECT3-PROGRAM10TRANSACTION EDIT  N".
           05  FILLER   PIC X(37)  VALUE
                   "PROJECT3-PROGRAM4 STUDENT MAINT     N".
           05  FILLER   PIC X(37)  VALUE
                   "PROJECT3-PROGRAM33HOLDS MAINT       N".
           05  FILLER   PIC X(37)  VALUE
                   "PROJECT3-PROGRAM6 REGISTRATION      N".
           05  FILLER   PIC X(37)  VALUE
                   "PROJECT3-PROGRAM21CONFIRMATIONS     N".
           05  FILLER   PIC X(37)  VALUE
                   "PROJECT3-PROGRAM17GRADE POSTING     W".
           05  FILLER   PIC X(37)  VALUE
                   "PROJECT3-PROGRAM39REMITTANCE IMPORT W".
           05  FILLER   PIC X(37)  VALUE
                   "PROJECT3-PROGRAM3 PAYMENT POSTING   N".
           05  FILLER   PIC X(37)  VALUE
                   "PROJECT3-PROGRAM32NSF REVERSALS     W".
           05  FILLER   PIC X(37)  VALUE
                   "PROJECT3-PROGRAM9 TUITION ASSESS    W".
           05  FILLER   PIC X(37)  VALUE
                   "PROJECT3-PROGRAM36AWARD POSTING     W".
           05  FILLER   PIC X(37)  VALUE
                   "PROJECT3-PROGRAM22PLAN BUILDER      W".
           05  FILLER   PIC X(37)  VALUE
                   "PROJECT3-PROGRAM23PLAN AGING        N".
           05  FILLER   PIC X(37)  VALUE
                   "PROJECT3-PROGRAM13REFUNDS           N".
           05  FILLER   PIC X(37)  VALUE
                   "PROJECT3-PROGRAM7 TERM ROLLOVER     W".
       01  STREAM-STEP-TABLE REDEFINES STREAM-STEP-VALUES.
           05  STREAM-STEP  OCCURS 15 TIMES.
               10  STREAM-PROGRAM       PIC X(18).
               10  STREAM-DESCRIPTION   PIC X(18).
               10  STREAM-SCHEDULE      PIC X(1).
                   88  STREAM-RUNS-NIGHTLY   VALUE "N".
       01  STREAM-STEP-COUNT      PIC 9(2)  VALUE 15.

       01  STATUS-TITLE-LINE.
           05  FILLER               PIC X(20) VALUE
                                       "NIGHTLY RUN STATUS  ".
           05  FILLER               PIC X(5)  VALUE  "RUN: ".
           05  STL-RUN-NUMBER       PIC 9(4).
           05  FILLER               PIC X(8)  VALUE  "  TERM: ".
           05  STL-TERM             PIC X(5).
           05  FILLER               PIC X(8)  VALUE  "  DATE: ".
           05  STL-RUN-DATE         PIC 9(8).
       01  STATUS-COLUMN-LINE.
           05  FILLER   PIC X(19)  VALUE   "PROGRAM".
           05  FILLER   PIC X(19)  VALUE   "STEP".
           05  FILLER   PIC X(10)  VALUE   "STATUS".
           05  FILLER   PIC X(16)  VALUE   "STARTED".
           05  FILLER   PIC X(7)   VALUE   "ENDED".
           05  FILLER   PIC X(3)   VALUE   "CC".
           05  FILLER   PIC X(8)   VALUE   "   READ".
           05  FILLER   PIC X(8)   VALUE   "  WRITE".
           05  FILLER   PIC X(8)   VALUE   " REJECT".
       01  STATUS-DETAIL-LINE.
           05  SDL-PROGRAM          PIC X(18).
           05  FILLER               PIC X(1)  VALUE  SPACES.
           05  SDL-DESCRIPTION      PIC X(18).
           05  FILLER               PIC X(1)  VALUE  SPACES.
           05  SDL-STATUS           PIC X(9).
           05  FILLER               PIC X(1)  VALUE  SPACES.
           05  SDL-START-DATE       PIC X(8).
           05  FILLER               PIC X(1)  VALUE  SPACES.
           05  SDL-START-TIME       PIC X(6).
           05  FILLER               PIC X(1)  VALUE  SPACES.
           05  SDL-END-TIME         PIC X(6).
           05  FILLER               PIC X(1)  VALUE  SPACES.
           05  SDL-COMPLETION-CODE  PIC X(2).
           05  FILLER               PIC X(1)  VALUE  SPACES.
           05  SDL-COUNT-READ       PIC X(7).
           05  FILLER               PIC X(1)  VALUE  SPACES.
           05  SDL-COUNT-WRITTEN    PIC X(7).
           05  FILLER               PIC X(1)  VALUE  SPACES.
           05  SDL-COUNT-REJECTED   PIC X(7).
      ******************************************************************
      *Edited views of the step's times, code and counts - a step
      *with no record prints blanks in these columns instead.
      ******************************************************************
       01  STEP-TIME-EDIT         PIC 9(6).
       01  STEP-CODE-EDIT         PIC 99.
       01  STEP-COUNT-EDIT        PIC ZZZZZZ9.
       01  STATUS-MESSAGE-LINE.
           05  FILLER               PIC X(19) VALUE  SPACES.
           05  FILLER               PIC X(3)  VALUE  "** ".
           05  SML-MESSAGE          PIC X(70).
       01  NEVER-ENDED-MESSAGE.
           05  FILLER               PIC X(45) VALUE
               "STARTED BUT NO END RECORDED - STEP ABENDED OR".
           05  FILLER               PIC X(14) VALUE
               " STILL RUNNING".
       01  FAILED-CODE-MESSAGE.
           05  FILLER               PIC X(26) VALUE
               "ENDED WITH COMPLETION CODE".
           05  FILLER               PIC X(1)  VALUE  SPACES.
           05  FCM-COMPLETION-CODE  PIC 99.
       01  STATUS-TOTAL-LINE.
           05  STT-TOTAL-NAME       PIC X(30).
           05  FILLER               PIC X(2)  VALUE  SPACES.
           05  STT-TOTAL-COUNT      PIC Z9.
       01  NIGHT-CLEAN-LINE.
           05  FILLER   PIC X(15)  VALUE   "NIGHT WAS CLEAN".
       01  NIGHT-NOT-CLEAN-LINE.
           05  FILLER   PIC X(50)  VALUE
               "NIGHT WAS NOT CLEAN - SEE STEPS FLAGGED ABOVE".

       PROCEDURE DIVISION.

       100-REPORT-RUN-STATUS.
           PERFORM 200-INITIATE-STATUS-REPORT.
           PERFORM 201-REPORT-ONE-STEP
               VARYING SUB-S FROM 1 BY 1
               UNTIL SUB-S > STREAM-STEP-COUNT.
           PERFORM 202-TERMINATE-STATUS-REPORT.
           STOP RUN.

       200-INITIATE-STATUS-REPORT.
           PERFORM  302-READ-RUN-CONTROL.
           PERFORM  300-OPEN-FILES.
           PERFORM  303-WRITE-REPORT-HEADING.

       201-REPORT-ONE-STEP.
           PERFORM  301-READ-STEP-RECORD.
           MOVE STREAM-PROGRAM (SUB-S)     TO SDL-PROGRAM.
           MOVE STREAM-DESCRIPTION (SUB-S) TO SDL-DESCRIPTION.
           IF STEP-FOUND-FLAG = "YES"
               PERFORM 400-LIST-RECORDED-STEP
           ELSE
               PERFORM 401-LIST-STEP-NOT-RUN
           END-IF.

       202-TERMINATE-STATUS-REPORT.
           PERFORM 304-WRITE-REPORT-TOTALS.
           PERFORM 307-CLOSE-FILES.
           PERFORM 308-DISPLAY-AUDIT-COUNTERS.

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
           MOVE RC-RUN-DATE   TO STATUS-RUN-DATE.
           MOVE RC-TERM       TO STATUS-RUN-TERM.
           MOVE RC-RUN-NUMBER TO STATUS-RUN-NUMBER.
           CLOSE RUN-CONTROL-FILE-IN.

       300-OPEN-FILES.
      ******************************************************************
      *No step-control file yet means no step has ever recorded
      *itself - every step prints as not run.
      ******************************************************************
           OPEN  INPUT  STEP-FILE-IN.
           IF STATUS-FIELD-STEP = "00"
               MOVE "YES" TO STEP-OPEN-FLAG
           ELSE
               MOVE "NO"  TO STEP-OPEN-FLAG
           END-IF.
           OPEN  OUTPUT RUN-STATUS-REPORT-OUT.

       301-READ-STEP-RECORD.
           MOVE "NO" TO STEP-FOUND-FLAG.
           IF STEP-OPEN-FLAG = "YES"
               MOVE STATUS-RUN-NUMBER      TO SCF-RUN-NUMBER
               MOVE STREAM-PROGRAM (SUB-S) TO SCF-PROGRAM
               READ STEP-FILE-IN
                 INVALID KEY
                   MOVE "NO"  TO STEP-FOUND-FLAG
                 NOT INVALID KEY
                   MOVE "YES" TO STEP-FOUND-FLAG
               END-READ
           END-IF.

       303-WRITE-REPORT-HEADING.
           MOVE STATUS-RUN-NUMBER TO STL-RUN-NUMBER.
           MOVE STATUS-RUN-TERM   TO STL-TERM.
           MOVE STATUS-RUN-DATE   TO STL-RUN-DATE.
           WRITE RUN-STATUS-REPORT FROM STATUS-TITLE-LINE.
           WRITE RUN-STATUS-REPORT FROM STATUS-COLUMN-LINE.

       304-WRITE-REPORT-TOTALS.
           MOVE "STEPS COMPLETED:"              TO STT-TOTAL-NAME.
           MOVE COMPLETED-COUNT                 TO STT-TOTAL-COUNT.
           WRITE RUN-STATUS-REPORT FROM STATUS-TOTAL-LINE.
           MOVE "STEPS FAILED:"                 TO STT-TOTAL-NAME.
           MOVE FAILED-COUNT                    TO STT-TOTAL-COUNT.
           WRITE RUN-STATUS-REPORT FROM STATUS-TOTAL-LINE.
           MOVE "STEPS SKIPPED:"                TO STT-TOTAL-NAME.
           MOVE SKIPPED-COUNT                   TO STT-TOTAL-COUNT.
           WRITE RUN-STATUS-REPORT FROM STATUS-TOTAL-LINE.
           MOVE "STEPS NOT RUN:"                TO STT-TOTAL-NAME.
           MOVE NOT-RUN-COUNT                   TO STT-TOTAL-COUNT.
           WRITE RUN-STATUS-REPORT FROM STATUS-TOTAL-LINE.
           MOVE "STEPS NOT RUN - NO WORK DUE:"  TO STT-TOTAL-NAME.
           MOVE NOT-NEEDED-COUNT                TO STT-TOTAL-COUNT.
           WRITE RUN-STATUS-REPORT FROM STATUS-TOTAL-LINE.
           IF FAILED-COUNT = 0 AND SKIPPED-COUNT = 0
              AND NOT-RUN-COUNT = 0
               WRITE RUN-STATUS-REPORT FROM NIGHT-CLEAN-LINE
           ELSE
               WRITE RUN-STATUS-REPORT FROM NIGHT-NOT-CLEAN-LINE
           END-IF.

       307-CLOSE-FILES.
           IF STEP-OPEN-FLAG = "YES"
               CLOSE STEP-FILE-IN
           END-IF.
           CLOSE   RUN-STATUS-REPORT-OUT.

       308-DISPLAY-AUDIT-COUNTERS.
           DISPLAY "Steps completed: " COMPLETED-COUNT.
           DISPLAY "Steps failed: " FAILED-COUNT.
           DISPLAY "Steps skipped: " SKIPPED-COUNT.
           DISPLAY "Steps not run: " NOT-RUN-COUNT.

       400-LIST-RECORDED-STEP.
           MOVE SCF-START-DATE      TO SDL-START-DATE.
           MOVE SCF-START-TIME      TO STEP-TIME-EDIT.
           MOVE STEP-TIME-EDIT      TO SDL-START-TIME.
           MOVE SPACES              TO SML-MESSAGE.
           EVALUATE TRUE
               WHEN SCF-IS-COMPLETED
                   MOVE "COMPLETED"       TO SDL-STATUS
                   ADD 1 TO COMPLETED-COUNT
               WHEN SCF-IS-FAILED
                   MOVE "FAILED"          TO SDL-STATUS
                   MOVE SCF-COMPLETION-CODE TO FCM-COMPLETION-CODE
                   MOVE FAILED-CODE-MESSAGE TO SML-MESSAGE
                   ADD 1 TO FAILED-COUNT
               WHEN SCF-IS-SKIPPED
                   MOVE "SKIPPED"         TO SDL-STATUS
                   MOVE SCF-MESSAGE       TO SML-MESSAGE
                   ADD 1 TO SKIPPED-COUNT
               WHEN OTHER
                   MOVE "FAILED"          TO SDL-STATUS
                   MOVE NEVER-ENDED-MESSAGE TO SML-MESSAGE
                   ADD 1 TO FAILED-COUNT
           END-EVALUATE.
      ******************************************************************
      *Only a step that recorded its end has a code and counts.
      ******************************************************************
           IF SCF-IS-COMPLETED OR SCF-IS-FAILED
               MOVE SCF-END-TIME        TO STEP-TIME-EDIT
               MOVE STEP-TIME-EDIT      TO SDL-END-TIME
               MOVE SCF-COMPLETION-CODE TO STEP-CODE-EDIT
               MOVE STEP-CODE-EDIT      TO SDL-COMPLETION-CODE
               MOVE SCF-COUNT-READ      TO STEP-COUNT-EDIT
               MOVE STEP-COUNT-EDIT     TO SDL-COUNT-READ
               MOVE SCF-COUNT-WRITTEN   TO STEP-COUNT-EDIT
               MOVE STEP-COUNT-EDIT     TO SDL-COUNT-WRITTEN
               MOVE SCF-COUNT-REJECTED  TO STEP-COUNT-EDIT
               MOVE STEP-COUNT-EDIT     TO SDL-COUNT-REJECTED
           ELSE
               PERFORM 402-CLEAR-END-COLUMNS
           END-IF.
           WRITE RUN-STATUS-REPORT FROM STATUS-DETAIL-LINE.
           IF SML-MESSAGE NOT = SPACES
               WRITE RUN-STATUS-REPORT FROM STATUS-MESSAGE-LINE
           END-IF.

       401-LIST-STEP-NOT-RUN.
           MOVE "NOT RUN"           TO SDL-STATUS.
           MOVE SPACES              TO SDL-START-DATE.
           MOVE SPACES              TO SDL-START-TIME.
           PERFORM 402-CLEAR-END-COLUMNS.
           WRITE RUN-STATUS-REPORT FROM STATUS-DETAIL-LINE.
           IF STREAM-RUNS-NIGHTLY (SUB-S)
               ADD 1 TO NOT-RUN-COUNT
           ELSE
               ADD 1 TO NOT-NEEDED-COUNT
           END-IF.

       402-CLEAR-END-COLUMNS.
           MOVE SPACES              TO SDL-END-TIME.
           MOVE SPACES              TO SDL-COMPLETION-CODE.
           MOVE SPACES              TO SDL-COUNT-READ.
           MOVE SPACES              TO SDL-COUNT-WRITTEN.
           MOVE SPACES              TO SDL-COUNT-REJECTED.

       END PROGRAM PROJECT3-PROGRAM38.
