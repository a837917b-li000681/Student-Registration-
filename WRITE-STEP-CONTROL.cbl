      ******************************************************************
      * Called by every program in the nightly job stream, once as it
      * starts (function S) and once as it ends (function E). The
      * step-control file holds one record per run number and program
      * with the step's start and end, its completion code, and its
      * key record counts, and is what the morning run-status report
      * reads. On start the step's predecessors are checked against
      * the same run number - the student maintenance run needs the
      * transaction edit, and the payment-plan builder and award
      * posting need the tuition assessment, completed first - and
      * the term-end rollover is refused once it has completed for
      * the term. A refused step is recorded as skipped and the
      * reason is handed back for the caller to display before it
      * stops. Completion code 00 is a clean run and 04 a run that
      * finished with rejects or exceptions; both record the step as
      * completed, anything higher as failed. A step that starts and
      * never ends is left showing started.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. WRITE-STEP-CONTROL AS "WRITE-STEP-CONTROL".
       AUTHOR.  SHURONG HAN and YING YANG.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT  STEP-FILE-IO
                ASSIGN TO "C:\COBOL\STEP-CONTROL"
                ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS SCF-RECORD-KEY
                   FILE STATUS IS STATUS-FIELD-STEP.

       DATA DIVISION.
       FILE  SECTION.
       FD  STEP-FILE-IO.
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

       WORKING-STORAGE SECTION.
        01  CONTROL-FIELDS.
           05   EOF-FLAG-STEP         PIC X(3).
           05   STEP-FOUND-FLAG       PIC X(3).
           05   STATUS-FIELD-STEP     PIC X(2).

       01  STEP-DATE-HOLD         PIC 9(8)  VALUE 0.
       01  STEP-TIME-HOLD.
           05  STEP-TIME-HHMMSS   PIC 9(6).
           05  STEP-TIME-HUNDREDTHS PIC 9(2).
       01  PREDECESSOR-NAME       PIC X(18) VALUE SPACES.
       01  PREDECESSOR-MESSAGE.
           05  PMG-PROGRAM        PIC X(18).
           05  FILLER             PIC X(40)  VALUE
                           " NOT COMPLETED IN THIS RUN - RUN STOPPED".
       01  ONCE-PER-TERM-MESSAGE.
           05  OTM-PROGRAM        PIC X(18).
           05  FILLER             PIC X(28)  VALUE
                           " ALREADY COMPLETED FOR TERM ".
           05  OTM-TERM           PIC X(5).
           05  FILLER             PIC X(14)  VALUE " - RUN STOPPED".

       LINKAGE SECTION.
       01 LS-FUNCTION          PIC X(1).
       01 LS-PROGRAM-NAME      PIC X(18).
       01 LS-RUN-NUMBER        PIC 9(4).
       01 LS-RUN-TERM          PIC X(5).
       01 LS-RUN-DATE          PIC 9(8).
       01 LS-COMPLETION-CODE   PIC 9(2).
       01 LS-COUNT-READ        PIC 9(7).
       01 LS-COUNT-WRITTEN     PIC 9(7).
       01 LS-COUNT-REJECTED    PIC 9(7).
       01 LS-CHECK-MESSAGE     PIC X(70).

       PROCEDURE DIVISION USING
           LS-FUNCTION, LS-PROGRAM-NAME, LS-RUN-NUMBER,
           LS-RUN-TERM, LS-RUN-DATE, LS-COMPLETION-CODE,
           LS-COUNT-READ, LS-COUNT-WRITTEN, LS-COUNT-REJECTED,
           LS-CHECK-MESSAGE.

       100-RECORD-STEP.
           MOVE SPACES TO LS-CHECK-MESSAGE.
           ACCEPT STEP-DATE-HOLD FROM DATE YYYYMMDD.
           ACCEPT STEP-TIME-HOLD FROM TIME.
      ******************************************************************
      *File status 35 on the first step ever recorded means the
      *step-control file does not exist yet - create it empty and
      *reopen it for update.
      ******************************************************************
           OPEN I-O STEP-FILE-IO.
           IF STATUS-FIELD-STEP = "35"
               OPEN  OUTPUT  STEP-FILE-IO
               CLOSE STEP-FILE-IO
               OPEN  I-O     STEP-FILE-IO
           END-IF.
           IF LS-FUNCTION = "S"
               PERFORM 400-RECORD-STEP-START
           ELSE
               PERFORM 410-RECORD-STEP-END
           END-IF.
           CLOSE STEP-FILE-IO.
           EXIT PROGRAM.

       400-RECORD-STEP-START.
      ******************************************************************
      *The predecessor check reads the file, so it runs before this
      *step's own record is read. A refusal never overwrites a
      *completed record - a rollover refused for the term leaves the
      *run that did complete it standing.
      ******************************************************************
           PERFORM 420-CHECK-PREDECESSORS.
           PERFORM 430-READ-OWN-STEP.
           IF LS-CHECK-MESSAGE = SPACES
               PERFORM 431-BUILD-STEP-RECORD
               MOVE "S"                TO SCF-STATUS
               MOVE 0                  TO SCF-END-DATE
               MOVE 0                  TO SCF-END-TIME
               MOVE SPACES             TO SCF-MESSAGE
               PERFORM 432-WRITE-OR-REPLACE-STEP
           ELSE
               IF STEP-FOUND-FLAG = "NO" OR NOT SCF-IS-COMPLETED
                   PERFORM 431-BUILD-STEP-RECORD
                   MOVE "K"              TO SCF-STATUS
                   MOVE STEP-DATE-HOLD   TO SCF-END-DATE
                   MOVE STEP-TIME-HHMMSS TO SCF-END-TIME
                   MOVE LS-CHECK-MESSAGE TO SCF-MESSAGE
                   PERFORM 432-WRITE-OR-REPLACE-STEP
               END-IF
           END-IF.

       410-RECORD-STEP-END.
           PERFORM 430-READ-OWN-STEP.
           IF STEP-FOUND-FLAG = "NO"
               PERFORM 431-BUILD-STEP-RECORD
               MOVE SPACES TO SCF-MESSAGE
           END-IF.
           MOVE STEP-DATE-HOLD      TO SCF-END-DATE.
           MOVE STEP-TIME-HHMMSS    TO SCF-END-TIME.
           MOVE LS-COMPLETION-CODE  TO SCF-COMPLETION-CODE.
           MOVE LS-COUNT-READ       TO SCF-COUNT-READ.
           MOVE LS-COUNT-WRITTEN    TO SCF-COUNT-WRITTEN.
           MOVE LS-COUNT-REJECTED   TO SCF-COUNT-REJECTED.
           IF LS-COMPLETION-CODE > 4
               MOVE "F" TO SCF-STATUS
           ELSE
               MOVE "C" TO SCF-STATUS
           END-IF.
           PERFORM 432-WRITE-OR-REPLACE-STEP.

       420-CHECK-PREDECESSORS.
           EVALUATE LS-PROGRAM-NAME
               WHEN "PROJECT3-PROGRAM4"
                   MOVE "PROJECT3-PROGRAM10" TO PREDECESSOR-NAME
                   PERFORM 421-CHECK-ONE-PREDECESSOR
               WHEN "PROJECT3-PROGRAM22"
                   MOVE "PROJECT3-PROGRAM9"  TO PREDECESSOR-NAME
                   PERFORM 421-CHECK-ONE-PREDECESSOR
               WHEN "PROJECT3-PROGRAM36"
                   MOVE "PROJECT3-PROGRAM9"  TO PREDECESSOR-NAME
                   PERFORM 421-CHECK-ONE-PREDECESSOR
               WHEN "PROJECT3-PROGRAM7"
                   PERFORM 422-CHECK-ONCE-PER-TERM
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       421-CHECK-ONE-PREDECESSOR.
           MOVE LS-RUN-NUMBER    TO SCF-RUN-NUMBER.
           MOVE PREDECESSOR-NAME TO SCF-PROGRAM.
           READ STEP-FILE-IO
             INVALID KEY
               MOVE PREDECESSOR-NAME    TO PMG-PROGRAM
               MOVE PREDECESSOR-MESSAGE TO LS-CHECK-MESSAGE
             NOT INVALID KEY
               IF NOT SCF-IS-COMPLETED
                   MOVE PREDECESSOR-NAME    TO PMG-PROGRAM
                   MOVE PREDECESSOR-MESSAGE TO LS-CHECK-MESSAGE
               END-IF
           END-READ.

       422-CHECK-ONCE-PER-TERM.
      ******************************************************************
      *Any run number - the whole file is read for a completed step
      *of this program in this term. A rollover that failed part way
      *may be rerun.
      ******************************************************************
           MOVE "NO" TO EOF-FLAG-STEP.
           MOVE 0      TO SCF-RUN-NUMBER.
           MOVE SPACES TO SCF-PROGRAM.
           START STEP-FILE-IO
               KEY IS NOT LESS THAN SCF-RECORD-KEY
             INVALID KEY
               MOVE "YES" TO EOF-FLAG-STEP
           END-START.
           PERFORM 423-READ-STEP-NEXT
               UNTIL EOF-FLAG-STEP = "YES".

       423-READ-STEP-NEXT.
           READ STEP-FILE-IO NEXT RECORD
             AT END
               MOVE "YES" TO EOF-FLAG-STEP
             NOT AT END
               IF SCF-PROGRAM = LS-PROGRAM-NAME
                  AND SCF-TERM = LS-RUN-TERM
                  AND SCF-IS-COMPLETED
                   MOVE LS-PROGRAM-NAME       TO OTM-PROGRAM
                   MOVE LS-RUN-TERM           TO OTM-TERM
                   MOVE ONCE-PER-TERM-MESSAGE TO LS-CHECK-MESSAGE
                   MOVE "YES" TO EOF-FLAG-STEP
               END-IF
           END-READ.

       430-READ-OWN-STEP.
           MOVE LS-RUN-NUMBER   TO SCF-RUN-NUMBER.
           MOVE LS-PROGRAM-NAME TO SCF-PROGRAM.
           READ STEP-FILE-IO
             INVALID KEY
               MOVE "NO"  TO STEP-FOUND-FLAG
             NOT INVALID KEY
               MOVE "YES" TO STEP-FOUND-FLAG
           END-READ.

       431-BUILD-STEP-RECORD.
           MOVE LS-RUN-NUMBER     TO SCF-RUN-NUMBER.
           MOVE LS-PROGRAM-NAME   TO SCF-PROGRAM.
           MOVE LS-RUN-TERM       TO SCF-TERM.
           MOVE LS-RUN-DATE       TO SCF-RUN-DATE.
           MOVE STEP-DATE-HOLD    TO SCF-START-DATE.
           MOVE STEP-TIME-HHMMSS  TO SCF-START-TIME.
           MOVE 0                 TO SCF-COMPLETION-CODE.
           MOVE 0                 TO SCF-COUNT-READ.
           MOVE 0                 TO SCF-COUNT-WRITTEN.
           MOVE 0                 TO SCF-COUNT-REJECTED.

       432-WRITE-OR-REPLACE-STEP.
      ******************************************************************
      *A rerun of a step in the same run replaces the earlier attempt.
      ******************************************************************
           IF STEP-FOUND-FLAG = "YES"
               REWRITE STEP-CONTROL-RECORD
           ELSE
               WRITE STEP-CONTROL-RECORD
           END-IF.

       END PROGRAM WRITE-STEP-CONTROL.
