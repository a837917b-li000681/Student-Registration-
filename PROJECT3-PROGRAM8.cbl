      * average - total of grade times credits over total credits.
      * The history file is indexed by student number, term, and
      * course, so each request is one keyed start and a short read
      * forward - terms list in term-code order. Transfer credit
      * (term TRANS) prints in its own TRANSFER CREDIT block with the
      * sending institution and external course from the transfer-
      * credit master; it counts in the total credits but, having no
      * grade, stays out of the cumulative average. After the history
      * the student's current-term courses still sitting in the
      * master's course slots are listed marked IN PROGRESS, which
      * covers the enrollment-verification requests registrars get
      * with almost every transcript order. A student with an open
      * blocking hold on the student holds master gets no transcript;
      * the request is listed on the held-transcript list with the
      * hold that stopped it, so the office can tell the student why.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROJECT3-PROGRAM8 AS "PROJECT3-PROGRAM8".
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS PROGRAM-CODE
                   FILE STATUS IS STATUS-FIELD-PROGRAM.
           SELECT  HOLD-FILE-IN
                ASSIGN TO "C:\COBOL\STUDENT-HOLDS"
                ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS HOLD-RECORD-KEY
                   FILE STATUS IS STATUS-FIELD-HOLD.
           SELECT  TRANSFER-MASTER-FILE-IN
                ASSIGN TO "C:\COBOL\TRANSFER-CREDIT"
                ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS TCM-RECORD-KEY
                   FILE STATUS IS STATUS-FIELD-TRANSFER.
           SELECT  HELD-LIST-OUT
                ASSIGN TO "C:\COBOL\TRANSCRIPTS-HELD.TXT"
                ORGANIZATION IS LINE SEQUENTIAL.
           SELECT  TRANSCRIPT-REPORT-OUT
                ASSIGN TO "C:\COBOL\TRANSCRIPT.TXT"
                ORGANIZATION IS LINE SEQUENTIAL.
           05   HIST-RECORD-KEY.
               10  HIST-STUDENT-NUMBER  PIC 9(6).
               10  HIST-TERM            PIC X(5).
                   88  HIST-IS-TRANSFER      VALUE "TRANS".
               10  HIST-COURSE-CODE     PIC X(7).
           05   HIST-GRADE           PIC 9(3).
           05   HIST-CREDIT-HOURS    PIC 9(2).
           05   PROGRAM-CODE      PIC X(5).
           05   PROGRAM-NAME      PIC X(20).

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

       FD  TRANSFER-MASTER-FILE-IN.
       01 TRANSFER-MASTER-RECORD.
           05   TCM-RECORD-KEY.
               10  TCM-STUDENT-NUMBER   PIC 9(6).
               10  TCM-COURSE-CODE      PIC X(7).
           05   TCM-INSTITUTION      PIC X(30).
           05   TCM-EXTERNAL-COURSE  PIC X(10).
           05   TCM-CREDIT-HOURS     PIC 9(2).
           05   TCM-DATE-GRANTED     PIC 9(8).
           05   TCM-APPROVER         PIC X(8).

       FD  HELD-LIST-OUT.
       01  HELD-LIST-RECORD.
           05   HELD-LIST-TEXT    PIC X(100).

       FD  TRANSCRIPT-REPORT-OUT.
       01  TRANSCRIPT-REPORT.
           05   TRANSCRIPT-LINE   PIC X(100).
           05   EOF-FLAG-HISTORY      PIC X(3).
           05   HISTORY-OPEN-FLAG     PIC X(3).
           05   STUDENT-FOUND-FLAG    PIC X(3).
           05   EOF-FLAG-HOLD         PIC X(3).
           05   HOLDS-OPEN-FLAG       PIC X(3).
           05   TRANSFER-OPEN-FLAG    PIC X(3).
           05   STATUS-FIELD          PIC X(2).
           05   STATUS-FIELD-PROGRAM  PIC X(2).
           05   STATUS-FIELD-HISTORY  PIC X(2).
           05   STATUS-FIELD-HOLD     PIC X(2).
           05   STATUS-FIELD-TRANSFER PIC X(2).

       01  REQUEST-READ-COUNT     PIC 9(4)  VALUE 0.
       01  TRANSCRIPT-OUT-COUNT   PIC 9(4)  VALUE 0.
       01  TRANSCRIPT-HELD-COUNT  PIC 9(4)  VALUE 0.
       01  HISTORY-MATCH-COUNT    PIC 9(4)  VALUE 0.
       01  PREVIOUS-TERM-HOLD     PIC X(5)  VALUE SPACES.
      ******************************************************************
      *Cumulative credit-weighted average accumulators - grade times
      *credits summed over every graded history record for the
      *student. Total credits count transfer credit too; the average
      *is taken over graded credits only.
      ******************************************************************
       01  CUMULATIVE-POINTS      PIC 9(8)  VALUE 0.
       01  CUMULATIVE-CREDITS     PIC 9(4)  VALUE 0.
       01  GRADED-CREDITS         PIC 9(4)  VALUE 0.

       01  TRANSCRIPT-TITLE-LINE.
           05  FILLER   PIC X(20)  VALUE   SPACES.
           05  FILLER               PIC X(4)  VALUE  SPACES.
           05  FILLER               PIC X(9)  VALUE  "CREDITS: ".
           05  TDL-CREDIT-HOURS     PIC Z9.
       01  TRANSCRIPT-TRANSFER-TITLE-LINE.
           05  FILLER   PIC X(15)  VALUE   "TRANSFER CREDIT".
       01  TRANSCRIPT-TRANSFER-LINE.
           05  FILLER               PIC X(4)  VALUE  SPACES.
           05  TXL-COURSE-CODE      PIC X(7).
           05  FILLER               PIC X(4)  VALUE  SPACES.
           05  FILLER               PIC X(10) VALUE  "GRADE: TR ".
           05  FILLER               PIC X(4)  VALUE  SPACES.
           05  FILLER               PIC X(9)  VALUE  "CREDITS: ".
           05  TXL-CREDIT-HOURS     PIC Z9.
           05  FILLER               PIC X(4)  VALUE  SPACES.
           05  FILLER               PIC X(6)  VALUE  "FROM: ".
           05  TXL-INSTITUTION      PIC X(30).
           05  FILLER               PIC X(1)  VALUE  SPACES.
           05  TXL-EXTERNAL-COURSE  PIC X(10).
       01  TRANSCRIPT-SUMMARY-LINE.
           05  FILLER               PIC X(20) VALUE
                                       "CUMULATIVE AVERAGE: ".
       01  TRANSCRIPT-NOT-ON-FILE-LINE.
           05  FILLER   PIC X(23)  VALUE
                           "STUDENT NOT ON MASTER".
      ******************************************************************
      *The first open blocking hold found on the student - held
      *requests list the hold that stopped them.
      ******************************************************************
       01  HOLD-FOUND-FLAG        PIC X(3)  VALUE "NO".
       01  HOLD-FOUND-TYPE        PIC X(1)  VALUE SPACES.
       01  HOLD-FOUND-DATE        PIC 9(8)  VALUE 0.
       01  HOLD-FOUND-REASON      PIC X(30) VALUE SPACES.

       01  HELD-TITLE-LINE.
           05  FILLER   PIC X(20)  VALUE   SPACES.
           05  FILLER   PIC X(24)  VALUE   "TRANSCRIPT REQUESTS HELD".
       01  HELD-COLUMN-LINE.
           05  FILLER   PIC X(10)  VALUE   "STUDENT #".
           05  FILLER   PIC X(32)  VALUE   "NAME".
           05  FILLER   PIC X(14)  VALUE   "HOLD".
           05  FILLER   PIC X(10)  VALUE   "PLACED".
           05  FILLER   PIC X(30)  VALUE   "REASON".
       01  HELD-DETAIL-LINE.
           05  HDL-STUDENT-NUMBER   PIC 9(6).
           05  FILLER               PIC X(4)  VALUE  SPACES.
           05  HDL-STUDENT-NAME     PIC X(30).
           05  FILLER               PIC X(2)  VALUE  SPACES.
           05  HDL-HOLD-NAME        PIC X(12).
           05  FILLER               PIC X(2)  VALUE  SPACES.
           05  HDL-DATE-PLACED      PIC 9(8).
           05  FILLER               PIC X(2)  VALUE  SPACES.
           05  HDL-REASON           PIC X(30).
       01  TRANSCRIPT-SPACER-LINE.
           05  FILLER   PIC X(100) VALUE  ALL "-".

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
      ******************************************************************
      *No transfer-credit master yet means no transfer credit has
      *been granted - transfer lines would print without a source.
      ******************************************************************
           OPEN  INPUT  TRANSFER-MASTER-FILE-IN.
           IF STATUS-FIELD-TRANSFER = "00"
               MOVE "YES" TO TRANSFER-OPEN-FLAG
           ELSE
               MOVE "NO"  TO TRANSFER-OPEN-FLAG
           END-IF.
           OPEN  OUTPUT TRANSCRIPT-REPORT-OUT.
           OPEN  OUTPUT HELD-LIST-OUT.
           WRITE HELD-LIST-RECORD FROM HELD-TITLE-LINE.
           WRITE HELD-LIST-RECORD FROM HELD-COLUMN-LINE.

       301-READ-REQUEST-RECORD.
           READ  TRANSCRIPT-REQUEST-FILE-IN
           IF HISTORY-OPEN-FLAG = "YES"
               CLOSE ACADEMIC-HISTORY-FILE-IN
           END-IF.
           IF HOLDS-OPEN-FLAG = "YES"
               CLOSE HOLD-FILE-IN
           END-IF.
           IF TRANSFER-OPEN-FLAG = "YES"
               CLOSE TRANSFER-MASTER-FILE-IN
           END-IF.
           CLOSE   TRANSCRIPT-REPORT-OUT.
           CLOSE   HELD-LIST-OUT.

       308-DISPLAY-AUDIT-COUNTERS.
           DISPLAY "Transcript requests read: " REQUEST-READ-COUNT.
           DISPLAY "Transcripts printed: " TRANSCRIPT-OUT-COUNT.
           DISPLAY "Transcripts held: " TRANSCRIPT-HELD-COUNT.

       400-PRINT-ONE-TRANSCRIPT.
           PERFORM 470-CHECK-OPEN-HOLDS.
           IF HOLD-FOUND-FLAG = "YES"
               PERFORM 410-LIST-HELD-REQUEST
           ELSE
               PERFORM 409-PRINT-CLEAR-TRANSCRIPT
           END-IF.

       409-PRINT-CLEAR-TRANSCRIPT.
           PERFORM 401-WRITE-TRANSCRIPT-HEADING.
           PERFORM 402-LIST-STUDENT-HISTORY.
           PERFORM 405-WRITE-TRANSCRIPT-SUMMARY.
      ******************************************************************
           MOVE 0      TO CUMULATIVE-POINTS.
           MOVE 0      TO CUMULATIVE-CREDITS.
           MOVE 0      TO GRADED-CREDITS.
           MOVE 0      TO HISTORY-MATCH-COUNT.
           MOVE SPACES TO PREVIOUS-TERM-HOLD.
           MOVE "NO"   TO EOF-FLAG-HISTORY.

       404-WRITE-HISTORY-DETAIL.
           ADD 1 TO HISTORY-MATCH-COUNT.
           IF HIST-IS-TRANSFER
               PERFORM 411-WRITE-TRANSFER-DETAIL
           ELSE
               PERFORM 408-WRITE-GRADED-DETAIL
           END-IF.
           ADD HIST-CREDIT-HOURS TO CUMULATIVE-CREDITS.

       408-WRITE-GRADED-DETAIL.
           IF HIST-TERM NOT = PREVIOUS-TERM-HOLD
               MOVE HIST-TERM TO TTL-TERM
               WRITE TRANSCRIPT-REPORT FROM TRANSCRIPT-TERM-LINE
           WRITE TRANSCRIPT-REPORT FROM TRANSCRIPT-DETAIL-LINE.
           COMPUTE CUMULATIVE-POINTS =
               CUMULATIVE-POINTS + (HIST-GRADE * HIST-CREDIT-HOURS).
           ADD HIST-CREDIT-HOURS TO GRADED-CREDITS.

       411-WRITE-TRANSFER-DETAIL.
      ******************************************************************
      *Transfer credit has no grade - it prints as TR with the sending
      *institution and the external course it was granted for.
      ******************************************************************
           IF HIST-TERM NOT = PREVIOUS-TERM-HOLD
               WRITE TRANSCRIPT-REPORT
                   FROM TRANSCRIPT-TRANSFER-TITLE-LINE
               MOVE HIST-TERM TO PREVIOUS-TERM-HOLD
           END-IF.
           MOVE HIST-COURSE-CODE  TO TXL-COURSE-CODE.
           MOVE HIST-CREDIT-HOURS TO TXL-CREDIT-HOURS.
           MOVE SPACES            TO TXL-INSTITUTION.
           MOVE SPACES            TO TXL-EXTERNAL-COURSE.
           IF TRANSFER-OPEN-FLAG = "YES"
               MOVE HIST-STUDENT-NUMBER TO TCM-STUDENT-NUMBER
               MOVE HIST-COURSE-CODE    TO TCM-COURSE-CODE
               READ TRANSFER-MASTER-FILE-IN
                 INVALID KEY
                   CONTINUE
                 NOT INVALID KEY
                   MOVE TCM-INSTITUTION     TO TXL-INSTITUTION
                   MOVE TCM-EXTERNAL-COURSE TO TXL-EXTERNAL-COURSE
               END-READ
           END-IF.
           WRITE TRANSCRIPT-REPORT FROM TRANSCRIPT-TRANSFER-LINE.

       405-WRITE-TRANSCRIPT-SUMMARY.
           IF GRADED-CREDITS > 0
               COMPUTE TCL-AVERAGE ROUNDED =
                   CUMULATIVE-POINTS / GRADED-CREDITS
           ELSE
               MOVE 0 TO TCL-AVERAGE
           END-IF.
               END-IF
           END-IF.

       410-LIST-HELD-REQUEST.
           MOVE REQUEST-STUDENT-NUMBER TO HDL-STUDENT-NUMBER.
           MOVE REQUEST-STUDENT-NUMBER TO STUDENT-NUMBER.
           READ STUDENT-FILE-IN
             INVALID KEY
               MOVE SPACES       TO HDL-STUDENT-NAME
             NOT INVALID KEY
               MOVE STUDENT-NAME TO HDL-STUDENT-NAME
           END-READ.
           EVALUATE HOLD-FOUND-TYPE
               WHEN "F"
                   MOVE "FINANCIAL"     TO HDL-HOLD-NAME
               WHEN "L"
                   MOVE "LIBRARY"       TO HDL-HOLD-NAME
               WHEN "D"
                   MOVE "DISCIPLINARY"  TO HDL-HOLD-NAME
               WHEN "R"
                   MOVE "REGISTRAR"     TO HDL-HOLD-NAME
               WHEN OTHER
                   MOVE HOLD-FOUND-TYPE TO HDL-HOLD-NAME
           END-EVALUATE.
           MOVE HOLD-FOUND-DATE   TO HDL-DATE-PLACED.
           MOVE HOLD-FOUND-REASON TO HDL-REASON.
           WRITE HELD-LIST-RECORD FROM HELD-DETAIL-LINE.
           ADD 1 TO TRANSCRIPT-HELD-COUNT.

       470-CHECK-OPEN-HOLDS.
      ******************************************************************
      *One keyed start at the student's first hold and a read forward
      *until the student number changes or a blocking hold turns up.
      ******************************************************************
           MOVE "NO"   TO HOLD-FOUND-FLAG.
           MOVE "NO"   TO EOF-FLAG-HOLD.
           IF HOLDS-OPEN-FLAG = "YES"
               MOVE REQUEST-STUDENT-NUMBER TO HOLD-STUDENT-NUMBER
               MOVE SPACES                 TO HOLD-TYPE
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
                  OR HOLD-FOUND-FLAG = "YES".

       471-READ-HOLD-RECORD.
           READ HOLD-FILE-IN NEXT RECORD
             AT END
               MOVE "YES" TO EOF-FLAG-HOLD
             NOT AT END
               IF HOLD-STUDENT-NUMBER NOT = REQUEST-STUDENT-NUMBER
                   MOVE "YES" TO EOF-FLAG-HOLD
               ELSE
                   IF HOLD-IS-OPEN AND HOLD-IS-BLOCKING
                       MOVE "YES"            TO HOLD-FOUND-FLAG
                       MOVE HOLD-TYPE        TO HOLD-FOUND-TYPE
                       MOVE HOLD-DATE-PLACED TO HOLD-FOUND-DATE
                       MOVE HOLD-REASON      TO HOLD-FOUND-REASON
                   END-IF
               END-IF
           END-READ.

       406-SEARCH-PROGRAM-NAME.
           READ PROGRAM-FILE-IN
             INVALID KEY
