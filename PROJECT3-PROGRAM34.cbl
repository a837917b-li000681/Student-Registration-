      ******************************************************************
      * This program prints the daily open-holds report. The student
      * holds master is read through in student-number order and
      * every hold not yet released is listed with the student's name
      * from INDEXED-STUFILE, the hold type, whether it blocks
      * registration and transcripts, when and by whom it was placed,
      * how many days it has been open as of the run date, and the
      * reason given. The report closes with the open count for each
      * hold type, the number of open holds that are blocking, and
      * the total, so the office can see at a glance who is stopped
      * and how long each hold has been waiting on them.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROJECT3-PROGRAM34 AS "PROJECT3-PROGRAM34".
       AUTHOR.  SHURONG HAN and YING YANG.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT  HOLD-FILE-IN
                ASSIGN TO "C:\COBOL\STUDENT-HOLDS"
                ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS HOLD-RECORD-KEY
                   FILE STATUS IS STATUS-FIELD-HOLD.
           SELECT  STUDENT-FILE-IN
                ASSIGN TO "C:\COBOL\INDEXED-STUFILE"
                ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS STUDENT-NUMBER
                   FILE STATUS IS STATUS-FIELD.
           SELECT  RUN-CONTROL-FILE-IN
                ASSIGN TO "C:\COBOL\RUN-CONTROL.TXT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS STATUS-FIELD-RUN-CTL.
           SELECT  OPEN-HOLDS-REPORT-OUT
                ASSIGN TO "C:\COBOL\OPEN-HOLDS.TXT"
                ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE  SECTION.
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
           05   HOLD-DATE-PLACED-SPLIT REDEFINES HOLD-DATE-PLACED.
               10  PLACED-YEAR          PIC 9(4).
               10  PLACED-MONTH         PIC 9(2).
               10  PLACED-DAY           PIC 9(2).
           05   HOLD-PLACED-BY       PIC X(18).
           05   HOLD-DATE-RELEASED   PIC 9(8).
               88  HOLD-IS-OPEN          VALUE 0.
           05   HOLD-RELEASED-BY     PIC X(18).
           05   HOLD-REASON          PIC X(30).

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

       FD  RUN-CONTROL-FILE-IN.
       01  RUN-CONTROL-RECORD.
           05   RC-RUN-DATE           PIC 9(8).
           05   RC-TERM               PIC X(5).
           05   RC-RUN-NUMBER         PIC 9(4).
           05   RC-PAYMENT-BATCH-ID   PIC X(8).

       FD  OPEN-HOLDS-REPORT-OUT.
       01  OPEN-HOLDS-REPORT.
           05   OPEN-HOLDS-LINE   PIC X(100).

       WORKING-STORAGE SECTION.
        01  CONTROL-FIELDS.
           05   EOF-FLAG-HOLD         PIC X(3).
           05   HOLD-OPEN-FLAG        PIC X(3).
           05   STATUS-FIELD          PIC X(2).
           05   STATUS-FIELD-HOLD     PIC X(2).
           05   STATUS-FIELD-RUN-CTL  PIC X(2).

       01  HOLDS-RUN-DATE         PIC 9(8)  VALUE 0.
       01  HOLDS-RUN-DATE-SPLIT REDEFINES HOLDS-RUN-DATE.
           05   RUN-YEAR           PIC 9(4).
           05   RUN-MONTH          PIC 9(2).
           05   RUN-DAY            PIC 9(2).
       01  HOLD-READ-COUNT        PIC 9(6)  VALUE 0.
       01  OPEN-HOLD-COUNT        PIC 9(6)  VALUE 0.
       01  BLOCKING-HOLD-COUNT    PIC 9(6)  VALUE 0.
       01  FINANCIAL-HOLD-COUNT   PIC 9(6)  VALUE 0.
       01  LIBRARY-HOLD-COUNT     PIC 9(6)  VALUE 0.
       01  DISCIPLINARY-HOLD-COUNT  PIC 9(6)  VALUE 0.
       01  REGISTRAR-HOLD-COUNT   PIC 9(6)  VALUE 0.
      ******************************************************************
      *Days open on the same 30-day-month basis the aging run uses to
      *bucket past-due installments.
      ******************************************************************
       01  DAYS-HOLD-OPEN         PIC S9(5)    VALUE 0.

       01  HOLDS-TITLE-LINE.
           05  FILLER               PIC X(20) VALUE
                                       "OPEN HOLDS REPORT   ".
           05  FILLER               PIC X(6)  VALUE  "DATE: ".
           05  HTL-RUN-DATE         PIC 9(8).
       01  HOLDS-COLUMN-LINE.
           05  FILLER   PIC X(8)   VALUE   "STUDENT#".
           05  FILLER   PIC X(22)  VALUE   "NAME".
           05  FILLER   PIC X(14)  VALUE   "HOLD TYPE".
           05  FILLER   PIC X(3)   VALUE   "BLK".
           05  FILLER   PIC X(10)  VALUE   "PLACED".
           05  FILLER   PIC X(19)  VALUE   "PLACED BY".
           05  FILLER   PIC X(6)   VALUE   "DAYS".
           05  FILLER   PIC X(18)  VALUE   "REASON".
       01  HOLDS-DETAIL-LINE.
           05  HDL-STUDENT-NUMBER   PIC 9(6).
           05  FILLER               PIC X(2)  VALUE  SPACES.
           05  HDL-STUDENT-NAME     PIC X(20).
           05  FILLER               PIC X(2)  VALUE  SPACES.
           05  HDL-HOLD-TYPE-NAME   PIC X(12).
           05  FILLER               PIC X(2)  VALUE  SPACES.
           05  HDL-BLOCK-FLAG       PIC X(1).
           05  FILLER               PIC X(2)  VALUE  SPACES.
           05  HDL-DATE-PLACED      PIC 9(8).
           05  FILLER               PIC X(2)  VALUE  SPACES.
           05  HDL-PLACED-BY        PIC X(18).
           05  FILLER               PIC X(1)  VALUE  SPACES.
           05  HDL-DAYS-OPEN        PIC ZZZ9.
           05  FILLER               PIC X(2)  VALUE  SPACES.
           05  HDL-REASON           PIC X(18).
       01  HOLDS-TOTAL-LINE.
           05  HTT-TOTAL-NAME       PIC X(20).
           05  FILLER               PIC X(2)  VALUE  SPACES.
           05  HTT-TOTAL-COUNT      PIC ZZZ,ZZ9.
       01  HOLDS-NONE-LINE.
           05  FILLER   PIC X(19)  VALUE   "NO OPEN HOLDS TODAY".

       PROCEDURE DIVISION.

       100-REPORT-OPEN-HOLDS.
           PERFORM 200-INITIATE-HOLDS-REPORT.
           PERFORM 201-PROCESS-HOLD-RECORD
               UNTIL EOF-FLAG-HOLD = "YES".
           PERFORM 202-TERMINATE-HOLDS-REPORT.
           STOP RUN.

       200-INITIATE-HOLDS-REPORT.
           MOVE "NO" TO EOF-FLAG-HOLD.
           PERFORM  302-READ-RUN-CONTROL.
           PERFORM  300-OPEN-FILES.
           PERFORM  303-WRITE-REPORT-HEADING.
           PERFORM  301-READ-HOLD-RECORD.

       201-PROCESS-HOLD-RECORD.
           IF HOLD-IS-OPEN
               PERFORM 400-LIST-OPEN-HOLD
           END-IF.
           PERFORM  301-READ-HOLD-RECORD.

       202-TERMINATE-HOLDS-REPORT.
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
           MOVE RC-RUN-DATE TO HOLDS-RUN-DATE.
           CLOSE RUN-CONTROL-FILE-IN.

       300-OPEN-FILES.
      ******************************************************************
      *No holds master yet means no hold has ever been placed - the
      *report prints with nothing open.
      ******************************************************************
           OPEN  INPUT  HOLD-FILE-IN.
           IF STATUS-FIELD-HOLD = "00"
               MOVE "YES" TO HOLD-OPEN-FLAG
           ELSE
               MOVE "NO"  TO HOLD-OPEN-FLAG
               MOVE "YES" TO EOF-FLAG-HOLD
           END-IF.
           OPEN  INPUT  STUDENT-FILE-IN.
           OPEN  OUTPUT OPEN-HOLDS-REPORT-OUT.

       301-READ-HOLD-RECORD.
           IF EOF-FLAG-HOLD NOT = "YES"
               READ  HOLD-FILE-IN NEXT RECORD
                 AT END  MOVE "YES"  TO EOF-FLAG-HOLD
                   NOT AT END  ADD 1 TO HOLD-READ-COUNT
               END-READ
           END-IF.

       303-WRITE-REPORT-HEADING.
           MOVE HOLDS-RUN-DATE TO HTL-RUN-DATE.
           WRITE OPEN-HOLDS-REPORT FROM HOLDS-TITLE-LINE.
           WRITE OPEN-HOLDS-REPORT FROM HOLDS-COLUMN-LINE.

       304-WRITE-REPORT-TOTALS.
           IF OPEN-HOLD-COUNT = 0
               WRITE OPEN-HOLDS-REPORT FROM HOLDS-NONE-LINE
           END-IF.
           MOVE "FINANCIAL HOLDS:"     TO HTT-TOTAL-NAME.
           MOVE FINANCIAL-HOLD-COUNT   TO HTT-TOTAL-COUNT.
           WRITE OPEN-HOLDS-REPORT FROM HOLDS-TOTAL-LINE.
           MOVE "LIBRARY HOLDS:"       TO HTT-TOTAL-NAME.
           MOVE LIBRARY-HOLD-COUNT     TO HTT-TOTAL-COUNT.
           WRITE OPEN-HOLDS-REPORT FROM HOLDS-TOTAL-LINE.
           MOVE "DISCIPLINARY HOLDS:"  TO HTT-TOTAL-NAME.
           MOVE DISCIPLINARY-HOLD-COUNT TO HTT-TOTAL-COUNT.
           WRITE OPEN-HOLDS-REPORT FROM HOLDS-TOTAL-LINE.
           MOVE "REGISTRAR HOLDS:"     TO HTT-TOTAL-NAME.
           MOVE REGISTRAR-HOLD-COUNT   TO HTT-TOTAL-COUNT.
           WRITE OPEN-HOLDS-REPORT FROM HOLDS-TOTAL-LINE.
           MOVE "BLOCKING HOLDS:"      TO HTT-TOTAL-NAME.
           MOVE BLOCKING-HOLD-COUNT    TO HTT-TOTAL-COUNT.
           WRITE OPEN-HOLDS-REPORT FROM HOLDS-TOTAL-LINE.
           MOVE "TOTAL OPEN HOLDS:"    TO HTT-TOTAL-NAME.
           MOVE OPEN-HOLD-COUNT        TO HTT-TOTAL-COUNT.
           WRITE OPEN-HOLDS-REPORT FROM HOLDS-TOTAL-LINE.

       307-CLOSE-FILES.
           IF HOLD-OPEN-FLAG = "YES"
               CLOSE HOLD-FILE-IN
           END-IF.
           CLOSE   STUDENT-FILE-IN.
           CLOSE   OPEN-HOLDS-REPORT-OUT.

       308-DISPLAY-AUDIT-COUNTERS.
           DISPLAY "Hold records read: " HOLD-READ-COUNT.
           DISPLAY "Open holds listed: " OPEN-HOLD-COUNT.
           DISPLAY "Open blocking holds: " BLOCKING-HOLD-COUNT.

       400-LIST-OPEN-HOLD.
           MOVE HOLD-STUDENT-NUMBER TO HDL-STUDENT-NUMBER.
           MOVE HOLD-STUDENT-NUMBER TO STUDENT-NUMBER.
           READ STUDENT-FILE-IN
             INVALID KEY
               MOVE "NOT ON MASTER" TO HDL-STUDENT-NAME
             NOT INVALID KEY
               MOVE STUDENT-NAME TO HDL-STUDENT-NAME
           END-READ.
           PERFORM 401-NAME-AND-COUNT-HOLD-TYPE.
           MOVE HOLD-BLOCK-FLAG     TO HDL-BLOCK-FLAG.
           IF HOLD-IS-BLOCKING
               ADD 1 TO BLOCKING-HOLD-COUNT
           END-IF.
           MOVE HOLD-DATE-PLACED    TO HDL-DATE-PLACED.
           MOVE HOLD-PLACED-BY      TO HDL-PLACED-BY.
           PERFORM 402-COMPUTE-DAYS-OPEN.
           MOVE DAYS-HOLD-OPEN      TO HDL-DAYS-OPEN.
           MOVE HOLD-REASON         TO HDL-REASON.
           WRITE OPEN-HOLDS-REPORT FROM HOLDS-DETAIL-LINE.
           ADD 1 TO OPEN-HOLD-COUNT.

       401-NAME-AND-COUNT-HOLD-TYPE.
           EVALUATE TRUE
               WHEN HOLD-IS-FINANCIAL
                   MOVE "FINANCIAL"     TO HDL-HOLD-TYPE-NAME
                   ADD 1 TO FINANCIAL-HOLD-COUNT
               WHEN HOLD-IS-LIBRARY
                   MOVE "LIBRARY"       TO HDL-HOLD-TYPE-NAME
                   ADD 1 TO LIBRARY-HOLD-COUNT
               WHEN HOLD-IS-DISCIPLINARY
                   MOVE "DISCIPLINARY"  TO HDL-HOLD-TYPE-NAME
                   ADD 1 TO DISCIPLINARY-HOLD-COUNT
               WHEN HOLD-IS-REGISTRAR
                   MOVE "REGISTRAR"     TO HDL-HOLD-TYPE-NAME
                   ADD 1 TO REGISTRAR-HOLD-COUNT
               WHEN OTHER
                   MOVE HOLD-TYPE       TO HDL-HOLD-TYPE-NAME
           END-EVALUATE.

       402-COMPUTE-DAYS-OPEN.
           COMPUTE DAYS-HOLD-OPEN =
               ((RUN-YEAR  - PLACED-YEAR)  * 360)
             + ((RUN-MONTH - PLACED-MONTH) * 30)
             +  (RUN-DAY   - PLACED-DAY).
           IF DAYS-HOLD-OPEN < 0
               MOVE 0 TO DAYS-HOLD-OPEN
           END-IF.

       END PROGRAM PROJECT3-PROGRAM34.
