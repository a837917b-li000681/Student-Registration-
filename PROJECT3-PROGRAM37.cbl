      ******************************************************************
      * This program answers who changed a student's master record,
      * what they changed, and when. It reads the student-master
      * journal written by WRITE-JOURNAL and selects the updates
      * inside the student number range and run date range on the
      * audit control card, optionally only those made by one source
      * program. Each selected rewrite is broken into the
      * STUDENT-RECORD fields and one line prints for every field the
      * update actually changed, with the old and the new value,
      * under an event line carrying the date, the source program,
      * and the function. Adds and deletes print as whole-record
      * events - every field of the record added or removed. Updates
      * internal audit should look at are flagged on the report and
      * listed again on the audit flag file: TUITION-OWED reduced by
      * any program other than payment posting, refund processing, or
      * award posting; CREDIT-BALANCE raised by any program other
      * than payment posting or award posting; and a student deleted
      * while still owing tuition or holding a credit.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROJECT3-PROGRAM37 AS "PROJECT3-PROGRAM37".
       AUTHOR.  SHURONG HAN and YING YANG.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT  JOURNAL-FILE-IN
                ASSIGN TO "C:\COBOL\STUFILE-JOURNAL.TXT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS STATUS-FIELD-JOURNAL.
           SELECT  AUDIT-CONTROL-FILE-IN
                ASSIGN TO "C:\COBOL\AUDIT-CONTROL.TXT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS STATUS-FIELD-CONTROL.
           SELECT  CHANGE-REPORT-OUT
                ASSIGN TO "C:\COBOL\CHANGE-HISTORY.TXT"
                ORGANIZATION IS LINE SEQUENTIAL.
           SELECT  AUDIT-FLAG-FILE-OUT
                ASSIGN TO "C:\COBOL\JOURNAL-AUDIT-FLAGS.TXT"
                ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE  SECTION.
       FD  JOURNAL-FILE-IN.
       01 JOURNAL-RECORD.
           05   JNL-RUN-DATE        PIC 9(8).
           05   JNL-SOURCE-PROGRAM  PIC X(18).
           05   JNL-FUNCTION        PIC X(1).
               88  JNL-IS-WRITE     VALUE "W".
               88  JNL-IS-REWRITE   VALUE "R".
               88  JNL-IS-DELETE    VALUE "D".
           05   JNL-BEFORE-IMAGE    PIC X(250).
           05   JNL-AFTER-IMAGE     PIC X(250).

       FD  AUDIT-CONTROL-FILE-IN.
       01 AUDIT-CONTROL-RECORD.
           05   CONTROL-FROM-STUDENT    PIC 9(6).
           05   CONTROL-TO-STUDENT      PIC 9(6).
           05   CONTROL-FROM-DATE       PIC 9(8).
           05   CONTROL-TO-DATE         PIC 9(8).
           05   CONTROL-SOURCE-PROGRAM  PIC X(18).

       FD  CHANGE-REPORT-OUT.
       01  CHANGE-REPORT.
           05   CHANGE-LINE       PIC X(100).

       FD  AUDIT-FLAG-FILE-OUT.
       01  AUDIT-FLAG-RECORD.
           05   AUDIT-FLAG-LINE   PIC X(100).

       WORKING-STORAGE SECTION.
        01  CONTROL-FIELDS.
           05   EOF-FLAG-JOURNAL      PIC X(3).
           05   LIST-ALL-FLAG         PIC X(3).
           05   EVENT-PRINTED-FLAG    PIC X(3).
           05   STATUS-FIELD-JOURNAL  PIC X(2).
           05   STATUS-FIELD-CONTROL  PIC X(2).
           05   SUB-C                 PIC 9(2).

       01  SELECT-FROM-STUDENT    PIC 9(6)  VALUE 0.
       01  SELECT-TO-STUDENT      PIC 9(6)  VALUE 0.
       01  SELECT-FROM-DATE       PIC 9(8)  VALUE 0.
       01  SELECT-TO-DATE         PIC 9(8)  VALUE 0.
       01  SELECT-SOURCE-PROGRAM  PIC X(18) VALUE SPACES.
       01  JOURNAL-STUDENT-HOLD   PIC 9(6)  VALUE 0.
       01  JOURNAL-READ-COUNT     PIC 9(6)  VALUE 0.
       01  JOURNAL-SELECT-COUNT   PIC 9(6)  VALUE 0.
       01  ADD-EVENT-COUNT        PIC 9(6)  VALUE 0.
       01  DELETE-EVENT-COUNT     PIC 9(6)  VALUE 0.
       01  REWRITE-EVENT-COUNT    PIC 9(6)  VALUE 0.
       01  UNCHANGED-REWRITE-COUNT PIC 9(6) VALUE 0.
       01  UNKNOWN-FUNCTION-COUNT PIC 9(6)  VALUE 0.
       01  FIELD-CHANGE-COUNT     PIC 9(6)  VALUE 0.
       01  AUDIT-FLAG-COUNT       PIC 9(6)  VALUE 0.
       01  RECORD-CHANGE-COUNT    PIC 9(3)  VALUE 0.
      ******************************************************************
      *The journal's before and after images laid out as
      *STUDENT-RECORD, with the five course slots also seen as a table
      *so they can be compared in one loop.
      ******************************************************************
       01  BEFORE-STUDENT-RECORD.
           05   BFR-STUDENT-NUMBER    PIC 9(6).
           05   BFR-TUITION-OWED      PIC 9(4)V99.
           05   BFR-STUDENT-NAME      PIC X(40).
           05   BFR-PROGRAM-OF-STUDY  PIC X(5).
           05   BFR-COURSES.
               10  BFR-COURSE-CODE-1     PIC X(7).
               10  BFR-COURSE-AVERAGE-1  PIC 9(3).
               10  BFR-COURSE-CODE-2     PIC X(7).
               10  BFR-COURSE-AVERAGE-2  PIC 9(3).
               10  BFR-COURSE-CODE-3     PIC X(7).
               10  BFR-COURSE-AVERAGE-3  PIC 9(3).
               10  BFR-COURSE-CODE-4     PIC X(7).
               10  BFR-COURSE-AVERAGE-4  PIC 9(3).
               10  BFR-COURSE-CODE-5     PIC X(7).
               10  BFR-COURSE-AVERAGE-5  PIC 9(3).
           05   BFR-COURSE-TABLE REDEFINES BFR-COURSES.
               10  BFR-COURSE-ENTRY  OCCURS 5 TIMES.
                   15  BFR-COURSE-CODE     PIC X(7).
                   15  BFR-COURSE-AVERAGE  PIC 9(3).
           05   BFR-CREDIT-BALANCE    PIC 9(4)V99.
           05   BFR-ADDRESS-STREET    PIC X(30).
           05   BFR-ADDRESS-CITY      PIC X(20).
           05   BFR-ADDRESS-PROVINCE  PIC X(2).
           05   BFR-ADDRESS-POSTAL-CODE  PIC X(7).
           05   BFR-PHONE-NUMBER      PIC X(10).
           05   BFR-EMAIL-ADDRESS     PIC X(30).
           05   BFR-STUDENT-STATUS    PIC X(1).
           05   BFR-STATUS-DATE       PIC 9(8).
       01  AFTER-STUDENT-RECORD.
           05   AFT-STUDENT-NUMBER    PIC 9(6).
           05   AFT-TUITION-OWED      PIC 9(4)V99.
           05   AFT-STUDENT-NAME      PIC X(40).
           05   AFT-PROGRAM-OF-STUDY  PIC X(5).
           05   AFT-COURSES.
               10  AFT-COURSE-CODE-1     PIC X(7).
               10  AFT-COURSE-AVERAGE-1  PIC 9(3).
               10  AFT-COURSE-CODE-2     PIC X(7).
               10  AFT-COURSE-AVERAGE-2  PIC 9(3).
               10  AFT-COURSE-CODE-3     PIC X(7).
               10  AFT-COURSE-AVERAGE-3  PIC 9(3).
               10  AFT-COURSE-CODE-4     PIC X(7).
               10  AFT-COURSE-AVERAGE-4  PIC 9(3).
               10  AFT-COURSE-CODE-5     PIC X(7).
               10  AFT-COURSE-AVERAGE-5  PIC 9(3).
           05   AFT-COURSE-TABLE REDEFINES AFT-COURSES.
               10  AFT-COURSE-ENTRY  OCCURS 5 TIMES.
                   15  AFT-COURSE-CODE     PIC X(7).
                   15  AFT-COURSE-AVERAGE  PIC 9(3).
           05   AFT-CREDIT-BALANCE    PIC 9(4)V99.
           05   AFT-ADDRESS-STREET    PIC X(30).
           05   AFT-ADDRESS-CITY      PIC X(20).
           05   AFT-ADDRESS-PROVINCE  PIC X(2).
           05   AFT-ADDRESS-POSTAL-CODE  PIC X(7).
           05   AFT-PHONE-NUMBER      PIC X(10).
           05   AFT-EMAIL-ADDRESS     PIC X(30).
           05   AFT-STUDENT-STATUS    PIC X(1).
           05   AFT-STATUS-DATE       PIC 9(8).
      ******************************************************************
      *One changed field on its way to the report - its name and the
      *old and new values already edited for print.
      ******************************************************************
       01  FIELD-NAME-HOLD        PIC X(19)  VALUE SPACES.
       01  OLD-VALUE-HOLD         PIC X(30)  VALUE SPACES.
       01  NEW-VALUE-HOLD         PIC X(30)  VALUE SPACES.
       01  AMOUNT-EDIT            PIC Z,ZZ9.99.
       01  AVERAGE-EDIT           PIC ZZ9.
       01  COURSE-CODE-FIELD-NAME.
           05  FILLER             PIC X(12)  VALUE "COURSE-CODE-".
           05  CCF-NUMBER         PIC 9(1).
       01  COURSE-AVERAGE-FIELD-NAME.
           05  FILLER             PIC X(15)  VALUE "COURSE-AVERAGE-".
           05  CAF-NUMBER         PIC 9(1).
       01  FLAG-REASON-HOLD       PIC X(30)  VALUE SPACES.
       01  FLAG-OLD-AMOUNT        PIC 9(4)V99  VALUE 0.
       01  FLAG-NEW-AMOUNT        PIC 9(4)V99  VALUE 0.

       01  REPORT-HEADER-LINE.
           05  FILLER   PIC X(20)  VALUE   SPACES.
           05  FILLER   PIC X(35)  VALUE
                           "STUDENT MASTER CHANGE HISTORY".
       01  REPORT-SELECT-LINE.
           05  FILLER               PIC X(10) VALUE  "STUDENTS: ".
           05  RSL-FROM-STUDENT     PIC 9(6).
           05  FILLER               PIC X(4)  VALUE  " TO ".
           05  RSL-TO-STUDENT       PIC 9(6).
           05  FILLER               PIC X(4)  VALUE  SPACES.
           05  FILLER               PIC X(7)  VALUE  "DATES: ".
           05  RSL-FROM-DATE        PIC 9(8).
           05  FILLER               PIC X(4)  VALUE  " TO ".
           05  RSL-TO-DATE          PIC 9(8).
           05  FILLER               PIC X(4)  VALUE  SPACES.
           05  FILLER               PIC X(9)  VALUE  "PROGRAM: ".
           05  RSL-SOURCE-PROGRAM   PIC X(18).
       01  REPORT-COLUMN-LINE.
           05  FILLER   PIC X(4)   VALUE   SPACES.
           05  FILLER   PIC X(21)  VALUE   "FIELD".
           05  FILLER   PIC X(32)  VALUE   "OLD VALUE".
           05  FILLER   PIC X(32)  VALUE   "NEW VALUE".
           05  FILLER   PIC X(4)   VALUE   "FLAG".
       01  REPORT-SPACER-LINE.
           05  FILLER               PIC X(1)  VALUE  SPACES.
       01  REPORT-EVENT-LINE.
           05  FILLER               PIC X(6)  VALUE  "DATE: ".
           05  REL-RUN-DATE         PIC 9(8).
           05  FILLER               PIC X(3)  VALUE  SPACES.
           05  FILLER               PIC X(9)  VALUE  "STUDENT: ".
           05  REL-STUDENT-NUMBER   PIC 9(6).
           05  FILLER               PIC X(3)  VALUE  SPACES.
           05  FILLER               PIC X(8)  VALUE  "SOURCE: ".
           05  REL-SOURCE-PROGRAM   PIC X(18).
           05  FILLER               PIC X(3)  VALUE  SPACES.
           05  FILLER               PIC X(10) VALUE  "FUNCTION: ".
           05  REL-FUNCTION         PIC X(1).
           05  FILLER               PIC X(2)  VALUE  SPACES.
           05  REL-EVENT-TEXT       PIC X(20).
       01  REPORT-FIELD-LINE.
           05  FILLER               PIC X(4)  VALUE  SPACES.
           05  RFL-FIELD-NAME       PIC X(19).
           05  FILLER               PIC X(2)  VALUE  SPACES.
           05  RFL-OLD-VALUE        PIC X(30).
           05  FILLER               PIC X(2)  VALUE  SPACES.
           05  RFL-NEW-VALUE        PIC X(30).
           05  FILLER               PIC X(2)  VALUE  SPACES.
           05  RFL-FLAG             PIC X(2).
       01  REPORT-TOTAL-LINE.
           05  RTL-TOTAL-LABEL      PIC X(30).
           05  RTL-TOTAL-COUNT      PIC ZZZ,ZZ9.

       01  FLAG-TITLE-LINE.
           05  FILLER   PIC X(20)  VALUE   SPACES.
           05  FILLER   PIC X(30)  VALUE
                                   "STUDENT MASTER AUDIT FLAGS".
       01  FLAG-DETAIL-LINE.
           05  FDL-RUN-DATE         PIC 9(8).
           05  FILLER               PIC X(2)  VALUE  SPACES.
           05  FDL-STUDENT-NUMBER   PIC 9(6).
           05  FILLER               PIC X(2)  VALUE  SPACES.
           05  FDL-SOURCE-PROGRAM   PIC X(18).
           05  FILLER               PIC X(2)  VALUE  SPACES.
           05  FDL-FUNCTION         PIC X(1).
           05  FILLER               PIC X(2)  VALUE  SPACES.
           05  FDL-FLAG-REASON      PIC X(30).
           05  FILLER               PIC X(2)  VALUE  SPACES.
           05  FDL-OLD-AMOUNT       PIC Z,ZZ9.99.
           05  FILLER               PIC X(4)  VALUE  " TO ".
           05  FDL-NEW-AMOUNT       PIC Z,ZZ9.99.

       PROCEDURE DIVISION.

       100-REPORT-CHANGE-HISTORY.
           PERFORM 200-INITIATE-CHANGE-REPORT.
           PERFORM 201-PROCESS-JOURNAL-RECORD
               UNTIL EOF-FLAG-JOURNAL = "YES".
           PERFORM 202-TERMINATE-CHANGE-REPORT.
           STOP RUN.

       200-INITIATE-CHANGE-REPORT.
           MOVE "NO" TO EOF-FLAG-JOURNAL.
           PERFORM  302-READ-AUDIT-CONTROL.
           PERFORM  300-OPEN-FILES.
           PERFORM  304-WRITE-REPORT-HEADING.
           PERFORM  301-READ-JOURNAL-RECORD.

       201-PROCESS-JOURNAL-RECORD.
           PERFORM  400-SELECT-JOURNAL-RECORD.
           PERFORM  301-READ-JOURNAL-RECORD.

       202-TERMINATE-CHANGE-REPORT.
           PERFORM 305-WRITE-REPORT-TOTALS.
           PERFORM 307-CLOSE-FILES.
           PERFORM 308-DISPLAY-AUDIT-COUNTERS.

       302-READ-AUDIT-CONTROL.
      ******************************************************************
      *A zero upper bound means no upper bound; a blank program means
      *every source program.
      ******************************************************************
           OPEN INPUT AUDIT-CONTROL-FILE-IN.
           IF STATUS-FIELD-CONTROL NOT = "00"
               DISPLAY "AUDIT CONTROL CARD MISSING - RUN STOPPED"
               STOP RUN
           END-IF.
           READ AUDIT-CONTROL-FILE-IN
             AT END
               DISPLAY "AUDIT CONTROL CARD EMPTY - RUN STOPPED"
               STOP RUN
           END-READ.
           IF CONTROL-FROM-STUDENT NOT NUMERIC
              OR CONTROL-TO-STUDENT NOT NUMERIC
              OR CONTROL-FROM-DATE NOT NUMERIC
              OR CONTROL-TO-DATE NOT NUMERIC
               DISPLAY "AUDIT RANGES NOT NUMERIC - RUN STOPPED"
               STOP RUN
           END-IF.
           MOVE CONTROL-FROM-STUDENT   TO SELECT-FROM-STUDENT.
           MOVE CONTROL-TO-STUDENT     TO SELECT-TO-STUDENT.
           MOVE CONTROL-FROM-DATE      TO SELECT-FROM-DATE.
           MOVE CONTROL-TO-DATE        TO SELECT-TO-DATE.
           MOVE CONTROL-SOURCE-PROGRAM TO SELECT-SOURCE-PROGRAM.
           IF SELECT-TO-STUDENT = 0
               MOVE 999999   TO SELECT-TO-STUDENT
           END-IF.
           IF SELECT-TO-DATE = 0
               MOVE 99999999 TO SELECT-TO-DATE
           END-IF.
           IF SELECT-FROM-STUDENT > SELECT-TO-STUDENT
              OR SELECT-FROM-DATE > SELECT-TO-DATE
               DISPLAY "AUDIT RANGE FROM AFTER TO - RUN STOPPED"
               STOP RUN
           END-IF.
           CLOSE AUDIT-CONTROL-FILE-IN.

       300-OPEN-FILES.
           OPEN INPUT JOURNAL-FILE-IN.
           IF STATUS-FIELD-JOURNAL NOT = "00"
               DISPLAY "JOURNAL FILE MISSING - NOTHING TO REPORT"
               MOVE "YES" TO EOF-FLAG-JOURNAL
           END-IF.
           OPEN  OUTPUT CHANGE-REPORT-OUT.
           OPEN  OUTPUT AUDIT-FLAG-FILE-OUT.
           WRITE AUDIT-FLAG-RECORD FROM FLAG-TITLE-LINE.

       301-READ-JOURNAL-RECORD.
           IF EOF-FLAG-JOURNAL NOT = "YES"
               READ  JOURNAL-FILE-IN
                 AT END  MOVE "YES"  TO EOF-FLAG-JOURNAL
                   NOT AT END  ADD 1 TO JOURNAL-READ-COUNT
               END-READ
           END-IF.

       304-WRITE-REPORT-HEADING.
           WRITE CHANGE-REPORT FROM REPORT-HEADER-LINE.
           MOVE SELECT-FROM-STUDENT   TO RSL-FROM-STUDENT.
           MOVE SELECT-TO-STUDENT     TO RSL-TO-STUDENT.
           MOVE SELECT-FROM-DATE      TO RSL-FROM-DATE.
           MOVE SELECT-TO-DATE        TO RSL-TO-DATE.
           IF SELECT-SOURCE-PROGRAM = SPACES
               MOVE "ALL"                 TO RSL-SOURCE-PROGRAM
           ELSE
               MOVE SELECT-SOURCE-PROGRAM TO RSL-SOURCE-PROGRAM
           END-IF.
           WRITE CHANGE-REPORT FROM REPORT-SELECT-LINE.
           WRITE CHANGE-REPORT FROM REPORT-COLUMN-LINE.

       305-WRITE-REPORT-TOTALS.
           WRITE CHANGE-REPORT FROM REPORT-SPACER-LINE.
           MOVE "JOURNAL RECORDS READ:"     TO RTL-TOTAL-LABEL.
           MOVE JOURNAL-READ-COUNT          TO RTL-TOTAL-COUNT.
           WRITE CHANGE-REPORT FROM REPORT-TOTAL-LINE.
           MOVE "UPDATES SELECTED:"         TO RTL-TOTAL-LABEL.
           MOVE JOURNAL-SELECT-COUNT        TO RTL-TOTAL-COUNT.
           WRITE CHANGE-REPORT FROM REPORT-TOTAL-LINE.
           MOVE "RECORDS ADDED:"            TO RTL-TOTAL-LABEL.
           MOVE ADD-EVENT-COUNT             TO RTL-TOTAL-COUNT.
           WRITE CHANGE-REPORT FROM REPORT-TOTAL-LINE.
           MOVE "RECORDS DELETED:"          TO RTL-TOTAL-LABEL.
           MOVE DELETE-EVENT-COUNT          TO RTL-TOTAL-COUNT.
           WRITE CHANGE-REPORT FROM REPORT-TOTAL-LINE.
           MOVE "RECORDS REWRITTEN:"        TO RTL-TOTAL-LABEL.
           MOVE REWRITE-EVENT-COUNT         TO RTL-TOTAL-COUNT.
           WRITE CHANGE-REPORT FROM REPORT-TOTAL-LINE.
           MOVE "REWRITES WITH NO CHANGE:"  TO RTL-TOTAL-LABEL.
           MOVE UNCHANGED-REWRITE-COUNT     TO RTL-TOTAL-COUNT.
           WRITE CHANGE-REPORT FROM REPORT-TOTAL-LINE.
           MOVE "FIELD CHANGES PRINTED:"    TO RTL-TOTAL-LABEL.
           MOVE FIELD-CHANGE-COUNT          TO RTL-TOTAL-COUNT.
           WRITE CHANGE-REPORT FROM REPORT-TOTAL-LINE.
           MOVE "AUDIT FLAGS RAISED:" TO RTL-TOTAL-LABEL.
           MOVE AUDIT-FLAG-COUNT            TO RTL-TOTAL-COUNT.
           WRITE CHANGE-REPORT FROM REPORT-TOTAL-LINE.
           IF UNKNOWN-FUNCTION-COUNT > 0
               MOVE "UNKNOWN FUNCTION CODES:"  TO RTL-TOTAL-LABEL
               MOVE UNKNOWN-FUNCTION-COUNT     TO RTL-TOTAL-COUNT
               WRITE CHANGE-REPORT FROM REPORT-TOTAL-LINE
           END-IF.

       307-CLOSE-FILES.
           IF STATUS-FIELD-JOURNAL = "00" OR STATUS-FIELD-JOURNAL = "10"
               CLOSE JOURNAL-FILE-IN
           END-IF.
           CLOSE   CHANGE-REPORT-OUT.
           CLOSE   AUDIT-FLAG-FILE-OUT.

       308-DISPLAY-AUDIT-COUNTERS.
           DISPLAY "Journal records read: " JOURNAL-READ-COUNT.
           DISPLAY "Updates selected: " JOURNAL-SELECT-COUNT.
           DISPLAY "Field changes printed: " FIELD-CHANGE-COUNT.
           DISPLAY "Audit flags raised: " AUDIT-FLAG-COUNT.

       400-SELECT-JOURNAL-RECORD.
      ******************************************************************
      *A delete has only a before image and an add only an after
      *image worth reading, so the student number comes from the side
      *that holds the record.
      ******************************************************************
           MOVE JNL-BEFORE-IMAGE TO BEFORE-STUDENT-RECORD.
           MOVE JNL-AFTER-IMAGE  TO AFTER-STUDENT-RECORD.
           IF JNL-IS-DELETE
               MOVE BFR-STUDENT-NUMBER TO JOURNAL-STUDENT-HOLD
           ELSE
               MOVE AFT-STUDENT-NUMBER TO JOURNAL-STUDENT-HOLD
           END-IF.
           IF JOURNAL-STUDENT-HOLD NOT < SELECT-FROM-STUDENT
              AND JOURNAL-STUDENT-HOLD NOT > SELECT-TO-STUDENT
              AND JNL-RUN-DATE NOT < SELECT-FROM-DATE
              AND JNL-RUN-DATE NOT > SELECT-TO-DATE
              AND (SELECT-SOURCE-PROGRAM = SPACES
                OR SELECT-SOURCE-PROGRAM = JNL-SOURCE-PROGRAM)
               ADD 1 TO JOURNAL-SELECT-COUNT
               PERFORM 401-REPORT-ONE-UPDATE
           END-IF.

       401-REPORT-ONE-UPDATE.
           MOVE "NO" TO EVENT-PRINTED-FLAG.
           MOVE 0    TO RECORD-CHANGE-COUNT.
           MOVE SPACES TO RFL-FLAG.
           EVALUATE TRUE
               WHEN JNL-IS-WRITE
                   MOVE "RECORD ADDED"     TO REL-EVENT-TEXT
                   MOVE AFTER-STUDENT-RECORD TO BEFORE-STUDENT-RECORD
                   MOVE "YES" TO LIST-ALL-FLAG
                   PERFORM 410-COMPARE-ACCOUNT-FIELDS
                   PERFORM 411-COMPARE-ACADEMIC-FIELDS
                   PERFORM 412-COMPARE-CONTACT-FIELDS
                   ADD 1 TO ADD-EVENT-COUNT
               WHEN JNL-IS-DELETE
                   MOVE "RECORD DELETED"   TO REL-EVENT-TEXT
                   MOVE BEFORE-STUDENT-RECORD TO AFTER-STUDENT-RECORD
                   MOVE "YES" TO LIST-ALL-FLAG
                   PERFORM 415-CHECK-DELETE-FLAGS
                   PERFORM 410-COMPARE-ACCOUNT-FIELDS
                   PERFORM 411-COMPARE-ACADEMIC-FIELDS
                   PERFORM 412-COMPARE-CONTACT-FIELDS
                   ADD 1 TO DELETE-EVENT-COUNT
               WHEN JNL-IS-REWRITE
                   MOVE "FIELDS CHANGED"   TO REL-EVENT-TEXT
                   MOVE "NO" TO LIST-ALL-FLAG
                   PERFORM 410-COMPARE-ACCOUNT-FIELDS
                   PERFORM 411-COMPARE-ACADEMIC-FIELDS
                   PERFORM 412-COMPARE-CONTACT-FIELDS
                   ADD 1 TO REWRITE-EVENT-COUNT
                   IF RECORD-CHANGE-COUNT = 0
                       ADD 1 TO UNCHANGED-REWRITE-COUNT
                   END-IF
               WHEN OTHER
                   ADD 1 TO UNKNOWN-FUNCTION-COUNT
           END-EVALUATE.

       410-COMPARE-ACCOUNT-FIELDS.
      ******************************************************************
      *The money fields, each checked against the programs allowed to
      *move it in that direction before its line is written.
      ******************************************************************
           IF LIST-ALL-FLAG = "YES"
              OR BFR-TUITION-OWED NOT = AFT-TUITION-OWED
               MOVE "TUITION-OWED"          TO FIELD-NAME-HOLD
               MOVE BFR-TUITION-OWED        TO AMOUNT-EDIT
               MOVE AMOUNT-EDIT             TO OLD-VALUE-HOLD
               MOVE AFT-TUITION-OWED        TO AMOUNT-EDIT
               MOVE AMOUNT-EDIT             TO NEW-VALUE-HOLD
               PERFORM 413-CHECK-TUITION-FLAG
               PERFORM 420-WRITE-FIELD-LINE
           END-IF.
           IF LIST-ALL-FLAG = "YES"
              OR BFR-CREDIT-BALANCE NOT = AFT-CREDIT-BALANCE
               MOVE "CREDIT-BALANCE"        TO FIELD-NAME-HOLD
               MOVE BFR-CREDIT-BALANCE      TO AMOUNT-EDIT
               MOVE AMOUNT-EDIT             TO OLD-VALUE-HOLD
               MOVE AFT-CREDIT-BALANCE      TO AMOUNT-EDIT
               MOVE AMOUNT-EDIT             TO NEW-VALUE-HOLD
               PERFORM 414-CHECK-CREDIT-FLAG
               PERFORM 420-WRITE-FIELD-LINE
           END-IF.

       411-COMPARE-ACADEMIC-FIELDS.
           IF LIST-ALL-FLAG = "YES"
              OR BFR-STUDENT-NAME NOT = AFT-STUDENT-NAME
               MOVE "STUDENT-NAME"          TO FIELD-NAME-HOLD
               MOVE BFR-STUDENT-NAME        TO OLD-VALUE-HOLD
               MOVE AFT-STUDENT-NAME        TO NEW-VALUE-HOLD
               PERFORM 420-WRITE-FIELD-LINE
           END-IF.
           IF LIST-ALL-FLAG = "YES"
              OR BFR-PROGRAM-OF-STUDY NOT = AFT-PROGRAM-OF-STUDY
               MOVE "PROGRAM-OF-STUDY"      TO FIELD-NAME-HOLD
               MOVE BFR-PROGRAM-OF-STUDY    TO OLD-VALUE-HOLD
               MOVE AFT-PROGRAM-OF-STUDY    TO NEW-VALUE-HOLD
               PERFORM 420-WRITE-FIELD-LINE
           END-IF.
           PERFORM 416-COMPARE-ONE-COURSE
               VARYING SUB-C FROM 1 BY 1
               UNTIL SUB-C > 5.
           IF LIST-ALL-FLAG = "YES"
              OR BFR-STUDENT-STATUS NOT = AFT-STUDENT-STATUS
               MOVE "STUDENT-STATUS"        TO FIELD-NAME-HOLD
               MOVE BFR-STUDENT-STATUS      TO OLD-VALUE-HOLD
               MOVE AFT-STUDENT-STATUS      TO NEW-VALUE-HOLD
               PERFORM 420-WRITE-FIELD-LINE
           END-IF.
           IF LIST-ALL-FLAG = "YES"
              OR BFR-STATUS-DATE NOT = AFT-STATUS-DATE
               MOVE "STATUS-DATE"           TO FIELD-NAME-HOLD
               MOVE BFR-STATUS-DATE         TO OLD-VALUE-HOLD
               MOVE AFT-STATUS-DATE         TO NEW-VALUE-HOLD
               PERFORM 420-WRITE-FIELD-LINE
           END-IF.

       412-COMPARE-CONTACT-FIELDS.
           IF LIST-ALL-FLAG = "YES"
              OR BFR-ADDRESS-STREET NOT = AFT-ADDRESS-STREET
               MOVE "ADDRESS-STREET"        TO FIELD-NAME-HOLD
               MOVE BFR-ADDRESS-STREET      TO OLD-VALUE-HOLD
               MOVE AFT-ADDRESS-STREET      TO NEW-VALUE-HOLD
               PERFORM 420-WRITE-FIELD-LINE
           END-IF.
           IF LIST-ALL-FLAG = "YES"
              OR BFR-ADDRESS-CITY NOT = AFT-ADDRESS-CITY
               MOVE "ADDRESS-CITY"          TO FIELD-NAME-HOLD
               MOVE BFR-ADDRESS-CITY        TO OLD-VALUE-HOLD
               MOVE AFT-ADDRESS-CITY        TO NEW-VALUE-HOLD
               PERFORM 420-WRITE-FIELD-LINE
           END-IF.
           IF LIST-ALL-FLAG = "YES"
              OR BFR-ADDRESS-PROVINCE NOT = AFT-ADDRESS-PROVINCE
               MOVE "ADDRESS-PROVINCE"      TO FIELD-NAME-HOLD
               MOVE BFR-ADDRESS-PROVINCE    TO OLD-VALUE-HOLD
               MOVE AFT-ADDRESS-PROVINCE    TO NEW-VALUE-HOLD
               PERFORM 420-WRITE-FIELD-LINE
           END-IF.
           IF LIST-ALL-FLAG = "YES"
              OR BFR-ADDRESS-POSTAL-CODE NOT = AFT-ADDRESS-POSTAL-CODE
               MOVE "ADDRESS-POSTAL-CODE"   TO FIELD-NAME-HOLD
               MOVE BFR-ADDRESS-POSTAL-CODE TO OLD-VALUE-HOLD
               MOVE AFT-ADDRESS-POSTAL-CODE TO NEW-VALUE-HOLD
               PERFORM 420-WRITE-FIELD-LINE
           END-IF.
           IF LIST-ALL-FLAG = "YES"
              OR BFR-PHONE-NUMBER NOT = AFT-PHONE-NUMBER
               MOVE "PHONE-NUMBER"          TO FIELD-NAME-HOLD
               MOVE BFR-PHONE-NUMBER        TO OLD-VALUE-HOLD
               MOVE AFT-PHONE-NUMBER        TO NEW-VALUE-HOLD
               PERFORM 420-WRITE-FIELD-LINE
           END-IF.
           IF LIST-ALL-FLAG = "YES"
              OR BFR-EMAIL-ADDRESS NOT = AFT-EMAIL-ADDRESS
               MOVE "EMAIL-ADDRESS"         TO FIELD-NAME-HOLD
               MOVE BFR-EMAIL-ADDRESS       TO OLD-VALUE-HOLD
               MOVE AFT-EMAIL-ADDRESS       TO NEW-VALUE-HOLD
               PERFORM 420-WRITE-FIELD-LINE
           END-IF.

       413-CHECK-TUITION-FLAG.
      ******************************************************************
      *TUITION-OWED comes down only through payment posting, refund
      *processing, and award posting - anything else taking it down is
      *for internal audit to look at.
      ******************************************************************
           IF JNL-IS-REWRITE
              AND AFT-TUITION-OWED < BFR-TUITION-OWED
              AND JNL-SOURCE-PROGRAM NOT = "PROJECT3-PROGRAM3"
              AND JNL-SOURCE-PROGRAM NOT = "PROJECT3-PROGRAM13"
              AND JNL-SOURCE-PROGRAM NOT = "PROJECT3-PROGRAM36"
               MOVE "TUITION-OWED REDUCED"  TO FLAG-REASON-HOLD
               MOVE BFR-TUITION-OWED        TO FLAG-OLD-AMOUNT
               MOVE AFT-TUITION-OWED        TO FLAG-NEW-AMOUNT
               PERFORM 430-WRITE-AUDIT-FLAG
           END-IF.

       414-CHECK-CREDIT-FLAG.
      ******************************************************************
      *A credit balance is created only by an overpayment or by an
      *award larger than the tuition owed.
      ******************************************************************
           IF JNL-IS-REWRITE
              AND AFT-CREDIT-BALANCE > BFR-CREDIT-BALANCE
              AND JNL-SOURCE-PROGRAM NOT = "PROJECT3-PROGRAM3"
              AND JNL-SOURCE-PROGRAM NOT = "PROJECT3-PROGRAM36"
               MOVE "CREDIT-BALANCE RAISED" TO FLAG-REASON-HOLD
               MOVE BFR-CREDIT-BALANCE      TO FLAG-OLD-AMOUNT
               MOVE AFT-CREDIT-BALANCE      TO FLAG-NEW-AMOUNT
               PERFORM 430-WRITE-AUDIT-FLAG
           END-IF.

       415-CHECK-DELETE-FLAGS.
      ******************************************************************
      *A student removed from the master while money is still on the
      *account takes the balance off the books with them.
      ******************************************************************
           IF BFR-TUITION-OWED > 0
               MOVE "DELETED OWING TUITION"  TO FLAG-REASON-HOLD
               MOVE BFR-TUITION-OWED         TO FLAG-OLD-AMOUNT
               MOVE 0                        TO FLAG-NEW-AMOUNT
               PERFORM 430-WRITE-AUDIT-FLAG
           END-IF.
           IF BFR-CREDIT-BALANCE > 0
               MOVE "DELETED HOLDING A CREDIT" TO FLAG-REASON-HOLD
               MOVE BFR-CREDIT-BALANCE       TO FLAG-OLD-AMOUNT
               MOVE 0                        TO FLAG-NEW-AMOUNT
               PERFORM 430-WRITE-AUDIT-FLAG
           END-IF.

       416-COMPARE-ONE-COURSE.
           IF LIST-ALL-FLAG = "YES"
              OR BFR-COURSE-CODE (SUB-C) NOT = AFT-COURSE-CODE (SUB-C)
               MOVE SUB-C                   TO CCF-NUMBER
               MOVE COURSE-CODE-FIELD-NAME  TO FIELD-NAME-HOLD
               MOVE BFR-COURSE-CODE (SUB-C) TO OLD-VALUE-HOLD
               MOVE AFT-COURSE-CODE (SUB-C) TO NEW-VALUE-HOLD
               PERFORM 420-WRITE-FIELD-LINE
           END-IF.
           IF LIST-ALL-FLAG = "YES"
              OR BFR-COURSE-AVERAGE (SUB-C)
                   NOT = AFT-COURSE-AVERAGE (SUB-C)
               MOVE SUB-C                   TO CAF-NUMBER
               MOVE COURSE-AVERAGE-FIELD-NAME TO FIELD-NAME-HOLD
               MOVE BFR-COURSE-AVERAGE (SUB-C) TO AVERAGE-EDIT
               MOVE AVERAGE-EDIT            TO OLD-VALUE-HOLD
               MOVE AFT-COURSE-AVERAGE (SUB-C) TO AVERAGE-EDIT
               MOVE AVERAGE-EDIT            TO NEW-VALUE-HOLD
               PERFORM 420-WRITE-FIELD-LINE
           END-IF.

       420-WRITE-FIELD-LINE.
      ******************************************************************
      *The event line goes out ahead of the update's first field line,
      *so a rewrite that changed nothing prints nothing. An add has no
      *old value and a delete no new one.
      ******************************************************************
           IF EVENT-PRINTED-FLAG = "NO"
               PERFORM 421-WRITE-EVENT-LINE
           END-IF.
           MOVE FIELD-NAME-HOLD TO RFL-FIELD-NAME.
           MOVE OLD-VALUE-HOLD  TO RFL-OLD-VALUE.
           MOVE NEW-VALUE-HOLD  TO RFL-NEW-VALUE.
           IF JNL-IS-WRITE
               MOVE SPACES TO RFL-OLD-VALUE
           END-IF.
           IF JNL-IS-DELETE
               MOVE SPACES TO RFL-NEW-VALUE
           END-IF.
           WRITE CHANGE-REPORT FROM REPORT-FIELD-LINE.
           MOVE SPACES TO RFL-FLAG.
           IF JNL-IS-REWRITE
               ADD 1 TO RECORD-CHANGE-COUNT
               ADD 1 TO FIELD-CHANGE-COUNT
           END-IF.

       421-WRITE-EVENT-LINE.
           WRITE CHANGE-REPORT FROM REPORT-SPACER-LINE.
           MOVE JNL-RUN-DATE         TO REL-RUN-DATE.
           MOVE JOURNAL-STUDENT-HOLD TO REL-STUDENT-NUMBER.
           MOVE JNL-SOURCE-PROGRAM   TO REL-SOURCE-PROGRAM.
           MOVE JNL-FUNCTION         TO REL-FUNCTION.
           WRITE CHANGE-REPORT FROM REPORT-EVENT-LINE.
           MOVE "YES" TO EVENT-PRINTED-FLAG.

       430-WRITE-AUDIT-FLAG.
           MOVE "**"                 TO RFL-FLAG.
           MOVE JNL-RUN-DATE         TO FDL-RUN-DATE.
           MOVE JOURNAL-STUDENT-HOLD TO FDL-STUDENT-NUMBER.
           MOVE JNL-SOURCE-PROGRAM   TO FDL-SOURCE-PROGRAM.
           MOVE JNL-FUNCTION         TO FDL-FUNCTION.
           MOVE FLAG-REASON-HOLD     TO FDL-FLAG-REASON.
           MOVE FLAG-OLD-AMOUNT      TO FDL-OLD-AMOUNT.
           MOVE FLAG-NEW-AMOUNT      TO FDL-NEW-AMOUNT.
           WRITE AUDIT-FLAG-RECORD FROM FLAG-DETAIL-LINE.
           ADD 1 TO AUDIT-FLAG-COUNT.

       END PROGRAM PROJECT3-PROGRAM37.
