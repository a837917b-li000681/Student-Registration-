      ******************************************************************
      * This program is the year-end tuition tax certificate (T2202)
      * run, made each February for the calendar year just ended. The
      * student account ledger is sorted into student order and, for
      * each student on INDEXED-STUFILE, the tuition charges and
      * tuition adjustments dated inside the tax year are netted into
      * the eligible tuition - late fees and returned-item fees are
      * not tuition and are left out, as are payments, refunds,
      * reversals, and awards, which move cash rather than the fee.
      * The student's terms on ACADEMIC-HISTORY give the months
      * enrolled: each term listed on the certificate control card
      * contributes its months in the tax year, full-time when the
      * term's credit hours reach the same full-time threshold the
      * census run reads from its control card, part-time otherwise.
      * Every student with eligible tuition and a mailing address gets
      * an addressed certificate and a detail record on the
      * fixed-format government filing extract, which a control
      * record closes with counts, totals, and a hash of the student
      * numbers. Students enrolled in the year with no eligible
      * tuition, students with no mailing address on file, and ledger
      * tuition for students no longer on the master are listed for
      * the office instead.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROJECT3-PROGRAM40 AS "PROJECT3-PROGRAM40".
       AUTHOR.  SHURONG HAN and YING YANG.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT  LEDGER-FILE-IN
                ASSIGN TO "C:\COBOL\STUDENT-LEDGER.TXT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS STATUS-FIELD-LEDGER.
           SELECT  SORTED-LEDGER-FILE
                ASSIGN TO "C:\COBOL\T2202-LEDGER-SORTED.TXT"
                ORGANIZATION IS LINE SEQUENTIAL.
           SELECT  SORT-WORK-FILE
                ASSIGN TO "C:\COBOL\SORTWORK".
           SELECT  STUDENT-FILE-IN
                ASSIGN TO "C:\COBOL\INDEXED-STUFILE"
                ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS STUDENT-NUMBER
                   FILE STATUS IS STATUS-FIELD.
           SELECT  ACADEMIC-HISTORY-FILE-IN
                ASSIGN TO "C:\COBOL\ACADEMIC-HISTORY"
                ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS HIST-RECORD-KEY
                   FILE STATUS IS STATUS-FIELD-HISTORY.
           SELECT  T2202-CONTROL-FILE-IN
                ASSIGN TO "C:\COBOL\T2202-CONTROL.TXT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS STATUS-FIELD-CONTROL.
           SELECT  CENSUS-CONTROL-FILE-IN
                ASSIGN TO "C:\COBOL\CENSUS-CONTROL.TXT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS STATUS-FIELD-CENSUS.
           SELECT  RUN-CONTROL-FILE-IN
                ASSIGN TO "C:\COBOL\RUN-CONTROL.TXT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS STATUS-FIELD-RUN-CTL.
           SELECT  CERTIFICATE-FILE-OUT
                ASSIGN TO "C:\COBOL\T2202-CERTIFICATES.TXT"
                ORGANIZATION IS LINE SEQUENTIAL.
           SELECT  T2202-EXTRACT-FILE-OUT
                ASSIGN TO "C:\COBOL\T2202-EXTRACT.TXT"
                ORGANIZATION IS LINE SEQUENTIAL.
           SELECT  EXCEPTION-FILE-OUT
                ASSIGN TO "C:\COBOL\T2202-EXCEPTIONS.TXT"
                ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE  SECTION.
       FD  LEDGER-FILE-IN.
       01 LEDGER-RECORD.
           05   LGR-STUDENT-NUMBER  PIC 9(6).
           05   LGR-DATE            PIC 9(8).
           05   LGR-TYPE            PIC X(10).
           05   LGR-DEBIT           PIC 9(6)V99.
           05   LGR-CREDIT          PIC 9(6)V99.

       FD  SORTED-LEDGER-FILE.
       01 SORTED-LEDGER-RECORD.
           05   SRT-STUDENT-NUMBER  PIC 9(6).
           05   SRT-DATE            PIC 9(8).
           05   SRT-DATE-SPLIT REDEFINES SRT-DATE.
               10  SRT-YEAR             PIC 9(4).
               10  SRT-MONTH-DAY        PIC 9(4).
           05   SRT-TYPE            PIC X(10).
           05   SRT-DEBIT           PIC 9(6)V99.
           05   SRT-CREDIT          PIC 9(6)V99.

       SD  SORT-WORK-FILE.
       01 SORT-WORK-RECORD.
           05   SWK-STUDENT-NUMBER  PIC 9(6).
           05   SWK-DATE            PIC 9(8).
           05   SWK-TYPE            PIC X(10).
           05   SWK-DEBIT           PIC 9(6)V99.
           05   SWK-CREDIT          PIC 9(6)V99.

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

       FD  ACADEMIC-HISTORY-FILE-IN.
       01 ACADEMIC-HISTORY-RECORD.
           05   HIST-RECORD-KEY.
               10  HIST-STUDENT-NUMBER  PIC 9(6).
               10  HIST-TERM            PIC X(5).
                   88  HIST-IS-TRANSFER      VALUE "TRANS".
               10  HIST-COURSE-CODE     PIC X(7).
           05   HIST-GRADE           PIC 9(3).
           05   HIST-CREDIT-HOURS    PIC 9(2).

      ******************************************************************
      *The certificate control card names the tax year and the filer,
      *and lists up to eight terms with the number of months of each
      *term that fall inside the tax year. A term not on the card
      *adds no months.
      ******************************************************************
       FD  T2202-CONTROL-FILE-IN.
       01 T2202-CONTROL-RECORD.
           05   CONTROL-TAX-YEAR       PIC 9(4).
           05   CONTROL-FILER-ACCOUNT  PIC X(15).
           05   CONTROL-INSTITUTION    PIC X(40).
           05   CONTROL-TERM-ENTRY     OCCURS 8 TIMES.
               10  CONTROL-TERM            PIC X(5).
               10  CONTROL-TERM-MONTHS     PIC 9(2).

       FD  CENSUS-CONTROL-FILE-IN.
       01 CENSUS-CONTROL-RECORD.
           05   CONTROL-FT-THRESHOLD  PIC 9(2).

       FD  RUN-CONTROL-FILE-IN.
       01  RUN-CONTROL-RECORD.
           05   RC-RUN-DATE           PIC 9(8).
           05   RC-TERM               PIC X(5).
           05   RC-RUN-NUMBER         PIC 9(4).
           05   RC-PAYMENT-BATCH-ID   PIC X(8).

       FD  CERTIFICATE-FILE-OUT.
       01  CERTIFICATE-RECORD.
           05   CERTIFICATE-LINE  PIC X(100).

       FD  T2202-EXTRACT-FILE-OUT.
       01 T2202-EXTRACT-RECORD.
           05   TXD-RECORD-CODE       PIC X(1).
           05   TXD-TAX-YEAR          PIC 9(4).
           05   TXD-FILER-ACCOUNT     PIC X(15).
           05   TXD-STUDENT-NUMBER    PIC 9(6).
           05   TXD-STUDENT-NAME      PIC X(40).
           05   TXD-POSTAL-CODE       PIC X(7).
           05   TXD-ELIGIBLE-TUITION  PIC 9(7)V99.
           05   TXD-PT-MONTHS         PIC 9(2).
           05   TXD-FT-MONTHS         PIC 9(2).
       01 T2202-EXTRACT-CONTROL.
           05   TXC-RECORD-CODE       PIC X(1).
           05   TXC-TAX-YEAR          PIC 9(4).
           05   TXC-FILER-ACCOUNT     PIC X(15).
           05   TXC-RECORD-COUNT      PIC 9(6).
           05   TXC-TOTAL-TUITION     PIC 9(9)V99.
           05   TXC-TOTAL-PT-MONTHS   PIC 9(6).
           05   TXC-TOTAL-FT-MONTHS   PIC 9(6).
           05   TXC-HASH-TOTAL        PIC 9(12).

       FD  EXCEPTION-FILE-OUT.
       01  EXCEPTION-RECORD.
           05   EXCEPTION-LINE    PIC X(100).

       WORKING-STORAGE SECTION.
        01  CONTROL-FIELDS.
           05   EOF-FLAG-STUDENT      PIC X(3).
           05   EOF-FLAG-LEDGER       PIC X(3).
           05   EOF-FLAG-HISTORY      PIC X(3).
           05   TERM-FOUND-FLAG       PIC X(3).
           05   STATUS-FIELD          PIC X(2).
           05   STATUS-FIELD-LEDGER   PIC X(2).
           05   STATUS-FIELD-HISTORY  PIC X(2).
           05   STATUS-FIELD-CONTROL  PIC X(2).
           05   STATUS-FIELD-CENSUS   PIC X(2).
           05   STATUS-FIELD-RUN-CTL  PIC X(2).
           05   SUB-T                 PIC 9(2).

       01  T2202-RUN-DATE         PIC 9(8)  VALUE 0.
       01  TAX-YEAR               PIC 9(4)  VALUE 0.
       01  FT-THRESHOLD           PIC 9(2)  VALUE 0.
       01  STUDENT-READ-COUNT     PIC 9(6)  VALUE 0.
       01  LEDGER-READ-COUNT      PIC 9(7)  VALUE 0.
       01  CERTIFICATE-COUNT      PIC 9(6)  VALUE 0.
       01  NOT-ENROLLED-COUNT     PIC 9(6)  VALUE 0.
       01  NO-TUITION-COUNT       PIC 9(6)  VALUE 0.
       01  NO-ADDRESS-COUNT       PIC 9(6)  VALUE 0.
       01  NOT-ON-MASTER-COUNT    PIC 9(6)  VALUE 0.
       01  TOTAL-TUITION          PIC 9(9)V99  VALUE 0.
       01  TOTAL-PT-MONTHS        PIC 9(6)  VALUE 0.
       01  TOTAL-FT-MONTHS        PIC 9(6)  VALUE 0.
       01  STUDENT-HASH-TOTAL     PIC 9(12) VALUE 0.
      ******************************************************************
      *One student's year - eligible charges and credits from the
      *ledger, and the months from the history, built up term by term.
      ******************************************************************
       01  ELIGIBLE-DEBITS        PIC 9(7)V99  VALUE 0.
       01  ELIGIBLE-CREDITS       PIC 9(7)V99  VALUE 0.
       01  ELIGIBLE-TUITION       PIC 9(7)V99  VALUE 0.
       01  PT-MONTHS              PIC 9(2)  VALUE 0.
       01  FT-MONTHS              PIC 9(2)  VALUE 0.
       01  HISTORY-TERM-HOLD      PIC X(5)  VALUE SPACES.
       01  TERM-HOURS             PIC 9(3)  VALUE 0.
       01  TERM-MONTHS-HOLD       PIC 9(2)  VALUE 0.
      ******************************************************************
      *Ledger tuition for a student number no longer on the master is
      *listed once per student with the net amount found.
      ******************************************************************
       01  ORPHAN-STUDENT-HOLD    PIC 9(6)  VALUE 0.
       01  ORPHAN-DEBITS          PIC 9(7)V99  VALUE 0.
       01  ORPHAN-CREDITS         PIC 9(7)V99  VALUE 0.
       01  EXCEPTION-REASON-HOLD  PIC X(24) VALUE SPACES.

       01  CERT-TITLE-LINE.
           05  FILLER               PIC X(44) VALUE
               "TUITION AND ENROLMENT CERTIFICATE - T2202   ".
           05  FILLER               PIC X(10) VALUE  "TAX YEAR: ".
           05  CTL-TAX-YEAR         PIC 9(4).
       01  CERT-INSTITUTION-LINE.
           05  CIL-INSTITUTION      PIC X(40).
           05  FILLER               PIC X(4)  VALUE  SPACES.
           05  FILLER               PIC X(7)  VALUE  "FILER: ".
           05  CIL-FILER-ACCOUNT    PIC X(15).
       01  CERT-NAME-LINE.
           05  FILLER               PIC X(4)  VALUE  SPACES.
           05  CNL-STUDENT-NAME     PIC X(40).
       01  CERT-STREET-LINE.
           05  FILLER               PIC X(4)  VALUE  SPACES.
           05  CSL-STREET           PIC X(30).
       01  CERT-CITY-LINE.
           05  FILLER               PIC X(4)  VALUE  SPACES.
           05  CCL-CITY             PIC X(20).
           05  FILLER               PIC X(1)  VALUE  SPACES.
           05  CCL-PROVINCE         PIC X(2).
           05  FILLER               PIC X(2)  VALUE  SPACES.
           05  CCL-POSTAL-CODE      PIC X(7).
       01  CERT-STUDENT-LINE.
           05  FILLER               PIC X(24) VALUE
                                       "STUDENT NUMBER:         ".
           05  CST-STUDENT-NUMBER   PIC 9(6).
       01  CERT-TUITION-LINE.
           05  FILLER               PIC X(24) VALUE
                                       "ELIGIBLE TUITION FEES:  ".
           05  CTU-ELIGIBLE-TUITION PIC Z,ZZZ,ZZ9.99.
       01  CERT-MONTHS-LINE.
           05  FILLER               PIC X(24) VALUE
                                       "PART-TIME MONTHS:       ".
           05  CML-PT-MONTHS        PIC Z9.
           05  FILLER               PIC X(6)  VALUE  SPACES.
           05  FILLER               PIC X(18) VALUE
                                       "FULL-TIME MONTHS: ".
           05  CML-FT-MONTHS        PIC Z9.
       01  CERT-ISSUED-LINE.
           05  FILLER               PIC X(24) VALUE
                                       "ISSUED:                 ".
           05  CIS-RUN-DATE         PIC 9(8).
       01  CERT-BLANK-LINE.
           05  FILLER               PIC X(1)  VALUE  SPACES.
       01  CERT-SEPARATOR-LINE.
           05  FILLER               PIC X(66) VALUE ALL "-".

       01  EXCEPTION-TITLE-LINE.
           05  FILLER               PIC X(34) VALUE
                                 "T2202 STUDENTS NOT ISSUED   YEAR: ".
           05  ETL-TAX-YEAR         PIC 9(4).
       01  EXCEPTION-COLUMN-LINE.
           05  FILLER   PIC X(9)   VALUE   "STUDENT#".
           05  FILLER   PIC X(32)  VALUE   "NAME".
           05  FILLER   PIC X(15)  VALUE   "    TUITION".
           05  FILLER   PIC X(5)   VALUE   "PT".
           05  FILLER   PIC X(5)   VALUE   "FT".
           05  FILLER   PIC X(24)  VALUE   "REASON".
       01  EXCEPTION-DETAIL-LINE.
           05  EDL-STUDENT-NUMBER   PIC 9(6).
           05  FILLER               PIC X(3)  VALUE  SPACES.
           05  EDL-STUDENT-NAME     PIC X(30).
           05  FILLER               PIC X(2)  VALUE  SPACES.
           05  EDL-TUITION          PIC Z,ZZZ,ZZ9.99.
           05  FILLER               PIC X(3)  VALUE  SPACES.
           05  EDL-PT-MONTHS        PIC Z9.
           05  FILLER               PIC X(3)  VALUE  SPACES.
           05  EDL-FT-MONTHS        PIC Z9.
           05  FILLER               PIC X(3)  VALUE  SPACES.
           05  EDL-REASON           PIC X(24).
       01  EXCEPTION-TOTAL-LINE.
           05  ETT-TOTAL-NAME       PIC X(30).
           05  FILLER               PIC X(2)  VALUE  SPACES.
           05  ETT-TOTAL-COUNT      PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.

       100-PRODUCE-TAX-CERTIFICATES.
           PERFORM 140-CHECK-LEDGER-PRESENT.
           PERFORM 150-SORT-LEDGER.
           PERFORM 200-INITIATE-CERTIFICATES.
           PERFORM 201-PROCESS-STUDENT
               UNTIL EOF-FLAG-STUDENT = "YES".
           PERFORM 202-TERMINATE-CERTIFICATES.
           STOP RUN.

       140-CHECK-LEDGER-PRESENT.
      ******************************************************************
      *No ledger means no tuition to certify - stop with an operator
      *message rather than letting the sort abend on a missing file.
      ******************************************************************
           OPEN INPUT LEDGER-FILE-IN.
           IF STATUS-FIELD-LEDGER NOT = "00"
               DISPLAY "STUDENT LEDGER MISSING - RUN STOPPED"
               STOP RUN
           END-IF.
           CLOSE LEDGER-FILE-IN.

       150-SORT-LEDGER.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SWK-STUDENT-NUMBER
               WITH DUPLICATES IN ORDER
               USING  LEDGER-FILE-IN
               GIVING SORTED-LEDGER-FILE.

       200-INITIATE-CERTIFICATES.
           MOVE "NO" TO EOF-FLAG-STUDENT.
           MOVE "NO" TO EOF-FLAG-LEDGER.
           PERFORM  302-READ-RUN-CONTROL.
           PERFORM  303-READ-T2202-CONTROL.
           PERFORM  304-READ-CENSUS-CONTROL.
           PERFORM  300-OPEN-FILES.
           PERFORM  305-WRITE-EXCEPTION-HEADING.
           PERFORM  306-READ-SORTED-LEDGER.
           PERFORM  301-READ-STUDENT-RECORD.

       201-PROCESS-STUDENT.
           PERFORM  400-TOTAL-ELIGIBLE-TUITION.
           PERFORM  410-COUNT-ENROLMENT-MONTHS.
           PERFORM  420-ISSUE-OR-LIST-STUDENT.
           PERFORM  301-READ-STUDENT-RECORD.

       202-TERMINATE-CERTIFICATES.
      ******************************************************************
      *Ledger records past the last student on the master belong to
      *students no longer on file.
      ******************************************************************
           PERFORM 401-SKIP-UNMATCHED-LEDGER
               UNTIL EOF-FLAG-LEDGER = "YES".
           PERFORM 403-LIST-ORPHAN-TUITION.
           PERFORM 309-WRITE-EXTRACT-CONTROL.
           PERFORM 310-WRITE-EXCEPTION-TOTALS.
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
           MOVE RC-RUN-DATE TO T2202-RUN-DATE.
           CLOSE RUN-CONTROL-FILE-IN.

       303-READ-T2202-CONTROL.
      ******************************************************************
      *The tax year decides which ledger entries count and the term
      *months decide the enrolment - no control card, no run.
      ******************************************************************
           OPEN INPUT T2202-CONTROL-FILE-IN.
           IF STATUS-FIELD-CONTROL NOT = "00"
               DISPLAY "T2202 CONTROL CARD MISSING - RUN STOPPED"
               STOP RUN
           END-IF.
           READ T2202-CONTROL-FILE-IN
             AT END
               DISPLAY "T2202 CONTROL CARD EMPTY - RUN STOPPED"
               STOP RUN
           END-READ.
           IF CONTROL-TAX-YEAR NOT NUMERIC
              OR CONTROL-TAX-YEAR = 0
               DISPLAY "T2202 TAX YEAR NOT NUMERIC - RUN STOPPED"
               STOP RUN
           END-IF.
           MOVE CONTROL-TAX-YEAR TO TAX-YEAR.
           PERFORM 311-EDIT-TERM-ENTRY
               VARYING SUB-T FROM 1 BY 1
               UNTIL SUB-T > 8.
           CLOSE T2202-CONTROL-FILE-IN.

       304-READ-CENSUS-CONTROL.
      ******************************************************************
      *The full-time threshold is the census run's own card, so the
      *certificate and the funding return never classify a term
      *differently.
      ******************************************************************
           OPEN INPUT CENSUS-CONTROL-FILE-IN.
           IF STATUS-FIELD-CENSUS NOT = "00"
               DISPLAY "CENSUS CONTROL CARD MISSING - RUN STOPPED"
               STOP RUN
           END-IF.
           READ CENSUS-CONTROL-FILE-IN
             AT END
               DISPLAY "CENSUS CONTROL CARD EMPTY - RUN STOPPED"
               STOP RUN
           END-READ.
           IF CONTROL-FT-THRESHOLD NOT NUMERIC
              OR CONTROL-FT-THRESHOLD = 0
               DISPLAY "FT THRESHOLD NOT NUMERIC - RUN STOPPED"
               STOP RUN
           END-IF.
           MOVE CONTROL-FT-THRESHOLD TO FT-THRESHOLD.
           CLOSE CENSUS-CONTROL-FILE-IN.

       300-OPEN-FILES.
           OPEN  INPUT  SORTED-LEDGER-FILE.
           OPEN  INPUT  STUDENT-FILE-IN.
           OPEN  INPUT  ACADEMIC-HISTORY-FILE-IN.
           OPEN  OUTPUT CERTIFICATE-FILE-OUT.
           OPEN  OUTPUT T2202-EXTRACT-FILE-OUT.
           OPEN  OUTPUT EXCEPTION-FILE-OUT.

       301-READ-STUDENT-RECORD.
           READ  STUDENT-FILE-IN NEXT RECORD
             AT END  MOVE "YES"  TO EOF-FLAG-STUDENT
               NOT AT END  ADD 1 TO STUDENT-READ-COUNT.

       305-WRITE-EXCEPTION-HEADING.
           MOVE TAX-YEAR TO ETL-TAX-YEAR.
           WRITE EXCEPTION-RECORD FROM EXCEPTION-TITLE-LINE.
           WRITE EXCEPTION-RECORD FROM EXCEPTION-COLUMN-LINE.

       306-READ-SORTED-LEDGER.
           READ  SORTED-LEDGER-FILE
             AT END  MOVE "YES"  TO EOF-FLAG-LEDGER
               NOT AT END  ADD 1 TO LEDGER-READ-COUNT.

       307-CLOSE-FILES.
           CLOSE   SORTED-LEDGER-FILE.
           CLOSE   STUDENT-FILE-IN.
           CLOSE   ACADEMIC-HISTORY-FILE-IN.
           CLOSE   CERTIFICATE-FILE-OUT.
           CLOSE   T2202-EXTRACT-FILE-OUT.
           CLOSE   EXCEPTION-FILE-OUT.

       308-DISPLAY-AUDIT-COUNTERS.
           DISPLAY "Students read: " STUDENT-READ-COUNT.
           DISPLAY "Ledger records read: " LEDGER-READ-COUNT.
           DISPLAY "Certificates issued: " CERTIFICATE-COUNT.
           DISPLAY "Listed - no eligible tuition: " NO-TUITION-COUNT.
           DISPLAY "Listed - no mailing address: " NO-ADDRESS-COUNT.
           DISPLAY "Listed - not on master: " NOT-ON-MASTER-COUNT.

       309-WRITE-EXTRACT-CONTROL.
           MOVE "C"                TO TXC-RECORD-CODE.
           MOVE TAX-YEAR           TO TXC-TAX-YEAR.
           MOVE CONTROL-FILER-ACCOUNT TO TXC-FILER-ACCOUNT.
           MOVE CERTIFICATE-COUNT  TO TXC-RECORD-COUNT.
           MOVE TOTAL-TUITION      TO TXC-TOTAL-TUITION.
           MOVE TOTAL-PT-MONTHS    TO TXC-TOTAL-PT-MONTHS.
           MOVE TOTAL-FT-MONTHS    TO TXC-TOTAL-FT-MONTHS.
           MOVE STUDENT-HASH-TOTAL TO TXC-HASH-TOTAL.
           WRITE T2202-EXTRACT-CONTROL.

       310-WRITE-EXCEPTION-TOTALS.
           MOVE "CERTIFICATES ISSUED:"       TO ETT-TOTAL-NAME.
           MOVE CERTIFICATE-COUNT            TO ETT-TOTAL-COUNT.
           WRITE EXCEPTION-RECORD FROM EXCEPTION-TOTAL-LINE.
           MOVE "NO ELIGIBLE TUITION:"       TO ETT-TOTAL-NAME.
           MOVE NO-TUITION-COUNT             TO ETT-TOTAL-COUNT.
           WRITE EXCEPTION-RECORD FROM EXCEPTION-TOTAL-LINE.
           MOVE "NO MAILING ADDRESS:"        TO ETT-TOTAL-NAME.
           MOVE NO-ADDRESS-COUNT             TO ETT-TOTAL-COUNT.
           WRITE EXCEPTION-RECORD FROM EXCEPTION-TOTAL-LINE.
           MOVE "NOT ON STUDENT FILE:"       TO ETT-TOTAL-NAME.
           MOVE NOT-ON-MASTER-COUNT          TO ETT-TOTAL-COUNT.
           WRITE EXCEPTION-RECORD FROM EXCEPTION-TOTAL-LINE.

       311-EDIT-TERM-ENTRY.
      ******************************************************************
      *A blank term entry is unused; a term with months that are not
      *numeric or more than twelve is a card error.
      ******************************************************************
           IF CONTROL-TERM (SUB-T) NOT = SPACES
               IF CONTROL-TERM-MONTHS (SUB-T) NOT NUMERIC
                  OR CONTROL-TERM-MONTHS (SUB-T) > 12
                   DISPLAY "T2202 TERM MONTHS INVALID FOR "
                       CONTROL-TERM (SUB-T) " - RUN STOPPED"
                   STOP RUN
               END-IF
           END-IF.

       400-TOTAL-ELIGIBLE-TUITION.
           MOVE 0 TO ELIGIBLE-DEBITS.
           MOVE 0 TO ELIGIBLE-CREDITS.
           MOVE 0 TO ELIGIBLE-TUITION.
           PERFORM 401-SKIP-UNMATCHED-LEDGER
               UNTIL EOF-FLAG-LEDGER = "YES"
                  OR SRT-STUDENT-NUMBER NOT < STUDENT-NUMBER.
           PERFORM 403-LIST-ORPHAN-TUITION.
           PERFORM 402-ACCUMULATE-LEDGER-RECORD
               UNTIL EOF-FLAG-LEDGER = "YES"
                  OR SRT-STUDENT-NUMBER NOT = STUDENT-NUMBER.
      ******************************************************************
      *Adjustments that take back more than was charged in the year
      *leave nothing eligible - the certificate is never negative.
      ******************************************************************
           IF ELIGIBLE-DEBITS > ELIGIBLE-CREDITS
               COMPUTE ELIGIBLE-TUITION =
                   ELIGIBLE-DEBITS - ELIGIBLE-CREDITS
           END-IF.

       401-SKIP-UNMATCHED-LEDGER.
           IF SRT-STUDENT-NUMBER NOT = ORPHAN-STUDENT-HOLD
               PERFORM 403-LIST-ORPHAN-TUITION
               MOVE SRT-STUDENT-NUMBER TO ORPHAN-STUDENT-HOLD
           END-IF.
           IF SRT-YEAR = TAX-YEAR
              AND (SRT-TYPE = "ASSESSMENT" OR SRT-TYPE = "ADJUSTMENT")
               ADD SRT-DEBIT  TO ORPHAN-DEBITS
               ADD SRT-CREDIT TO ORPHAN-CREDITS
           END-IF.
           PERFORM 306-READ-SORTED-LEDGER.

       402-ACCUMULATE-LEDGER-RECORD.
      ******************************************************************
      *Only tuition charges and tuition adjustments dated in the tax
      *year are eligible. LATE FEE and RETURN FEE are penalties, not
      *tuition; PAYMENT, REFUND, REVERSAL and AWARD move money
      *against the account without changing the fee charged.
      ******************************************************************
           IF SRT-YEAR = TAX-YEAR
              AND (SRT-TYPE = "ASSESSMENT" OR SRT-TYPE = "ADJUSTMENT")
               ADD SRT-DEBIT  TO ELIGIBLE-DEBITS
               ADD SRT-CREDIT TO ELIGIBLE-CREDITS
           END-IF.
           PERFORM 306-READ-SORTED-LEDGER.

       403-LIST-ORPHAN-TUITION.
           IF ORPHAN-DEBITS > ORPHAN-CREDITS
               MOVE ORPHAN-STUDENT-HOLD   TO EDL-STUDENT-NUMBER
               MOVE SPACES                TO EDL-STUDENT-NAME
               COMPUTE EDL-TUITION = ORPHAN-DEBITS - ORPHAN-CREDITS
               MOVE 0                     TO EDL-PT-MONTHS
               MOVE 0                     TO EDL-FT-MONTHS
               MOVE "NOT ON STUDENT FILE" TO EDL-REASON
               WRITE EXCEPTION-RECORD FROM EXCEPTION-DETAIL-LINE
               ADD 1 TO NOT-ON-MASTER-COUNT
           END-IF.
           MOVE 0 TO ORPHAN-DEBITS.
           MOVE 0 TO ORPHAN-CREDITS.

       410-COUNT-ENROLMENT-MONTHS.
      ******************************************************************
      *One keyed start at the student's first history record and a
      *read forward until the student number changes. History comes
      *back in term order, so the hours are totalled a term at a time
      *and each term is classified when the next one starts. Transfer
      *credit was earned elsewhere and is no enrolment here.
      ******************************************************************
           MOVE 0      TO PT-MONTHS.
           MOVE 0      TO FT-MONTHS.
           MOVE 0      TO TERM-HOURS.
           MOVE SPACES TO HISTORY-TERM-HOLD.
           MOVE "NO"   TO EOF-FLAG-HISTORY.
           MOVE STUDENT-NUMBER TO HIST-STUDENT-NUMBER.
           MOVE SPACES TO HIST-TERM.
           MOVE SPACES TO HIST-COURSE-CODE.
           START ACADEMIC-HISTORY-FILE-IN
               KEY IS NOT LESS THAN HIST-RECORD-KEY
             INVALID KEY
               MOVE "YES" TO EOF-FLAG-HISTORY
           END-START.
           PERFORM 411-READ-HISTORY-RECORD
               UNTIL EOF-FLAG-HISTORY = "YES".
           IF HISTORY-TERM-HOLD NOT = SPACES
               PERFORM 412-CLASSIFY-TERM
           END-IF.
           IF PT-MONTHS > 12
               MOVE 12 TO PT-MONTHS
           END-IF.
           IF FT-MONTHS > 12
               MOVE 12 TO FT-MONTHS
           END-IF.

       411-READ-HISTORY-RECORD.
           READ ACADEMIC-HISTORY-FILE-IN NEXT RECORD
             AT END
               MOVE "YES" TO EOF-FLAG-HISTORY
             NOT AT END
               IF HIST-STUDENT-NUMBER = STUDENT-NUMBER
                   IF NOT HIST-IS-TRANSFER
                       PERFORM 414-TALLY-TERM-HOURS
                   END-IF
               ELSE
                   MOVE "YES" TO EOF-FLAG-HISTORY
               END-IF
           END-READ.

       414-TALLY-TERM-HOURS.
           IF HIST-TERM NOT = HISTORY-TERM-HOLD
               IF HISTORY-TERM-HOLD NOT = SPACES
                   PERFORM 412-CLASSIFY-TERM
               END-IF
               MOVE HIST-TERM TO HISTORY-TERM-HOLD
               MOVE 0 TO TERM-HOURS
           END-IF.
           ADD HIST-CREDIT-HOURS TO TERM-HOURS.

       412-CLASSIFY-TERM.
           MOVE "NO" TO TERM-FOUND-FLAG.
           MOVE 0    TO TERM-MONTHS-HOLD.
           PERFORM 413-FIND-TERM-MONTHS
               VARYING SUB-T FROM 1 BY 1
               UNTIL SUB-T > 8 OR TERM-FOUND-FLAG = "YES".
           IF TERM-HOURS NOT < FT-THRESHOLD
               ADD TERM-MONTHS-HOLD TO FT-MONTHS
           ELSE
               ADD TERM-MONTHS-HOLD TO PT-MONTHS
           END-IF.

       413-FIND-TERM-MONTHS.
           IF CONTROL-TERM (SUB-T) = HISTORY-TERM-HOLD
               MOVE "YES" TO TERM-FOUND-FLAG
               MOVE CONTROL-TERM-MONTHS (SUB-T) TO TERM-MONTHS-HOLD
           END-IF.

       420-ISSUE-OR-LIST-STUDENT.
           MOVE SPACES TO EXCEPTION-REASON-HOLD.
           EVALUATE TRUE
               WHEN ELIGIBLE-TUITION = 0
                AND PT-MONTHS = 0 AND FT-MONTHS = 0
                   ADD 1 TO NOT-ENROLLED-COUNT
               WHEN ELIGIBLE-TUITION = 0
                   MOVE "NO ELIGIBLE TUITION" TO EXCEPTION-REASON-HOLD
                   ADD 1 TO NO-TUITION-COUNT
               WHEN ADDRESS-STREET = SPACES
                 OR ADDRESS-CITY = SPACES
                 OR ADDRESS-POSTAL-CODE = SPACES
                   MOVE "NO MAILING ADDRESS"  TO EXCEPTION-REASON-HOLD
                   ADD 1 TO NO-ADDRESS-COUNT
               WHEN OTHER
                   PERFORM 421-WRITE-CERTIFICATE
                   PERFORM 422-WRITE-EXTRACT-DETAIL
           END-EVALUATE.
           IF EXCEPTION-REASON-HOLD NOT = SPACES
               MOVE STUDENT-NUMBER        TO EDL-STUDENT-NUMBER
               MOVE STUDENT-NAME          TO EDL-STUDENT-NAME
               MOVE ELIGIBLE-TUITION      TO EDL-TUITION
               MOVE PT-MONTHS             TO EDL-PT-MONTHS
               MOVE FT-MONTHS             TO EDL-FT-MONTHS
               MOVE EXCEPTION-REASON-HOLD TO EDL-REASON
               WRITE EXCEPTION-RECORD FROM EXCEPTION-DETAIL-LINE
           END-IF.

       421-WRITE-CERTIFICATE.
           MOVE TAX-YEAR              TO CTL-TAX-YEAR.
           WRITE CERTIFICATE-RECORD FROM CERT-TITLE-LINE.
           MOVE CONTROL-INSTITUTION   TO CIL-INSTITUTION.
           MOVE CONTROL-FILER-ACCOUNT TO CIL-FILER-ACCOUNT.
           WRITE CERTIFICATE-RECORD FROM CERT-INSTITUTION-LINE.
           WRITE CERTIFICATE-RECORD FROM CERT-BLANK-LINE.
           MOVE STUDENT-NAME          TO CNL-STUDENT-NAME.
           WRITE CERTIFICATE-RECORD FROM CERT-NAME-LINE.
           MOVE ADDRESS-STREET        TO CSL-STREET.
           WRITE CERTIFICATE-RECORD FROM CERT-STREET-LINE.
           MOVE ADDRESS-CITY          TO CCL-CITY.
           MOVE ADDRESS-PROVINCE      TO CCL-PROVINCE.
           MOVE ADDRESS-POSTAL-CODE   TO CCL-POSTAL-CODE.
           WRITE CERTIFICATE-RECORD FROM CERT-CITY-LINE.
           WRITE CERTIFICATE-RECORD FROM CERT-BLANK-LINE.
           MOVE STUDENT-NUMBER        TO CST-STUDENT-NUMBER.
           WRITE CERTIFICATE-RECORD FROM CERT-STUDENT-LINE.
           MOVE ELIGIBLE-TUITION      TO CTU-ELIGIBLE-TUITION.
           WRITE CERTIFICATE-RECORD FROM CERT-TUITION-LINE.
           MOVE PT-MONTHS             TO CML-PT-MONTHS.
           MOVE FT-MONTHS             TO CML-FT-MONTHS.
           WRITE CERTIFICATE-RECORD FROM CERT-MONTHS-LINE.
           MOVE T2202-RUN-DATE        TO CIS-RUN-DATE.
           WRITE CERTIFICATE-RECORD FROM CERT-ISSUED-LINE.
           WRITE CERTIFICATE-RECORD FROM CERT-SEPARATOR-LINE.
           ADD 1 TO CERTIFICATE-COUNT.

       422-WRITE-EXTRACT-DETAIL.
           MOVE "D"                   TO TXD-RECORD-CODE.
           MOVE TAX-YEAR              TO TXD-TAX-YEAR.
           MOVE CONTROL-FILER-ACCOUNT TO TXD-FILER-ACCOUNT.
           MOVE STUDENT-NUMBER        TO TXD-STUDENT-NUMBER.
           MOVE STUDENT-NAME          TO TXD-STUDENT-NAME.
           MOVE ADDRESS-POSTAL-CODE   TO TXD-POSTAL-CODE.
           MOVE ELIGIBLE-TUITION      TO TXD-ELIGIBLE-TUITION.
           MOVE PT-MONTHS             TO TXD-PT-MONTHS.
           MOVE FT-MONTHS             TO TXD-FT-MONTHS.
           WRITE T2202-EXTRACT-RECORD.
           ADD ELIGIBLE-TUITION TO TOTAL-TUITION.
           ADD PT-MONTHS        TO TOTAL-PT-MONTHS.
           ADD FT-MONTHS        TO TOTAL-FT-MONTHS.
           ADD STUDENT-NUMBER   TO STUDENT-HASH-TOTAL.

       END PROGRAM PROJECT3-PROGRAM40.
