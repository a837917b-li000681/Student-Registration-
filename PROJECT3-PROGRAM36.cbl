      ******************************************************************
      * This program grants scholarships and bursaries against the
      * tuition the assessment run has just posted. The awards
      * office's nominations - a student and an award code - are
      * sorted by award code and checked against the rules on the
      * award master: the award must exist, must not already have
      * been granted to the student this term, the student must be
      * active, in one of the award's programs (no programs listed
      * means every program), and hold at least the award's minimum
      * cumulative average over ACADEMIC-HISTORY. A fixed award pays
      * its amount; a percentage award pays that share of the
      * student's most recent ASSESSMENT on the student account
      * ledger. The award comes off TUITION-OWED (journaled), anything
      * beyond what is owed goes to CREDIT-BALANCE, and an AWARD event
      * is posted through WRITE-LEDGER so awards report apart from
      * hand-keyed adjustments. Ineligible nominations go to the
      * reject log. The award register prints by award code with the
      * amount granted from each fund this run and to date.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROJECT3-PROGRAM36 AS "PROJECT3-PROGRAM36".
       AUTHOR.  SHURONG HAN and YING YANG.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT  NOMINATION-FILE-IN
                ASSIGN TO "C:\COBOL\AWARD-NOMINATIONS.TXT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS STATUS-FIELD-NOMINATION.
           SELECT  SORTED-NOMINATION-FILE
                ASSIGN TO "C:\COBOL\AWARD-NOM-SORTED.TXT"
                ORGANIZATION IS LINE SEQUENTIAL.
           SELECT  SORT-WORK-FILE
                ASSIGN TO "C:\COBOL\SORTWORK".
           SELECT  AWARD-FILE-IO
                ASSIGN TO "C:\COBOL\AWARD-MASTER"
                ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS AWARD-CODE
                   FILE STATUS IS STATUS-FIELD-AWARD.
           SELECT  STUDENT-FILE-IO
                ASSIGN TO "C:\COBOL\INDEXED-STUFILE"
                ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS STUDENT-NUMBER
                   FILE STATUS IS STATUS-FIELD.
           SELECT  ACADEMIC-HISTORY-FILE-IN
                ASSIGN TO "C:\COBOL\ACADEMIC-HISTORY"
                ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS HIST-RECORD-KEY
                   FILE STATUS IS STATUS-FIELD-HISTORY.
           SELECT  LEDGER-FILE-IN
                ASSIGN TO "C:\COBOL\STUDENT-LEDGER.TXT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS STATUS-FIELD-LEDGER.
           SELECT  GRANTED-FILE-IO
                ASSIGN TO "C:\COBOL\AWARDS-GRANTED.TXT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS STATUS-FIELD-GRANTED.
           SELECT  RUN-CONTROL-FILE-IN
                ASSIGN TO "C:\COBOL\RUN-CONTROL.TXT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS STATUS-FIELD-RUN-CTL.
           SELECT  REJECT-FILE-OUT
                ASSIGN TO "C:\COBOL\AWARD-REJECTS.TXT"
                ORGANIZATION IS LINE SEQUENTIAL.
           SELECT  AWARD-REGISTER-OUT
                ASSIGN TO "C:\COBOL\AWARD-REGISTER.TXT"
                ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE  SECTION.
       FD  NOMINATION-FILE-IN.
       01 NOMINATION-RECORD.
           05   NOM-STUDENT-NUMBER  PIC 9(6).
           05   NOM-AWARD-CODE      PIC X(6).

       FD  SORTED-NOMINATION-FILE.
       01 SORTED-NOMINATION-RECORD.
           05   SRT-STUDENT-NUMBER  PIC 9(6).
           05   SRT-AWARD-CODE      PIC X(6).

       SD  SORT-WORK-FILE.
       01 SORT-WORK-RECORD.
           05   SWK-STUDENT-NUMBER  PIC 9(6).
           05   SWK-AWARD-CODE      PIC X(6).

       FD  AWARD-FILE-IO.
       01 AWARD-RECORD.
           05   AWARD-CODE            PIC X(6).
           05   AWARD-NAME            PIC X(30).
           05   AWARD-BASIS           PIC X(1).
               88  AWARD-IS-FIXED     VALUE "A".
               88  AWARD-IS-PERCENT   VALUE "P".
           05   AWARD-AMOUNT          PIC 9(4)V99.
           05   AWARD-PERCENT         PIC 9(3).
           05   AWARD-MIN-AVERAGE     PIC 9(3).
           05   AWARD-PROGRAM-LIST.
               10  AWARD-PROGRAM-CODE OCCURS 5 TIMES  PIC X(5).
           05   AWARD-SPENT-TO-DATE   PIC 9(7)V99.

       FD  STUDENT-FILE-IO.
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

       FD  LEDGER-FILE-IN.
       01 LEDGER-RECORD.
           05   LGR-STUDENT-NUMBER  PIC 9(6).
           05   LGR-DATE            PIC 9(8).
           05   LGR-TYPE            PIC X(10).
           05   LGR-DEBIT           PIC 9(6)V99.
           05   LGR-CREDIT          PIC 9(6)V99.

       FD  GRANTED-FILE-IO.
       01 GRANTED-RECORD.
           05   GRT-STUDENT-NUMBER  PIC 9(6).
           05   GRT-AWARD-CODE      PIC X(6).
           05   GRT-TERM            PIC X(5).
           05   GRT-AMOUNT          PIC 9(6)V99.
           05   GRT-RUN-DATE        PIC 9(8).

       FD  RUN-CONTROL-FILE-IN.
       01  RUN-CONTROL-RECORD.
           05   RC-RUN-DATE           PIC 9(8).
           05   RC-TERM               PIC X(5).
           05   RC-RUN-NUMBER         PIC 9(4).
           05   RC-PAYMENT-BATCH-ID   PIC X(8).

       FD  REJECT-FILE-OUT.
       01  REJECT-RECORD.
           05   REJECT-LINE       PIC X(100).

       FD  AWARD-REGISTER-OUT.
       01  AWARD-REGISTER.
           05   REGISTER-LINE     PIC X(100).

       WORKING-STORAGE SECTION.
        01  CONTROL-FIELDS.
           05   EOF-FLAG-SORTED        PIC X(3).
           05   EOF-FLAG-LEDGER        PIC X(3).
           05   EOF-FLAG-GRANTED       PIC X(3).
           05   EOF-FLAG-HISTORY       PIC X(3).
           05   AWARD-FOUND-FLAG       PIC X(3).
           05   FUND-OPEN-FLAG         PIC X(3).
           05   NOMINATION-VALID-FLAG  PIC X(3).
           05   PROGRAM-MATCH-FLAG     PIC X(3).
           05   STATUS-FIELD           PIC X(2).
           05   STATUS-FIELD-NOMINATION PIC X(2).
           05   STATUS-FIELD-AWARD     PIC X(2).
           05   STATUS-FIELD-HISTORY   PIC X(2).
           05   STATUS-FIELD-LEDGER    PIC X(2).
           05   STATUS-FIELD-GRANTED   PIC X(2).
           05   STATUS-FIELD-RUN-CTL   PIC X(2).
           05   SUB-N                  PIC 9(3).
           05   SUB-S                  PIC 9(3).
           05   SUB-P                  PIC 9(2).

       01  AWARD-RUN-DATE         PIC 9(8)  VALUE 0.
       01  AWARD-RUN-TERM         PIC X(5)  VALUE SPACES.
       01  CURRENT-AWARD-HOLD     PIC X(6)  VALUE SPACES.
       01  NOMINATION-READ-COUNT  PIC 9(4)  VALUE 0.
       01  LEDGER-READ-COUNT      PIC 9(6)  VALUE 0.
       01  GRANTED-COUNT          PIC 9(4)  VALUE 0.
       01  GRANTED-TOTAL          PIC 9(7)V99  VALUE 0.
       01  REJECT-COUNT           PIC 9(4)  VALUE 0.
       01  FUND-GRANTED-COUNT     PIC 9(4)  VALUE 0.
       01  FUND-GRANTED-TOTAL     PIC 9(7)V99  VALUE 0.
       01  FUND-REJECT-COUNT      PIC 9(4)  VALUE 0.
      ******************************************************************
      *The night's nominations in award-code order, buffered so one
      *pass of the ledger finds each student's latest assessed tuition
      *and one pass of the granted-awards file finds awards already
      *made this term. A nomination past the table is not processed
      *and goes to the reject log for the next run.
      ******************************************************************
       01  NOMINATION-ENTRY-COUNT PIC 9(3)  VALUE 0.
       01  NOMINATION-TABLE.
           05  NOMINATION-ENTRY   OCCURS 500 TIMES.
               10  NMT-STUDENT-NUMBER    PIC 9(6).
               10  NMT-AWARD-CODE        PIC X(6).
               10  NMT-ASSESSED-TUITION  PIC 9(6)V99.
               10  NMT-PRIOR-GRANT-COUNT PIC 9(3).
      ******************************************************************
      *Eligibility and posting work fields - the award split between
      *what comes off TUITION-OWED and what is left over for
      *CREDIT-BALANCE.
      ******************************************************************
       01  CUMULATIVE-POINTS      PIC 9(7)  VALUE 0.
       01  CUMULATIVE-CREDITS     PIC 9(5)  VALUE 0.
       01  STUDENT-AVERAGE        PIC 9(3)  VALUE 0.
       01  GRANT-AMOUNT           PIC 9(6)V99  VALUE 0.
       01  AMOUNT-TO-TUITION      PIC 9(4)V99  VALUE 0.
       01  AMOUNT-TO-CREDIT       PIC 9(6)V99  VALUE 0.
       01  REJECT-TEXT-HOLD       PIC X(35)    VALUE SPACES.
      ******************************************************************
      *Master rewrites are journaled and the award is posted to the
      *student account ledger like every other financial event.
      ******************************************************************
       01  JOURNAL-FUNCTION        PIC X(1).
       01  JOURNAL-SOURCE-PROGRAM  PIC X(18)
                                   VALUE "PROJECT3-PROGRAM36".
       01  JOURNAL-BEFORE-IMAGE    PIC X(250).
       01  JOURNAL-AFTER-IMAGE     PIC X(250).
       01  LEDGER-STUDENT-NUMBER   PIC 9(6).
       01  LEDGER-EVENT-DATE       PIC 9(8).
       01  LEDGER-EVENT-TYPE       PIC X(10).
       01  LEDGER-DEBIT-AMOUNT     PIC 9(6)V99.
       01  LEDGER-CREDIT-AMOUNT    PIC 9(6)V99.

       01  REGISTER-HEADER-LINE.
           05  FILLER   PIC X(20)  VALUE   SPACES.
           05  FILLER   PIC X(38)  VALUE
                           "SCHOLARSHIP AND BURSARY AWARD REGISTER".
       01  REGISTER-CONTROL-LINE.
           05  FILLER               PIC X(6)  VALUE  "DATE: ".
           05  RCL-RUN-DATE         PIC 9(8).
           05  FILLER               PIC X(4)  VALUE  SPACES.
           05  FILLER               PIC X(6)  VALUE  "TERM: ".
           05  RCL-RUN-TERM         PIC X(5).
       01  REGISTER-AWARD-LINE.
           05  FILLER               PIC X(7)  VALUE  "AWARD: ".
           05  RAL-AWARD-CODE       PIC X(6).
           05  FILLER               PIC X(2)  VALUE  SPACES.
           05  RAL-AWARD-NAME       PIC X(30).
           05  FILLER               PIC X(2)  VALUE  SPACES.
           05  RAL-AWARD-TERMS      PIC X(30).
       01  REGISTER-FIXED-TERMS.
           05  FILLER               PIC X(8)  VALUE  "AMOUNT: ".
           05  RFT-AMOUNT           PIC Z,ZZ9.99.
           05  FILLER               PIC X(10) VALUE  "  MIN AVG ".
           05  RFT-MIN-AVERAGE      PIC ZZ9.
       01  REGISTER-PERCENT-TERMS.
           05  FILLER               PIC X(9)  VALUE  "PERCENT: ".
           05  RPT-PERCENT          PIC ZZ9.
           05  FILLER               PIC X(4)  VALUE  "%   ".
           05  FILLER               PIC X(10) VALUE  "  MIN AVG ".
           05  RPT-MIN-AVERAGE      PIC ZZ9.
       01  REGISTER-COLUMN-LINE.
           05  FILLER   PIC X(10)  VALUE   "STUDENT #".
           05  FILLER   PIC X(32)  VALUE   "NAME".
           05  FILLER   PIC X(7)   VALUE   "PROG".
           05  FILLER   PIC X(5)   VALUE   "AVG".
           05  FILLER   PIC X(11)  VALUE   "AWARD".
           05  FILLER   PIC X(11)  VALUE   "TO TUITION".
           05  FILLER   PIC X(11)  VALUE   "TO CREDIT".
       01  REGISTER-DETAIL-LINE.
           05  RDL-STUDENT-NUMBER   PIC 9(6).
           05  FILLER               PIC X(4)  VALUE  SPACES.
           05  RDL-STUDENT-NAME     PIC X(30).
           05  FILLER               PIC X(2)  VALUE  SPACES.
           05  RDL-PROGRAM          PIC X(5).
           05  FILLER               PIC X(2)  VALUE  SPACES.
           05  RDL-AVERAGE          PIC ZZ9.
           05  FILLER               PIC X(2)  VALUE  SPACES.
           05  RDL-GRANT-AMOUNT     PIC ZZ,ZZ9.99.
           05  FILLER               PIC X(2)  VALUE  SPACES.
           05  RDL-TO-TUITION       PIC Z,ZZ9.99.
           05  FILLER               PIC X(3)  VALUE  SPACES.
           05  RDL-TO-CREDIT        PIC ZZ,ZZ9.99.
       01  REGISTER-NO-AWARD-LINE.
           05  FILLER               PIC X(7)  VALUE  "AWARD: ".
           05  RNL-AWARD-CODE       PIC X(6).
           05  FILLER               PIC X(2)  VALUE  SPACES.
           05  FILLER               PIC X(24) VALUE
                                       "NOT ON THE AWARD MASTER".
       01  REGISTER-FUND-TOTAL-LINE.
           05  FILLER               PIC X(18) VALUE
                                       "FUND   GRANTED:   ".
           05  RFL-GRANTED-COUNT    PIC ZZZ9.
           05  FILLER               PIC X(4)  VALUE  SPACES.
           05  FILLER               PIC X(10) VALUE  "THIS RUN: ".
           05  RFL-GRANTED-TOTAL    PIC Z,ZZZ,ZZ9.99.
           05  FILLER               PIC X(4)  VALUE  SPACES.
           05  FILLER               PIC X(15) VALUE  "SPENT TO DATE: ".
           05  RFL-SPENT-TO-DATE    PIC Z,ZZZ,ZZ9.99.
           05  FILLER               PIC X(4)  VALUE  SPACES.
           05  FILLER               PIC X(10) VALUE  "REJECTED: ".
           05  RFL-REJECT-COUNT     PIC ZZZ9.
       01  REGISTER-SPACER-LINE.
           05  FILLER               PIC X(1)  VALUE  SPACES.
       01  REGISTER-GRANTED-TOTAL-LINE.
           05  FILLER               PIC X(18) VALUE
                                       "GRANTED    COUNT: ".
           05  RTL-GRANTED-COUNT    PIC ZZZ9.
           05  FILLER               PIC X(4)  VALUE  SPACES.
           05  FILLER               PIC X(7)  VALUE  "TOTAL: ".
           05  RTL-GRANTED-TOTAL    PIC Z,ZZZ,ZZ9.99.
       01  REGISTER-REJECT-TOTAL-LINE.
           05  FILLER               PIC X(18) VALUE
                                       "REJECTED   COUNT: ".
           05  RTL-REJECT-COUNT     PIC ZZZ9.

       01  REJECT-TITLE-LINE.
           05  FILLER   PIC X(20)  VALUE   SPACES.
           05  FILLER   PIC X(27)  VALUE
                                   "AWARD NOMINATIONS REJECTED ".
       01  REJECT-DETAIL-LINE.
           05  RJL-STUDENT-NUMBER   PIC 9(6).
           05  FILLER               PIC X(4)  VALUE  SPACES.
           05  RJL-AWARD-CODE       PIC X(6).
           05  FILLER               PIC X(4)  VALUE  SPACES.
           05  RJL-REJECT-TEXT      PIC X(35).

      ******************************************************************
      *The step is recorded on the step-control file as it starts and
      *as it ends, against the run number on the run control card.
      ******************************************************************
       01  STEP-FUNCTION          PIC X(1)  VALUE SPACES.
       01  STEP-PROGRAM-NAME      PIC X(18)
                                  VALUE "PROJECT3-PROGRAM36".
       01  STEP-RUN-NUMBER        PIC 9(4)  VALUE 0.
       01  STEP-RUN-TERM          PIC X(5)  VALUE SPACES.
       01  STEP-RUN-DATE          PIC 9(8)  VALUE 0.
       01  STEP-COMPLETION-CODE   PIC 9(2)  VALUE 0.
       01  STEP-COUNT-READ        PIC 9(7)  VALUE 0.
       01  STEP-COUNT-WRITTEN     PIC 9(7)  VALUE 0.
       01  STEP-COUNT-REJECTED    PIC 9(7)  VALUE 0.
       01  STEP-CHECK-MESSAGE     PIC X(70) VALUE SPACES.

       PROCEDURE DIVISION.

       100-POST-AWARDS.
           PERFORM 140-CHECK-NOMINATIONS-PRESENT.
           PERFORM 150-SORT-NOMINATIONS.
           PERFORM 200-INITIATE-AWARD-RUN.
           PERFORM 203-FIND-ASSESSED-TUITION.
           PERFORM 204-COUNT-PRIOR-GRANTS.
           PERFORM 201-PROCESS-NOMINATION
               VARYING SUB-N FROM 1 BY 1
               UNTIL SUB-N > NOMINATION-ENTRY-COUNT.
           PERFORM 202-TERMINATE-AWARD-RUN.
           STOP RUN.

       140-CHECK-NOMINATIONS-PRESENT.
           OPEN INPUT NOMINATION-FILE-IN.
           IF STATUS-FIELD-NOMINATION NOT = "00"
               DISPLAY "AWARD NOMINATIONS MISSING - RUN STOPPED"
               STOP RUN
           END-IF.
           CLOSE NOMINATION-FILE-IN.

       150-SORT-NOMINATIONS.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SWK-AWARD-CODE
               ON ASCENDING KEY SWK-STUDENT-NUMBER
               WITH DUPLICATES IN ORDER
               USING  NOMINATION-FILE-IN
               GIVING SORTED-NOMINATION-FILE.

       200-INITIATE-AWARD-RUN.
           MOVE "NO" TO EOF-FLAG-SORTED.
           MOVE "NO" TO FUND-OPEN-FLAG.
           PERFORM  302-READ-RUN-CONTROL.
           PERFORM  360-RECORD-STEP-START.
           PERFORM  300-OPEN-FILES.
           PERFORM  304-WRITE-REGISTER-HEADING.
           PERFORM  301-READ-SORTED-NOMINATION.
           PERFORM  400-BUFFER-NOMINATION
               UNTIL EOF-FLAG-SORTED = "YES".
           CLOSE SORTED-NOMINATION-FILE.

       201-PROCESS-NOMINATION.
           IF NMT-AWARD-CODE (SUB-N) NOT = CURRENT-AWARD-HOLD
              OR FUND-OPEN-FLAG = "NO"
               IF FUND-OPEN-FLAG = "YES"
                   PERFORM 406-CLOSE-AWARD-FUND
               END-IF
               PERFORM 405-OPEN-AWARD-FUND
           END-IF.
           PERFORM 420-GRANT-ONE-NOMINATION.

       202-TERMINATE-AWARD-RUN.
           IF FUND-OPEN-FLAG = "YES"
               PERFORM 406-CLOSE-AWARD-FUND
           END-IF.
           PERFORM 305-WRITE-REGISTER-TOTALS.
           PERFORM 307-CLOSE-FILES.
           PERFORM 308-DISPLAY-AUDIT-COUNTERS.
           MOVE NOMINATION-READ-COUNT TO STEP-COUNT-READ.
           MOVE GRANTED-COUNT TO STEP-COUNT-WRITTEN.
           MOVE REJECT-COUNT TO STEP-COUNT-REJECTED.
           PERFORM 361-RECORD-STEP-END.

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
           MOVE RC-RUN-DATE TO AWARD-RUN-DATE.
           MOVE RC-TERM     TO AWARD-RUN-TERM.
           MOVE RC-RUN-NUMBER TO STEP-RUN-NUMBER.
           MOVE RC-TERM       TO STEP-RUN-TERM.
           MOVE RC-RUN-DATE   TO STEP-RUN-DATE.
           CLOSE RUN-CONTROL-FILE-IN.

       300-OPEN-FILES.
           OPEN  INPUT  SORTED-NOMINATION-FILE.
           OPEN  I-O    AWARD-FILE-IO.
           IF STATUS-FIELD-AWARD NOT = "00"
               DISPLAY "AWARD MASTER MISSING - RUN STOPPED"
               STOP RUN
           END-IF.
           OPEN  I-O    STUDENT-FILE-IO.
           OPEN  INPUT  ACADEMIC-HISTORY-FILE-IN.
           OPEN  OUTPUT REJECT-FILE-OUT.
           OPEN  OUTPUT AWARD-REGISTER-OUT.
           WRITE REJECT-RECORD FROM REJECT-TITLE-LINE.

       301-READ-SORTED-NOMINATION.
           READ  SORTED-NOMINATION-FILE
             AT END  MOVE "YES"  TO EOF-FLAG-SORTED
               NOT AT END  ADD 1 TO NOMINATION-READ-COUNT.

       304-WRITE-REGISTER-HEADING.
           WRITE AWARD-REGISTER FROM REGISTER-HEADER-LINE.
           MOVE AWARD-RUN-DATE TO RCL-RUN-DATE.
           MOVE AWARD-RUN-TERM TO RCL-RUN-TERM.
           WRITE AWARD-REGISTER FROM REGISTER-CONTROL-LINE.

       305-WRITE-REGISTER-TOTALS.
           WRITE AWARD-REGISTER FROM REGISTER-SPACER-LINE.
           MOVE GRANTED-COUNT   TO RTL-GRANTED-COUNT.
           MOVE GRANTED-TOTAL   TO RTL-GRANTED-TOTAL.
           WRITE AWARD-REGISTER FROM REGISTER-GRANTED-TOTAL-LINE.
           MOVE REJECT-COUNT    TO RTL-REJECT-COUNT.
           WRITE AWARD-REGISTER FROM REGISTER-REJECT-TOTAL-LINE.

       307-CLOSE-FILES.
           CLOSE   AWARD-FILE-IO.
           CLOSE   STUDENT-FILE-IO.
           CLOSE   ACADEMIC-HISTORY-FILE-IN.
           CLOSE   GRANTED-FILE-IO.
           CLOSE   REJECT-FILE-OUT.
           CLOSE   AWARD-REGISTER-OUT.

       308-DISPLAY-AUDIT-COUNTERS.
           DISPLAY "Nominations read: " NOMINATION-READ-COUNT.
           DISPLAY "Ledger records read: " LEDGER-READ-COUNT.
           DISPLAY "Awards granted: " GRANTED-COUNT.
           DISPLAY "Nominations rejected: " REJECT-COUNT.

       400-BUFFER-NOMINATION.
           IF NOMINATION-ENTRY-COUNT < 500
               ADD 1 TO NOMINATION-ENTRY-COUNT
               MOVE SRT-STUDENT-NUMBER
                   TO NMT-STUDENT-NUMBER (NOMINATION-ENTRY-COUNT)
               MOVE SRT-AWARD-CODE
                   TO NMT-AWARD-CODE (NOMINATION-ENTRY-COUNT)
               MOVE 0 TO NMT-ASSESSED-TUITION (NOMINATION-ENTRY-COUNT)
               MOVE 0 TO NMT-PRIOR-GRANT-COUNT (NOMINATION-ENTRY-COUNT)
           ELSE
               MOVE SRT-STUDENT-NUMBER TO RJL-STUDENT-NUMBER
               MOVE SRT-AWARD-CODE     TO RJL-AWARD-CODE
               MOVE "NOT PROCESSED - RUN LIMIT" TO RJL-REJECT-TEXT
               WRITE REJECT-RECORD FROM REJECT-DETAIL-LINE
               ADD 1 TO REJECT-COUNT
           END-IF.
           PERFORM 301-READ-SORTED-NOMINATION.

       203-FIND-ASSESSED-TUITION.
      ******************************************************************
      *One pass of the ledger - the last ASSESSMENT posted for a
      *nominated student is the tuition a percentage award is taken
      *from. The ledger is closed again before any award is posted
      *to it.
      ******************************************************************
           MOVE "NO" TO EOF-FLAG-LEDGER.
           OPEN INPUT LEDGER-FILE-IN.
           IF STATUS-FIELD-LEDGER NOT = "00"
               MOVE "YES" TO EOF-FLAG-LEDGER
           END-IF.
           PERFORM 410-READ-LEDGER-RECORD
               UNTIL EOF-FLAG-LEDGER = "YES".
           IF STATUS-FIELD-LEDGER = "00" OR STATUS-FIELD-LEDGER = "10"
               CLOSE LEDGER-FILE-IN
           END-IF.

       410-READ-LEDGER-RECORD.
           READ  LEDGER-FILE-IN
             AT END
               MOVE "YES"  TO EOF-FLAG-LEDGER
             NOT AT END
               ADD 1 TO LEDGER-READ-COUNT
               IF LGR-TYPE = "ASSESSMENT"
                   PERFORM 411-MATCH-ASSESSMENT-TO-NOMINATION
                       VARYING SUB-S FROM 1 BY 1
                       UNTIL SUB-S > NOMINATION-ENTRY-COUNT
               END-IF
           END-READ.

       411-MATCH-ASSESSMENT-TO-NOMINATION.
           IF LGR-STUDENT-NUMBER = NMT-STUDENT-NUMBER (SUB-S)
               MOVE LGR-DEBIT TO NMT-ASSESSED-TUITION (SUB-S)
           END-IF.

       204-COUNT-PRIOR-GRANTS.
      ******************************************************************
      *The granted-awards file is permanent - read it through for
      *awards made earlier this term, then reopen it to append this
      *run's. Status 35 means no award has ever been granted.
      ******************************************************************
           MOVE "NO" TO EOF-FLAG-GRANTED.
           OPEN INPUT GRANTED-FILE-IO.
           IF STATUS-FIELD-GRANTED = "00"
               PERFORM 412-READ-GRANTED-RECORD
                   UNTIL EOF-FLAG-GRANTED = "YES"
               CLOSE GRANTED-FILE-IO
           END-IF.
           OPEN EXTEND GRANTED-FILE-IO.
           IF STATUS-FIELD-GRANTED = "35"
               OPEN OUTPUT GRANTED-FILE-IO
           END-IF.

       412-READ-GRANTED-RECORD.
           READ  GRANTED-FILE-IO
             AT END
               MOVE "YES"  TO EOF-FLAG-GRANTED
             NOT AT END
               IF GRT-TERM = AWARD-RUN-TERM
                   PERFORM 413-MATCH-GRANT-TO-NOMINATION
                       VARYING SUB-S FROM 1 BY 1
                       UNTIL SUB-S > NOMINATION-ENTRY-COUNT
               END-IF
           END-READ.

       413-MATCH-GRANT-TO-NOMINATION.
           IF GRT-STUDENT-NUMBER = NMT-STUDENT-NUMBER (SUB-S)
              AND GRT-AWARD-CODE = NMT-AWARD-CODE (SUB-S)
               ADD 1 TO NMT-PRIOR-GRANT-COUNT (SUB-S)
           END-IF.

       405-OPEN-AWARD-FUND.
           MOVE NMT-AWARD-CODE (SUB-N) TO CURRENT-AWARD-HOLD.
           MOVE "YES" TO FUND-OPEN-FLAG.
           MOVE 0 TO FUND-GRANTED-COUNT.
           MOVE 0 TO FUND-GRANTED-TOTAL.
           MOVE 0 TO FUND-REJECT-COUNT.
           WRITE AWARD-REGISTER FROM REGISTER-SPACER-LINE.
           MOVE CURRENT-AWARD-HOLD TO AWARD-CODE.
           READ AWARD-FILE-IO
             INVALID KEY
               MOVE "NO" TO AWARD-FOUND-FLAG
             NOT INVALID KEY
               MOVE "YES" TO AWARD-FOUND-FLAG
           END-READ.
           IF AWARD-FOUND-FLAG = "YES"
               PERFORM 407-WRITE-AWARD-HEADING
           ELSE
               MOVE CURRENT-AWARD-HOLD TO RNL-AWARD-CODE
               WRITE AWARD-REGISTER FROM REGISTER-NO-AWARD-LINE
           END-IF.

       406-CLOSE-AWARD-FUND.
      ******************************************************************
      *The fund's spent-to-date moves only here, once per award, after
      *every nomination for it has been granted or rejected.
      ******************************************************************
           MOVE FUND-GRANTED-COUNT TO RFL-GRANTED-COUNT.
           MOVE FUND-GRANTED-TOTAL TO RFL-GRANTED-TOTAL.
           MOVE FUND-REJECT-COUNT  TO RFL-REJECT-COUNT.
           IF AWARD-FOUND-FLAG = "YES"
               ADD FUND-GRANTED-TOTAL TO AWARD-SPENT-TO-DATE
               REWRITE AWARD-RECORD
               MOVE AWARD-SPENT-TO-DATE TO RFL-SPENT-TO-DATE
           ELSE
               MOVE 0 TO RFL-SPENT-TO-DATE
           END-IF.
           WRITE AWARD-REGISTER FROM REGISTER-FUND-TOTAL-LINE.

       407-WRITE-AWARD-HEADING.
           MOVE AWARD-CODE TO RAL-AWARD-CODE.
           MOVE AWARD-NAME TO RAL-AWARD-NAME.
           IF AWARD-IS-FIXED
               MOVE AWARD-AMOUNT      TO RFT-AMOUNT
               MOVE AWARD-MIN-AVERAGE TO RFT-MIN-AVERAGE
               MOVE REGISTER-FIXED-TERMS   TO RAL-AWARD-TERMS
           ELSE
               MOVE AWARD-PERCENT     TO RPT-PERCENT
               MOVE AWARD-MIN-AVERAGE TO RPT-MIN-AVERAGE
               MOVE REGISTER-PERCENT-TERMS TO RAL-AWARD-TERMS
           END-IF.
           WRITE AWARD-REGISTER FROM REGISTER-AWARD-LINE.
           WRITE AWARD-REGISTER FROM REGISTER-COLUMN-LINE.

       420-GRANT-ONE-NOMINATION.
           EVALUATE TRUE
               WHEN AWARD-FOUND-FLAG = "NO"
                   MOVE "REJECTED - NO SUCH AWARD" TO REJECT-TEXT-HOLD
                   PERFORM 430-WRITE-REJECT
               WHEN NMT-PRIOR-GRANT-COUNT (SUB-N) > 0
                   MOVE "REJECTED - ALREADY GRANTED THIS TERM"
                       TO REJECT-TEXT-HOLD
                   PERFORM 430-WRITE-REJECT
               WHEN OTHER
                   PERFORM 421-READ-STUDENT-FOR-AWARD
           END-EVALUATE.

       421-READ-STUDENT-FOR-AWARD.
           MOVE NMT-STUDENT-NUMBER (SUB-N) TO STUDENT-NUMBER.
           READ STUDENT-FILE-IO
             INVALID KEY
               MOVE "REJECTED - NOT ON FILE" TO REJECT-TEXT-HOLD
               PERFORM 430-WRITE-REJECT
             NOT INVALID KEY
               PERFORM 422-CHECK-ELIGIBILITY
           END-READ.

       422-CHECK-ELIGIBILITY.
           MOVE "YES" TO NOMINATION-VALID-FLAG.
           IF NOT STUDENT-IS-ACTIVE
               MOVE "REJECTED - NOT ACTIVE" TO REJECT-TEXT-HOLD
               MOVE "NO" TO NOMINATION-VALID-FLAG
           END-IF.
           IF NOMINATION-VALID-FLAG = "YES"
               PERFORM 423-CHECK-PROGRAM-ELIGIBLE
           END-IF.
           IF NOMINATION-VALID-FLAG = "YES"
               PERFORM 424-COMPUTE-CUMULATIVE-AVERAGE
               IF STUDENT-AVERAGE < AWARD-MIN-AVERAGE
                   MOVE "REJECTED - AVERAGE BELOW MINIMUM"
                       TO REJECT-TEXT-HOLD
                   MOVE "NO" TO NOMINATION-VALID-FLAG
               END-IF
           END-IF.
           IF NOMINATION-VALID-FLAG = "YES"
               PERFORM 425-COMPUTE-GRANT-AMOUNT
           END-IF.
           IF NOMINATION-VALID-FLAG = "YES"
               PERFORM 426-APPLY-AWARD-TO-MASTER
           ELSE
               PERFORM 430-WRITE-REJECT
           END-IF.

       423-CHECK-PROGRAM-ELIGIBLE.
      ******************************************************************
      *An award with no programs listed is open to every program.
      ******************************************************************
           IF AWARD-PROGRAM-LIST NOT = SPACES
               MOVE "NO" TO PROGRAM-MATCH-FLAG
               PERFORM 427-MATCH-ONE-PROGRAM
                   VARYING SUB-P FROM 1 BY 1
                   UNTIL SUB-P > 5
               IF PROGRAM-MATCH-FLAG = "NO"
                   MOVE "REJECTED - PROGRAM NOT ELIGIBLE"
                       TO REJECT-TEXT-HOLD
                   MOVE "NO" TO NOMINATION-VALID-FLAG
               END-IF
           END-IF.

       427-MATCH-ONE-PROGRAM.
           IF AWARD-PROGRAM-CODE (SUB-P) NOT = SPACES
              AND AWARD-PROGRAM-CODE (SUB-P) = PROGRAM-OF-STUDY
               MOVE "YES" TO PROGRAM-MATCH-FLAG
           END-IF.

       424-COMPUTE-CUMULATIVE-AVERAGE.
      ******************************************************************
      *One keyed start at the student's first history record and a
      *read forward until the student number changes, the same way
      *the transcript run reads it. No history is an average of 0.
      *Transfer credit carries no grade and stays out of the average.
      ******************************************************************
           MOVE 0    TO CUMULATIVE-POINTS.
           MOVE 0    TO CUMULATIVE-CREDITS.
           MOVE 0    TO STUDENT-AVERAGE.
           MOVE "NO" TO EOF-FLAG-HISTORY.
           MOVE STUDENT-NUMBER TO HIST-STUDENT-NUMBER.
           MOVE SPACES TO HIST-TERM.
           MOVE SPACES TO HIST-COURSE-CODE.
           START ACADEMIC-HISTORY-FILE-IN
               KEY IS NOT LESS THAN HIST-RECORD-KEY
             INVALID KEY
               MOVE "YES" TO EOF-FLAG-HISTORY
           END-START.
           PERFORM 414-READ-HISTORY-RECORD
               UNTIL EOF-FLAG-HISTORY = "YES".
           IF CUMULATIVE-CREDITS > 0
               COMPUTE STUDENT-AVERAGE ROUNDED =
                   CUMULATIVE-POINTS / CUMULATIVE-CREDITS
           END-IF.

       414-READ-HISTORY-RECORD.
           READ ACADEMIC-HISTORY-FILE-IN NEXT RECORD
             AT END
               MOVE "YES" TO EOF-FLAG-HISTORY
             NOT AT END
               IF HIST-STUDENT-NUMBER = STUDENT-NUMBER
                   IF NOT HIST-IS-TRANSFER
                       COMPUTE CUMULATIVE-POINTS = CUMULATIVE-POINTS
                           + (HIST-GRADE * HIST-CREDIT-HOURS)
                       ADD HIST-CREDIT-HOURS TO CUMULATIVE-CREDITS
                   END-IF
               ELSE
                   MOVE "YES" TO EOF-FLAG-HISTORY
               END-IF
           END-READ.

       425-COMPUTE-GRANT-AMOUNT.
      ******************************************************************
      *The award comes off TUITION-OWED first and only what is left
      *over goes to CREDIT-BALANCE, the same way the payment run
      *treats an overpayment. An award that would push CREDIT-BALANCE
      *past its field is rejected rather than truncated.
      ******************************************************************
           IF AWARD-IS-FIXED
               MOVE AWARD-AMOUNT TO GRANT-AMOUNT
           ELSE
               COMPUTE GRANT-AMOUNT ROUNDED =
                   NMT-ASSESSED-TUITION (SUB-N) * AWARD-PERCENT / 100
           END-IF.
           IF GRANT-AMOUNT = 0
               MOVE "REJECTED - NO ASSESSED TUITION" TO REJECT-TEXT-HOLD
               MOVE "NO" TO NOMINATION-VALID-FLAG
           ELSE
               IF GRANT-AMOUNT > TUITION-OWED
                   MOVE TUITION-OWED TO AMOUNT-TO-TUITION
               ELSE
                   MOVE GRANT-AMOUNT TO AMOUNT-TO-TUITION
               END-IF
               COMPUTE AMOUNT-TO-CREDIT =
                   GRANT-AMOUNT - AMOUNT-TO-TUITION
               IF CREDIT-BALANCE + AMOUNT-TO-CREDIT > 9999.99
                   MOVE "REJECTED - CREDIT WOULD OVERFLOW"
                       TO REJECT-TEXT-HOLD
                   MOVE "NO" TO NOMINATION-VALID-FLAG
               END-IF
           END-IF.

       426-APPLY-AWARD-TO-MASTER.
           MOVE STUDENT-RECORD TO JOURNAL-BEFORE-IMAGE.
           SUBTRACT AMOUNT-TO-TUITION FROM TUITION-OWED.
           ADD AMOUNT-TO-CREDIT TO CREDIT-BALANCE.
           REWRITE STUDENT-RECORD.
           PERFORM 440-JOURNAL-MASTER-REWRITE.
           MOVE STUDENT-NUMBER     TO LEDGER-STUDENT-NUMBER.
           MOVE AWARD-RUN-DATE     TO LEDGER-EVENT-DATE.
           MOVE "AWARD"            TO LEDGER-EVENT-TYPE.
           MOVE 0                  TO LEDGER-DEBIT-AMOUNT.
           MOVE GRANT-AMOUNT       TO LEDGER-CREDIT-AMOUNT.
           PERFORM 441-POST-LEDGER-EVENT.
           PERFORM 428-RECORD-GRANT.
           PERFORM 429-WRITE-REGISTER-DETAIL.
           ADD 1 TO GRANTED-COUNT.
           ADD GRANT-AMOUNT TO GRANTED-TOTAL.
           ADD 1 TO FUND-GRANTED-COUNT.
           ADD GRANT-AMOUNT TO FUND-GRANTED-TOTAL.

       428-RECORD-GRANT.
      ******************************************************************
      *The grant is written to the permanent file and counted against
      *every nomination in this run for the same student and award,
      *so a duplicate nomination cannot pay twice.
      ******************************************************************
           MOVE STUDENT-NUMBER   TO GRT-STUDENT-NUMBER.
           MOVE AWARD-CODE       TO GRT-AWARD-CODE.
           MOVE AWARD-RUN-TERM   TO GRT-TERM.
           MOVE GRANT-AMOUNT     TO GRT-AMOUNT.
           MOVE AWARD-RUN-DATE   TO GRT-RUN-DATE.
           WRITE GRANTED-RECORD.
           PERFORM 413-MATCH-GRANT-TO-NOMINATION
               VARYING SUB-S FROM 1 BY 1
               UNTIL SUB-S > NOMINATION-ENTRY-COUNT.

       429-WRITE-REGISTER-DETAIL.
           MOVE STUDENT-NUMBER     TO RDL-STUDENT-NUMBER.
           MOVE STUDENT-NAME       TO RDL-STUDENT-NAME.
           MOVE PROGRAM-OF-STUDY   TO RDL-PROGRAM.
           MOVE STUDENT-AVERAGE    TO RDL-AVERAGE.
           MOVE GRANT-AMOUNT       TO RDL-GRANT-AMOUNT.
           MOVE AMOUNT-TO-TUITION  TO RDL-TO-TUITION.
           MOVE AMOUNT-TO-CREDIT   TO RDL-TO-CREDIT.
           WRITE AWARD-REGISTER FROM REGISTER-DETAIL-LINE.

       430-WRITE-REJECT.
           MOVE NMT-STUDENT-NUMBER (SUB-N) TO RJL-STUDENT-NUMBER.
           MOVE NMT-AWARD-CODE (SUB-N)     TO RJL-AWARD-CODE.
           MOVE REJECT-TEXT-HOLD           TO RJL-REJECT-TEXT.
           WRITE REJECT-RECORD FROM REJECT-DETAIL-LINE.
           ADD 1 TO REJECT-COUNT.
           ADD 1 TO FUND-REJECT-COUNT.

       440-JOURNAL-MASTER-REWRITE.
           MOVE "R"            TO JOURNAL-FUNCTION.
           MOVE STUDENT-RECORD TO JOURNAL-AFTER-IMAGE.
           CALL "WRITE-JOURNAL"
               USING
               JOURNAL-FUNCTION, JOURNAL-SOURCE-PROGRAM,
               JOURNAL-BEFORE-IMAGE, JOURNAL-AFTER-IMAGE.

       441-POST-LEDGER-EVENT.
           CALL "WRITE-LEDGER"
               USING
               LEDGER-STUDENT-NUMBER, LEDGER-EVENT-DATE,
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

       END PROGRAM PROJECT3-PROGRAM36.
