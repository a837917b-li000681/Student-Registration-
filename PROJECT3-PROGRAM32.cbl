      ******************************************************************
      * This program backs out tuition payments the bank has returned
      * unpaid - NSF cheques and reversed pre-authorized debits. Each
      * return notice names the student, the date of the original
      * payment, and its amount, and is matched to a PAYMENT entry on
      * the student account ledger with the same student, date, and
      * amount. The permanent returned-payment file records every
      * payment already backed out, so a payment is never reversed
      * more times than it was posted. A matched return puts the money
      * back on the master - off CREDIT-BALANCE first for any part the
      * original payment left as a credit, the rest onto TUITION-OWED
      * - adds the returned-item fee from the control card to
      * TUITION-OWED (journaled), and posts a REVERSAL and a RETURN
      * FEE event through WRITE-LEDGER so the GL interface carries
      * each as its own journal entry. Returns that match no posted
      * payment, or cannot be applied, go to the exception list for
      * finance to research, and the return register closes with
      * reversal, fee, and exception totals.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROJECT3-PROGRAM32 AS "PROJECT3-PROGRAM32".
       AUTHOR.  SHURONG HAN and YING YANG.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT  RETURN-NOTICE-FILE-IN
                ASSIGN TO "C:\COBOL\RETURNED-PAYMENTS.TXT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS STATUS-FIELD-RETURN.
           SELECT  LEDGER-FILE-IN
                ASSIGN TO "C:\COBOL\STUDENT-LEDGER.TXT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS STATUS-FIELD-LEDGER.
           SELECT  REVERSED-FILE-IO
                ASSIGN TO "C:\COBOL\NSF-REVERSED.TXT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS STATUS-FIELD-REVERSED.
           SELECT  STUDENT-FILE-IO
                ASSIGN TO "C:\COBOL\INDEXED-STUFILE"
                ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS STUDENT-NUMBER
                   FILE STATUS IS STATUS-FIELD.
           SELECT  NSF-CONTROL-FILE-IN
                ASSIGN TO "C:\COBOL\NSF-CONTROL.TXT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS STATUS-FIELD-CONTROL.
           SELECT  RUN-CONTROL-FILE-IN
                ASSIGN TO "C:\COBOL\RUN-CONTROL.TXT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS STATUS-FIELD-RUN-CTL.
           SELECT  EXCEPTION-FILE-OUT
                ASSIGN TO "C:\COBOL\NSF-EXCEPTIONS.TXT"
                ORGANIZATION IS LINE SEQUENTIAL.
           SELECT  RETURN-REGISTER-OUT
                ASSIGN TO "C:\COBOL\NSF-REGISTER.TXT"
                ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE  SECTION.
       FD  RETURN-NOTICE-FILE-IN.
       01 RETURN-NOTICE-RECORD.
           05   RTN-STUDENT-NUMBER  PIC 9(6).
           05   RTN-PAYMENT-DATE    PIC 9(8).
           05   RTN-AMOUNT          PIC 9(4)V99.
           05   RTN-REASON-CODE     PIC X(3).

       FD  LEDGER-FILE-IN.
       01 LEDGER-RECORD.
           05   LGR-STUDENT-NUMBER  PIC 9(6).
           05   LGR-DATE            PIC 9(8).
           05   LGR-TYPE            PIC X(10).
           05   LGR-DEBIT           PIC 9(6)V99.
           05   LGR-CREDIT          PIC 9(6)V99.

       FD  REVERSED-FILE-IO.
       01 REVERSED-RECORD.
           05   NRV-STUDENT-NUMBER  PIC 9(6).
           05   NRV-PAYMENT-DATE    PIC 9(8).
           05   NRV-AMOUNT          PIC 9(4)V99.
           05   NRV-RUN-DATE        PIC 9(8).

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

       FD  NSF-CONTROL-FILE-IN.
       01 NSF-CONTROL-RECORD.
           05   CONTROL-RETURN-FEE  PIC 9(3)V99.

       FD  RUN-CONTROL-FILE-IN.
       01  RUN-CONTROL-RECORD.
           05   RC-RUN-DATE           PIC 9(8).
           05   RC-TERM               PIC X(5).
           05   RC-RUN-NUMBER         PIC 9(4).
           05   RC-PAYMENT-BATCH-ID   PIC X(8).

       FD  EXCEPTION-FILE-OUT.
       01  EXCEPTION-RECORD.
           05   EXCEPTION-LINE    PIC X(100).

       FD  RETURN-REGISTER-OUT.
       01  RETURN-REGISTER.
           05   REGISTER-LINE     PIC X(100).

       WORKING-STORAGE SECTION.
        01  CONTROL-FIELDS.
           05   EOF-FLAG-RETURN       PIC X(3).
           05   EOF-FLAG-LEDGER       PIC X(3).
           05   EOF-FLAG-REVERSED     PIC X(3).
           05   STATUS-FIELD          PIC X(2).
           05   STATUS-FIELD-RETURN   PIC X(2).
           05   STATUS-FIELD-LEDGER   PIC X(2).
           05   STATUS-FIELD-REVERSED PIC X(2).
           05   STATUS-FIELD-CONTROL  PIC X(2).
           05   STATUS-FIELD-RUN-CTL  PIC X(2).
           05   SUB-R                 PIC 9(3).
           05   SUB-S                 PIC 9(3).

       01  NSF-RUN-DATE           PIC 9(8)  VALUE 0.
       01  RETURN-FEE-AMOUNT      PIC 9(3)V99  VALUE 0.
       01  RETURN-READ-COUNT      PIC 9(4)  VALUE 0.
       01  LEDGER-READ-COUNT      PIC 9(6)  VALUE 0.
       01  REVERSED-COUNT         PIC 9(4)  VALUE 0.
       01  REVERSED-TOTAL         PIC 9(7)V99  VALUE 0.
       01  FEE-COUNT              PIC 9(4)  VALUE 0.
       01  FEE-TOTAL              PIC 9(7)V99  VALUE 0.
       01  EXCEPTION-COUNT        PIC 9(4)  VALUE 0.
       01  EXCEPTION-TOTAL        PIC 9(7)V99  VALUE 0.
      ******************************************************************
      *The night's return notices, buffered so one pass of the ledger
      *and one pass of the returned-payment file can count, for every
      *notice, the matching payments posted and the reversals already
      *taken against them. A notice past the table is not processed
      *and goes to the exception list for the next run.
      ******************************************************************
       01  RETURN-ENTRY-COUNT     PIC 9(3)  VALUE 0.
       01  RETURN-TABLE.
           05  RETURN-ENTRY       OCCURS 500 TIMES.
               10  RTT-STUDENT-NUMBER   PIC 9(6).
               10  RTT-PAYMENT-DATE     PIC 9(8).
               10  RTT-AMOUNT           PIC 9(4)V99.
               10  RTT-REASON-CODE      PIC X(3).
               10  RTT-PAYMENT-COUNT    PIC 9(3).
               10  RTT-REVERSED-COUNT   PIC 9(3).
      ******************************************************************
      *Reversal work fields - the part of the return taken back off a
      *credit balance the payment created, and the part put back on
      *TUITION-OWED.
      ******************************************************************
       01  CREDIT-TAKEN-BACK      PIC 9(4)V99  VALUE 0.
       01  OWED-PUT-BACK          PIC 9(4)V99  VALUE 0.
       01  EXCEPTION-TEXT-HOLD    PIC X(30)    VALUE SPACES.
      ******************************************************************
      *Master rewrites are journaled and the reversal and fee are
      *posted to the student account ledger like every other
      *financial event.
      ******************************************************************
       01  JOURNAL-FUNCTION        PIC X(1).
       01  JOURNAL-SOURCE-PROGRAM  PIC X(18)
                                   VALUE "PROJECT3-PROGRAM32".
       01  JOURNAL-BEFORE-IMAGE    PIC X(250).
       01  JOURNAL-AFTER-IMAGE     PIC X(250).
       01  LEDGER-STUDENT-NUMBER   PIC 9(6).
       01  LEDGER-EVENT-DATE       PIC 9(8).
       01  LEDGER-EVENT-TYPE       PIC X(10).
       01  LEDGER-DEBIT-AMOUNT     PIC 9(6)V99.
       01  LEDGER-CREDIT-AMOUNT    PIC 9(6)V99.

       01  REGISTER-HEADER-LINE.
           05  FILLER   PIC X(20)  VALUE   SPACES.
           05  FILLER   PIC X(25)  VALUE   "RETURNED PAYMENT REGISTER".
       01  REGISTER-CONTROL-LINE.
           05  FILLER               PIC X(6)  VALUE  "DATE: ".
           05  RCL-RUN-DATE         PIC 9(8).
           05  FILLER               PIC X(4)  VALUE  SPACES.
           05  FILLER               PIC X(20) VALUE
                                       "RETURNED-ITEM FEE: ".
           05  RCL-RETURN-FEE       PIC ZZ9.99.
       01  REGISTER-COLUMN-LINE.
           05  FILLER   PIC X(10)  VALUE   "STUDENT #".
           05  FILLER   PIC X(32)  VALUE   "NAME".
           05  FILLER   PIC X(10)  VALUE   "PAID ON".
           05  FILLER   PIC X(11)  VALUE   "AMOUNT".
           05  FILLER   PIC X(5)   VALUE   "RSN".
           05  FILLER   PIC X(8)   VALUE   "FEE".
           05  FILLER   PIC X(10)  VALUE   "NOW OWING".
       01  REGISTER-DETAIL-LINE.
           05  RDL-STUDENT-NUMBER   PIC 9(6).
           05  FILLER               PIC X(4)  VALUE  SPACES.
           05  RDL-STUDENT-NAME     PIC X(30).
           05  FILLER               PIC X(2)  VALUE  SPACES.
           05  RDL-PAYMENT-DATE     PIC 9(8).
           05  FILLER               PIC X(2)  VALUE  SPACES.
           05  RDL-AMOUNT           PIC Z,ZZ9.99.
           05  FILLER               PIC X(3)  VALUE  SPACES.
           05  RDL-REASON-CODE      PIC X(3).
           05  FILLER               PIC X(2)  VALUE  SPACES.
           05  RDL-FEE              PIC ZZ9.99.
           05  FILLER               PIC X(2)  VALUE  SPACES.
           05  RDL-TUITION-OWED     PIC Z,ZZ9.99.
       01  REGISTER-REVERSED-TOTAL-LINE.
           05  FILLER               PIC X(18) VALUE
                                       "REVERSED   COUNT: ".
           05  RTL-REVERSED-COUNT   PIC ZZZ9.
           05  FILLER               PIC X(4)  VALUE  SPACES.
           05  FILLER               PIC X(7)  VALUE  "TOTAL: ".
           05  RTL-REVERSED-TOTAL   PIC Z,ZZZ,ZZ9.99.
       01  REGISTER-FEE-TOTAL-LINE.
           05  FILLER               PIC X(18) VALUE
                                       "FEES       COUNT: ".
           05  RTL-FEE-COUNT        PIC ZZZ9.
           05  FILLER               PIC X(4)  VALUE  SPACES.
           05  FILLER               PIC X(7)  VALUE  "TOTAL: ".
           05  RTL-FEE-TOTAL        PIC Z,ZZZ,ZZ9.99.
       01  REGISTER-EXCEPTION-TOTAL-LINE.
           05  FILLER               PIC X(18) VALUE
                                       "EXCEPTIONS COUNT: ".
           05  RTL-EXCEPTION-COUNT  PIC ZZZ9.
           05  FILLER               PIC X(4)  VALUE  SPACES.
           05  FILLER               PIC X(7)  VALUE  "TOTAL: ".
           05  RTL-EXCEPTION-TOTAL  PIC Z,ZZZ,ZZ9.99.

       01  EXCEPTION-TITLE-LINE.
           05  FILLER   PIC X(20)  VALUE   SPACES.
           05  FILLER   PIC X(27)  VALUE
                                   "RETURNED PAYMENT EXCEPTIONS".
       01  EXCEPTION-DETAIL-LINE.
           05  EDL-STUDENT-NUMBER   PIC 9(6).
           05  FILLER               PIC X(4)  VALUE  SPACES.
           05  EDL-PAYMENT-DATE     PIC 9(8).
           05  FILLER               PIC X(2)  VALUE  SPACES.
           05  EDL-AMOUNT           PIC Z,ZZ9.99.
           05  FILLER               PIC X(3)  VALUE  SPACES.
           05  EDL-REASON-CODE      PIC X(3).
           05  FILLER               PIC X(2)  VALUE  SPACES.
           05  EDL-EXCEPTION-TEXT   PIC X(30).

      ******************************************************************
      *The step is recorded on the step-control file as it starts and
      *as it ends, against the run number on the run control card.
      ******************************************************************
       01  STEP-FUNCTION          PIC X(1)  VALUE SPACES.
       01  STEP-PROGRAM-NAME      PIC X(18)
                                  VALUE "PROJECT3-PROGRAM32".
       01  STEP-RUN-NUMBER        PIC 9(4)  VALUE 0.
       01  STEP-RUN-TERM          PIC X(5)  VALUE SPACES.
       01  STEP-RUN-DATE          PIC 9(8)  VALUE 0.
       01  STEP-COMPLETION-CODE   PIC 9(2)  VALUE 0.
       01  STEP-COUNT-READ        PIC 9(7)  VALUE 0.
       01  STEP-COUNT-WRITTEN     PIC 9(7)  VALUE 0.
       01  STEP-COUNT-REJECTED    PIC 9(7)  VALUE 0.
       01  STEP-CHECK-MESSAGE     PIC X(70) VALUE SPACES.

       PROCEDURE DIVISION.

       100-REVERSE-RETURNED-PAYMENTS.
           PERFORM 200-INITIATE-RETURN-RUN.
           PERFORM 203-COUNT-LEDGER-PAYMENTS.
           PERFORM 204-COUNT-PRIOR-REVERSALS.
           PERFORM 201-PROCESS-RETURN
               VARYING SUB-R FROM 1 BY 1
               UNTIL SUB-R > RETURN-ENTRY-COUNT.
           PERFORM 202-TERMINATE-RETURN-RUN.
           STOP RUN.

       200-INITIATE-RETURN-RUN.
           MOVE "NO" TO EOF-FLAG-RETURN.
           PERFORM  302-READ-RUN-CONTROL.
           PERFORM  360-RECORD-STEP-START.
           PERFORM  303-READ-NSF-CONTROL.
           PERFORM  300-OPEN-FILES.
           PERFORM  304-WRITE-REGISTER-HEADING.
           PERFORM  301-READ-RETURN-RECORD.
           PERFORM  400-BUFFER-RETURN-NOTICE
               UNTIL EOF-FLAG-RETURN = "YES".
           CLOSE RETURN-NOTICE-FILE-IN.

       201-PROCESS-RETURN.
           PERFORM 420-REVERSE-ONE-RETURN.

       202-TERMINATE-RETURN-RUN.
           PERFORM 305-WRITE-REGISTER-TOTALS.
           PERFORM 307-CLOSE-FILES.
           PERFORM 308-DISPLAY-AUDIT-COUNTERS.
           MOVE RETURN-READ-COUNT TO STEP-COUNT-READ.
           MOVE REVERSED-COUNT TO STEP-COUNT-WRITTEN.
           MOVE EXCEPTION-COUNT TO STEP-COUNT-REJECTED.
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
           MOVE RC-RUN-DATE TO NSF-RUN-DATE.
           MOVE RC-RUN-NUMBER TO STEP-RUN-NUMBER.
           MOVE RC-TERM       TO STEP-RUN-TERM.
           MOVE RC-RUN-DATE   TO STEP-RUN-DATE.
           CLOSE RUN-CONTROL-FILE-IN.

       303-READ-NSF-CONTROL.
      ******************************************************************
      *The returned-item fee moves real money - no control card, no
      *run.
      ******************************************************************
           OPEN INPUT NSF-CONTROL-FILE-IN.
           IF STATUS-FIELD-CONTROL NOT = "00"
               DISPLAY "NSF CONTROL CARD MISSING - RUN STOPPED"
               STOP RUN
           END-IF.
           READ NSF-CONTROL-FILE-IN
             AT END
               DISPLAY "NSF CONTROL CARD EMPTY - RUN STOPPED"
               STOP RUN
           END-READ.
           IF CONTROL-RETURN-FEE NOT NUMERIC
               DISPLAY "RETURNED-ITEM FEE NOT NUMERIC - RUN STOPPED"
               STOP RUN
           END-IF.
           MOVE CONTROL-RETURN-FEE TO RETURN-FEE-AMOUNT.
           CLOSE NSF-CONTROL-FILE-IN.

       300-OPEN-FILES.
           OPEN  INPUT  RETURN-NOTICE-FILE-IN.
           IF STATUS-FIELD-RETURN NOT = "00"
               DISPLAY "RETURN NOTICE FILE MISSING - RUN STOPPED"
               STOP RUN
           END-IF.
           OPEN  I-O    STUDENT-FILE-IO.
           OPEN  OUTPUT EXCEPTION-FILE-OUT.
           OPEN  OUTPUT RETURN-REGISTER-OUT.
           WRITE EXCEPTION-RECORD FROM EXCEPTION-TITLE-LINE.

       301-READ-RETURN-RECORD.
           READ  RETURN-NOTICE-FILE-IN
             AT END  MOVE "YES"  TO EOF-FLAG-RETURN
               NOT AT END  ADD 1 TO RETURN-READ-COUNT.

       304-WRITE-REGISTER-HEADING.
           WRITE RETURN-REGISTER FROM REGISTER-HEADER-LINE.
           MOVE NSF-RUN-DATE      TO RCL-RUN-DATE.
           MOVE RETURN-FEE-AMOUNT TO RCL-RETURN-FEE.
           WRITE RETURN-REGISTER FROM REGISTER-CONTROL-LINE.
           WRITE RETURN-REGISTER FROM REGISTER-COLUMN-LINE.

       305-WRITE-REGISTER-TOTALS.
           MOVE REVERSED-COUNT  TO RTL-REVERSED-COUNT.
           MOVE REVERSED-TOTAL  TO RTL-REVERSED-TOTAL.
           WRITE RETURN-REGISTER FROM REGISTER-REVERSED-TOTAL-LINE.
           MOVE FEE-COUNT       TO RTL-FEE-COUNT.
           MOVE FEE-TOTAL       TO RTL-FEE-TOTAL.
           WRITE RETURN-REGISTER FROM REGISTER-FEE-TOTAL-LINE.
           MOVE EXCEPTION-COUNT TO RTL-EXCEPTION-COUNT.
           MOVE EXCEPTION-TOTAL TO RTL-EXCEPTION-TOTAL.
           WRITE RETURN-REGISTER FROM REGISTER-EXCEPTION-TOTAL-LINE.

       307-CLOSE-FILES.
           CLOSE   STUDENT-FILE-IO.
           CLOSE   REVERSED-FILE-IO.
           CLOSE   EXCEPTION-FILE-OUT.
           CLOSE   RETURN-REGISTER-OUT.

       308-DISPLAY-AUDIT-COUNTERS.
           DISPLAY "Return notices read: " RETURN-READ-COUNT.
           DISPLAY "Ledger records read: " LEDGER-READ-COUNT.
           DISPLAY "Payments reversed: " REVERSED-COUNT.
           DISPLAY "Returned-item fees posted: " FEE-COUNT.
           DISPLAY "Returns on exception list: " EXCEPTION-COUNT.

       400-BUFFER-RETURN-NOTICE.
           IF RETURN-ENTRY-COUNT < 500
               ADD 1 TO RETURN-ENTRY-COUNT
               MOVE RTN-STUDENT-NUMBER
                   TO RTT-STUDENT-NUMBER (RETURN-ENTRY-COUNT)
               MOVE RTN-PAYMENT-DATE
                   TO RTT-PAYMENT-DATE (RETURN-ENTRY-COUNT)
               MOVE RTN-AMOUNT
                   TO RTT-AMOUNT (RETURN-ENTRY-COUNT)
               MOVE RTN-REASON-CODE
                   TO RTT-REASON-CODE (RETURN-ENTRY-COUNT)
               MOVE 0 TO RTT-PAYMENT-COUNT (RETURN-ENTRY-COUNT)
               MOVE 0 TO RTT-REVERSED-COUNT (RETURN-ENTRY-COUNT)
           ELSE
               MOVE RTN-STUDENT-NUMBER TO EDL-STUDENT-NUMBER
               MOVE RTN-PAYMENT-DATE   TO EDL-PAYMENT-DATE
               MOVE RTN-AMOUNT         TO EDL-AMOUNT
               MOVE RTN-REASON-CODE    TO EDL-REASON-CODE
               MOVE "NOT PROCESSED - RUN LIMIT" TO EDL-EXCEPTION-TEXT
               WRITE EXCEPTION-RECORD FROM EXCEPTION-DETAIL-LINE
               ADD 1 TO EXCEPTION-COUNT
               ADD RTN-AMOUNT TO EXCEPTION-TOTAL
           END-IF.
           PERFORM 301-READ-RETURN-RECORD.

       203-COUNT-LEDGER-PAYMENTS.
      ******************************************************************
      *One pass of the ledger - every PAYMENT entry is held up against
      *every buffered notice. The ledger is closed again before any
      *reversal is posted to it.
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
               IF LGR-TYPE = "PAYMENT"
                   PERFORM 411-MATCH-PAYMENT-TO-RETURN
                       VARYING SUB-S FROM 1 BY 1
                       UNTIL SUB-S > RETURN-ENTRY-COUNT
               END-IF
           END-READ.

       411-MATCH-PAYMENT-TO-RETURN.
           IF LGR-STUDENT-NUMBER = RTT-STUDENT-NUMBER (SUB-S)
              AND LGR-DATE = RTT-PAYMENT-DATE (SUB-S)
              AND LGR-CREDIT = RTT-AMOUNT (SUB-S)
               ADD 1 TO RTT-PAYMENT-COUNT (SUB-S)
           END-IF.

       204-COUNT-PRIOR-REVERSALS.
      ******************************************************************
      *The returned-payment file is permanent - read it through for
      *reversals taken in earlier runs, then reopen it to append this
      *run's. Status 35 means no payment has ever been reversed.
      ******************************************************************
           MOVE "NO" TO EOF-FLAG-REVERSED.
           OPEN INPUT REVERSED-FILE-IO.
           IF STATUS-FIELD-REVERSED = "00"
               PERFORM 412-READ-REVERSED-RECORD
                   UNTIL EOF-FLAG-REVERSED = "YES"
               CLOSE REVERSED-FILE-IO
           END-IF.
           OPEN EXTEND REVERSED-FILE-IO.
           IF STATUS-FIELD-REVERSED = "35"
               OPEN OUTPUT REVERSED-FILE-IO
           END-IF.

       412-READ-REVERSED-RECORD.
           READ  REVERSED-FILE-IO
             AT END
               MOVE "YES"  TO EOF-FLAG-REVERSED
             NOT AT END
               PERFORM 413-MATCH-REVERSAL-TO-RETURN
                   VARYING SUB-S FROM 1 BY 1
                   UNTIL SUB-S > RETURN-ENTRY-COUNT
           END-READ.

       413-MATCH-REVERSAL-TO-RETURN.
           IF NRV-STUDENT-NUMBER = RTT-STUDENT-NUMBER (SUB-S)
              AND NRV-PAYMENT-DATE = RTT-PAYMENT-DATE (SUB-S)
              AND NRV-AMOUNT = RTT-AMOUNT (SUB-S)
               ADD 1 TO RTT-REVERSED-COUNT (SUB-S)
           END-IF.

       420-REVERSE-ONE-RETURN.
           EVALUATE TRUE
               WHEN RTT-PAYMENT-COUNT (SUB-R) = 0
                   MOVE "NO MATCHING PAYMENT ON LEDGER"
                       TO EXCEPTION-TEXT-HOLD
                   PERFORM 430-WRITE-EXCEPTION
               WHEN RTT-REVERSED-COUNT (SUB-R)
                       NOT < RTT-PAYMENT-COUNT (SUB-R)
                   MOVE "PAYMENT ALREADY REVERSED"
                       TO EXCEPTION-TEXT-HOLD
                   PERFORM 430-WRITE-EXCEPTION
               WHEN OTHER
                   PERFORM 421-READ-STUDENT-FOR-RETURN
           END-EVALUATE.

       421-READ-STUDENT-FOR-RETURN.
           MOVE RTT-STUDENT-NUMBER (SUB-R) TO STUDENT-NUMBER.
           READ STUDENT-FILE-IO
             INVALID KEY
               MOVE "STUDENT NOT ON MASTER" TO EXCEPTION-TEXT-HOLD
               PERFORM 430-WRITE-EXCEPTION
             NOT INVALID KEY
               PERFORM 422-APPLY-REVERSAL-TO-MASTER
           END-READ.

       422-APPLY-REVERSAL-TO-MASTER.
      ******************************************************************
      *The payment run sent any overpayment to CREDIT-BALANCE, so the
      *reversal takes back what is still sitting there first and puts
      *the rest back on TUITION-OWED - the master ends where it would
      *have been had the payment never posted. A reversal that would
      *push TUITION-OWED past its field goes to the exception list for
      *manual handling, the same guard the assessment pass uses.
      ******************************************************************
           IF CREDIT-BALANCE < RTT-AMOUNT (SUB-R)
               MOVE CREDIT-BALANCE TO CREDIT-TAKEN-BACK
           ELSE
               MOVE RTT-AMOUNT (SUB-R) TO CREDIT-TAKEN-BACK
           END-IF.
           COMPUTE OWED-PUT-BACK =
               RTT-AMOUNT (SUB-R) - CREDIT-TAKEN-BACK.
           IF TUITION-OWED + OWED-PUT-BACK + RETURN-FEE-AMOUNT
                   > 9999.99
               MOVE "TUITION-OWED WOULD OVERFLOW" TO EXCEPTION-TEXT-HOLD
               PERFORM 430-WRITE-EXCEPTION
           ELSE
               MOVE STUDENT-RECORD TO JOURNAL-BEFORE-IMAGE
               SUBTRACT CREDIT-TAKEN-BACK FROM CREDIT-BALANCE
               ADD OWED-PUT-BACK     TO TUITION-OWED
               ADD RETURN-FEE-AMOUNT TO TUITION-OWED
               REWRITE STUDENT-RECORD
               PERFORM 440-JOURNAL-MASTER-REWRITE
               PERFORM 423-POST-REVERSAL-EVENTS
               PERFORM 424-RECORD-REVERSAL
               PERFORM 425-WRITE-REGISTER-DETAIL
           END-IF.

       423-POST-REVERSAL-EVENTS.
           MOVE STUDENT-NUMBER     TO LEDGER-STUDENT-NUMBER.
           MOVE NSF-RUN-DATE       TO LEDGER-EVENT-DATE.
           MOVE "REVERSAL"         TO LEDGER-EVENT-TYPE.
           MOVE RTT-AMOUNT (SUB-R) TO LEDGER-DEBIT-AMOUNT.
           MOVE 0                  TO LEDGER-CREDIT-AMOUNT.
           PERFORM 441-POST-LEDGER-EVENT.
           ADD 1 TO REVERSED-COUNT.
           ADD RTT-AMOUNT (SUB-R) TO REVERSED-TOTAL.
           IF RETURN-FEE-AMOUNT > 0
               MOVE "RETURN FEE"      TO LEDGER-EVENT-TYPE
               MOVE RETURN-FEE-AMOUNT TO LEDGER-DEBIT-AMOUNT
               MOVE 0                 TO LEDGER-CREDIT-AMOUNT
               PERFORM 441-POST-LEDGER-EVENT
               ADD 1 TO FEE-COUNT
               ADD RETURN-FEE-AMOUNT TO FEE-TOTAL
           END-IF.

       424-RECORD-REVERSAL.
      ******************************************************************
      *The reversal is written to the permanent file and counted
      *against every notice in this run for the same payment, so a
      *duplicate notice cannot take the same payment twice.
      ******************************************************************
           MOVE RTT-STUDENT-NUMBER (SUB-R) TO NRV-STUDENT-NUMBER.
           MOVE RTT-PAYMENT-DATE (SUB-R)   TO NRV-PAYMENT-DATE.
           MOVE RTT-AMOUNT (SUB-R)         TO NRV-AMOUNT.
           MOVE NSF-RUN-DATE               TO NRV-RUN-DATE.
           WRITE REVERSED-RECORD.
           PERFORM 413-MATCH-REVERSAL-TO-RETURN
               VARYING SUB-S FROM 1 BY 1
               UNTIL SUB-S > RETURN-ENTRY-COUNT.

       425-WRITE-REGISTER-DETAIL.
           MOVE STUDENT-NUMBER             TO RDL-STUDENT-NUMBER.
           MOVE STUDENT-NAME               TO RDL-STUDENT-NAME.
           MOVE RTT-PAYMENT-DATE (SUB-R)   TO RDL-PAYMENT-DATE.
           MOVE RTT-AMOUNT (SUB-R)         TO RDL-AMOUNT.
           MOVE RTT-REASON-CODE (SUB-R)    TO RDL-REASON-CODE.
           MOVE RETURN-FEE-AMOUNT          TO RDL-FEE.
           MOVE TUITION-OWED               TO RDL-TUITION-OWED.
           WRITE RETURN-REGISTER FROM REGISTER-DETAIL-LINE.

       430-WRITE-EXCEPTION.
           MOVE RTT-STUDENT-NUMBER (SUB-R) TO EDL-STUDENT-NUMBER.
           MOVE RTT-PAYMENT-DATE (SUB-R)   TO EDL-PAYMENT-DATE.
           MOVE RTT-AMOUNT (SUB-R)         TO EDL-AMOUNT.
           MOVE RTT-REASON-CODE (SUB-R)    TO EDL-REASON-CODE.
           MOVE EXCEPTION-TEXT-HOLD        TO EDL-EXCEPTION-TEXT.
           WRITE EXCEPTION-RECORD FROM EXCEPTION-DETAIL-LINE.
           ADD 1 TO EXCEPTION-COUNT.
           ADD RTT-AMOUNT (SUB-R) TO EXCEPTION-TOTAL.

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

       END PROGRAM PROJECT3-PROGRAM32.
