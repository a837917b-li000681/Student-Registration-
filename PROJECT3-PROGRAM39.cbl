      ******************************************************************
      * This program imports the bank's electronic remittance file and
      * builds the tuition payment file the payment posting run
      * (PROJECT3-PROGRAM3) reconciles against the student master.
      * The remittance file is one header record (bank, deposit date,
      * batch id), the detail records for each payment received, and
      * one trailer record carrying the bank's item count and dollar
      * total. The whole file is proved before anything is written: a
      * file out of sequence, a detail amount that is not numeric, or
      * a trailer that does not agree with the detail records rejects
      * the import, as does a batch id already on the applied-batch
      * list. A proved file is then imported - a detail whose student
      * number is missing or not on INDEXED-STUFILE, or whose amount
      * cannot be posted, goes to the unidentified-payments file for
      * finance to research; every other detail becomes a
      * TUITION-PAYMENTS.TXT record. The header's batch id is written
      * to RC-PAYMENT-BATCH-ID on the run control card so the posting
      * run applies the batch exactly once. A rejected import leaves
      * an empty payment file and a blank batch id so that nothing
      * posts. The import register lists every detail with what
      * became of it and ties the bank's trailer totals to the posted
      * and unidentified totals.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROJECT3-PROGRAM39 AS "PROJECT3-PROGRAM39".
       AUTHOR.  SHURONG HAN and YING YANG.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT  REMITTANCE-FILE-IN
                ASSIGN TO "C:\COBOL\BANK-REMITTANCE.TXT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS STATUS-FIELD-REMIT.
           SELECT  STUDENT-FILE-IN
                ASSIGN TO "C:\COBOL\INDEXED-STUFILE"
                ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS STUDENT-NUMBER
                   FILE STATUS IS STATUS-FIELD.
           SELECT  PAYMENT-APPLIED-FILE-IN
                ASSIGN TO "C:\COBOL\PAYMENT-APPLIED.TXT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS STATUS-FIELD-APPLIED.
           SELECT  RUN-CONTROL-FILE-IN
                ASSIGN TO "C:\COBOL\RUN-CONTROL.TXT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS STATUS-FIELD-RUN-CTL.
           SELECT  RUN-CONTROL-FILE-OUT
                ASSIGN TO "C:\COBOL\RUN-CONTROL.TXT"
                ORGANIZATION IS LINE SEQUENTIAL.
           SELECT  TUITION-PAYMENT-FILE-OUT
                ASSIGN TO "C:\COBOL\TUITION-PAYMENTS.TXT"
                ORGANIZATION IS LINE SEQUENTIAL.
           SELECT  UNIDENTIFIED-FILE-OUT
                ASSIGN TO "C:\COBOL\UNIDENTIFIED-PAYMENTS.TXT"
                ORGANIZATION IS LINE SEQUENTIAL.
           SELECT  IMPORT-REGISTER-OUT
                ASSIGN TO "C:\COBOL\REMITTANCE-REGISTER.TXT"
                ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE  SECTION.
      ******************************************************************
      *The bank's three record types share one 80-byte record, told
      *apart by the record type in the first byte.
      ******************************************************************
       FD  REMITTANCE-FILE-IN.
       01 REMITTANCE-RECORD.
           05   REM-RECORD-TYPE     PIC X(1).
               88  REM-IS-HEADER         VALUE "H".
               88  REM-IS-DETAIL         VALUE "D".
               88  REM-IS-TRAILER        VALUE "T".
           05   REM-RECORD-DATA     PIC X(79).
       01 REMITTANCE-HEADER-RECORD.
           05   FILLER              PIC X(1).
           05   HDR-BANK-CODE       PIC X(4).
           05   HDR-DEPOSIT-DATE    PIC 9(8).
           05   HDR-BATCH-ID        PIC X(8).
           05   FILLER              PIC X(59).
       01 REMITTANCE-DETAIL-RECORD.
           05   FILLER              PIC X(1).
           05   DTL-STUDENT-NUMBER  PIC X(6).
           05   DTL-STUDENT-NUMBER-N REDEFINES DTL-STUDENT-NUMBER
                                    PIC 9(6).
           05   DTL-PAYMENT-DATE    PIC 9(8).
           05   DTL-AMOUNT          PIC 9(6)V99.
           05   DTL-BANK-REFERENCE  PIC X(12).
           05   DTL-PAYER-NAME      PIC X(30).
           05   FILLER              PIC X(15).
       01 REMITTANCE-TRAILER-RECORD.
           05   FILLER              PIC X(1).
           05   TRL-ITEM-COUNT      PIC 9(6).
           05   TRL-TOTAL-AMOUNT    PIC 9(8)V99.
           05   FILLER              PIC X(63).

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

       FD  PAYMENT-APPLIED-FILE-IN.
       01  PAYMENT-APPLIED-RECORD.
           05   APPLIED-BATCH-ID   PIC X(8).

       FD  RUN-CONTROL-FILE-IN.
       01  RUN-CONTROL-RECORD.
           05   RC-RUN-DATE           PIC 9(8).
           05   RC-TERM               PIC X(5).
           05   RC-RUN-NUMBER         PIC 9(4).
           05   RC-PAYMENT-BATCH-ID   PIC X(8).

       FD  RUN-CONTROL-FILE-OUT.
       01  RUN-CONTROL-OUT-RECORD     PIC X(25).

       FD  TUITION-PAYMENT-FILE-OUT.
       01 TUITION-PAYMENT-RECORD.
           05   PAYMENT-STUDENT-NUMBER  PIC 9(6).
           05   PAYMENT-DATE            PIC 9(8).
           05   PAYMENT-AMOUNT          PIC 9(4)V99.

       FD  UNIDENTIFIED-FILE-OUT.
       01 UNIDENTIFIED-PAYMENT-RECORD.
           05   UPY-BATCH-ID            PIC X(8).
           05   UPY-DEPOSIT-DATE        PIC 9(8).
           05   UPY-STUDENT-NUMBER      PIC X(6).
           05   UPY-PAYMENT-DATE        PIC 9(8).
           05   UPY-AMOUNT              PIC 9(6)V99.
           05   UPY-BANK-REFERENCE      PIC X(12).
           05   UPY-PAYER-NAME          PIC X(30).
           05   UPY-REASON              PIC X(20).

       FD  IMPORT-REGISTER-OUT.
       01  IMPORT-REGISTER.
           05   REGISTER-LINE     PIC X(100).

       WORKING-STORAGE SECTION.
        01  CONTROL-FIELDS.
           05   EOF-FLAG-REMIT        PIC X(3).
           05   EOF-FLAG-APPLIED      PIC X(3).
           05   IMPORT-ACCEPTED-FLAG  PIC X(3).
           05   HEADER-SEEN-FLAG      PIC X(3).
           05   TRAILER-SEEN-FLAG     PIC X(3).
           05   STUDENT-FOUND-FLAG    PIC X(3).
           05   STATUS-FIELD          PIC X(2).
           05   STATUS-FIELD-REMIT    PIC X(2).
           05   STATUS-FIELD-APPLIED  PIC X(2).
           05   STATUS-FIELD-RUN-CTL  PIC X(2).

       01  IMPORT-RUN-DATE        PIC 9(8)  VALUE 0.
       01  RUN-CONTROL-HOLD       PIC X(25) VALUE SPACES.
       01  REMIT-READ-COUNT       PIC 9(6)  VALUE 0.
      ******************************************************************
      *What the header and trailer said, kept from the proving pass.
      ******************************************************************
       01  REMIT-BANK-CODE        PIC X(4)  VALUE SPACES.
       01  REMIT-DEPOSIT-DATE     PIC 9(8)  VALUE 0.
       01  REMIT-BATCH-ID         PIC X(8)  VALUE SPACES.
       01  BANK-ITEM-COUNT        PIC 9(6)  VALUE 0.
       01  BANK-TOTAL-AMOUNT      PIC 9(8)V99  VALUE 0.
      ******************************************************************
      *Proving-pass totals of the detail records, and the import
      *totals by disposition.
      ******************************************************************
       01  DETAIL-COUNT           PIC 9(6)  VALUE 0.
       01  DETAIL-TOTAL           PIC 9(8)V99  VALUE 0.
       01  POSTED-COUNT           PIC 9(6)  VALUE 0.
       01  POSTED-TOTAL           PIC 9(8)V99  VALUE 0.
       01  UNIDENTIFIED-COUNT     PIC 9(6)  VALUE 0.
       01  UNIDENTIFIED-TOTAL     PIC 9(8)V99  VALUE 0.
       01  IMPORTED-TOTAL         PIC 9(8)V99  VALUE 0.
       01  IMPORT-REJECT-REASON   PIC X(40) VALUE SPACES.
       01  REJECT-REASON-HOLD     PIC X(40) VALUE SPACES.
       01  UNIDENTIFIED-REASON    PIC X(20) VALUE SPACES.
       01  POSTING-DATE-HOLD      PIC 9(8)  VALUE 0.

       01  REGISTER-HEADER-LINE.
           05  FILLER   PIC X(20)  VALUE   SPACES.
           05  FILLER   PIC X(26)  VALUE   "BANK REMITTANCE IMPORT".
       01  REGISTER-CONTROL-LINE.
           05  FILLER               PIC X(6)  VALUE  "DATE: ".
           05  RCL-RUN-DATE         PIC 9(8).
           05  FILLER               PIC X(4)  VALUE  SPACES.
           05  FILLER               PIC X(6)  VALUE  "BANK: ".
           05  RCL-BANK-CODE        PIC X(4).
           05  FILLER               PIC X(4)  VALUE  SPACES.
           05  FILLER               PIC X(11) VALUE  "DEPOSITED: ".
           05  RCL-DEPOSIT-DATE     PIC 9(8).
           05  FILLER               PIC X(4)  VALUE  SPACES.
           05  FILLER               PIC X(7)  VALUE  "BATCH: ".
           05  RCL-BATCH-ID         PIC X(8).
       01  REGISTER-COLUMN-LINE.
           05  FILLER   PIC X(9)   VALUE   "STUDENT#".
           05  FILLER   PIC X(20)  VALUE   "NAME / PAYER".
           05  FILLER   PIC X(10)  VALUE   "PAID ON".
           05  FILLER   PIC X(12)  VALUE   "    AMOUNT".
           05  FILLER   PIC X(14)  VALUE   "BANK REF".
           05  FILLER   PIC X(20)  VALUE   "DISPOSITION".
       01  REGISTER-DETAIL-LINE.
           05  RDL-STUDENT-NUMBER   PIC X(6).
           05  FILLER               PIC X(3)  VALUE  SPACES.
           05  RDL-NAME             PIC X(18).
           05  FILLER               PIC X(2)  VALUE  SPACES.
           05  RDL-PAYMENT-DATE     PIC 9(8).
           05  FILLER               PIC X(2)  VALUE  SPACES.
           05  RDL-AMOUNT           PIC ZZZ,ZZ9.99.
           05  FILLER               PIC X(2)  VALUE  SPACES.
           05  RDL-BANK-REFERENCE   PIC X(12).
           05  FILLER               PIC X(2)  VALUE  SPACES.
           05  RDL-DISPOSITION      PIC X(15).
           05  RDL-REASON           PIC X(20).
       01  REGISTER-TOTAL-LINE.
           05  RTL-TOTAL-NAME       PIC X(20).
           05  FILLER               PIC X(7)  VALUE  "COUNT: ".
           05  RTL-COUNT            PIC ZZZ,ZZ9.
           05  FILLER               PIC X(4)  VALUE  SPACES.
           05  FILLER               PIC X(7)  VALUE  "TOTAL: ".
           05  RTL-TOTAL            PIC ZZ,ZZZ,ZZ9.99.
       01  REGISTER-BALANCED-LINE.
           05  FILLER               PIC X(50) VALUE
               "POSTED PLUS UNIDENTIFIED AGREES WITH BANK TOTAL".
       01  REGISTER-UNBALANCED-LINE.
           05  FILLER               PIC X(50) VALUE
               "POSTED PLUS UNIDENTIFIED DOES NOT AGREE WITH BANK".
       01  REGISTER-REJECTED-LINE.
           05  FILLER               PIC X(18) VALUE
                                       "IMPORT REJECTED - ".
           05  RRL-REASON           PIC X(40).
       01  REGISTER-NOTHING-POSTED-LINE.
           05  FILLER               PIC X(50) VALUE
               "NO PAYMENTS WRITTEN - PAYMENT BATCH ID LEFT BLANK".

      ******************************************************************
      *The step is recorded on the step-control file as it starts and
      *as it ends, against the run number on the run control card.
      ******************************************************************
       01  STEP-FUNCTION          PIC X(1)  VALUE SPACES.
       01  STEP-PROGRAM-NAME      PIC X(18)
                                  VALUE "PROJECT3-PROGRAM39".
       01  STEP-RUN-NUMBER        PIC 9(4)  VALUE 0.
       01  STEP-RUN-TERM          PIC X(5)  VALUE SPACES.
       01  STEP-RUN-DATE          PIC 9(8)  VALUE 0.
       01  STEP-COMPLETION-CODE   PIC 9(2)  VALUE 0.
       01  STEP-COUNT-READ        PIC 9(7)  VALUE 0.
       01  STEP-COUNT-WRITTEN     PIC 9(7)  VALUE 0.
       01  STEP-COUNT-REJECTED    PIC 9(7)  VALUE 0.
       01  STEP-CHECK-MESSAGE     PIC X(70) VALUE SPACES.

       PROCEDURE DIVISION.

       100-IMPORT-REMITTANCE.
           PERFORM 140-CHECK-REMITTANCE-PRESENT.
           PERFORM 200-INITIATE-IMPORT.
           PERFORM 203-PROVE-REMITTANCE-FILE.
           PERFORM 304-WRITE-REGISTER-HEADING.
           IF IMPORT-ACCEPTED-FLAG = "YES"
               PERFORM 204-OPEN-IMPORT-PASS
               PERFORM 201-PROCESS-REMITTANCE
                   UNTIL EOF-FLAG-REMIT = "YES"
               CLOSE REMITTANCE-FILE-IN
           END-IF.
           PERFORM 202-TERMINATE-IMPORT.
           STOP RUN.

       140-CHECK-REMITTANCE-PRESENT.
      ******************************************************************
      *No remittance file means the bank sent nothing tonight - stop
      *with an operator message and leave the payment file and the
      *run control card as they are.
      ******************************************************************
           OPEN INPUT REMITTANCE-FILE-IN.
           IF STATUS-FIELD-REMIT NOT = "00"
               DISPLAY "BANK REMITTANCE FILE MISSING - RUN STOPPED"
               STOP RUN
           END-IF.
           CLOSE REMITTANCE-FILE-IN.

       200-INITIATE-IMPORT.
           PERFORM  302-READ-RUN-CONTROL.
           PERFORM  360-RECORD-STEP-START.
           PERFORM  300-OPEN-FILES.

       201-PROCESS-REMITTANCE.
           IF REM-IS-DETAIL
               PERFORM 420-IMPORT-ONE-PAYMENT
           END-IF.
           PERFORM 303-READ-IMPORT-RECORD.

       202-TERMINATE-IMPORT.
           PERFORM 305-WRITE-REGISTER-TOTALS.
           PERFORM 306-UPDATE-RUN-CONTROL.
           PERFORM 307-CLOSE-FILES.
           PERFORM 308-DISPLAY-AUDIT-COUNTERS.
           MOVE REMIT-READ-COUNT TO STEP-COUNT-READ.
           MOVE POSTED-COUNT TO STEP-COUNT-WRITTEN.
           MOVE UNIDENTIFIED-COUNT TO STEP-COUNT-REJECTED.
           PERFORM 361-RECORD-STEP-END.

      ******************************************************************
      *First pass - the file is read end to end and proved before a
      *single payment is written. The first fault found is the
      *reason the import is rejected.
      ******************************************************************
       203-PROVE-REMITTANCE-FILE.
           MOVE "YES" TO IMPORT-ACCEPTED-FLAG.
           MOVE "NO"  TO HEADER-SEEN-FLAG.
           MOVE "NO"  TO TRAILER-SEEN-FLAG.
           MOVE "NO"  TO EOF-FLAG-REMIT.
           OPEN INPUT REMITTANCE-FILE-IN.
           PERFORM 301-READ-REMITTANCE-RECORD.
           PERFORM 410-PROVE-ONE-RECORD
               UNTIL EOF-FLAG-REMIT = "YES".
           CLOSE REMITTANCE-FILE-IN.
           PERFORM 411-PROVE-TRAILER-TOTALS.
           IF IMPORT-ACCEPTED-FLAG = "YES"
               PERFORM 412-CHECK-BATCH-NOT-APPLIED
           END-IF.

      ******************************************************************
      *Second pass - the proved file is read again and each detail is
      *posted or set aside. The proving pass has already counted the
      *records read.
      ******************************************************************
       204-OPEN-IMPORT-PASS.
           MOVE "NO" TO EOF-FLAG-REMIT.
           OPEN INPUT REMITTANCE-FILE-IN.
           PERFORM 303-READ-IMPORT-RECORD.

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
           MOVE RC-RUN-DATE TO IMPORT-RUN-DATE.
           MOVE RUN-CONTROL-RECORD TO RUN-CONTROL-HOLD.
           MOVE RC-RUN-NUMBER TO STEP-RUN-NUMBER.
           MOVE RC-TERM       TO STEP-RUN-TERM.
           MOVE RC-RUN-DATE   TO STEP-RUN-DATE.
           CLOSE RUN-CONTROL-FILE-IN.

       300-OPEN-FILES.
           OPEN  INPUT  STUDENT-FILE-IN.
           OPEN  OUTPUT TUITION-PAYMENT-FILE-OUT.
           OPEN  OUTPUT UNIDENTIFIED-FILE-OUT.
           OPEN  OUTPUT IMPORT-REGISTER-OUT.

       301-READ-REMITTANCE-RECORD.
           READ  REMITTANCE-FILE-IN
             AT END  MOVE "YES"  TO EOF-FLAG-REMIT
               NOT AT END  ADD 1 TO REMIT-READ-COUNT.

       303-READ-IMPORT-RECORD.
           READ  REMITTANCE-FILE-IN
             AT END  MOVE "YES"  TO EOF-FLAG-REMIT.

       304-WRITE-REGISTER-HEADING.
           WRITE IMPORT-REGISTER FROM REGISTER-HEADER-LINE.
           MOVE IMPORT-RUN-DATE    TO RCL-RUN-DATE.
           MOVE REMIT-BANK-CODE    TO RCL-BANK-CODE.
           MOVE REMIT-DEPOSIT-DATE TO RCL-DEPOSIT-DATE.
           MOVE REMIT-BATCH-ID     TO RCL-BATCH-ID.
           WRITE IMPORT-REGISTER FROM REGISTER-CONTROL-LINE.
           WRITE IMPORT-REGISTER FROM REGISTER-COLUMN-LINE.

       305-WRITE-REGISTER-TOTALS.
           MOVE "BANK TRAILER"         TO RTL-TOTAL-NAME.
           MOVE BANK-ITEM-COUNT        TO RTL-COUNT.
           MOVE BANK-TOTAL-AMOUNT      TO RTL-TOTAL.
           WRITE IMPORT-REGISTER FROM REGISTER-TOTAL-LINE.
           MOVE "DETAIL RECORDS"       TO RTL-TOTAL-NAME.
           MOVE DETAIL-COUNT           TO RTL-COUNT.
           MOVE DETAIL-TOTAL           TO RTL-TOTAL.
           WRITE IMPORT-REGISTER FROM REGISTER-TOTAL-LINE.
           IF IMPORT-ACCEPTED-FLAG = "YES"
               MOVE "POSTED"           TO RTL-TOTAL-NAME
               MOVE POSTED-COUNT       TO RTL-COUNT
               MOVE POSTED-TOTAL       TO RTL-TOTAL
               WRITE IMPORT-REGISTER FROM REGISTER-TOTAL-LINE
               MOVE "UNIDENTIFIED"     TO RTL-TOTAL-NAME
               MOVE UNIDENTIFIED-COUNT TO RTL-COUNT
               MOVE UNIDENTIFIED-TOTAL TO RTL-TOTAL
               WRITE IMPORT-REGISTER FROM REGISTER-TOTAL-LINE
               ADD POSTED-TOTAL UNIDENTIFIED-TOTAL
                   GIVING IMPORTED-TOTAL
               IF IMPORTED-TOTAL = BANK-TOTAL-AMOUNT
                  AND POSTED-COUNT + UNIDENTIFIED-COUNT
                      = BANK-ITEM-COUNT
                   WRITE IMPORT-REGISTER FROM REGISTER-BALANCED-LINE
               ELSE
                   WRITE IMPORT-REGISTER FROM REGISTER-UNBALANCED-LINE
               END-IF
           ELSE
               MOVE IMPORT-REJECT-REASON TO RRL-REASON
               WRITE IMPORT-REGISTER FROM REGISTER-REJECTED-LINE
               WRITE IMPORT-REGISTER FROM REGISTER-NOTHING-POSTED-LINE
           END-IF.

       306-UPDATE-RUN-CONTROL.
      ******************************************************************
      *The card is rewritten whole with only the batch id changed - a
      *proved batch for the posting run to pick up, or blank after a
      *rejected import so the posting run applies nothing.
      ******************************************************************
           MOVE RUN-CONTROL-HOLD TO RUN-CONTROL-RECORD.
           IF IMPORT-ACCEPTED-FLAG = "YES"
               MOVE REMIT-BATCH-ID TO RC-PAYMENT-BATCH-ID
           ELSE
               MOVE SPACES         TO RC-PAYMENT-BATCH-ID
           END-IF.
           MOVE RUN-CONTROL-RECORD TO RUN-CONTROL-HOLD.
           OPEN OUTPUT RUN-CONTROL-FILE-OUT.
           WRITE RUN-CONTROL-OUT-RECORD FROM RUN-CONTROL-HOLD.
           CLOSE RUN-CONTROL-FILE-OUT.

       307-CLOSE-FILES.
           CLOSE   STUDENT-FILE-IN.
           CLOSE   TUITION-PAYMENT-FILE-OUT.
           CLOSE   UNIDENTIFIED-FILE-OUT.
           CLOSE   IMPORT-REGISTER-OUT.

       308-DISPLAY-AUDIT-COUNTERS.
           DISPLAY "Remittance records read: " REMIT-READ-COUNT.
           DISPLAY "Payments posted: " POSTED-COUNT.
           DISPLAY "Payments unidentified: " UNIDENTIFIED-COUNT.
           IF IMPORT-ACCEPTED-FLAG = "YES"
               DISPLAY "Payment batch id set: " REMIT-BATCH-ID
           ELSE
               DISPLAY "IMPORT REJECTED - " IMPORT-REJECT-REASON
           END-IF.

       410-PROVE-ONE-RECORD.
           EVALUATE TRUE
               WHEN REM-IS-HEADER
                   IF HEADER-SEEN-FLAG = "YES"
                       MOVE "MORE THAN ONE HEADER RECORD"
                           TO REJECT-REASON-HOLD
                       PERFORM 413-REJECT-IMPORT
                   ELSE
                       IF REMIT-READ-COUNT NOT = 1
                           MOVE "HEADER IS NOT THE FIRST RECORD"
                               TO REJECT-REASON-HOLD
                           PERFORM 413-REJECT-IMPORT
                       END-IF
                       MOVE "YES"            TO HEADER-SEEN-FLAG
                       MOVE HDR-BANK-CODE    TO REMIT-BANK-CODE
                       MOVE HDR-DEPOSIT-DATE TO REMIT-DEPOSIT-DATE
                       MOVE HDR-BATCH-ID     TO REMIT-BATCH-ID
                   END-IF
               WHEN REM-IS-DETAIL
                   IF HEADER-SEEN-FLAG = "NO"
                      OR TRAILER-SEEN-FLAG = "YES"
                       MOVE "DETAIL OUTSIDE HEADER AND TRAILER"
                           TO REJECT-REASON-HOLD
                       PERFORM 413-REJECT-IMPORT
                   END-IF
                   IF DTL-AMOUNT NOT NUMERIC
                       MOVE "DETAIL AMOUNT NOT NUMERIC"
                           TO REJECT-REASON-HOLD
                       PERFORM 413-REJECT-IMPORT
                   ELSE
                       ADD 1 TO DETAIL-COUNT
                       ADD DTL-AMOUNT TO DETAIL-TOTAL
                   END-IF
               WHEN REM-IS-TRAILER
                   IF TRAILER-SEEN-FLAG = "YES"
                       MOVE "MORE THAN ONE TRAILER RECORD"
                           TO REJECT-REASON-HOLD
                       PERFORM 413-REJECT-IMPORT
                   END-IF
                   MOVE "YES" TO TRAILER-SEEN-FLAG
                   IF TRL-ITEM-COUNT NUMERIC
                      AND TRL-TOTAL-AMOUNT NUMERIC
                       MOVE TRL-ITEM-COUNT   TO BANK-ITEM-COUNT
                       MOVE TRL-TOTAL-AMOUNT TO BANK-TOTAL-AMOUNT
                   ELSE
                       MOVE "TRAILER TOTALS NOT NUMERIC"
                           TO REJECT-REASON-HOLD
                       PERFORM 413-REJECT-IMPORT
                   END-IF
               WHEN OTHER
                   MOVE "UNKNOWN RECORD TYPE" TO REJECT-REASON-HOLD
                   PERFORM 413-REJECT-IMPORT
           END-EVALUATE.
           IF REM-IS-TRAILER OR TRAILER-SEEN-FLAG = "NO"
               CONTINUE
           ELSE
               MOVE "RECORDS FOLLOW THE TRAILER"
                   TO REJECT-REASON-HOLD
               PERFORM 413-REJECT-IMPORT
           END-IF.
           PERFORM 301-READ-REMITTANCE-RECORD.

       411-PROVE-TRAILER-TOTALS.
           EVALUATE TRUE
               WHEN HEADER-SEEN-FLAG = "NO"
                   MOVE "HEADER RECORD MISSING"
                       TO REJECT-REASON-HOLD
                   PERFORM 413-REJECT-IMPORT
               WHEN TRAILER-SEEN-FLAG = "NO"
                   MOVE "TRAILER RECORD MISSING"
                       TO REJECT-REASON-HOLD
                   PERFORM 413-REJECT-IMPORT
               WHEN BANK-ITEM-COUNT NOT = DETAIL-COUNT
                   MOVE "TRAILER ITEM COUNT DOES NOT AGREE"
                       TO REJECT-REASON-HOLD
                   PERFORM 413-REJECT-IMPORT
               WHEN BANK-TOTAL-AMOUNT NOT = DETAIL-TOTAL
                   MOVE "TRAILER DOLLAR TOTAL DOES NOT AGREE"
                       TO REJECT-REASON-HOLD
                   PERFORM 413-REJECT-IMPORT
               WHEN REMIT-BATCH-ID = SPACES
                   MOVE "BATCH ID MISSING ON HEADER"
                       TO REJECT-REASON-HOLD
                   PERFORM 413-REJECT-IMPORT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       412-CHECK-BATCH-NOT-APPLIED.
      ******************************************************************
      *A batch id already on the applied list is a remittance file the
      *posting run has already taken - the bank resent it or the
      *operator picked up the wrong file.
      ******************************************************************
           MOVE "NO" TO EOF-FLAG-APPLIED.
           OPEN INPUT PAYMENT-APPLIED-FILE-IN.
           IF STATUS-FIELD-APPLIED = "00"
               PERFORM 414-READ-APPLIED-BATCH-RECORD
                   UNTIL EOF-FLAG-APPLIED = "YES"
               CLOSE PAYMENT-APPLIED-FILE-IN
           END-IF.

       413-REJECT-IMPORT.
      ******************************************************************
      *Only the first fault is kept as the reason.
      ******************************************************************
           IF IMPORT-ACCEPTED-FLAG = "YES"
               MOVE "NO" TO IMPORT-ACCEPTED-FLAG
               MOVE REJECT-REASON-HOLD TO IMPORT-REJECT-REASON
           END-IF.

       414-READ-APPLIED-BATCH-RECORD.
           READ PAYMENT-APPLIED-FILE-IN
             AT END
               MOVE "YES" TO EOF-FLAG-APPLIED
             NOT AT END
               IF APPLIED-BATCH-ID = REMIT-BATCH-ID
                   MOVE "BATCH ALREADY POSTED"
                       TO REJECT-REASON-HOLD
                   PERFORM 413-REJECT-IMPORT
                   MOVE "YES" TO EOF-FLAG-APPLIED
               END-IF
           END-READ.

       420-IMPORT-ONE-PAYMENT.
           MOVE SPACES TO UNIDENTIFIED-REASON.
           MOVE "NO"   TO STUDENT-FOUND-FLAG.
           IF DTL-PAYMENT-DATE NUMERIC AND DTL-PAYMENT-DATE > 0
               MOVE DTL-PAYMENT-DATE   TO POSTING-DATE-HOLD
           ELSE
               MOVE REMIT-DEPOSIT-DATE TO POSTING-DATE-HOLD
           END-IF.
           EVALUATE TRUE
               WHEN DTL-STUDENT-NUMBER = SPACES
                   MOVE "NO STUDENT NUMBER"   TO UNIDENTIFIED-REASON
               WHEN DTL-STUDENT-NUMBER NOT NUMERIC
                   MOVE "BAD STUDENT NUMBER"  TO UNIDENTIFIED-REASON
               WHEN DTL-AMOUNT = 0
                   MOVE "ZERO AMOUNT"         TO UNIDENTIFIED-REASON
               WHEN DTL-AMOUNT > 9999.99
                   MOVE "AMOUNT OVER 9,999.99" TO UNIDENTIFIED-REASON
               WHEN OTHER
                   PERFORM 421-READ-STUDENT-FOR-PAYMENT
           END-EVALUATE.
           MOVE DTL-STUDENT-NUMBER  TO RDL-STUDENT-NUMBER.
           MOVE POSTING-DATE-HOLD   TO RDL-PAYMENT-DATE.
           MOVE DTL-AMOUNT          TO RDL-AMOUNT.
           MOVE DTL-BANK-REFERENCE  TO RDL-BANK-REFERENCE.
           IF UNIDENTIFIED-REASON = SPACES
               PERFORM 422-WRITE-TUITION-PAYMENT
           ELSE
               PERFORM 423-WRITE-UNIDENTIFIED-PAYMENT
           END-IF.
           WRITE IMPORT-REGISTER FROM REGISTER-DETAIL-LINE.

       421-READ-STUDENT-FOR-PAYMENT.
           MOVE DTL-STUDENT-NUMBER-N TO STUDENT-NUMBER.
           READ STUDENT-FILE-IN
             INVALID KEY
               MOVE "NO"  TO STUDENT-FOUND-FLAG
             NOT INVALID KEY
               MOVE "YES" TO STUDENT-FOUND-FLAG
           END-READ.
           IF STUDENT-FOUND-FLAG = "NO"
               MOVE "NOT ON STUDENT FILE" TO UNIDENTIFIED-REASON
           END-IF.

       422-WRITE-TUITION-PAYMENT.
           MOVE DTL-STUDENT-NUMBER-N TO PAYMENT-STUDENT-NUMBER.
           MOVE POSTING-DATE-HOLD    TO PAYMENT-DATE.
           MOVE DTL-AMOUNT           TO PAYMENT-AMOUNT.
           WRITE TUITION-PAYMENT-RECORD.
           ADD 1 TO POSTED-COUNT.
           ADD DTL-AMOUNT TO POSTED-TOTAL.
           MOVE STUDENT-NAME         TO RDL-NAME.
           MOVE "POSTED"             TO RDL-DISPOSITION.
           MOVE SPACES               TO RDL-REASON.

       423-WRITE-UNIDENTIFIED-PAYMENT.
           MOVE REMIT-BATCH-ID       TO UPY-BATCH-ID.
           MOVE REMIT-DEPOSIT-DATE   TO UPY-DEPOSIT-DATE.
           MOVE DTL-STUDENT-NUMBER   TO UPY-STUDENT-NUMBER.
           MOVE POSTING-DATE-HOLD    TO UPY-PAYMENT-DATE.
           MOVE DTL-AMOUNT           TO UPY-AMOUNT.
           MOVE DTL-BANK-REFERENCE   TO UPY-BANK-REFERENCE.
           MOVE DTL-PAYER-NAME       TO UPY-PAYER-NAME.
           MOVE UNIDENTIFIED-REASON  TO UPY-REASON.
           WRITE UNIDENTIFIED-PAYMENT-RECORD.
           ADD 1 TO UNIDENTIFIED-COUNT.
           ADD DTL-AMOUNT TO UNIDENTIFIED-TOTAL.
           MOVE DTL-PAYER-NAME       TO RDL-NAME.
           MOVE "UNIDENTIFIED - "    TO RDL-DISPOSITION.
           MOVE UNIDENTIFIED-REASON  TO RDL-REASON.

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
      *Completion code 08 marks a rejected import - nothing was
      *posted - 04 an import that left payments unidentified, and 00
      *a clean import.
      ******************************************************************
       361-RECORD-STEP-END.
           EVALUATE TRUE
               WHEN IMPORT-ACCEPTED-FLAG NOT = "YES"
                   MOVE 8 TO STEP-COMPLETION-CODE
               WHEN STEP-COUNT-REJECTED > 0
                   MOVE 4 TO STEP-COMPLETION-CODE
               WHEN OTHER
                   MOVE 0 TO STEP-COMPLETION-CODE
           END-EVALUATE.
           MOVE "E" TO STEP-FUNCTION.
           PERFORM 362-CALL-STEP-CONTROL.

       362-CALL-STEP-CONTROL.
           CALL "WRITE-STEP-CONTROL" USING STEP-FUNCTION,
               STEP-PROGRAM-NAME, STEP-RUN-NUMBER, STEP-RUN-TERM,
               STEP-RUN-DATE, STEP-COMPLETION-CODE, STEP-COUNT-READ,
               STEP-COUNT-WRITTEN, STEP-COUNT-REJECTED,
               STEP-CHECK-MESSAGE.

       END PROGRAM PROJECT3-PROGRAM39.
