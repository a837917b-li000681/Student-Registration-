      * PROGRAM-OF-STUDY - each required course met or outstanding,
      * total credit hours against the program minimum, and the
      * cumulative credit-weighted average against the program
      * minimum. Transfer credit (term TRANS) meets required courses
      * and counts toward the credit hours, but carries no grade and
      * stays out of the average; the transfer hours print against
      * the program's cap. A degree-progress report is printed for
      * every student audited, and students who meet every
      * requirement are written to the graduation-candidate file for
      * the office to review and approve; approved candidates are set
      * to status G through the normal maintenance stream.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROJECT3-PROGRAM19 AS "PROJECT3-PROGRAM19".
           05   REQ-MIN-CREDITS       PIC 9(3).
           05   REQ-MIN-AVERAGE       PIC 9(3).
           05   REQ-COURSE-CODE       OCCURS 8 TIMES  PIC X(7).
           05   REQ-MAX-TRANSFER-HOURS  PIC 9(3).

       FD  ACADEMIC-HISTORY-FILE-IN.
       01 ACADEMIC-HISTORY-RECORD.
           05   HIST-RECORD-KEY.
               10  HIST-STUDENT-NUMBER  PIC 9(6).
               10  HIST-TERM            PIC X(5).
                   88  HIST-IS-TRANSFER      VALUE "TRANS".
               10  HIST-COURSE-CODE     PIC X(7).
           05   HIST-GRADE           PIC 9(3).
           05   HIST-CREDIT-HOURS    PIC 9(2).
       01  CANDIDATE-COUNT        PIC 9(4)  VALUE 0.
      ******************************************************************
      *Cumulative credit-weighted average accumulators - grade times
      *credits summed over every graded history record for the
      *student, the same computation the transcript run prints.
      *Credit hours count transfer credit too; the average is taken
      *over graded credits only.
      ******************************************************************
       01  CUMULATIVE-POINTS      PIC 9(8)  VALUE 0.
       01  CUMULATIVE-CREDITS     PIC 9(4)  VALUE 0.
       01  GRADED-CREDITS         PIC 9(4)  VALUE 0.
       01  TRANSFER-CREDITS       PIC 9(4)  VALUE 0.
       01  CUMULATIVE-AVERAGE     PIC 9(3)  VALUE 0.
      ******************************************************************
      *Working copy of the required-course list with a met flag per
           05  REQUIRED-CHECK-ENTRY  OCCURS 8 TIMES.
               10  CHECK-COURSE-CODE  PIC X(7).
               10  CHECK-MET-FLAG     PIC X(1).
                   88  CHECK-IS-MET   VALUE "Y" "T".
                   88  CHECK-IS-MET-BY-TRANSFER  VALUE "T".

       01  PROGRESS-TITLE-LINE.
           05  FILLER   PIC X(20)  VALUE   SPACES.
           05  FILLER               PIC X(4)  VALUE  SPACES.
           05  PCL-COURSE-CODE      PIC X(7).
           05  FILLER               PIC X(4)  VALUE  SPACES.
           05  PCL-COURSE-STATE     PIC X(15).
       01  PROGRESS-CREDITS-LINE.
           05  FILLER               PIC X(15) VALUE
                                       "CREDIT HOURS:  ".
           05  FILLER               PIC X(4)  VALUE  SPACES.
           05  FILLER               PIC X(10) VALUE  "REQUIRED: ".
           05  PRL-MIN-CREDITS      PIC ZZ9.
       01  PROGRESS-TRANSFER-LINE.
           05  FILLER               PIC X(15) VALUE
                                       "TRANSFER HOURS:".
           05  PTL-TRANSFER-CREDITS PIC ZZZ9.
           05  FILLER               PIC X(4)  VALUE  SPACES.
           05  FILLER               PIC X(10) VALUE  "MAXIMUM:  ".
           05  PTL-MAX-TRANSFER     PIC ZZ9.
       01  PROGRESS-AVERAGE-LINE.
           05  FILLER               PIC X(15) VALUE
                                       "AVERAGE:       ".
      ******************************************************************
           MOVE 0    TO CUMULATIVE-POINTS.
           MOVE 0    TO CUMULATIVE-CREDITS.
           MOVE 0    TO GRADED-CREDITS.
           MOVE 0    TO TRANSFER-CREDITS.
           MOVE "NO" TO EOF-FLAG-HISTORY.
           IF HISTORY-OPEN-FLAG = "YES"
               MOVE STUDENT-NUMBER TO HIST-STUDENT-NUMBER
           END-IF.
           PERFORM 404-READ-HISTORY-RECORD
               UNTIL EOF-FLAG-HISTORY = "YES".
           IF GRADED-CREDITS > 0
               COMPUTE CUMULATIVE-AVERAGE ROUNDED =
                   CUMULATIVE-POINTS / GRADED-CREDITS
           ELSE
               MOVE 0 TO CUMULATIVE-AVERAGE
           END-IF.
           END-READ.

       410-TALLY-HISTORY-RECORD.
           IF HIST-IS-TRANSFER
               ADD HIST-CREDIT-HOURS TO TRANSFER-CREDITS
           ELSE
               COMPUTE CUMULATIVE-POINTS = CUMULATIVE-POINTS
                   + (HIST-GRADE * HIST-CREDIT-HOURS)
               ADD HIST-CREDIT-HOURS TO GRADED-CREDITS
           END-IF.
           ADD HIST-CREDIT-HOURS TO CUMULATIVE-CREDITS.
           PERFORM 411-TICK-ONE-REQUIREMENT
               VARYING SUB-C FROM 1 BY 1
               UNTIL SUB-C > 8.

       411-TICK-ONE-REQUIREMENT.
      ******************************************************************
      *A course taken here outranks transfer credit for the same
      *requirement, whichever the history lists first.
      ******************************************************************
           IF CHECK-COURSE-CODE (SUB-C) NOT = SPACES
              AND CHECK-COURSE-CODE (SUB-C) = HIST-COURSE-CODE
               IF HIST-IS-TRANSFER
                   IF NOT CHECK-IS-MET (SUB-C)
                       MOVE "T" TO CHECK-MET-FLAG (SUB-C)
                   END-IF
               ELSE
                   MOVE "Y" TO CHECK-MET-FLAG (SUB-C)
               END-IF
           END-IF.

       405-REPORT-ONE-REQUIREMENT.
           IF CHECK-COURSE-CODE (SUB-C) NOT = SPACES
               MOVE CHECK-COURSE-CODE (SUB-C) TO PCL-COURSE-CODE
               EVALUATE TRUE
                   WHEN CHECK-IS-MET-BY-TRANSFER (SUB-C)
                       MOVE "MET BY TRANSFER" TO PCL-COURSE-STATE
                   WHEN CHECK-IS-MET (SUB-C)
                       MOVE "MET"             TO PCL-COURSE-STATE
                   WHEN OTHER
                       MOVE "OUTSTANDING"     TO PCL-COURSE-STATE
               END-EVALUATE
               WRITE PROGRESS-REPORT FROM PROGRESS-COURSE-LINE
           END-IF.

           MOVE CUMULATIVE-CREDITS TO PRL-CREDITS.
           MOVE REQ-MIN-CREDITS    TO PRL-MIN-CREDITS.
           WRITE PROGRESS-REPORT FROM PROGRESS-CREDITS-LINE.
           MOVE TRANSFER-CREDITS       TO PTL-TRANSFER-CREDITS.
           MOVE REQ-MAX-TRANSFER-HOURS TO PTL-MAX-TRANSFER.
           WRITE PROGRESS-REPORT FROM PROGRESS-TRANSFER-LINE.
           MOVE CUMULATIVE-AVERAGE TO PAL-AVERAGE.
           MOVE REQ-MIN-AVERAGE    TO PAL-MIN-AVERAGE.
           WRITE PROGRESS-REPORT FROM PROGRESS-AVERAGE-LINE.
