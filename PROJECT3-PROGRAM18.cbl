      * This program builds and refreshes the program-requirements
      * master from the registrar's requirements list. Each input line
      * names a program, its minimum total credit hours, its minimum
      * cumulative average, up to eight required courses, and the most
      * transfer credit hours the program will accept (blank on a line
      * loads as 0 - no transfer credit until the office sets it). The
      * program must exist on PROGRAM-FILE-IN and every non-blank
      * required course must exist on COURSE-CREDIT-FILE-IN; a line
      * that fails either check is rejected on the load log. Reloading
           05   LIST-MIN-CREDITS      PIC 9(3).
           05   LIST-MIN-AVERAGE      PIC 9(3).
           05   LIST-REQUIRED-COURSE  OCCURS 8 TIMES  PIC X(7).
           05   LIST-MAX-TRANSFER-HOURS  PIC 9(3).
           05   LIST-MAX-TRANSFER-TEXT
                    REDEFINES LIST-MAX-TRANSFER-HOURS  PIC X(3).

       FD  PROGRAM-FILE-IN.
       01 PROGRAM-RECORD.
           05   REQ-MIN-CREDITS       PIC 9(3).
           05   REQ-MIN-AVERAGE       PIC 9(3).
           05   REQ-COURSE-CODE       OCCURS 8 TIMES  PIC X(7).
           05   REQ-MAX-TRANSFER-HOURS  PIC 9(3).

       FD  REQUIREMENTS-LOAD-LOG-OUT.
       01  REQUIREMENTS-LOAD-LOG-RECORD.
               MOVE "REJECTED - MINIMUMS NOT NUMERIC" TO RLL-RESULT
               MOVE "NO" TO LINE-VALID-FLAG
           END-IF.
           IF LIST-MAX-TRANSFER-TEXT = SPACES
               MOVE 0 TO LIST-MAX-TRANSFER-HOURS
           END-IF.
           IF LINE-VALID-FLAG = "YES"
              AND LIST-MAX-TRANSFER-HOURS NOT NUMERIC
               MOVE "REJECTED - TRANSFER CAP NOT NUMERIC" TO RLL-RESULT
               MOVE "NO" TO LINE-VALID-FLAG
           END-IF.
           IF LINE-VALID-FLAG = "YES"
               PERFORM 401-CHECK-PROGRAM-EXISTS
           END-IF.
           MOVE LIST-PROGRAM-CODE TO REQ-PROGRAM-CODE.
           MOVE LIST-MIN-CREDITS  TO REQ-MIN-CREDITS.
           MOVE LIST-MIN-AVERAGE  TO REQ-MIN-AVERAGE.
           MOVE LIST-MAX-TRANSFER-HOURS TO REQ-MAX-TRANSFER-HOURS.
           PERFORM 406-MOVE-ONE-COURSE
               VARYING SUB-C FROM 1 BY 1
               UNTIL SUB-C > 8.
