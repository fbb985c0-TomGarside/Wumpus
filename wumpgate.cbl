       IDENTIFICATION DIVISION.
       PROGRAM-ID. WUMPGATE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DEPENDENCY-FILE ASSIGN TO "DEPTBL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DEPENDENCY-FILE-STATUS.

           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUN-CONTROL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DEPENDENCY-FILE.
       01  DEPENDENCY-RECORD.
           05 DEPREC-JOB-NAME                      PIC X(8).
           05 FILLER                               PIC X(1).
           05 DEPREC-PREREQ-NAME                   PIC X(8).
           05 FILLER                               PIC X(1).
           05 DEPREC-MAX-RC                        PIC X(2).
           05 FILLER                               PIC X(1).
           05 DEPREC-SAME-DAY                      PIC X(1).
           05 FILLER                               PIC X(1).
           05 DEPREC-AFTER-JOB                     PIC X(8).
           05 FILLER                               PIC X(49).

       FD  RUN-CONTROL-FILE.
       01  RUN-CONTROL-RECORD.
           05 RUN-JOB-NAME                         PIC X(8).
           05 RUN-EVENT-TYPE                       PIC X(1).
              88 RUN-EVENT-START                   VALUE "S".
              88 RUN-EVENT-END                     VALUE "E".
           05 RUN-STAMP                            PIC 9(18).
           05 RUN-RECORDS-PROCESSED                PIC 9(6).
           05 RUN-RETURN-CODE                      PIC 9(2).

       WORKING-STORAGE SECTION.
       01 MY-JOB-NAME                              PIC X(8) VALUE
                                                   "WUMPGATE".
       01 RUN-CONTROL-STATUS                       PIC X(2) VALUE "00".
       01 RUN-EVENT-WANTED                         PIC X(1) VALUE "S".
       01 RUN-RECORD-TOTAL                         PIC 9(6) VALUE 0.
       01 RUN-RC-TOTAL                             PIC 9(2) VALUE 0.
       01 RUN-STAMP-WORK.
          05 RUN-STAMP-DATE                        PIC 9(8) VALUE 0.
          05 RUN-STAMP-TIME                        PIC 9(8) VALUE 0.
          05 RUN-STAMP-FILL                        PIC 9(2) VALUE 0.
       01 END-OF-RUN-CONTROL                       PIC X(1) VALUE "N".
       01 DEPENDENCY-FILE-STATUS                   PIC X(2) VALUE "00".
       01 END-OF-DEPENDENCIES                      PIC X(1) VALUE "N".
       01 GATE-JOB-NAME                            PIC X(8) VALUE
                                                   SPACES.
       01 TODAY-DATE                               PIC 9(8) VALUE 0.
       01 LEDGER-RECORD-COUNT                      PIC 9(6) VALUE 0.
       01 DEP-INDEX                                PIC 9(2) VALUE 0.
       01 SELECTED-COUNT                           PIC 9(2) VALUE 0.
       01 MET-COUNT                                PIC 9(2) VALUE 0.
       01 MISSING-COUNT                            PIC 9(2) VALUE 0.
       01 LATE-COUNT                               PIC 9(2) VALUE 0.
       01 FAILED-COUNT                             PIC 9(2) VALUE 0.
       01 REJECTED-CARD-COUNT                      PIC 9(2) VALUE 0.
       01 REJECTED-GATED-COUNT                     PIC 9(2) VALUE 0.
       01 DEPENDENCY-TABLE.
          05 DEP-COUNT                             PIC 9(2) VALUE 0.
          05 DEP-ENTRY OCCURS 50 TIMES.
             10 DEP-JOB-NAME                       PIC X(8).
             10 DEP-PREREQ-NAME                    PIC X(8).
             10 DEP-MAX-RC                         PIC 9(2).
             10 DEP-SAME-DAY                       PIC X(1).
             10 DEP-AFTER-JOB                      PIC X(8).
             10 DEP-SELECTED                       PIC X(1).
             10 DEP-LAST-EVENT                     PIC X(1).
             10 DEP-LAST-END.
                15 DEP-LAST-END-DATE               PIC 9(8).
                15 DEP-LAST-END-TIME               PIC 9(10).
             10 DEP-LAST-RC                        PIC 9(2).
             10 DEP-AFTER-END                      PIC 9(18).
             10 DEP-STATUS                         PIC X(7).
             10 DEP-REASON                         PIC X(24).

       PROCEDURE DIVISION.

       P-100-MAIN.
           ACCEPT TODAY-DATE FROM DATE YYYYMMDD
           DISPLAY "ENTER JOB NAME TO GATE (ALL FOR EVERY JOB)"
           ACCEPT GATE-JOB-NAME
           IF GATE-JOB-NAME EQUAL SPACES THEN
               MOVE "ALL" TO GATE-JOB-NAME
           END-IF
           DISPLAY "=============================================="
           DISPLAY "     WUMPUS BATCH WINDOW READINESS REPORT     "
           DISPLAY "=============================================="
           DISPLAY "JOB GATED .................. " GATE-JOB-NAME
           DISPLAY "BUSINESS DATE .............. " TODAY-DATE
           PERFORM P-200-LOAD-DEPENDENCIES THRU P-200-EXIT
           IF DEPENDENCY-FILE-STATUS NOT = "00" AND DEP-COUNT = ZERO
              THEN
               DISPLAY "=============================================="
               PERFORM P-2000-REGISTER-START THRU P-2000-EXIT
               MOVE 12 TO RETURN-CODE
               MOVE 12 TO RUN-RC-TOTAL
               PERFORM P-2100-REGISTER-END THRU P-2100-EXIT
               GOBACK
           END-IF
           PERFORM P-300-SCAN-LEDGER THRU P-300-EXIT
           PERFORM P-2000-REGISTER-START THRU P-2000-EXIT
           PERFORM P-400-ASSESS-PREREQUISITES THRU P-400-EXIT
           PERFORM P-500-PRINT-READINESS THRU P-500-EXIT
           DISPLAY "----------------------------------------------"
           DISPLAY "LEDGER RECORDS READ ........ " LEDGER-RECORD-COUNT
           DISPLAY "PREREQUISITES CHECKED ...... " SELECTED-COUNT
           DISPLAY "MET ........................ " MET-COUNT
           DISPLAY "MISSING .................... " MISSING-COUNT
           DISPLAY "LATE ....................... " LATE-COUNT
           DISPLAY "FAILED ..................... " FAILED-COUNT
           IF REJECTED-CARD-COUNT NOT = ZERO THEN
               DISPLAY "TABLE CARDS REJECTED ....... "
                       REJECTED-CARD-COUNT
           END-IF
           EVALUATE TRUE
               WHEN GATE-JOB-NAME NOT = "ALL" AND
                    REJECTED-GATED-COUNT NOT = ZERO
                   DISPLAY "GATE CLOSED - A TABLE CARD FOR "
                           GATE-JOB-NAME " WAS REJECTED"
                   MOVE 8 TO RETURN-CODE
               WHEN GATE-JOB-NAME NOT = "ALL" AND
                    SELECTED-COUNT EQUAL ZERO
                   DISPLAY "GATE CLOSED - NO PREREQUISITES DEFINED "
                           "FOR " GATE-JOB-NAME
                   MOVE 8 TO RETURN-CODE
               WHEN SELECTED-COUNT EQUAL ZERO
                   DISPLAY "NO PREREQUISITES DEFINED FOR "
                           GATE-JOB-NAME
                   MOVE 4 TO RETURN-CODE
               WHEN MISSING-COUNT + LATE-COUNT + FAILED-COUNT > ZERO
                   DISPLAY "GATE CLOSED - " GATE-JOB-NAME
                           " IS NOT READY TO RUN"
                   MOVE 8 TO RETURN-CODE
               WHEN OTHER
                   DISPLAY "GATE OPEN - " GATE-JOB-NAME
                           " IS READY TO RUN"
                   IF GATE-JOB-NAME EQUAL "ALL" AND
                      REJECTED-CARD-COUNT NOT = ZERO THEN
                       MOVE 4 TO RETURN-CODE
                   END-IF
           END-EVALUATE
           DISPLAY "=============================================="
           MOVE SELECTED-COUNT TO RUN-RECORD-TOTAL
           MOVE RETURN-CODE TO RUN-RC-TOTAL
           PERFORM P-2100-REGISTER-END THRU P-2100-EXIT
           GOBACK.
       P-199-EXIT.
           EXIT.

       P-200-LOAD-DEPENDENCIES.
           OPEN INPUT DEPENDENCY-FILE
           IF DEPENDENCY-FILE-STATUS NOT = "00" THEN
               DISPLAY "DEPENDENCY TABLE COULD NOT BE OPENED - "
                       "STATUS " DEPENDENCY-FILE-STATUS
               GO TO P-200-EXIT
           END-IF
           PERFORM UNTIL END-OF-DEPENDENCIES EQUAL "Y"
               READ DEPENDENCY-FILE
                   AT END
                       MOVE "Y" TO END-OF-DEPENDENCIES
                   NOT AT END
                       PERFORM P-250-NOTE-DEPENDENCY THRU P-250-EXIT
               END-READ
           END-PERFORM
           CLOSE DEPENDENCY-FILE.
       P-200-EXIT.
           EXIT.

       P-250-NOTE-DEPENDENCY.
           IF DEPENDENCY-RECORD EQUAL SPACES OR
              DEPREC-JOB-NAME(1:1) EQUAL "*" THEN
               GO TO P-250-EXIT
           END-IF
           IF DEPREC-PREREQ-NAME EQUAL SPACES OR
              DEPREC-MAX-RC NOT NUMERIC OR
              (DEPREC-SAME-DAY NOT = "Y" AND
               DEPREC-SAME-DAY NOT = "N") THEN
               DISPLAY "DEPENDENCY CARD REJECTED - "
                       DEPENDENCY-RECORD(1:31)
               ADD 1 TO REJECTED-CARD-COUNT
               IF DEPREC-JOB-NAME EQUAL GATE-JOB-NAME THEN
                   ADD 1 TO REJECTED-GATED-COUNT
               END-IF
               GO TO P-250-EXIT
           END-IF
           IF DEP-COUNT >= 50 THEN
               DISPLAY "MORE THAN 50 DEPENDENCIES - "
                       DEPREC-JOB-NAME " ON " DEPREC-PREREQ-NAME
                       " NOT CHECKED"
               ADD 1 TO REJECTED-CARD-COUNT
               IF DEPREC-JOB-NAME EQUAL GATE-JOB-NAME THEN
                   ADD 1 TO REJECTED-GATED-COUNT
               END-IF
               GO TO P-250-EXIT
           END-IF
           ADD 1 TO DEP-COUNT
           MOVE DEPREC-JOB-NAME TO DEP-JOB-NAME(DEP-COUNT)
           MOVE DEPREC-PREREQ-NAME TO DEP-PREREQ-NAME(DEP-COUNT)
           MOVE DEPREC-MAX-RC TO DEP-MAX-RC(DEP-COUNT)
           MOVE DEPREC-SAME-DAY TO DEP-SAME-DAY(DEP-COUNT)
           MOVE DEPREC-AFTER-JOB TO DEP-AFTER-JOB(DEP-COUNT)
           MOVE SPACE TO DEP-LAST-EVENT(DEP-COUNT)
           MOVE ZERO TO DEP-LAST-END-DATE(DEP-COUNT)
           MOVE ZERO TO DEP-LAST-END-TIME(DEP-COUNT)
           MOVE ZERO TO DEP-LAST-RC(DEP-COUNT)
           MOVE ZERO TO DEP-AFTER-END(DEP-COUNT)
           MOVE SPACES TO DEP-STATUS(DEP-COUNT)
           MOVE SPACES TO DEP-REASON(DEP-COUNT)
           IF GATE-JOB-NAME EQUAL "ALL" OR
              GATE-JOB-NAME EQUAL DEPREC-JOB-NAME THEN
               MOVE "Y" TO DEP-SELECTED(DEP-COUNT)
               ADD 1 TO SELECTED-COUNT
           ELSE
               MOVE "N" TO DEP-SELECTED(DEP-COUNT)
           END-IF.
       P-250-EXIT.
           EXIT.

       P-300-SCAN-LEDGER.
           OPEN INPUT RUN-CONTROL-FILE
           IF RUN-CONTROL-STATUS NOT = "00" THEN
               DISPLAY "RUN CONTROL FILE NOT FOUND - NO RUNS ON "
                       "THE LEDGER"
               MOVE "Y" TO END-OF-RUN-CONTROL
           END-IF
           PERFORM UNTIL END-OF-RUN-CONTROL EQUAL "Y"
               READ RUN-CONTROL-FILE
                   AT END
                       MOVE "Y" TO END-OF-RUN-CONTROL
                   NOT AT END
                       ADD 1 TO LEDGER-RECORD-COUNT
                       PERFORM P-350-NOTE-RUN-EVENT THRU P-350-EXIT
               END-READ
           END-PERFORM
           IF RUN-CONTROL-STATUS NOT = "35" THEN
               CLOSE RUN-CONTROL-FILE
           END-IF.
       P-300-EXIT.
           EXIT.

       P-350-NOTE-RUN-EVENT.
           PERFORM VARYING DEP-INDEX FROM 1 BY 1
                   UNTIL DEP-INDEX > DEP-COUNT
               IF DEP-SELECTED(DEP-INDEX) EQUAL "Y" THEN
                   IF RUN-JOB-NAME EQUAL DEP-PREREQ-NAME(DEP-INDEX)
                      THEN
                       MOVE RUN-EVENT-TYPE TO DEP-LAST-EVENT(DEP-INDEX)
                       IF RUN-EVENT-END THEN
                           MOVE RUN-STAMP TO DEP-LAST-END(DEP-INDEX)
                           MOVE RUN-RETURN-CODE
                                TO DEP-LAST-RC(DEP-INDEX)
                       END-IF
                   END-IF
                   IF RUN-JOB-NAME EQUAL DEP-AFTER-JOB(DEP-INDEX) AND
                      RUN-EVENT-END THEN
                       MOVE RUN-STAMP TO DEP-AFTER-END(DEP-INDEX)
                   END-IF
               END-IF
           END-PERFORM.
       P-350-EXIT.
           EXIT.

       P-400-ASSESS-PREREQUISITES.
           PERFORM VARYING DEP-INDEX FROM 1 BY 1
                   UNTIL DEP-INDEX > DEP-COUNT
               IF DEP-SELECTED(DEP-INDEX) EQUAL "Y" THEN
                   PERFORM P-450-ASSESS-ONE THRU P-450-EXIT
               END-IF
           END-PERFORM.
       P-400-EXIT.
           EXIT.

       P-450-ASSESS-ONE.
           EVALUATE TRUE
               WHEN DEP-LAST-EVENT(DEP-INDEX) EQUAL SPACE
                   MOVE "MISSING" TO DEP-STATUS(DEP-INDEX)
                   MOVE "NEVER RUN" TO DEP-REASON(DEP-INDEX)
                   ADD 1 TO MISSING-COUNT
               WHEN DEP-LAST-EVENT(DEP-INDEX) EQUAL "S"
                   MOVE "LATE" TO DEP-STATUS(DEP-INDEX)
                   MOVE "STILL IN FLIGHT" TO DEP-REASON(DEP-INDEX)
                   ADD 1 TO LATE-COUNT
               WHEN DEP-SAME-DAY(DEP-INDEX) EQUAL "Y" AND
                    DEP-LAST-END-DATE(DEP-INDEX) NOT = TODAY-DATE
                   MOVE "MISSING" TO DEP-STATUS(DEP-INDEX)
                   MOVE "NOT RUN TODAY" TO DEP-REASON(DEP-INDEX)
                   ADD 1 TO MISSING-COUNT
               WHEN DEP-LAST-RC(DEP-INDEX) > DEP-MAX-RC(DEP-INDEX)
                   MOVE "FAILED" TO DEP-STATUS(DEP-INDEX)
                   MOVE SPACES TO DEP-REASON(DEP-INDEX)
                   STRING "ENDED RC " DELIMITED BY SIZE
                          DEP-LAST-RC(DEP-INDEX) DELIMITED BY SIZE
                          " OVER MAX " DELIMITED BY SIZE
                          DEP-MAX-RC(DEP-INDEX) DELIMITED BY SIZE
                     INTO DEP-REASON(DEP-INDEX)
                   END-STRING
                   ADD 1 TO FAILED-COUNT
               WHEN DEP-AFTER-JOB(DEP-INDEX) NOT = SPACES AND
                    DEP-AFTER-END(DEP-INDEX) > DEP-LAST-END(DEP-INDEX)
                   MOVE "LATE" TO DEP-STATUS(DEP-INDEX)
                   MOVE SPACES TO DEP-REASON(DEP-INDEX)
                   STRING "ENDED BEFORE LAST " DELIMITED BY SIZE
                          DEP-AFTER-JOB(DEP-INDEX) DELIMITED BY SIZE
                     INTO DEP-REASON(DEP-INDEX)
                   END-STRING
                   ADD 1 TO LATE-COUNT
               WHEN OTHER
                   MOVE "MET" TO DEP-STATUS(DEP-INDEX)
                   MOVE SPACES TO DEP-REASON(DEP-INDEX)
                   ADD 1 TO MET-COUNT
           END-EVALUATE.
       P-450-EXIT.
           EXIT.

       P-500-PRINT-READINESS.
           DISPLAY "----------------------------------------------"
           DISPLAY "JOB      NEEDS    MAX SAME STATUS  LAST END"
                   "           RC REASON"
           PERFORM VARYING DEP-INDEX FROM 1 BY 1
                   UNTIL DEP-INDEX > DEP-COUNT
               IF DEP-SELECTED(DEP-INDEX) EQUAL "Y" THEN
                   DISPLAY DEP-JOB-NAME(DEP-INDEX) " "
                           DEP-PREREQ-NAME(DEP-INDEX) " "
                           DEP-MAX-RC(DEP-INDEX) "  "
                           DEP-SAME-DAY(DEP-INDEX) "    "
                           DEP-STATUS(DEP-INDEX) " "
                           DEP-LAST-END(DEP-INDEX) " "
                           DEP-LAST-RC(DEP-INDEX) " "
                           DEP-REASON(DEP-INDEX)
               END-IF
           END-PERFORM.
       P-500-EXIT.
           EXIT.

       P-2000-REGISTER-START.
           MOVE "S" TO RUN-EVENT-WANTED
           MOVE ZERO TO RUN-RECORD-TOTAL
           MOVE ZERO TO RUN-RC-TOTAL
           PERFORM P-2050-WRITE-RUN-EVENT THRU P-2050-EXIT.
       P-2000-EXIT.
           EXIT.

       P-2050-WRITE-RUN-EVENT.
           OPEN EXTEND RUN-CONTROL-FILE
           IF RUN-CONTROL-STATUS = "05" OR RUN-CONTROL-STATUS = "35"
              THEN
               OPEN OUTPUT RUN-CONTROL-FILE
           END-IF
           IF RUN-CONTROL-STATUS NOT = "00" THEN
               DISPLAY "RUN CONTROL FILE COULD NOT BE OPENED - "
                       "STATUS " RUN-CONTROL-STATUS
               GO TO P-2050-EXIT
           END-IF
           MOVE MY-JOB-NAME TO RUN-JOB-NAME
           MOVE RUN-EVENT-WANTED TO RUN-EVENT-TYPE
           ACCEPT RUN-STAMP-DATE FROM DATE YYYYMMDD
           ACCEPT RUN-STAMP-TIME FROM TIME
           MOVE RUN-STAMP-WORK TO RUN-STAMP
           MOVE RUN-RECORD-TOTAL TO RUN-RECORDS-PROCESSED
           MOVE RUN-RC-TOTAL TO RUN-RETURN-CODE
           WRITE RUN-CONTROL-RECORD
           IF RUN-CONTROL-STATUS NOT = "00" THEN
               DISPLAY "RUN CONTROL WRITE FAILED - STATUS "
                       RUN-CONTROL-STATUS
           END-IF
           CLOSE RUN-CONTROL-FILE.
       P-2050-EXIT.
           EXIT.

       P-2100-REGISTER-END.
           MOVE "E" TO RUN-EVENT-WANTED
           PERFORM P-2050-WRITE-RUN-EVENT THRU P-2050-EXIT.
       P-2100-EXIT.
           EXIT.
