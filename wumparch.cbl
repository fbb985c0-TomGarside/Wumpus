           SELECT HISTORY-FILE ASSIGN TO "RESULTHS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HISTORY-FILE-STATUS.
           SELECT CHECKPOINT-FILE ASSIGN TO "ARCHCKPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CHECKPOINT-FILE-STATUS.

           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
           05 RESULT-CAVE-ID                       PIC X(8).
           05 RESULT-PROFILE-NAME                  PIC X(8).
           05 RESULT-SEASON-ID                     PIC X(8).
           05 RESULT-EVENT-ID                      PIC X(8).

       FD  HISTORY-FILE.
       01  HISTORY-RECORD                          PIC X(77).

       FD  CHECKPOINT-FILE.
       01  CHECKPOINT-RECORD.
           05 CKPT-PHASE                           PIC X(1).
              88 CKPT-ARCHIVING                    VALUE "A".
              88 CKPT-PURGING                      VALUE "P".
              88 CKPT-COMPLETE                     VALUE "C".
           05 CKPT-TAKEN-STAMP                     PIC 9(18).
           05 CKPT-CUTOFF-TIMESTAMP                PIC 9(18).
           05 CKPT-LAST-READ-KEY                   PIC X(26).
           05 CKPT-LAST-ARCHIVED-KEY               PIC X(26).
           05 CKPT-LAST-PURGED-KEY                 PIC X(26).
           05 CKPT-READ-COUNT                      PIC 9(6).
           05 CKPT-ARCHIVED-COUNT                  PIC 9(6).
           05 CKPT-PURGED-COUNT                    PIC 9(6).
           05 CKPT-REMAINING-COUNT                 PIC 9(6).
           05 CKPT-HISTORY-ERROR-COUNT             PIC 9(6).
           05 CKPT-HISTORY-BASE-COUNT              PIC 9(8).

       FD  RUN-CONTROL-FILE.
       01  RUN-CONTROL-RECORD.
          05 FILLER                         PIC X(8) VALUE "WUMPSAVE".
          05 FILLER                         PIC X(8) VALUE "WUMPTRIM".
          05 FILLER                         PIC X(8) VALUE "WUMPSEAS".
          05 FILLER                         PIC X(8) VALUE "WUMPCAVE".
          05 FILLER                         PIC X(8) VALUE "WUMPDORM".
          05 FILLER                         PIC X(8) VALUE "WUMPMRGE".
          05 FILLER                         PIC X(8) VALUE "WUMPRATE".
          05 FILLER                         PIC X(8) VALUE "WUMPINTG".
          05 FILLER                         PIC X(8) VALUE "WUMPEVNT".
       01 UPDATING-JOBS REDEFINES UPDATING-JOB-LIST.
          05 UPDATING-JOB-NAME OCCURS 14 TIMES     PIC X(8).
       01 RESULTS-FILE-STATUS                      PIC X(2) VALUE "00".
       01 HISTORY-FILE-STATUS                      PIC X(2) VALUE "00".
       01 END-OF-RESULTS                           PIC X(1) VALUE "N".
       01 RECORDS-REMAINING-COUNT                  PIC 9(6) VALUE 0.
       01 HISTORY-ERROR-COUNT                      PIC 9(6) VALUE 0.
       01 BALANCE-CHECK-COUNT                      PIC 9(6) VALUE 0.
       01 CHECKPOINT-FILE-STATUS                   PIC X(2) VALUE "00".
       01 CHECKPOINT-FOUND                         PIC X(1) VALUE "N".
       01 CHECKPOINT-PHASE-WANTED                  PIC X(1) VALUE "A".
       01 CHECKPOINT-COUNT                         PIC 9(5) VALUE 0.
       01 COMMIT-INTERVAL                          PIC 9(5) VALUE 0.
       01 SINCE-CHECKPOINT-COUNT                   PIC 9(5) VALUE 0.
       01 RESTART-REQUEST                          PIC X(7) VALUE
                                                   SPACES.
       01 RESTART-MODE                             PIC X(1) VALUE "N".
       01 RESTART-PHASE                            PIC X(1) VALUE "A".
       01 LAST-READ-KEY                            PIC X(26) VALUE
                                                   SPACES.
       01 LAST-ARCHIVED-KEY                        PIC X(26) VALUE
                                                   SPACES.
       01 LAST-PURGED-KEY                          PIC X(26) VALUE
                                                   SPACES.
       01 HISTORY-BASE-COUNT                       PIC 9(8) VALUE 0.
       01 HISTORY-ON-FILE-COUNT                    PIC 9(8) VALUE 0.
       01 HISTORY-EXPECTED-COUNT                   PIC 9(8) VALUE 0.
       01 HISTORY-SKIP-COUNT                       PIC 9(8) VALUE 0.
       01 HISTORY-ENTRY-INDEX                      PIC 9(8) VALUE 0.
       01 END-OF-HISTORY                           PIC X(1) VALUE "N".
       01 ALREADY-PURGED-COUNT                     PIC 9(6) VALUE 0.

       PROCEDURE DIVISION.

           DISPLAY "ENTER CUTOFF TIMESTAMP - RESULTS OLDER THAN "
                   "THIS ARE ARCHIVED"
           ACCEPT CUTOFF-TIMESTAMP
           DISPLAY "ENTER COMMIT INTERVAL - RECORDS BETWEEN "
                   "CHECKPOINTS"
           ACCEPT COMMIT-INTERVAL
           IF COMMIT-INTERVAL NOT NUMERIC OR COMMIT-INTERVAL < 1 THEN
               MOVE 100 TO COMMIT-INTERVAL
           END-IF
           DISPLAY "ENTER RESTART TO RESUME FROM THE LAST "
                   "CHECKPOINT (BLANK FOR A NEW RUN)"
           ACCEPT RESTART-REQUEST
           PERFORM P-150-READ-CHECKPOINT THRU P-150-EXIT
           IF RETURN-CODE NOT = ZERO THEN
               DISPLAY "=============================================="
               MOVE RETURN-CODE TO RUN-RC-TOTAL
               PERFORM P-2100-REGISTER-END THRU P-2100-EXIT
               GOBACK
           END-IF
           DISPLAY "CUTOFF TIMESTAMP ........... " CUTOFF-TIMESTAMP
           DISPLAY "COMMIT INTERVAL ............ " COMMIT-INTERVAL
           IF RESTART-PHASE NOT = "P" THEN
               PERFORM P-200-EXTRACT-TO-HISTORY THRU P-200-EXIT
           END-IF
           IF RETURN-CODE NOT = ZERO THEN
               DISPLAY "=============================================="
               MOVE RECORDS-READ-COUNT TO RUN-RECORD-TOTAL
               MOVE RETURN-CODE TO RUN-RC-TOTAL
               PERFORM P-2100-REGISTER-END THRU P-2100-EXIT
               GOBACK
           END-IF
           COMPUTE BALANCE-CHECK-COUNT =
               RECORDS-ARCHIVED-COUNT + RECORDS-REMAINING-COUNT
           IF HISTORY-ERROR-COUNT NOT = ZERO OR
                       "PURGE NOT PERFORMED"
               MOVE 8 TO RETURN-CODE
           ELSE
               IF RESTART-PHASE EQUAL "P" THEN
                   PERFORM P-350-RESTART-PURGE THRU P-350-EXIT
               ELSE
                   MOVE "P" TO CHECKPOINT-PHASE-WANTED
                   PERFORM P-900-WRITE-CHECKPOINT THRU P-900-EXIT
                   PERFORM P-300-PURGE-ARCHIVED THRU P-300-EXIT
               END-IF
           END-IF
           IF RETURN-CODE NOT = 12 THEN
               MOVE "C" TO CHECKPOINT-PHASE-WANTED
               PERFORM P-900-WRITE-CHECKPOINT THRU P-900-EXIT
           END-IF
           DISPLAY "----------------------------------------------"
           DISPLAY "RECORDS READ ............... " RECORDS-READ-COUNT
                   RECORDS-PURGED-COUNT
           DISPLAY "RECORDS REMAINING .......... "
                   RECORDS-REMAINING-COUNT
           DISPLAY "CHECKPOINTS TAKEN .......... " CHECKPOINT-COUNT
           IF RESTART-MODE EQUAL "Y" THEN
               DISPLAY "RUN RESTARTED - TOTALS INCLUDE THE WORK DONE "
                       "BEFORE THE CHECKPOINT"
               IF ALREADY-PURGED-COUNT NOT = ZERO THEN
                   DISPLAY "PURGED BEFORE THE RESTART .. "
                           ALREADY-PURGED-COUNT
               END-IF
           END-IF
           IF RECORDS-PURGED-COUNT NOT = RECORDS-ARCHIVED-COUNT THEN
               DISPLAY "PURGED COUNT DOES NOT MATCH ARCHIVED COUNT"
               IF RETURN-CODE < 8 THEN
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF
           DISPLAY "=============================================="
           MOVE RECORDS-READ-COUNT TO RUN-RECORD-TOTAL
       P-199-EXIT.
           EXIT.

       P-150-READ-CHECKPOINT.
           MOVE "N" TO CHECKPOINT-FOUND
           OPEN INPUT CHECKPOINT-FILE
           IF CHECKPOINT-FILE-STATUS EQUAL "00" THEN
               READ CHECKPOINT-FILE
                   AT END
                       MOVE "N" TO CHECKPOINT-FOUND
                   NOT AT END
                       MOVE "Y" TO CHECKPOINT-FOUND
               END-READ
               CLOSE CHECKPOINT-FILE
           END-IF
           IF RESTART-REQUEST NOT = "RESTART" THEN
               IF CHECKPOINT-FOUND EQUAL "Y" AND
                  NOT CKPT-COMPLETE THEN
                   DISPLAY "CHECKPOINT SHOWS AN UNFINISHED ARCHIVE "
                           "RUN - CODE RESTART ON SYSIN TO RESUME IT"
                   DISPLAY "CHECKPOINT TAKEN ........... "
                           CKPT-TAKEN-STAMP
                   MOVE 12 TO RETURN-CODE
               END-IF
               GO TO P-150-EXIT
           END-IF
           IF CHECKPOINT-FOUND NOT = "Y" THEN
               DISPLAY "NO CHECKPOINT ON FILE - NOTHING TO RESTART"
               MOVE 12 TO RETURN-CODE
               GO TO P-150-EXIT
           END-IF
           IF CKPT-COMPLETE THEN
               DISPLAY "LAST ARCHIVE RUN COMPLETED - NOTHING TO "
                       "RESTART"
               MOVE 4 TO RETURN-CODE
               GO TO P-150-EXIT
           END-IF
           MOVE "Y" TO RESTART-MODE
           MOVE CKPT-PHASE TO RESTART-PHASE
           IF CKPT-CUTOFF-TIMESTAMP NOT = CUTOFF-TIMESTAMP THEN
               DISPLAY "CUTOFF ON SYSIN IGNORED - RESTART USES THE "
                       "CHECKPOINT CUTOFF"
           END-IF
           MOVE CKPT-CUTOFF-TIMESTAMP TO CUTOFF-TIMESTAMP
           MOVE CKPT-LAST-READ-KEY TO LAST-READ-KEY
           MOVE CKPT-LAST-ARCHIVED-KEY TO LAST-ARCHIVED-KEY
           MOVE CKPT-LAST-PURGED-KEY TO LAST-PURGED-KEY
           MOVE CKPT-READ-COUNT TO RECORDS-READ-COUNT
           MOVE CKPT-ARCHIVED-COUNT TO RECORDS-ARCHIVED-COUNT
           MOVE CKPT-PURGED-COUNT TO RECORDS-PURGED-COUNT
           MOVE CKPT-REMAINING-COUNT TO RECORDS-REMAINING-COUNT
           MOVE CKPT-HISTORY-ERROR-COUNT TO HISTORY-ERROR-COUNT
           MOVE CKPT-HISTORY-BASE-COUNT TO HISTORY-BASE-COUNT
           DISPLAY "RESTARTING FROM CHECKPOINT . " CKPT-TAKEN-STAMP
           DISPLAY "PHASE AT CHECKPOINT ........ " CKPT-PHASE
           DISPLAY "LAST KEY READ .............. " LAST-READ-KEY
           DISPLAY "LAST KEY ARCHIVED .......... " LAST-ARCHIVED-KEY
           DISPLAY "LAST KEY PURGED ............ " LAST-PURGED-KEY
           DISPLAY "RECORDS READ SO FAR ........ " RECORDS-READ-COUNT
           DISPLAY "RECORDS ARCHIVED SO FAR .... "
                   RECORDS-ARCHIVED-COUNT
           DISPLAY "RECORDS PURGED SO FAR ...... "
                   RECORDS-PURGED-COUNT.
       P-150-EXIT.
           EXIT.

       P-200-EXTRACT-TO-HISTORY.
           PERFORM P-250-COUNT-HISTORY THRU P-250-EXIT
           IF RESTART-MODE EQUAL "Y" THEN
               COMPUTE HISTORY-EXPECTED-COUNT =
                   HISTORY-BASE-COUNT + RECORDS-ARCHIVED-COUNT
               IF HISTORY-ON-FILE-COUNT < HISTORY-EXPECTED-COUNT THEN
                   DISPLAY "RESULTHS HOLDS FEWER RECORDS THAN THE "
                           "CHECKPOINT - RESTART NOT POSSIBLE"
                   DISPLAY "HISTORY RECORDS EXPECTED ... "
                           HISTORY-EXPECTED-COUNT
                   DISPLAY "HISTORY RECORDS ON FILE .... "
                           HISTORY-ON-FILE-COUNT
                   MOVE 12 TO RETURN-CODE
                   GO TO P-200-EXIT
               END-IF
               COMPUTE HISTORY-SKIP-COUNT =
                   HISTORY-ON-FILE-COUNT - HISTORY-EXPECTED-COUNT
               IF HISTORY-SKIP-COUNT NOT = ZERO THEN
                   DISPLAY "ARCHIVED AFTER CHECKPOINT .. "
                           HISTORY-SKIP-COUNT
                           " - NOT WRITTEN AGAIN"
               END-IF
           ELSE
               MOVE HISTORY-ON-FILE-COUNT TO HISTORY-BASE-COUNT
               MOVE "A" TO CHECKPOINT-PHASE-WANTED
               PERFORM P-900-WRITE-CHECKPOINT THRU P-900-EXIT
           END-IF
           OPEN INPUT RESULTS-FILE
           IF RESULTS-FILE-STATUS NOT = "00" THEN
               DISPLAY "RESULTS FILE NOT FOUND - NOTHING TO ARCHIVE"
               MOVE "Y" TO END-OF-RESULTS
               GO TO P-200-EXIT
           END-IF
           IF RESTART-MODE EQUAL "Y" AND
              RECORDS-READ-COUNT NOT = ZERO THEN
               MOVE LAST-READ-KEY TO RESULT-KEY
               START RESULTS-FILE KEY IS GREATER THAN RESULT-KEY
                   INVALID KEY
                       MOVE "Y" TO END-OF-RESULTS
               END-START
           END-IF
           MOVE 0 TO SINCE-CHECKPOINT-COUNT
           PERFORM UNTIL END-OF-RESULTS EQUAL "Y"
               READ RESULTS-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO END-OF-RESULTS
                   NOT AT END
                       ADD 1 TO RECORDS-READ-COUNT
                       MOVE RESULT-KEY TO LAST-READ-KEY
                       IF RESULT-TIMESTAMP < CUTOFF-TIMESTAMP THEN
                           PERFORM P-220-ARCHIVE-ONE THRU P-220-EXIT
                       ELSE
                           ADD 1 TO RECORDS-REMAINING-COUNT
                       END-IF
                       ADD 1 TO SINCE-CHECKPOINT-COUNT
                       IF SINCE-CHECKPOINT-COUNT >= COMMIT-INTERVAL
                          THEN
                           PERFORM P-260-ARCHIVE-CHECKPOINT
                               THRU P-260-EXIT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HISTORY-FILE
       P-200-EXIT.
           EXIT.

       P-220-ARCHIVE-ONE.
           IF HISTORY-SKIP-COUNT > ZERO THEN
               SUBTRACT 1 FROM HISTORY-SKIP-COUNT
               ADD 1 TO RECORDS-ARCHIVED-COUNT
               MOVE RESULT-KEY TO LAST-ARCHIVED-KEY
               GO TO P-220-EXIT
           END-IF
           WRITE HISTORY-RECORD FROM RESULT-RECORD
           IF HISTORY-FILE-STATUS = "00" THEN
               ADD 1 TO RECORDS-ARCHIVED-COUNT
               MOVE RESULT-KEY TO LAST-ARCHIVED-KEY
           ELSE
               DISPLAY "HISTORY WRITE FAILED - "
                       "STATUS " HISTORY-FILE-STATUS
               ADD 1 TO HISTORY-ERROR-COUNT
           END-IF.
       P-220-EXIT.
           EXIT.

       P-250-COUNT-HISTORY.
           MOVE 0 TO HISTORY-ON-FILE-COUNT
           MOVE "N" TO END-OF-HISTORY
           OPEN INPUT HISTORY-FILE
           IF HISTORY-FILE-STATUS NOT = "00" THEN
               GO TO P-250-EXIT
           END-IF
           PERFORM UNTIL END-OF-HISTORY EQUAL "Y"
               READ HISTORY-FILE
                   AT END
                       MOVE "Y" TO END-OF-HISTORY
                   NOT AT END
                       ADD 1 TO HISTORY-ON-FILE-COUNT
               END-READ
           END-PERFORM
           CLOSE HISTORY-FILE.
       P-250-EXIT.
           EXIT.

       P-260-ARCHIVE-CHECKPOINT.
           CLOSE HISTORY-FILE
           MOVE "A" TO CHECKPOINT-PHASE-WANTED
           PERFORM P-900-WRITE-CHECKPOINT THRU P-900-EXIT
           MOVE 0 TO SINCE-CHECKPOINT-COUNT
           OPEN EXTEND HISTORY-FILE
           IF HISTORY-FILE-STATUS NOT = "00" THEN
               DISPLAY "HISTORY FILE COULD NOT BE REOPENED - STATUS "
                       HISTORY-FILE-STATUS
               ADD 1 TO HISTORY-ERROR-COUNT
               MOVE "Y" TO END-OF-RESULTS
           END-IF.
       P-260-EXIT.
           EXIT.

       P-300-PURGE-ARCHIVED.
           IF RECORDS-ARCHIVED-COUNT EQUAL ZERO THEN
               DISPLAY "NOTHING OLDER THAN THE CUTOFF - NO PURGE"
               MOVE "Y" TO END-OF-RESULTS
               GO TO P-300-EXIT
           END-IF
           MOVE 0 TO SINCE-CHECKPOINT-COUNT
           PERFORM UNTIL END-OF-RESULTS EQUAL "Y"
               READ RESULTS-FILE NEXT RECORD
                   AT END
                                           RESULT-KEY
                               NOT INVALID KEY
                                   ADD 1 TO RECORDS-PURGED-COUNT
                                   MOVE RESULT-KEY TO LAST-PURGED-KEY
                                   ADD 1 TO SINCE-CHECKPOINT-COUNT
                           END-DELETE
                       END-IF
                       IF SINCE-CHECKPOINT-COUNT >= COMMIT-INTERVAL
                          THEN
                           PERFORM P-310-PURGE-CHECKPOINT
                               THRU P-310-EXIT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RESULTS-FILE.
       P-300-EXIT.
           EXIT.

       P-310-PURGE-CHECKPOINT.
           CLOSE RESULTS-FILE
           MOVE "P" TO CHECKPOINT-PHASE-WANTED
           PERFORM P-900-WRITE-CHECKPOINT THRU P-900-EXIT
           MOVE 0 TO SINCE-CHECKPOINT-COUNT
           OPEN I-O RESULTS-FILE
           IF RESULTS-FILE-STATUS NOT = "00" THEN
               DISPLAY "RESULTS FILE COULD NOT BE REOPENED - "
                       "PURGE STOPPED AT THE CHECKPOINT"
               MOVE "Y" TO END-OF-RESULTS
               GO TO P-310-EXIT
           END-IF
           MOVE LAST-PURGED-KEY TO RESULT-KEY
           START RESULTS-FILE KEY IS GREATER THAN RESULT-KEY
               INVALID KEY
                   MOVE "Y" TO END-OF-RESULTS
           END-START.
       P-310-EXIT.
           EXIT.

       P-350-RESTART-PURGE.
           MOVE "N" TO END-OF-HISTORY
           MOVE 0 TO HISTORY-ENTRY-INDEX
           MOVE 0 TO SINCE-CHECKPOINT-COUNT
           COMPUTE HISTORY-EXPECTED-COUNT =
               HISTORY-BASE-COUNT + RECORDS-ARCHIVED-COUNT
           OPEN INPUT HISTORY-FILE
           IF HISTORY-FILE-STATUS NOT = "00" THEN
               DISPLAY "HISTORY FILE COULD NOT BE OPENED - STATUS "
                       HISTORY-FILE-STATUS " - PURGE NOT RESUMED"
               MOVE 12 TO RETURN-CODE
               GO TO P-350-EXIT
           END-IF
           OPEN I-O RESULTS-FILE
           IF RESULTS-FILE-STATUS NOT = "00" THEN
               DISPLAY "RESULTS FILE COULD NOT BE REOPENED - "
                       "PURGE NOT RESUMED"
               CLOSE HISTORY-FILE
               MOVE 12 TO RETURN-CODE
               GO TO P-350-EXIT
           END-IF
           PERFORM UNTIL END-OF-HISTORY EQUAL "Y"
               READ HISTORY-FILE
                   AT END
                       MOVE "Y" TO END-OF-HISTORY
                   NOT AT END
                       ADD 1 TO HISTORY-ENTRY-INDEX
                       IF HISTORY-ENTRY-INDEX > HISTORY-EXPECTED-COUNT
                          THEN
                           MOVE "Y" TO END-OF-HISTORY
                       ELSE
                           IF HISTORY-ENTRY-INDEX > HISTORY-BASE-COUNT
                              THEN
                               PERFORM P-360-RESTART-PURGE-ONE
                                   THRU P-360-EXIT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HISTORY-FILE
           IF RESULTS-FILE-STATUS NOT = "35" THEN
               CLOSE RESULTS-FILE
           END-IF.
       P-350-EXIT.
           EXIT.

       P-360-RESTART-PURGE-ONE.
           IF HISTORY-RECORD(1:26) NOT > LAST-PURGED-KEY THEN
               GO TO P-360-EXIT
           END-IF
           MOVE HISTORY-RECORD(1:26) TO RESULT-KEY
           READ RESULTS-FILE
               INVALID KEY
                   ADD 1 TO RECORDS-PURGED-COUNT
                   ADD 1 TO ALREADY-PURGED-COUNT
                   MOVE RESULT-KEY TO LAST-PURGED-KEY
               NOT INVALID KEY
                   DELETE RESULTS-FILE
                       INVALID KEY
                           DISPLAY "PURGE FAILED FOR KEY "
                                   RESULT-KEY
                       NOT INVALID KEY
                           ADD 1 TO RECORDS-PURGED-COUNT
                           MOVE RESULT-KEY TO LAST-PURGED-KEY
                   END-DELETE
           END-READ
           ADD 1 TO SINCE-CHECKPOINT-COUNT
           IF SINCE-CHECKPOINT-COUNT >= COMMIT-INTERVAL THEN
               CLOSE RESULTS-FILE
               MOVE "P" TO CHECKPOINT-PHASE-WANTED
               PERFORM P-900-WRITE-CHECKPOINT THRU P-900-EXIT
               MOVE 0 TO SINCE-CHECKPOINT-COUNT
               OPEN I-O RESULTS-FILE
               IF RESULTS-FILE-STATUS NOT = "00" THEN
                   DISPLAY "RESULTS FILE COULD NOT BE REOPENED - "
                           "PURGE STOPPED AT THE CHECKPOINT"
                   MOVE "Y" TO END-OF-HISTORY
               END-IF
           END-IF.
       P-360-EXIT.
           EXIT.

       P-900-WRITE-CHECKPOINT.
           OPEN OUTPUT CHECKPOINT-FILE
           IF CHECKPOINT-FILE-STATUS NOT = "00" THEN
               DISPLAY "CHECKPOINT FILE COULD NOT BE OPENED - STATUS "
                       CHECKPOINT-FILE-STATUS
               GO TO P-900-EXIT
           END-IF
           MOVE CHECKPOINT-PHASE-WANTED TO CKPT-PHASE
           ACCEPT RUN-STAMP-DATE FROM DATE YYYYMMDD
           ACCEPT RUN-STAMP-TIME FROM TIME
           MOVE RUN-STAMP-WORK TO CKPT-TAKEN-STAMP
           MOVE CUTOFF-TIMESTAMP TO CKPT-CUTOFF-TIMESTAMP
           MOVE LAST-READ-KEY TO CKPT-LAST-READ-KEY
           MOVE LAST-ARCHIVED-KEY TO CKPT-LAST-ARCHIVED-KEY
           MOVE LAST-PURGED-KEY TO CKPT-LAST-PURGED-KEY
           MOVE RECORDS-READ-COUNT TO CKPT-READ-COUNT
           MOVE RECORDS-ARCHIVED-COUNT TO CKPT-ARCHIVED-COUNT
           MOVE RECORDS-PURGED-COUNT TO CKPT-PURGED-COUNT
           MOVE RECORDS-REMAINING-COUNT TO CKPT-REMAINING-COUNT
           MOVE HISTORY-ERROR-COUNT TO CKPT-HISTORY-ERROR-COUNT
           MOVE HISTORY-BASE-COUNT TO CKPT-HISTORY-BASE-COUNT
           WRITE CHECKPOINT-RECORD
           IF CHECKPOINT-FILE-STATUS NOT = "00" THEN
               DISPLAY "CHECKPOINT WRITE FAILED - STATUS "
                       CHECKPOINT-FILE-STATUS
           ELSE
               ADD 1 TO CHECKPOINT-COUNT
           END-IF
           CLOSE CHECKPOINT-FILE.
       P-900-EXIT.
           EXIT.

       P-2000-REGISTER-START.
           MOVE "N" TO END-OF-RUN-CONTROL
           OPEN INPUT RUN-CONTROL-FILE
               IF INFLIGHT-LAST-EVENT(INFLIGHT-INDEX) EQUAL "S"
                  THEN
                   PERFORM VARYING UPDATER-INDEX FROM 1 BY 1
                           UNTIL UPDATER-INDEX > 14
                       IF UPDATING-JOB-NAME(UPDATER-INDEX) EQUAL
                          INFLIGHT-NAME(INFLIGHT-INDEX) THEN
                           MOVE "Y" TO RUN-BLOCKED-FLAG
