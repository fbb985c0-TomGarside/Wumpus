       IDENTIFICATION DIVISION.
       PROGRAM-ID. WUMPDORM.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SEASON-FILE ASSIGN TO "SEASONS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SEASON-ID
               FILE STATUS IS SEASON-FILE-STATUS.
           SELECT RESULTS-FILE ASSIGN TO "RESULTS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RESULT-KEY
               FILE STATUS IS RESULTS-FILE-STATUS.
           SELECT HISTORY-FILE ASSIGN TO "RESULTHS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HISTORY-FILE-STATUS.
           SELECT CHECKPOINT-FILE ASSIGN TO "CHECKPT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHECKPOINT-PLAYER-ID
               FILE STATUS IS CHECKPOINT-FILE-STATUS.
           SELECT PLAYER-FILE ASSIGN TO "PLAYERS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PLAYER-MASTER-ID
               FILE STATUS IS PLAYER-FILE-STATUS.
           SELECT NOTICE-FILE ASSIGN TO "NOTICES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS NOTICE-FILE-STATUS.

           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUN-CONTROL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SEASON-FILE.
       01  SEASON-RECORD.
           05 SEASON-ID                             PIC X(8).
           05 SEASON-START-DATE                     PIC 9(8).
           05 SEASON-END-DATE                       PIC 9(8).
           05 SEASON-STATUS                         PIC X(1).
              88 SEASON-OPEN                        VALUE "O".
              88 SEASON-CLOSED                      VALUE "C".

       FD  RESULTS-FILE.
       01  RESULT-RECORD.
           05 RESULT-KEY.
              10 RESULT-PLAYER-ID                 PIC X(8).
              10 RESULT-TIMESTAMP                  PIC 9(18).
           05 RESULT-WUMPUS-ROOM                   PIC 9(2).
           05 RESULT-STARTING-ARROWS               PIC 9(2).
           05 RESULT-ARROWS-LEFT                   PIC 9(2).
           05 RESULT-ROOMS-VISITED                 PIC 9(4).
           05 RESULT-OUTCOME-CODE                  PIC X(1).
              88 OUTCOME-WIN                       VALUE "W".
              88 OUTCOME-EATEN                     VALUE "E".
              88 OUTCOME-PIT                       VALUE "P".
              88 OUTCOME-NO-ARROWS                 VALUE "A".
           05 RESULT-TREASURE                      PIC 9(2).
           05 RESULT-SCORE                         PIC 9(5).
           05 RESULT-SIM-FLAG                      PIC X(1).
              88 RESULT-SIMULATED                  VALUE "S".
           05 RESULT-CAVE-ID                       PIC X(8).
           05 RESULT-PROFILE-NAME                  PIC X(8).
           05 RESULT-SEASON-ID                     PIC X(8).
           05 RESULT-EVENT-ID                      PIC X(8).

       FD  HISTORY-FILE.
       01  HISTORY-RECORD.
           05 HIST-PLAYER-ID                       PIC X(8).
           05 HIST-TIMESTAMP                       PIC 9(18).
           05 HIST-WUMPUS-ROOM                     PIC 9(2).
           05 HIST-STARTING-ARROWS                 PIC 9(2).
           05 HIST-ARROWS-LEFT                     PIC 9(2).
           05 HIST-ROOMS-VISITED                   PIC 9(4).
           05 HIST-OUTCOME-CODE                    PIC X(1).
           05 HIST-TREASURE                        PIC 9(2).
           05 HIST-SCORE                           PIC 9(5).
           05 HIST-SIM-FLAG                        PIC X(1).
           05 HIST-CAVE-ID                         PIC X(8).
           05 HIST-PROFILE-NAME                    PIC X(8).
           05 HIST-SEASON-ID                       PIC X(8).
           05 HIST-EVENT-ID                        PIC X(8).

       FD  CHECKPOINT-FILE.
       01  CHECKPOINT-RECORD.
           05 CHECKPOINT-PLAYER-ID                  PIC X(8).
           05 CHECKPOINT-CURRENT-ROOM               PIC 9(2).
           05 CHECKPOINT-ARROWS                     PIC 9(2).
           05 CHECKPOINT-STARTING-ARROWS             PIC 9(2).
           05 CHECKPOINT-ROOMS-VISITED               PIC 9(4).
           05 CHECKPOINT-TREASURE-HELD               PIC 9(2).
           05 CHECKPOINT-VISITED-LOG OCCURS 30 TIMES.
              10 CHECKPOINT-ROOM-VISITED             PIC X(1).
              10 CHECKPOINT-ROOM-SENSED-WUMPUS       PIC X(1).
              10 CHECKPOINT-ROOM-SENSED-BAT          PIC X(1).
              10 CHECKPOINT-ROOM-SENSED-PIT          PIC X(1).
           05 CHECKPOINT-CAVE                        PIC X(302).
           05 CHECKPOINT-CAVE-ID                     PIC X(8).
           05 CHECKPOINT-SAVE-DATE                   PIC 9(8).

       FD  PLAYER-FILE.
       01  PLAYER-MASTER-RECORD.
           05 PLAYER-MASTER-ID                      PIC X(8).
           05 PLAYER-MASTER-NAME                    PIC X(30).
           05 PLAYER-MASTER-REGISTERED              PIC 9(8).
           05 PLAYER-MASTER-GAMES-PLAYED            PIC 9(6).
           05 PLAYER-MASTER-WINS                    PIC 9(6).
           05 PLAYER-MASTER-BEST-ROOMS              PIC 9(4).
           05 PLAYER-MASTER-STANDING                PIC X(1).
              88 MASTER-ACTIVE                      VALUE "A".
              88 MASTER-INACTIVE                    VALUE "I".
           05 PLAYER-MASTER-PIN                     PIC X(4).
           05 PLAYER-MASTER-MERGED-INTO             PIC X(8).

       FD  NOTICE-FILE.
       01  NOTICE-RECORD.
           05 NOTICE-PLAYER-ID                     PIC X(8).
           05 NOTICE-PLAYER-NAME                   PIC X(30).
           05 NOTICE-DATE                          PIC 9(8).
           05 NOTICE-LAST-ACTIVE-DATE              PIC 9(8).
           05 NOTICE-IDLE-DAYS                     PIC 9(5).
           05 NOTICE-ACTION                        PIC X(1).
              88 NOTICE-WARNED                     VALUE "W".
              88 NOTICE-DEACTIVATED                VALUE "D".
              88 NOTICE-KEPT-ACTIVE                VALUE "K".
           05 NOTICE-ACTION-TEXT                   PIC X(30).

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
                                                   "WUMPDORM".
       01 RUN-CONTROL-STATUS                       PIC X(2) VALUE "00".
       01 RUN-EVENT-WANTED                         PIC X(1) VALUE "S".
       01 RUN-RECORD-TOTAL                         PIC 9(6) VALUE 0.
       01 RUN-RC-TOTAL                             PIC 9(2) VALUE 0.
       01 RUN-STAMP-WORK.
          05 RUN-STAMP-DATE                        PIC 9(8) VALUE 0.
          05 RUN-STAMP-TIME                        PIC 9(8) VALUE 0.
          05 RUN-STAMP-FILL                        PIC 9(2) VALUE 0.
       01 END-OF-RUN-CONTROL                       PIC X(1) VALUE "N".
       01 RUN-BLOCKED-FLAG                         PIC X(1) VALUE "N".
       01 UPDATER-INDEX                            PIC 9(2) VALUE 0.
       01 INFLIGHT-INDEX                           PIC 9(2) VALUE 0.
       01 MATCH-INFLIGHT-INDEX                     PIC 9(2) VALUE 0.
       01 INFLIGHT-TABLE.
          05 INFLIGHT-COUNT                        PIC 9(2) VALUE 0.
          05 INFLIGHT-JOB OCCURS 20 TIMES.
             10 INFLIGHT-NAME                      PIC X(8).
             10 INFLIGHT-LAST-EVENT                PIC X(1).
       01 UPDATING-JOB-LIST.
          05 FILLER                         PIC X(8) VALUE "WUMPUS".
          05 FILLER                         PIC X(8) VALUE "WUMPSIM".
          05 FILLER                         PIC X(8) VALUE "WUMPARCH".
          05 FILLER                         PIC X(8) VALUE "WUMPMNT".
          05 FILLER                         PIC X(8) VALUE "WUMPBLD".
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
       01 SEASON-FILE-STATUS                       PIC X(2) VALUE "00".
       01 RESULTS-FILE-STATUS                      PIC X(2) VALUE "00".
       01 HISTORY-FILE-STATUS                      PIC X(2) VALUE "00".
       01 CHECKPOINT-FILE-STATUS                   PIC X(2) VALUE "00".
       01 PLAYER-FILE-STATUS                       PIC X(2) VALUE "00".
       01 NOTICE-FILE-STATUS                       PIC X(2) VALUE "00".
       01 CHECKPOINT-FILE-OPEN                     PIC X(1) VALUE "N".
       01 RESULTS-FILE-OPEN                        PIC X(1) VALUE "N".
       01 HISTORY-FILE-OPEN                        PIC X(1) VALUE "N".
       01 SCAN-FAILED                              PIC X(1) VALUE "N".
       01 END-OF-SEASONS                           PIC X(1) VALUE "N".
       01 END-OF-RESULTS                           PIC X(1) VALUE "N".
       01 END-OF-HISTORY                           PIC X(1) VALUE "N".
       01 END-OF-PLAYERS                           PIC X(1) VALUE "N".
       01 OPEN-SEASON-ID                          PIC X(8) VALUE SPACES.
       01 WARNING-DAYS                             PIC 9(4) VALUE 0.
       01 DEACTIVATE-DAYS                          PIC 9(4) VALUE 0.
       01 TODAY-YMD                                PIC 9(8) VALUE 0.
       01 TODAY-INTEGER                            PIC 9(8) VALUE 0.
       01 LAST-ACTIVE-DATE                         PIC 9(8) VALUE 0.
       01 LAST-ACTIVE-SOURCE                       PIC X(10) VALUE
                                                   SPACES.
       01 LAST-ACTIVE-INTEGER                      PIC 9(8) VALUE 0.
       01 IDLE-DAYS                                PIC S9(5) VALUE 0.
       01 DISPLAY-IDLE                             PIC ZZZZ9.
       01 SAVE-PROTECTED                           PIC X(1) VALUE "N".
       01 SEASON-PROTECTED                         PIC X(1) VALUE "N".
       01 TALLY-ID                                PIC X(8) VALUE SPACES.
       01 TALLY-TIMESTAMP                          PIC 9(18) VALUE 0.
       01 TALLY-DATE REDEFINES TALLY-TIMESTAMP.
          05 TALLY-DATE-YMD                        PIC 9(8).
          05 FILLER                                PIC 9(10).
       01 TALLY-SEASON-ID                         PIC X(8) VALUE SPACES.
       01 TALLY-SIM-FLAG                           PIC X(1) VALUE SPACE.
       01 PLAYER-INDEX                             PIC 9(4) VALUE 0.
       01 MATCH-PLAYER-INDEX                       PIC 9(4) VALUE 0.
       01 MASTER-INDEX                             PIC 9(4) VALUE 0.
       01 GAMES-SCANNED-COUNT                      PIC 9(6) VALUE 0.
       01 PLAYERS-READ-COUNT                       PIC 9(6) VALUE 0.
       01 INACTIVE-SKIPPED-COUNT                   PIC 9(6) VALUE 0.
       01 ACTIVE-CHECKED-COUNT                     PIC 9(6) VALUE 0.
       01 NOT-CHECKED-COUNT                        PIC 9(6) VALUE 0.
       01 CURRENT-COUNT                            PIC 9(6) VALUE 0.
       01 UNDATED-COUNT                            PIC 9(6) VALUE 0.
       01 WARNED-COUNT                             PIC 9(6) VALUE 0.
       01 DEACTIVATED-COUNT                        PIC 9(6) VALUE 0.
       01 KEPT-ACTIVE-COUNT                        PIC 9(6) VALUE 0.
       01 UPDATE-ERROR-COUNT                       PIC 9(6) VALUE 0.
       01 NOTICES-WRITTEN-COUNT                    PIC 9(6) VALUE 0.
       01 BALANCE-CHECK-COUNT                      PIC 9(6) VALUE 0.
       01 DORMANCY-TABLE.
          05 DORM-COUNT                            PIC 9(4) VALUE 0.
          05 DORM-ENTRY OCCURS 1000 TIMES.
             10 DORM-PLAYER-ID                     PIC X(8).
             10 DORM-LAST-GAME-DATE                PIC 9(8).
             10 DORM-OPEN-SEASON-FLAG              PIC X(1).

       PROCEDURE DIVISION.

       P-100-MAIN.
           PERFORM P-2000-REGISTER-START THRU P-2000-EXIT
           IF RUN-BLOCKED-FLAG EQUAL "Y" THEN
               DISPLAY "AN UPDATING JOB IS REGISTERED IN FLIGHT - "
                       "DORMANCY SWEEP NOT STARTED"
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           DISPLAY "=============================================="
           DISPLAY "       WUMPUS PLAYER DORMANCY SWEEP           "
           DISPLAY "=============================================="
           DISPLAY "ENTER WARNING THRESHOLD IN DAYS IDLE"
           ACCEPT WARNING-DAYS
           DISPLAY "ENTER DEACTIVATION THRESHOLD IN DAYS IDLE "
                   "(0000 = WARN ONLY)"
           ACCEPT DEACTIVATE-DAYS
           DISPLAY "WARNING THRESHOLD .......... " WARNING-DAYS
           DISPLAY "DEACTIVATION THRESHOLD ..... " DEACTIVATE-DAYS
           IF WARNING-DAYS NOT NUMERIC OR WARNING-DAYS < 1 OR
              DEACTIVATE-DAYS NOT NUMERIC OR
              (DEACTIVATE-DAYS > ZERO AND
               DEACTIVATE-DAYS NOT > WARNING-DAYS) THEN
               DISPLAY "THRESHOLDS INVALID - DEACTIVATION MUST BE "
                       "LONGER THAN THE WARNING"
               DISPLAY "=============================================="
               MOVE 12 TO RETURN-CODE
               MOVE 12 TO RUN-RC-TOTAL
               PERFORM P-2100-REGISTER-END THRU P-2100-EXIT
               GOBACK
           END-IF
           ACCEPT TODAY-YMD FROM DATE YYYYMMDD
           COMPUTE TODAY-INTEGER = FUNCTION INTEGER-OF-DATE(TODAY-YMD)
           PERFORM P-200-FIND-OPEN-SEASON THRU P-200-EXIT
           IF OPEN-SEASON-ID EQUAL SPACES THEN
               DISPLAY "OPEN SEASON ................ NONE"
           ELSE
               DISPLAY "OPEN SEASON ................ " OPEN-SEASON-ID
           END-IF
           PERFORM P-250-LOAD-PLAYERS THRU P-250-EXIT
           IF PLAYER-FILE-STATUS NOT = "00" AND DORM-COUNT = ZERO
              THEN
               DISPLAY "PLAYER MASTER FILE COULD NOT BE OPENED - "
                       "STATUS " PLAYER-FILE-STATUS
               DISPLAY "=============================================="
               MOVE 12 TO RETURN-CODE
               MOVE 12 TO RUN-RC-TOTAL
               PERFORM P-2100-REGISTER-END THRU P-2100-EXIT
               GOBACK
           END-IF
           PERFORM P-300-SCAN-LIVE THRU P-300-EXIT
           PERFORM P-400-SCAN-HISTORY THRU P-400-EXIT
           IF SCAN-FAILED EQUAL "Y" THEN
               DISPLAY "ACTIVITY FILES COULD NOT BE READ - NO PLAYER "
                       "CHANGED"
               DISPLAY "=============================================="
               MOVE 12 TO RETURN-CODE
               MOVE 12 TO RUN-RC-TOTAL
               PERFORM P-2100-REGISTER-END THRU P-2100-EXIT
               GOBACK
           END-IF
           PERFORM P-500-OPEN-FOR-UPDATE THRU P-500-EXIT
           IF RETURN-CODE NOT = ZERO THEN
               DISPLAY "=============================================="
               MOVE RETURN-CODE TO RUN-RC-TOTAL
               PERFORM P-2100-REGISTER-END THRU P-2100-EXIT
               GOBACK
           END-IF
           PERFORM UNTIL END-OF-PLAYERS EQUAL "Y"
               READ PLAYER-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO END-OF-PLAYERS
                   NOT AT END
                       PERFORM P-600-ASSESS-PLAYER THRU P-600-EXIT
               END-READ
           END-PERFORM
           PERFORM P-900-CLOSE-FILES THRU P-900-EXIT
           COMPUTE BALANCE-CHECK-COUNT =
               CURRENT-COUNT + UNDATED-COUNT + WARNED-COUNT
               + DEACTIVATED-COUNT + KEPT-ACTIVE-COUNT
               + UPDATE-ERROR-COUNT
           DISPLAY "----------------------------------------------"
           DISPLAY "GAMES SCANNED .............. " GAMES-SCANNED-COUNT
           DISPLAY "PLAYERS READ ............... " PLAYERS-READ-COUNT
           DISPLAY "ALREADY INACTIVE ........... "
                   INACTIVE-SKIPPED-COUNT
           DISPLAY "ACTIVE PLAYERS CHECKED ..... "
                   ACTIVE-CHECKED-COUNT
           DISPLAY "  PLAYED WITHIN THRESHOLD .. " CURRENT-COUNT
           DISPLAY "  WARNED ................... " WARNED-COUNT
           DISPLAY "  DEACTIVATED .............. " DEACTIVATED-COUNT
           DISPLAY "  KEPT ACTIVE (PROTECTED) .. " KEPT-ACTIVE-COUNT
           DISPLAY "  NO USABLE DATE ........... " UNDATED-COUNT
           DISPLAY "  UPDATE FAILED ............ " UPDATE-ERROR-COUNT
           DISPLAY "NOTICES WRITTEN ............ "
                   NOTICES-WRITTEN-COUNT
           IF NOT-CHECKED-COUNT NOT = ZERO THEN
               DISPLAY "OVER 1000 PLAYERS - SKIPPED  "
                       NOT-CHECKED-COUNT
               MOVE 4 TO RETURN-CODE
           END-IF
           IF UNDATED-COUNT NOT = ZERO THEN
               MOVE 4 TO RETURN-CODE
           END-IF
           IF BALANCE-CHECK-COUNT NOT = ACTIVE-CHECKED-COUNT OR
              NOTICES-WRITTEN-COUNT NOT =
              WARNED-COUNT + DEACTIVATED-COUNT + KEPT-ACTIVE-COUNT OR
              UPDATE-ERROR-COUNT NOT = ZERO THEN
               DISPLAY "CONTROL TOTALS DO NOT BALANCE"
               MOVE 8 TO RETURN-CODE
           END-IF
           DISPLAY "=============================================="
           MOVE PLAYERS-READ-COUNT TO RUN-RECORD-TOTAL
           MOVE RETURN-CODE TO RUN-RC-TOTAL
           PERFORM P-2100-REGISTER-END THRU P-2100-EXIT
           GOBACK.
       P-199-EXIT.
           EXIT.

       P-200-FIND-OPEN-SEASON.
           OPEN INPUT SEASON-FILE
           IF SEASON-FILE-STATUS EQUAL "35" THEN
               DISPLAY "SEASON FILE NOT FOUND"
               GO TO P-200-EXIT
           END-IF
           IF SEASON-FILE-STATUS NOT = "00" THEN
               DISPLAY "SEASON FILE COULD NOT BE READ - STATUS "
                       SEASON-FILE-STATUS
               MOVE "Y" TO SCAN-FAILED
               GO TO P-200-EXIT
           END-IF
           PERFORM UNTIL END-OF-SEASONS EQUAL "Y"
                   OR OPEN-SEASON-ID NOT = SPACES
               READ SEASON-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO END-OF-SEASONS
                   NOT AT END
                       IF SEASON-OPEN THEN
                           MOVE SEASON-ID TO OPEN-SEASON-ID
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SEASON-FILE.
       P-200-EXIT.
           EXIT.

       P-250-LOAD-PLAYERS.
           OPEN INPUT PLAYER-FILE
           IF PLAYER-FILE-STATUS NOT = "00" THEN
               GO TO P-250-EXIT
           END-IF
           PERFORM UNTIL END-OF-PLAYERS EQUAL "Y"
               READ PLAYER-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO END-OF-PLAYERS
                   NOT AT END
                       IF DORM-COUNT < 1000 THEN
                           ADD 1 TO DORM-COUNT
                           MOVE PLAYER-MASTER-ID
                                TO DORM-PLAYER-ID(DORM-COUNT)
                           MOVE ZERO
                                TO DORM-LAST-GAME-DATE(DORM-COUNT)
                           MOVE "N"
                                TO DORM-OPEN-SEASON-FLAG(DORM-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PLAYER-FILE
           MOVE "N" TO END-OF-PLAYERS.
       P-250-EXIT.
           EXIT.

       P-300-SCAN-LIVE.
           OPEN INPUT RESULTS-FILE
           IF RESULTS-FILE-STATUS EQUAL "35" THEN
               DISPLAY "NO LIVE RESULTS FILE"
               GO TO P-300-EXIT
           END-IF
           IF RESULTS-FILE-STATUS NOT = "00" THEN
               DISPLAY "RESULTS FILE COULD NOT BE READ - STATUS "
                       RESULTS-FILE-STATUS
               MOVE "Y" TO SCAN-FAILED
               GO TO P-300-EXIT
           END-IF
           MOVE "Y" TO RESULTS-FILE-OPEN
           PERFORM UNTIL END-OF-RESULTS EQUAL "Y"
               READ RESULTS-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO END-OF-RESULTS
                   NOT AT END
                       MOVE RESULT-PLAYER-ID TO TALLY-ID
                       MOVE RESULT-TIMESTAMP TO TALLY-TIMESTAMP
                       MOVE RESULT-SEASON-ID TO TALLY-SEASON-ID
                       MOVE RESULT-SIM-FLAG TO TALLY-SIM-FLAG
                       PERFORM P-450-NOTE-GAME THRU P-450-EXIT
               END-READ
           END-PERFORM
           IF RESULTS-FILE-OPEN EQUAL "Y" THEN
               CLOSE RESULTS-FILE
           END-IF.
       P-300-EXIT.
           EXIT.

       P-400-SCAN-HISTORY.
           OPEN INPUT HISTORY-FILE
           IF HISTORY-FILE-STATUS EQUAL "35" THEN
               GO TO P-400-EXIT
           END-IF
           IF HISTORY-FILE-STATUS NOT = "00" THEN
               DISPLAY "RESULTS HISTORY FILE COULD NOT BE READ - "
                       "STATUS " HISTORY-FILE-STATUS
               MOVE "Y" TO SCAN-FAILED
               GO TO P-400-EXIT
           END-IF
           MOVE "Y" TO HISTORY-FILE-OPEN
           PERFORM UNTIL END-OF-HISTORY EQUAL "Y"
               READ HISTORY-FILE
                   AT END
                       MOVE "Y" TO END-OF-HISTORY
                   NOT AT END
                       MOVE HIST-PLAYER-ID TO TALLY-ID
                       MOVE HIST-TIMESTAMP TO TALLY-TIMESTAMP
                       MOVE HIST-SEASON-ID TO TALLY-SEASON-ID
                       MOVE HIST-SIM-FLAG TO TALLY-SIM-FLAG
                       PERFORM P-450-NOTE-GAME THRU P-450-EXIT
               END-READ
           END-PERFORM
           IF HISTORY-FILE-OPEN EQUAL "Y" THEN
               CLOSE HISTORY-FILE
           END-IF.
       P-400-EXIT.
           EXIT.

       P-450-NOTE-GAME.
           IF TALLY-SIM-FLAG EQUAL "S" THEN
               GO TO P-450-EXIT
           END-IF
           ADD 1 TO GAMES-SCANNED-COUNT
           MOVE 0 TO MATCH-PLAYER-INDEX
           PERFORM VARYING PLAYER-INDEX FROM 1 BY 1
                   UNTIL PLAYER-INDEX > DORM-COUNT
                   OR MATCH-PLAYER-INDEX NOT = ZERO
               IF DORM-PLAYER-ID(PLAYER-INDEX) EQUAL TALLY-ID THEN
                   MOVE PLAYER-INDEX TO MATCH-PLAYER-INDEX
               END-IF
           END-PERFORM
           IF MATCH-PLAYER-INDEX EQUAL ZERO THEN
               GO TO P-450-EXIT
           END-IF
           IF TALLY-DATE-YMD >= 19000101 AND
              TALLY-DATE-YMD > DORM-LAST-GAME-DATE(MATCH-PLAYER-INDEX)
              THEN
               MOVE TALLY-DATE-YMD
                    TO DORM-LAST-GAME-DATE(MATCH-PLAYER-INDEX)
           END-IF
           IF OPEN-SEASON-ID NOT = SPACES AND
              TALLY-SEASON-ID EQUAL OPEN-SEASON-ID THEN
               MOVE "Y" TO DORM-OPEN-SEASON-FLAG(MATCH-PLAYER-INDEX)
           END-IF.
       P-450-EXIT.
           EXIT.

       P-500-OPEN-FOR-UPDATE.
           OPEN INPUT CHECKPOINT-FILE
           IF CHECKPOINT-FILE-STATUS EQUAL "00" THEN
               MOVE "Y" TO CHECKPOINT-FILE-OPEN
           ELSE
               IF CHECKPOINT-FILE-STATUS EQUAL "35" THEN
                   DISPLAY "NO CHECKPOINT FILE - NO SAVED GAMES TO "
                           "PROTECT"
               ELSE
                   DISPLAY "CHECKPOINT FILE COULD NOT BE READ - "
                           "STATUS " CHECKPOINT-FILE-STATUS
                   MOVE 12 TO RETURN-CODE
                   GO TO P-500-EXIT
               END-IF
           END-IF
           OPEN I-O PLAYER-FILE
           IF PLAYER-FILE-STATUS NOT = "00" THEN
               DISPLAY "PLAYER MASTER FILE COULD NOT BE OPENED FOR "
                       "UPDATE - STATUS " PLAYER-FILE-STATUS
               IF CHECKPOINT-FILE-OPEN EQUAL "Y" THEN
                   CLOSE CHECKPOINT-FILE
               END-IF
               MOVE 12 TO RETURN-CODE
               GO TO P-500-EXIT
           END-IF
           OPEN OUTPUT NOTICE-FILE
           IF NOTICE-FILE-STATUS NOT = "00" THEN
               DISPLAY "NOTICE FILE COULD NOT BE OPENED - STATUS "
                       NOTICE-FILE-STATUS
               CLOSE PLAYER-FILE
               IF CHECKPOINT-FILE-OPEN EQUAL "Y" THEN
                   CLOSE CHECKPOINT-FILE
               END-IF
               MOVE 12 TO RETURN-CODE
               GO TO P-500-EXIT
           END-IF
           MOVE 0 TO MASTER-INDEX
           DISPLAY "----------------------------------------------"
           DISPLAY "PLAYER   LAST ACTIVE FROM        IDLE ACTION".
       P-500-EXIT.
           EXIT.

       P-600-ASSESS-PLAYER.
           ADD 1 TO PLAYERS-READ-COUNT
           ADD 1 TO MASTER-INDEX
           IF MASTER-INACTIVE THEN
               ADD 1 TO INACTIVE-SKIPPED-COUNT
               GO TO P-600-EXIT
           END-IF
           IF MASTER-INDEX > DORM-COUNT THEN
               ADD 1 TO NOT-CHECKED-COUNT
               GO TO P-600-EXIT
           END-IF
           IF DORM-PLAYER-ID(MASTER-INDEX) NOT = PLAYER-MASTER-ID
              THEN
               ADD 1 TO NOT-CHECKED-COUNT
               GO TO P-600-EXIT
           END-IF
           ADD 1 TO ACTIVE-CHECKED-COUNT
           IF DORM-LAST-GAME-DATE(MASTER-INDEX) > ZERO THEN
               MOVE DORM-LAST-GAME-DATE(MASTER-INDEX)
                    TO LAST-ACTIVE-DATE
               MOVE "LAST GAME" TO LAST-ACTIVE-SOURCE
           ELSE
               MOVE PLAYER-MASTER-REGISTERED TO LAST-ACTIVE-DATE
               MOVE "REGISTERED" TO LAST-ACTIVE-SOURCE
           END-IF
           IF LAST-ACTIVE-DATE NOT NUMERIC OR
              LAST-ACTIVE-DATE < 19000101 OR
              LAST-ACTIVE-DATE > TODAY-YMD THEN
               DISPLAY PLAYER-MASTER-ID " (UNDATED)           "
                       "      NO USABLE DATE - NOT CHECKED"
               ADD 1 TO UNDATED-COUNT
               GO TO P-600-EXIT
           END-IF
           COMPUTE LAST-ACTIVE-INTEGER =
               FUNCTION INTEGER-OF-DATE(LAST-ACTIVE-DATE)
           COMPUTE IDLE-DAYS = TODAY-INTEGER - LAST-ACTIVE-INTEGER
           MOVE IDLE-DAYS TO DISPLAY-IDLE
           IF IDLE-DAYS < WARNING-DAYS THEN
               ADD 1 TO CURRENT-COUNT
               GO TO P-600-EXIT
           END-IF
           PERFORM P-650-CHECK-PROTECTION THRU P-650-EXIT
           MOVE SPACES TO NOTICE-RECORD
           IF DEACTIVATE-DAYS > ZERO AND
              IDLE-DAYS >= DEACTIVATE-DAYS THEN
               EVALUATE TRUE
                   WHEN SAVE-PROTECTED EQUAL "Y"
                       MOVE "K" TO NOTICE-ACTION
                       MOVE "KEPT ACTIVE - LIVE SAVED GAME"
                            TO NOTICE-ACTION-TEXT
                       ADD 1 TO KEPT-ACTIVE-COUNT
                   WHEN SEASON-PROTECTED EQUAL "Y"
                       MOVE "K" TO NOTICE-ACTION
                       MOVE "KEPT ACTIVE - IN OPEN SEASON"
                            TO NOTICE-ACTION-TEXT
                       ADD 1 TO KEPT-ACTIVE-COUNT
                   WHEN OTHER
                       MOVE "I" TO PLAYER-MASTER-STANDING
                       REWRITE PLAYER-MASTER-RECORD
                           INVALID KEY
                               DISPLAY PLAYER-MASTER-ID
                                       " DEACTIVATION FAILED - STATUS "
                                       PLAYER-FILE-STATUS
                               ADD 1 TO UPDATE-ERROR-COUNT
                               GO TO P-600-EXIT
                       END-REWRITE
                       MOVE "D" TO NOTICE-ACTION
                       MOVE "DEACTIVATED - IDLE TOO LONG"
                            TO NOTICE-ACTION-TEXT
                       ADD 1 TO DEACTIVATED-COUNT
               END-EVALUATE
           ELSE
               MOVE "W" TO NOTICE-ACTION
               MOVE "WARNING - PLAY TO STAY ACTIVE"
                    TO NOTICE-ACTION-TEXT
               ADD 1 TO WARNED-COUNT
           END-IF
           MOVE PLAYER-MASTER-ID TO NOTICE-PLAYER-ID
           MOVE PLAYER-MASTER-NAME TO NOTICE-PLAYER-NAME
           MOVE TODAY-YMD TO NOTICE-DATE
           MOVE LAST-ACTIVE-DATE TO NOTICE-LAST-ACTIVE-DATE
           MOVE IDLE-DAYS TO NOTICE-IDLE-DAYS
           DISPLAY PLAYER-MASTER-ID " " LAST-ACTIVE-DATE "    "
                   LAST-ACTIVE-SOURCE " " DISPLAY-IDLE " "
                   NOTICE-ACTION-TEXT
           WRITE NOTICE-RECORD
           IF NOTICE-FILE-STATUS EQUAL "00" THEN
               ADD 1 TO NOTICES-WRITTEN-COUNT
           ELSE
               DISPLAY "NOTICE WRITE FAILED FOR " PLAYER-MASTER-ID
                       " - STATUS " NOTICE-FILE-STATUS
           END-IF.
       P-600-EXIT.
           EXIT.

       P-650-CHECK-PROTECTION.
           MOVE "N" TO SAVE-PROTECTED
           MOVE DORM-OPEN-SEASON-FLAG(MASTER-INDEX)
                TO SEASON-PROTECTED
           IF CHECKPOINT-FILE-OPEN NOT = "Y" THEN
               GO TO P-650-EXIT
           END-IF
           MOVE PLAYER-MASTER-ID TO CHECKPOINT-PLAYER-ID
           READ CHECKPOINT-FILE
               INVALID KEY
                   MOVE "N" TO SAVE-PROTECTED
               NOT INVALID KEY
                   MOVE "Y" TO SAVE-PROTECTED
           END-READ.
       P-650-EXIT.
           EXIT.

       P-900-CLOSE-FILES.
           CLOSE PLAYER-FILE
           CLOSE NOTICE-FILE
           IF CHECKPOINT-FILE-OPEN EQUAL "Y" THEN
               CLOSE CHECKPOINT-FILE
           END-IF.
       P-900-EXIT.
           EXIT.

       P-2000-REGISTER-START.
           MOVE "N" TO END-OF-RUN-CONTROL
           OPEN INPUT RUN-CONTROL-FILE
           IF RUN-CONTROL-STATUS = "00" THEN
               PERFORM UNTIL END-OF-RUN-CONTROL EQUAL "Y"
                   READ RUN-CONTROL-FILE
                       AT END
                           MOVE "Y" TO END-OF-RUN-CONTROL
                       NOT AT END
                           PERFORM P-2030-NOTE-RUN-EVENT
                               THRU P-2030-EXIT
                   END-READ
               END-PERFORM
               CLOSE RUN-CONTROL-FILE
           END-IF
           PERFORM P-2040-CHECK-IN-FLIGHT THRU P-2040-EXIT
           IF RUN-BLOCKED-FLAG EQUAL "Y" THEN
               GO TO P-2000-EXIT
           END-IF
           MOVE "S" TO RUN-EVENT-WANTED
           MOVE ZERO TO RUN-RECORD-TOTAL
           MOVE ZERO TO RUN-RC-TOTAL
           PERFORM P-2050-WRITE-RUN-EVENT THRU P-2050-EXIT.
       P-2000-EXIT.
           EXIT.

       P-2030-NOTE-RUN-EVENT.
           MOVE 0 TO MATCH-INFLIGHT-INDEX
           PERFORM VARYING INFLIGHT-INDEX FROM 1 BY 1
                   UNTIL INFLIGHT-INDEX > INFLIGHT-COUNT
               IF INFLIGHT-NAME(INFLIGHT-INDEX) EQUAL RUN-JOB-NAME
                  THEN
                   MOVE INFLIGHT-INDEX TO MATCH-INFLIGHT-INDEX
               END-IF
           END-PERFORM
           IF MATCH-INFLIGHT-INDEX EQUAL ZERO THEN
               IF INFLIGHT-COUNT >= 20 THEN
                   GO TO P-2030-EXIT
               END-IF
               ADD 1 TO INFLIGHT-COUNT
               MOVE INFLIGHT-COUNT TO MATCH-INFLIGHT-INDEX
               MOVE RUN-JOB-NAME
                    TO INFLIGHT-NAME(MATCH-INFLIGHT-INDEX)
           END-IF
           MOVE RUN-EVENT-TYPE
                TO INFLIGHT-LAST-EVENT(MATCH-INFLIGHT-INDEX).
       P-2030-EXIT.
           EXIT.

       P-2040-CHECK-IN-FLIGHT.
           MOVE "N" TO RUN-BLOCKED-FLAG
           PERFORM VARYING INFLIGHT-INDEX FROM 1 BY 1
                   UNTIL INFLIGHT-INDEX > INFLIGHT-COUNT
               IF INFLIGHT-LAST-EVENT(INFLIGHT-INDEX) EQUAL "S"
                  THEN
                   PERFORM VARYING UPDATER-INDEX FROM 1 BY 1
                           UNTIL UPDATER-INDEX > 14
                       IF UPDATING-JOB-NAME(UPDATER-INDEX) EQUAL
                          INFLIGHT-NAME(INFLIGHT-INDEX) THEN
                           MOVE "Y" TO RUN-BLOCKED-FLAG
                           DISPLAY "UPDATING JOB "
                                   INFLIGHT-NAME(INFLIGHT-INDEX)
                                   " IS REGISTERED IN FLIGHT"
                           DISPLAY "IF THAT RUN ABENDED, CLEAR IT "
                                   "WITH THE WUMPRCLR JOB"
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.
       P-2040-EXIT.
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
