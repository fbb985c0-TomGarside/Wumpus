       IDENTIFICATION DIVISION.
       PROGRAM-ID. WUMPINTG.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDIT-FILE ASSIGN TO "AUDIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDIT-FILE-STATUS.
           SELECT AUDIT-HISTORY-FILE ASSIGN TO "AUDITHS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDIT-HISTORY-STATUS.
           SELECT CAVE-FILE ASSIGN TO "CAVELIB"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CAVE-FILE-STATUS.
           SELECT RESULTS-FILE ASSIGN TO "RESULTS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RESULT-KEY
               FILE STATUS IS RESULTS-FILE-STATUS.
           SELECT HISTORY-FILE ASSIGN TO "RESULTHS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HISTORY-FILE-STATUS.
           SELECT INELIGIBLE-FILE ASSIGN TO "INELIG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS INELIG-KEY
               FILE STATUS IS INELIGIBLE-FILE-STATUS.

           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUN-CONTROL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-FILE.
       01  AUDIT-RECORD                            PIC X(100).

       FD  AUDIT-HISTORY-FILE.
       01  AUDIT-HISTORY-RECORD                    PIC X(100).

       FD  CAVE-FILE.
       01  CAVE-DEF-RECORD.
           05 CAVE-DEF-CAVE-ID                      PIC X(8).
           05 CAVE-DEF-PASSAGE OCCURS 3 TIMES       PIC X(2).

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

       FD  INELIGIBLE-FILE.
       01  INELIGIBLE-RECORD.
           05 INELIG-KEY.
              10 INELIG-PLAYER-ID                  PIC X(8).
              10 INELIG-TIMESTAMP                  PIC 9(18).
           05 INELIG-SESSION-TIMESTAMP             PIC 9(18).
           05 INELIG-CAVE-ID                       PIC X(8).
           05 INELIG-CHEAT-FLAG                    PIC X(1).
           05 INELIG-PATH-FLAG                     PIC X(1).
           05 INELIG-FAST-FLAG                     PIC X(1).
           05 INELIG-ARROW-FLAG                    PIC X(1).
           05 INELIG-FLAGGED-DATE                  PIC 9(8).

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
                                                   "WUMPINTG".
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
       01 AUDIT-FILE-STATUS                        PIC X(2) VALUE "00".
       01 AUDIT-HISTORY-STATUS                     PIC X(2) VALUE "00".
       01 CAVE-FILE-STATUS                         PIC X(2) VALUE "00".
       01 RESULTS-FILE-STATUS                      PIC X(2) VALUE "00".
       01 HISTORY-FILE-STATUS                      PIC X(2) VALUE "00".
       01 INELIGIBLE-FILE-STATUS                   PIC X(2) VALUE "00".
       01 END-OF-AUDIT                             PIC X(1) VALUE "N".
       01 END-OF-CAVE                              PIC X(1) VALUE "N".
       01 END-OF-RESULTS                           PIC X(1) VALUE "N".
       01 END-OF-HISTORY                           PIC X(1) VALUE "N".
       01 INELIGIBLE-FILE-OPEN                     PIC X(1) VALUE "N".
       01 INCLUDE-HISTORY                          PIC X(1) VALUE "N".
       01 TODAY-DATE                               PIC 9(8) VALUE 0.
       01 AUDIT-LINE.
          05 EVENT-SESSION-TIMESTAMP               PIC 9(18).
          05 FILLER                                PIC X(8).
          05 EVENT-PLAYER-ID                       PIC X(8).
          05 FILLER                                PIC X(6).
          05 EVENT-ROOM                            PIC X(2).
          05 EVENT-ROOM-NUMBER REDEFINES EVENT-ROOM
                                                   PIC 9(2).
          05 FILLER                                PIC X(1).
          05 EVENT-TEXT                            PIC X(50).
          05 FILLER                                PIC X(7).
       01 CURRENT-SESSION                          PIC 9(18) VALUE 0.
       01 CURRENT-CAVE-INDEX                       PIC 9(2) VALUE 0.
       01 CURRENT-CAVE-ID                          PIC X(8) VALUE
                                                   SPACES.
       01 WANTED-CAVE-ID                           PIC X(8) VALUE
                                                   SPACES.
       01 CAVE-INDEX                               PIC 9(2) VALUE 0.
       01 MATCH-CAVE-INDEX                         PIC 9(2) VALUE 0.
       01 ROOM-INDEX                               PIC 9(2) VALUE 0.
       01 PASSAGE-INDEX                            PIC 9(1) VALUE 0.
       01 SP-INDEX                                 PIC 9(3) VALUE 0.
       01 MATCH-SP-INDEX                           PIC 9(3) VALUE 0.
       01 PASSAGE-FOUND                            PIC X(1) VALUE "N".
       01 PATH-FROM-ROOM                           PIC 9(2) VALUE 0.
       01 PATH-TO-ROOM                             PIC 9(2) VALUE 0.
       01 PATH-LEVEL                               PIC 9(2) VALUE 0.
       01 PATH-LENGTH                              PIC 9(2) VALUE 0.
       01 PATH-CHANGED                             PIC X(1) VALUE "Y".
       01 NEXT-ROOM                                PIC 9(2) VALUE 0.
       01 PATH-TABLE.
          05 PATH-DISTANCE OCCURS 30 TIMES         PIC 9(2).
       01 CHECK-PLAYER-ID                          PIC X(8) VALUE
                                                   SPACES.
       01 CHECK-TIMESTAMP                          PIC 9(18) VALUE 0.
       01 CHECK-STARTING-ARROWS                    PIC 9(2) VALUE 0.
       01 CHECK-ARROWS-LEFT                        PIC 9(2) VALUE 0.
       01 CHECK-SIM-FLAG                           PIC X(1) VALUE SPACE.
       01 CHECK-OUTCOME-CODE                       PIC X(1) VALUE SPACE.
       01 CHECK-WUMPUS-ROOM                        PIC 9(2) VALUE 0.
       01 CHECK-ROOMS-VISITED                      PIC 9(4) VALUE 0.
       01 ARROW-REACH                              PIC 9(2) VALUE 5.
       01 CLAIMED-MOVES                            PIC 9(4) VALUE 0.
       01 FEWEST-MOVES                             PIC 9(4) VALUE 0.
       01 FAST-WIN-FOUND                           PIC X(1) VALUE "N".
       01 INELIGIBLE-HOLD                          PIC X(64) VALUE
                                                   SPACES.
       01 CHECK-SOURCE                             PIC X(8) VALUE
                                                   SPACES.
       01 ARROWS-USED                              PIC S9(3) VALUE 0.
       01 AUDIT-RECORD-COUNT                       PIC 9(6) VALUE 0.
       01 SESSION-COUNT                            PIC 9(6) VALUE 0.
       01 MOVES-CHECKED                            PIC 9(6) VALUE 0.
       01 MOVES-NOT-CHECKED                        PIC 9(6) VALUE 0.
       01 CHEAT-COUNT                              PIC 9(6) VALUE 0.
       01 BAD-PATH-COUNT                           PIC 9(6) VALUE 0.
       01 FAST-WIN-COUNT                           PIC 9(6) VALUE 0.
       01 ARROW-MISMATCH-COUNT                     PIC 9(6) VALUE 0.
       01 RESULTS-CHECKED                          PIC 9(6) VALUE 0.
       01 RESULTS-NO-SESSION                       PIC 9(6) VALUE 0.
       01 SIMULATED-SKIPPED                        PIC 9(6) VALUE 0.
       01 INELIGIBLE-WRITTEN                       PIC 9(6) VALUE 0.
       01 INELIGIBLE-ON-FILE                       PIC 9(6) VALUE 0.
       01 CAVE-TABLE.
          05 CAVE-COUNT                            PIC 9(2) VALUE 0.
          05 CAVE-ENTRY OCCURS 20 TIMES.
             10 CAVE-ID                            PIC X(8).
             10 CAVE-ROOM-COUNT                    PIC 9(2).
             10 CAVE-ROOM OCCURS 30 TIMES.
                15 CAVE-PASSAGE OCCURS 3 TIMES     PIC 9(2).
       01 SESSION-PLAYER-TABLE.
          05 SP-COUNT                              PIC 9(3) VALUE 0.
          05 SP-ENTRY OCCURS 500 TIMES.
             10 SP-SESSION                         PIC 9(18).
             10 SP-PLAYER-ID                       PIC X(8).
             10 SP-CAVE-INDEX                      PIC 9(2).
             10 SP-CAVE-ID                         PIC X(8).
             10 SP-FIRST-ROOM                      PIC 9(2).
             10 SP-LAST-ROOM                       PIC 9(2).
             10 SP-MOVES                           PIC 9(4).
             10 SP-SHOTS                           PIC 9(3).
             10 SP-CHEAT-COUNT                     PIC 9(3).
             10 SP-BAD-MOVE-COUNT                  PIC 9(3).
             10 SP-TELEPORTED                      PIC X(1).
             10 SP-RESUMED                         PIC X(1).

       PROCEDURE DIVISION.

       P-100-MAIN.
           PERFORM P-2000-REGISTER-START THRU P-2000-EXIT
           IF RUN-BLOCKED-FLAG EQUAL "Y" THEN
               DISPLAY "AN UPDATING JOB IS REGISTERED IN FLIGHT - "
                       "INTEGRITY REPORT NOT STARTED"
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           ACCEPT TODAY-DATE FROM DATE YYYYMMDD
           DISPLAY "INCLUDE AUDIT HISTORY (Y/N)?"
           ACCEPT INCLUDE-HISTORY
           DISPLAY "=============================================="
           DISPLAY "      WUMPUS GAME INTEGRITY EXCEPTIONS        "
           DISPLAY "=============================================="
           PERFORM P-200-LOAD-CAVES THRU P-200-EXIT
           PERFORM P-400-SCAN-AUDIT THRU P-400-EXIT
           DISPLAY "----------------------------------------------"
           PERFORM P-600-CHECK-RESULTS THRU P-600-EXIT
           DISPLAY "----------------------------------------------"
           DISPLAY "AUDIT RECORDS READ ......... " AUDIT-RECORD-COUNT
           DISPLAY "SESSIONS SCANNED ........... " SESSION-COUNT
           DISPLAY "MOVES CHECKED .............. " MOVES-CHECKED
           DISPLAY "MOVES NOT CHECKED .......... " MOVES-NOT-CHECKED
           DISPLAY "CHEA COMMANDS USED ......... " CHEAT-COUNT
           DISPLAY "MOVES NOT ALONG A PASSAGE .. " BAD-PATH-COUNT
           DISPLAY "WINS BELOW SHORTEST PATH ... " FAST-WIN-COUNT
           DISPLAY "ARROW COUNT MISMATCHES ..... "
                   ARROW-MISMATCH-COUNT
           DISPLAY "RESULTS CHECKED ............ " RESULTS-CHECKED
           DISPLAY "RESULTS WITH NO SESSION .... " RESULTS-NO-SESSION
           DISPLAY "SIMULATED SKIPPED .......... " SIMULATED-SKIPPED
           DISPLAY "INELIGIBLE RESULTS WRITTEN . " INELIGIBLE-WRITTEN
           DISPLAY "ALREADY INELIGIBLE ......... " INELIGIBLE-ON-FILE
           IF INELIGIBLE-WRITTEN > ZERO AND RETURN-CODE < 4 THEN
               MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY "=============================================="
           MOVE RESULTS-CHECKED TO RUN-RECORD-TOTAL
           MOVE RETURN-CODE TO RUN-RC-TOTAL
           PERFORM P-2100-REGISTER-END THRU P-2100-EXIT
           GOBACK.
       P-199-EXIT.
           EXIT.

       P-200-LOAD-CAVES.
           OPEN INPUT CAVE-FILE
           IF CAVE-FILE-STATUS NOT = "00" THEN
               DISPLAY "CAVE LIBRARY NOT FOUND - MOVES CANNOT BE "
                       "CHECKED"
               GO TO P-200-EXIT
           END-IF
           PERFORM UNTIL END-OF-CAVE EQUAL "Y"
               READ CAVE-FILE
                   AT END
                       MOVE "Y" TO END-OF-CAVE
                   NOT AT END
                       PERFORM P-250-LOAD-CAVE-ROOM THRU P-250-EXIT
               END-READ
           END-PERFORM
           CLOSE CAVE-FILE.
       P-200-EXIT.
           EXIT.

       P-250-LOAD-CAVE-ROOM.
           MOVE CAVE-DEF-CAVE-ID TO WANTED-CAVE-ID
           PERFORM P-280-FIND-CAVE THRU P-280-EXIT
           IF MATCH-CAVE-INDEX EQUAL ZERO THEN
               IF CAVE-COUNT >= 20 THEN
                   DISPLAY "MORE THAN 20 CAVES IN THE LIBRARY - "
                           CAVE-DEF-CAVE-ID " NOT CHECKED"
                   GO TO P-250-EXIT
               END-IF
               ADD 1 TO CAVE-COUNT
               MOVE CAVE-COUNT TO MATCH-CAVE-INDEX
               MOVE CAVE-DEF-CAVE-ID TO CAVE-ID(MATCH-CAVE-INDEX)
               MOVE ZERO TO CAVE-ROOM-COUNT(MATCH-CAVE-INDEX)
           END-IF
           IF CAVE-ROOM-COUNT(MATCH-CAVE-INDEX) >= 30 THEN
               GO TO P-250-EXIT
           END-IF
           ADD 1 TO CAVE-ROOM-COUNT(MATCH-CAVE-INDEX)
           MOVE CAVE-ROOM-COUNT(MATCH-CAVE-INDEX) TO ROOM-INDEX
           PERFORM VARYING PASSAGE-INDEX FROM 1 BY 1
                   UNTIL PASSAGE-INDEX > 3
               IF CAVE-DEF-PASSAGE(PASSAGE-INDEX) IS NUMERIC THEN
                   MOVE CAVE-DEF-PASSAGE(PASSAGE-INDEX)
                        TO CAVE-PASSAGE(MATCH-CAVE-INDEX, ROOM-INDEX,
                                        PASSAGE-INDEX)
               ELSE
                   MOVE ZERO
                        TO CAVE-PASSAGE(MATCH-CAVE-INDEX, ROOM-INDEX,
                                        PASSAGE-INDEX)
               END-IF
           END-PERFORM.
       P-250-EXIT.
           EXIT.

       P-280-FIND-CAVE.
           MOVE 0 TO MATCH-CAVE-INDEX
           PERFORM VARYING CAVE-INDEX FROM 1 BY 1
                   UNTIL CAVE-INDEX > CAVE-COUNT
               IF CAVE-ID(CAVE-INDEX) EQUAL WANTED-CAVE-ID THEN
                   MOVE CAVE-INDEX TO MATCH-CAVE-INDEX
               END-IF
           END-PERFORM.
       P-280-EXIT.
           EXIT.

       P-400-SCAN-AUDIT.
           IF INCLUDE-HISTORY EQUAL "Y" THEN
               OPEN INPUT AUDIT-HISTORY-FILE
               IF AUDIT-HISTORY-STATUS NOT = "00" THEN
                   DISPLAY "AUDIT HISTORY FILE NOT FOUND"
               ELSE
                   MOVE "N" TO END-OF-AUDIT
                   PERFORM UNTIL END-OF-AUDIT EQUAL "Y"
                       READ AUDIT-HISTORY-FILE INTO AUDIT-LINE
                           AT END
                               MOVE "Y" TO END-OF-AUDIT
                           NOT AT END
                               PERFORM P-450-NOTE-AUDIT-EVENT
                                  THRU P-450-EXIT
                       END-READ
                   END-PERFORM
                   CLOSE AUDIT-HISTORY-FILE
               END-IF
           END-IF
           OPEN INPUT AUDIT-FILE
           IF AUDIT-FILE-STATUS NOT = "00" THEN
               DISPLAY "AUDIT FILE NOT FOUND"
               GO TO P-400-EXIT
           END-IF
           MOVE "N" TO END-OF-AUDIT
           PERFORM UNTIL END-OF-AUDIT EQUAL "Y"
               READ AUDIT-FILE INTO AUDIT-LINE
                   AT END
                       MOVE "Y" TO END-OF-AUDIT
                   NOT AT END
                       PERFORM P-450-NOTE-AUDIT-EVENT THRU P-450-EXIT
               END-READ
           END-PERFORM
           CLOSE AUDIT-FILE.
       P-400-EXIT.
           EXIT.

       P-450-NOTE-AUDIT-EVENT.
           ADD 1 TO AUDIT-RECORD-COUNT
           IF EVENT-SESSION-TIMESTAMP NOT = CURRENT-SESSION THEN
               MOVE EVENT-SESSION-TIMESTAMP TO CURRENT-SESSION
               MOVE ZERO TO CURRENT-CAVE-INDEX
               MOVE SPACES TO CURRENT-CAVE-ID
               ADD 1 TO SESSION-COUNT
           END-IF
           IF EVENT-TEXT(1:5) EQUAL "CAVE " THEN
               MOVE EVENT-TEXT(6:8) TO WANTED-CAVE-ID
               MOVE WANTED-CAVE-ID TO CURRENT-CAVE-ID
               PERFORM P-280-FIND-CAVE THRU P-280-EXIT
               MOVE MATCH-CAVE-INDEX TO CURRENT-CAVE-INDEX
               PERFORM VARYING SP-INDEX FROM 1 BY 1
                       UNTIL SP-INDEX > SP-COUNT
                   IF SP-SESSION(SP-INDEX) EQUAL CURRENT-SESSION THEN
                       MOVE CURRENT-CAVE-INDEX
                            TO SP-CAVE-INDEX(SP-INDEX)
                       MOVE CURRENT-CAVE-ID TO SP-CAVE-ID(SP-INDEX)
                   END-IF
               END-PERFORM
               GO TO P-450-EXIT
           END-IF
           IF EVENT-ROOM-NUMBER IS NOT NUMERIC THEN
               GO TO P-450-EXIT
           END-IF
           PERFORM P-460-FIND-SESSION-PLAYER THRU P-460-EXIT
           IF MATCH-SP-INDEX EQUAL ZERO THEN
               GO TO P-450-EXIT
           END-IF
           EVALUATE TRUE
               WHEN EVENT-TEXT(1:5) EQUAL "MOVED"
                   ADD 1 TO SP-MOVES(MATCH-SP-INDEX)
                   PERFORM P-470-CHECK-MOVE THRU P-470-EXIT
               WHEN EVENT-TEXT(1:12) EQUAL "BAT TELEPORT"
                   MOVE "Y" TO SP-TELEPORTED(MATCH-SP-INDEX)
               WHEN EVENT-TEXT(1:12) EQUAL "GAME RESUMED"
                   MOVE "Y" TO SP-RESUMED(MATCH-SP-INDEX)
                   MOVE EVENT-ROOM-NUMBER
                        TO SP-FIRST-ROOM(MATCH-SP-INDEX)
               WHEN EVENT-TEXT(1:12) EQUAL "COMMAND CHEA"
                   ADD 1 TO SP-CHEAT-COUNT(MATCH-SP-INDEX)
                   ADD 1 TO CHEAT-COUNT
               WHEN EVENT-TEXT(1:12) EQUAL "COMMAND SHOO"
                   ADD 1 TO SP-SHOTS(MATCH-SP-INDEX)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           MOVE EVENT-ROOM-NUMBER TO SP-LAST-ROOM(MATCH-SP-INDEX).
       P-450-EXIT.
           EXIT.

       P-460-FIND-SESSION-PLAYER.
           MOVE 0 TO MATCH-SP-INDEX
           PERFORM VARYING SP-INDEX FROM SP-COUNT BY -1
                   UNTIL SP-INDEX < 1 OR MATCH-SP-INDEX > ZERO
               IF SP-SESSION(SP-INDEX) EQUAL CURRENT-SESSION AND
                  SP-PLAYER-ID(SP-INDEX) EQUAL EVENT-PLAYER-ID THEN
                   MOVE SP-INDEX TO MATCH-SP-INDEX
               END-IF
           END-PERFORM
           IF MATCH-SP-INDEX > ZERO THEN
               GO TO P-460-EXIT
           END-IF
           IF SP-COUNT >= 500 THEN
               DISPLAY "MORE THAN 500 SESSION PLAYERS - "
                       EVENT-PLAYER-ID " SESSION "
                       EVENT-SESSION-TIMESTAMP " NOT CHECKED"
               GO TO P-460-EXIT
           END-IF
           ADD 1 TO SP-COUNT
           MOVE SP-COUNT TO MATCH-SP-INDEX
           MOVE CURRENT-SESSION TO SP-SESSION(MATCH-SP-INDEX)
           MOVE EVENT-PLAYER-ID TO SP-PLAYER-ID(MATCH-SP-INDEX)
           MOVE CURRENT-CAVE-INDEX TO SP-CAVE-INDEX(MATCH-SP-INDEX)
           MOVE CURRENT-CAVE-ID TO SP-CAVE-ID(MATCH-SP-INDEX)
           MOVE EVENT-ROOM-NUMBER TO SP-FIRST-ROOM(MATCH-SP-INDEX)
           MOVE EVENT-ROOM-NUMBER TO SP-LAST-ROOM(MATCH-SP-INDEX)
           MOVE ZERO TO SP-MOVES(MATCH-SP-INDEX)
           MOVE ZERO TO SP-SHOTS(MATCH-SP-INDEX)
           MOVE ZERO TO SP-CHEAT-COUNT(MATCH-SP-INDEX)
           MOVE ZERO TO SP-BAD-MOVE-COUNT(MATCH-SP-INDEX)
           MOVE "N" TO SP-TELEPORTED(MATCH-SP-INDEX)
           MOVE "N" TO SP-RESUMED(MATCH-SP-INDEX).
       P-460-EXIT.
           EXIT.

       P-470-CHECK-MOVE.
           MOVE SP-CAVE-INDEX(MATCH-SP-INDEX) TO CAVE-INDEX
           MOVE SP-LAST-ROOM(MATCH-SP-INDEX) TO ROOM-INDEX
           IF CAVE-INDEX EQUAL ZERO OR ROOM-INDEX EQUAL ZERO OR
              ROOM-INDEX > CAVE-ROOM-COUNT(CAVE-INDEX) THEN
               ADD 1 TO MOVES-NOT-CHECKED
               GO TO P-470-EXIT
           END-IF
           ADD 1 TO MOVES-CHECKED
           MOVE "N" TO PASSAGE-FOUND
           PERFORM VARYING PASSAGE-INDEX FROM 1 BY 1
                   UNTIL PASSAGE-INDEX > 3
               IF CAVE-PASSAGE(CAVE-INDEX, ROOM-INDEX, PASSAGE-INDEX)
                  EQUAL EVENT-ROOM-NUMBER THEN
                   MOVE "Y" TO PASSAGE-FOUND
               END-IF
           END-PERFORM
           IF PASSAGE-FOUND NOT = "Y" THEN
               ADD 1 TO SP-BAD-MOVE-COUNT(MATCH-SP-INDEX)
               ADD 1 TO BAD-PATH-COUNT
               DISPLAY "BAD MOVE: PLAYER " EVENT-PLAYER-ID
                       " SESSION " EVENT-SESSION-TIMESTAMP
                       " ROOM " ROOM-INDEX " TO " EVENT-ROOM
           END-IF.
       P-470-EXIT.
           EXIT.

       P-550-SHORTEST-PATH.
           MOVE 99 TO PATH-LENGTH
           IF PATH-FROM-ROOM EQUAL ZERO OR
              PATH-FROM-ROOM > CAVE-ROOM-COUNT(CAVE-INDEX) OR
              PATH-TO-ROOM EQUAL ZERO OR
              PATH-TO-ROOM > CAVE-ROOM-COUNT(CAVE-INDEX) THEN
               MOVE ZERO TO PATH-LENGTH
               GO TO P-550-EXIT
           END-IF
           PERFORM VARYING ROOM-INDEX FROM 1 BY 1
                   UNTIL ROOM-INDEX > 30
               MOVE 99 TO PATH-DISTANCE(ROOM-INDEX)
           END-PERFORM
           MOVE ZERO TO PATH-DISTANCE(PATH-FROM-ROOM)
           MOVE ZERO TO PATH-LEVEL
           MOVE "Y" TO PATH-CHANGED
           PERFORM UNTIL PATH-CHANGED NOT = "Y"
               MOVE "N" TO PATH-CHANGED
               PERFORM VARYING ROOM-INDEX FROM 1 BY 1
                       UNTIL ROOM-INDEX > CAVE-ROOM-COUNT(CAVE-INDEX)
                   IF PATH-DISTANCE(ROOM-INDEX) EQUAL PATH-LEVEL THEN
                       PERFORM VARYING PASSAGE-INDEX FROM 1 BY 1
                               UNTIL PASSAGE-INDEX > 3
                           MOVE CAVE-PASSAGE(CAVE-INDEX, ROOM-INDEX,
                                             PASSAGE-INDEX)
                                TO NEXT-ROOM
                           IF NEXT-ROOM > ZERO AND
                              NEXT-ROOM NOT >
                                  CAVE-ROOM-COUNT(CAVE-INDEX) THEN
                               IF PATH-DISTANCE(NEXT-ROOM) EQUAL 99
                                  THEN
                                   COMPUTE PATH-DISTANCE(NEXT-ROOM) =
                                       PATH-LEVEL + 1
                                   MOVE "Y" TO PATH-CHANGED
                               END-IF
                           END-IF
                       END-PERFORM
                   END-IF
               END-PERFORM
               ADD 1 TO PATH-LEVEL
           END-PERFORM
           MOVE PATH-DISTANCE(PATH-TO-ROOM) TO PATH-LENGTH.
       P-550-EXIT.
           EXIT.

       P-600-CHECK-RESULTS.
           OPEN I-O INELIGIBLE-FILE
           IF INELIGIBLE-FILE-STATUS = "35" THEN
               OPEN OUTPUT INELIGIBLE-FILE
               CLOSE INELIGIBLE-FILE
               OPEN I-O INELIGIBLE-FILE
           END-IF
           IF INELIGIBLE-FILE-STATUS = "00" THEN
               MOVE "Y" TO INELIGIBLE-FILE-OPEN
           ELSE
               DISPLAY "INELIGIBLE FILE COULD NOT BE OPENED - STATUS "
                       INELIGIBLE-FILE-STATUS
               MOVE 12 TO RETURN-CODE
           END-IF
           OPEN INPUT RESULTS-FILE
           IF RESULTS-FILE-STATUS NOT = "00" THEN
               DISPLAY "NO LIVE RESULTS FILE"
               MOVE "Y" TO END-OF-RESULTS
           END-IF
           MOVE "RESULTS " TO CHECK-SOURCE
           PERFORM UNTIL END-OF-RESULTS EQUAL "Y"
               READ RESULTS-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO END-OF-RESULTS
                   NOT AT END
                       MOVE RESULT-PLAYER-ID TO CHECK-PLAYER-ID
                       MOVE RESULT-TIMESTAMP TO CHECK-TIMESTAMP
                       MOVE RESULT-STARTING-ARROWS
                            TO CHECK-STARTING-ARROWS
                       MOVE RESULT-ARROWS-LEFT TO CHECK-ARROWS-LEFT
                       MOVE RESULT-SIM-FLAG TO CHECK-SIM-FLAG
                       MOVE RESULT-OUTCOME-CODE TO CHECK-OUTCOME-CODE
                       MOVE RESULT-WUMPUS-ROOM TO CHECK-WUMPUS-ROOM
                       MOVE RESULT-ROOMS-VISITED
                            TO CHECK-ROOMS-VISITED
                       PERFORM P-650-CHECK-ONE-RESULT THRU P-650-EXIT
               END-READ
           END-PERFORM
           IF RESULTS-FILE-STATUS NOT = "35" THEN
               CLOSE RESULTS-FILE
           END-IF
           OPEN INPUT HISTORY-FILE
           IF HISTORY-FILE-STATUS NOT = "00" THEN
               MOVE "Y" TO END-OF-HISTORY
           END-IF
           MOVE "RESULTHS" TO CHECK-SOURCE
           PERFORM UNTIL END-OF-HISTORY EQUAL "Y"
               READ HISTORY-FILE
                   AT END
                       MOVE "Y" TO END-OF-HISTORY
                   NOT AT END
                       MOVE HIST-PLAYER-ID TO CHECK-PLAYER-ID
                       MOVE HIST-TIMESTAMP TO CHECK-TIMESTAMP
                       MOVE HIST-STARTING-ARROWS
                            TO CHECK-STARTING-ARROWS
                       MOVE HIST-ARROWS-LEFT TO CHECK-ARROWS-LEFT
                       MOVE HIST-SIM-FLAG TO CHECK-SIM-FLAG
                       MOVE HIST-OUTCOME-CODE TO CHECK-OUTCOME-CODE
                       MOVE HIST-WUMPUS-ROOM TO CHECK-WUMPUS-ROOM
                       MOVE HIST-ROOMS-VISITED TO CHECK-ROOMS-VISITED
                       PERFORM P-650-CHECK-ONE-RESULT THRU P-650-EXIT
               END-READ
           END-PERFORM
           IF HISTORY-FILE-STATUS NOT = "35" THEN
               CLOSE HISTORY-FILE
           END-IF
           IF INELIGIBLE-FILE-OPEN EQUAL "Y" THEN
               CLOSE INELIGIBLE-FILE
           END-IF.
       P-600-EXIT.
           EXIT.

       P-650-CHECK-ONE-RESULT.
           IF CHECK-SIM-FLAG EQUAL "S" THEN
               ADD 1 TO SIMULATED-SKIPPED
               GO TO P-650-EXIT
           END-IF
           ADD 1 TO RESULTS-CHECKED
           MOVE 0 TO MATCH-SP-INDEX
           PERFORM VARYING SP-INDEX FROM 1 BY 1
                   UNTIL SP-INDEX > SP-COUNT
               IF SP-PLAYER-ID(SP-INDEX) EQUAL CHECK-PLAYER-ID AND
                  SP-SESSION(SP-INDEX) NOT > CHECK-TIMESTAMP THEN
                   IF MATCH-SP-INDEX EQUAL ZERO THEN
                       MOVE SP-INDEX TO MATCH-SP-INDEX
                   ELSE
                       IF SP-SESSION(SP-INDEX) >
                          SP-SESSION(MATCH-SP-INDEX) THEN
                           MOVE SP-INDEX TO MATCH-SP-INDEX
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF MATCH-SP-INDEX EQUAL ZERO THEN
               ADD 1 TO RESULTS-NO-SESSION
               GO TO P-650-EXIT
           END-IF
           PERFORM P-660-CHECK-FAST-WIN THRU P-660-EXIT
           MOVE SPACES TO INELIGIBLE-RECORD
           MOVE CHECK-PLAYER-ID TO INELIG-PLAYER-ID
           MOVE CHECK-TIMESTAMP TO INELIG-TIMESTAMP
           MOVE SP-SESSION(MATCH-SP-INDEX) TO INELIG-SESSION-TIMESTAMP
           MOVE SP-CAVE-ID(MATCH-SP-INDEX) TO INELIG-CAVE-ID
           MOVE TODAY-DATE TO INELIG-FLAGGED-DATE
           IF SP-CHEAT-COUNT(MATCH-SP-INDEX) > ZERO THEN
               MOVE "C" TO INELIG-CHEAT-FLAG
           END-IF
           IF SP-BAD-MOVE-COUNT(MATCH-SP-INDEX) > ZERO THEN
               MOVE "P" TO INELIG-PATH-FLAG
           END-IF
           IF FAST-WIN-FOUND EQUAL "Y" THEN
               MOVE "F" TO INELIG-FAST-FLAG
           END-IF
           IF SP-RESUMED(MATCH-SP-INDEX) NOT = "Y" THEN
               COMPUTE ARROWS-USED =
                   CHECK-STARTING-ARROWS - CHECK-ARROWS-LEFT
               IF ARROWS-USED NOT = SP-SHOTS(MATCH-SP-INDEX) THEN
                   MOVE "A" TO INELIG-ARROW-FLAG
                   ADD 1 TO ARROW-MISMATCH-COUNT
                   DISPLAY "ARROW MISMATCH: PLAYER " CHECK-PLAYER-ID
                           " RESULT " CHECK-TIMESTAMP
                           " SHOTS LOGGED " SP-SHOTS(MATCH-SP-INDEX)
               END-IF
           END-IF
           IF INELIG-CHEAT-FLAG EQUAL SPACE AND
              INELIG-PATH-FLAG EQUAL SPACE AND
              INELIG-FAST-FLAG EQUAL SPACE AND
              INELIG-ARROW-FLAG EQUAL SPACE THEN
               GO TO P-650-EXIT
           END-IF
           PERFORM P-700-WRITE-INELIGIBLE THRU P-700-EXIT.
       P-650-EXIT.
           EXIT.

       P-660-CHECK-FAST-WIN.
           MOVE "N" TO FAST-WIN-FOUND
           IF CHECK-OUTCOME-CODE NOT = "W" OR
              SP-TELEPORTED(MATCH-SP-INDEX) EQUAL "Y" OR
              SP-RESUMED(MATCH-SP-INDEX) EQUAL "Y" OR
              SP-CAVE-INDEX(MATCH-SP-INDEX) EQUAL ZERO THEN
               GO TO P-660-EXIT
           END-IF
           MOVE SP-CAVE-INDEX(MATCH-SP-INDEX) TO CAVE-INDEX
           MOVE SP-FIRST-ROOM(MATCH-SP-INDEX) TO PATH-FROM-ROOM
           MOVE CHECK-WUMPUS-ROOM TO PATH-TO-ROOM
           PERFORM P-550-SHORTEST-PATH THRU P-550-EXIT
           IF PATH-LENGTH NOT > ARROW-REACH OR PATH-LENGTH EQUAL 99
              THEN
               GO TO P-660-EXIT
           END-IF
           COMPUTE FEWEST-MOVES = PATH-LENGTH - ARROW-REACH
           MOVE ZERO TO CLAIMED-MOVES
           IF CHECK-ROOMS-VISITED > ZERO THEN
               COMPUTE CLAIMED-MOVES = CHECK-ROOMS-VISITED - 1
           END-IF
           IF CLAIMED-MOVES < FEWEST-MOVES THEN
               MOVE "Y" TO FAST-WIN-FOUND
               ADD 1 TO FAST-WIN-COUNT
               DISPLAY "FAST WIN: PLAYER " CHECK-PLAYER-ID
                       " RESULT " CHECK-TIMESTAMP
                       " MOVES " CLAIMED-MOVES
                       " FEWEST " FEWEST-MOVES
           END-IF.
       P-660-EXIT.
           EXIT.

       P-700-WRITE-INELIGIBLE.
           IF INELIGIBLE-FILE-OPEN NOT = "Y" THEN
               DISPLAY "INELIGIBLE: " CHECK-SOURCE " PLAYER "
                       INELIG-PLAYER-ID " RESULT " INELIG-TIMESTAMP
                       " FLAGS " INELIG-CHEAT-FLAG INELIG-PATH-FLAG
                       INELIG-FAST-FLAG INELIG-ARROW-FLAG
               GO TO P-700-EXIT
           END-IF
           MOVE INELIGIBLE-RECORD TO INELIGIBLE-HOLD
           READ INELIGIBLE-FILE
           IF INELIGIBLE-FILE-STATUS EQUAL "00" THEN
               ADD 1 TO INELIGIBLE-ON-FILE
               GO TO P-700-EXIT
           END-IF
           IF INELIGIBLE-FILE-STATUS NOT = "23" THEN
               DISPLAY "INELIGIBLE READ FAILED - STATUS "
                       INELIGIBLE-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               GO TO P-700-EXIT
           END-IF
           MOVE INELIGIBLE-HOLD TO INELIGIBLE-RECORD
           DISPLAY "INELIGIBLE: " CHECK-SOURCE " PLAYER "
                   INELIG-PLAYER-ID " RESULT " INELIG-TIMESTAMP
                   " FLAGS " INELIG-CHEAT-FLAG INELIG-PATH-FLAG
                   INELIG-FAST-FLAG INELIG-ARROW-FLAG
           WRITE INELIGIBLE-RECORD
           IF INELIGIBLE-FILE-STATUS NOT = "00" THEN
               DISPLAY "INELIGIBLE WRITE FAILED - STATUS "
                       INELIGIBLE-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               GO TO P-700-EXIT
           END-IF
           ADD 1 TO INELIGIBLE-WRITTEN.
       P-700-EXIT.
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
