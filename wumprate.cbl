       IDENTIFICATION DIVISION.
       PROGRAM-ID. WUMPRATE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDIT-FILE ASSIGN TO "AUDIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDIT-FILE-STATUS.
           SELECT AUDIT-HISTORY-FILE ASSIGN TO "AUDITHS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDIT-HISTORY-STATUS.
           SELECT RESULTS-FILE ASSIGN TO "RESULTS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RESULT-KEY
               FILE STATUS IS RESULTS-FILE-STATUS.
           SELECT HISTORY-FILE ASSIGN TO "RESULTHS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HISTORY-FILE-STATUS.
           SELECT RATING-FILE ASSIGN TO "RATINGS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RATING-PLAYER-ID
               FILE STATUS IS RATING-FILE-STATUS.
           SELECT RATING-HISTORY-FILE ASSIGN TO "RATEHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RATING-HISTORY-STATUS.

           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUN-CONTROL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-FILE.
       01  AUDIT-RECORD                            PIC X(100).

       FD  AUDIT-HISTORY-FILE.
       01  AUDIT-HISTORY-RECORD                    PIC X(100).

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

       FD  RATING-FILE.
       01  RATING-RECORD.
           05 RATING-PLAYER-ID                     PIC X(8).
           05 RATING-VALUE                         PIC 9(4).
           05 RATING-GAMES-RATED                   PIC 9(6).
           05 RATING-LAST-DATE                     PIC 9(8).
           05 RATING-LAST-SESSION                  PIC 9(18).

       FD  RATING-HISTORY-FILE.
       01  RATING-HISTORY-RECORD.
           05 RHIST-PLAYER-ID                      PIC X(8).
           05 RHIST-SESSION-TIMESTAMP              PIC 9(18).
           05 RHIST-RATED-DATE                     PIC 9(8).
           05 RHIST-PLACE                          PIC 9(1).
           05 RHIST-FIELD-SIZE                     PIC 9(1).
           05 RHIST-OLD-RATING                     PIC 9(4).
           05 RHIST-NEW-RATING                     PIC 9(4).
           05 RHIST-CHANGE                         PIC S9(4)
                                                   SIGN LEADING
                                                   SEPARATE.

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
                                                   "WUMPRATE".
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
       01 RESULTS-FILE-STATUS                      PIC X(2) VALUE "00".
       01 HISTORY-FILE-STATUS                      PIC X(2) VALUE "00".
       01 RATING-FILE-STATUS                       PIC X(2) VALUE "00".
       01 RATING-HISTORY-STATUS                    PIC X(2) VALUE "00".
       01 END-OF-AUDIT                             PIC X(1) VALUE "N".
       01 END-OF-RESULTS                           PIC X(1) VALUE "N".
       01 END-OF-HISTORY                           PIC X(1) VALUE "N".
       01 END-OF-RATINGS                           PIC X(1) VALUE "N".
       01 RATING-HISTORY-OPEN                      PIC X(1) VALUE "N".
       01 INCLUDE-HISTORY                          PIC X(1) VALUE "N".
       01 TODAY-DATE                               PIC 9(8) VALUE 0.
       01 AUDIT-LINE.
          05 EVENT-SESSION-TIMESTAMP               PIC 9(18).
          05 FILLER                                PIC X(8).
          05 EVENT-PLAYER-ID                       PIC X(8).
          05 FILLER                                PIC X(6).
          05 EVENT-ROOM                            PIC X(2).
          05 FILLER                                PIC X(1).
          05 EVENT-TEXT                            PIC X(50).
          05 FILLER                                PIC X(7).
       01 BASE-RATING                              PIC 9(4) VALUE 1500.
       01 FLOOR-RATING                             PIC 9(4) VALUE 100.
       01 K-FACTOR                                 PIC 9(2) VALUE 32.
       01 CHECK-PLAYER-ID                          PIC X(8) VALUE
                                                   SPACES.
       01 CHECK-TIMESTAMP                          PIC 9(18) VALUE 0.
       01 CHECK-OUTCOME-CODE                       PIC X(1) VALUE SPACE.
       01 CHECK-SCORE                              PIC 9(5) VALUE 0.
       01 CHECK-SIM-FLAG                           PIC X(1) VALUE SPACE.
       01 SP-INDEX                                 PIC 9(3) VALUE 0.
       01 MATCH-SP-INDEX                           PIC 9(3) VALUE 0.
       01 OTHER-SP-INDEX                           PIC 9(3) VALUE 0.
       01 GROUP-START                              PIC 9(3) VALUE 0.
       01 GROUP-END                                PIC 9(3) VALUE 0.
       01 GROUP-SESSION                            PIC 9(18) VALUE 0.
       01 GROUP-RATED-COUNT                        PIC 9(1) VALUE 0.
       01 GROUP-ALREADY-RATED                      PIC X(1) VALUE "N".
       01 RT-INDEX                                 PIC 9(3) VALUE 0.
       01 MATCH-RT-INDEX                           PIC 9(3) VALUE 0.
       01 OTHER-RT-INDEX                           PIC 9(3) VALUE 0.
       01 LADDER-INDEX                             PIC 9(3) VALUE 0.
       01 SCAN-INDEX                               PIC 9(3) VALUE 0.
       01 SWAP-FLAG                                PIC X(1) VALUE "N".
       01 RATING-DIFFERENCE                        PIC S9(4) VALUE 0.
       01 EXPONENT-WORK                            PIC S9(1)V9(4)
                                                   VALUE 0.
       01 POWER-WORK                               PIC 9(3)V9(6)
                                                   VALUE 0.
       01 EXPECTED-SCORE                           PIC 9V9(6) VALUE 0.
       01 ACTUAL-SCORE                             PIC 9V9(1) VALUE 0.
       01 NEW-RATING                               PIC S9(5) VALUE 0.
       01 RATING-CHANGE                            PIC S9(4)
                                                   SIGN LEADING
                                                   SEPARATE VALUE 0.
       01 AUDIT-RECORD-COUNT                       PIC 9(6) VALUE 0.
       01 RESULTS-MATCHED                          PIC 9(6) VALUE 0.
       01 RESULTS-NO-SESSION                       PIC 9(6) VALUE 0.
       01 SIMULATED-SKIPPED                        PIC 9(6) VALUE 0.
       01 SESSIONS-RATED                           PIC 9(6) VALUE 0.
       01 SINGLE-SESSIONS-SKIPPED                  PIC 9(6) VALUE 0.
       01 SESSIONS-ALREADY-RATED                   PIC 9(6) VALUE 0.
       01 PLAYERS-RATED                            PIC 9(6) VALUE 0.
       01 HISTORY-WRITTEN                          PIC 9(6) VALUE 0.
       01 RATINGS-REWRITTEN                        PIC 9(6) VALUE 0.
       01 RATINGS-ADDED                            PIC 9(6) VALUE 0.
       01 RATING-ERRORS                            PIC 9(6) VALUE 0.
       01 SESSION-PLAYER-TABLE.
          05 SP-COUNT                              PIC 9(3) VALUE 0.
          05 SP-ENTRY OCCURS 500 TIMES.
             10 SP-SESSION                         PIC 9(18).
             10 SP-PLAYER-ID                       PIC X(8).
             10 SP-RESULT-FOUND                    PIC X(1).
             10 SP-OUTCOME-RANK                    PIC 9(1).
             10 SP-SCORE                           PIC 9(5).
             10 SP-PLACE                           PIC 9(1).
             10 SP-RT-INDEX                        PIC 9(3).
             10 SP-DELTA                           PIC S9(4)V9(6).
       01 RATED-PLAYER-TABLE.
          05 RT-COUNT                              PIC 9(3) VALUE 0.
          05 RT-ENTRY OCCURS 300 TIMES.
             10 RT-PLAYER-ID                       PIC X(8).
             10 RT-ON-FILE                         PIC X(1).
             10 RT-START-RATING                    PIC 9(4).
             10 RT-RATING                          PIC 9(4).
             10 RT-GAMES-RATED                     PIC 9(6).
             10 RT-LAST-DATE                       PIC 9(8).
             10 RT-LAST-SESSION                    PIC 9(18).
       01 SP-SWAP-ENTRY                            PIC X(47).
       01 SWAP-ENTRY.
          05 SWAP-PLAYER-ID                        PIC X(8).
          05 SWAP-RATING                           PIC 9(4).
          05 SWAP-GAMES                            PIC 9(6).
          05 SWAP-LAST-DATE                        PIC 9(8).
          05 SWAP-MOVEMENT                         PIC S9(4).
       01 LADDER-TABLE.
          05 LADDER-COUNT                          PIC 9(3) VALUE 0.
          05 LADDER-ENTRY OCCURS 300 TIMES.
             10 LADDER-PLAYER-ID                   PIC X(8).
             10 LADDER-RATING                      PIC 9(4).
             10 LADDER-GAMES                       PIC 9(6).
             10 LADDER-LAST-DATE                   PIC 9(8).
             10 LADDER-MOVEMENT                    PIC S9(4).
       01 LADDER-MOVEMENT-OUT                      PIC S9(4)
                                                   SIGN LEADING
                                                   SEPARATE VALUE 0.

       PROCEDURE DIVISION.

       P-100-MAIN.
           PERFORM P-2000-REGISTER-START THRU P-2000-EXIT
           IF RUN-BLOCKED-FLAG EQUAL "Y" THEN
               DISPLAY "AN UPDATING JOB IS REGISTERED IN FLIGHT - "
                       "RATING RUN NOT STARTED"
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           ACCEPT TODAY-DATE FROM DATE YYYYMMDD
           DISPLAY "INCLUDE AUDIT HISTORY (Y/N)?"
           ACCEPT INCLUDE-HISTORY
           DISPLAY "=============================================="
           DISPLAY "      WUMPUS HEAD-TO-HEAD RATING RUN          "
           DISPLAY "=============================================="
           OPEN I-O RATING-FILE
           IF RATING-FILE-STATUS = "35" THEN
               OPEN OUTPUT RATING-FILE
               CLOSE RATING-FILE
               OPEN I-O RATING-FILE
           END-IF
           IF RATING-FILE-STATUS NOT = "00" THEN
               DISPLAY "RATINGS FILE COULD NOT BE OPENED - STATUS "
                       RATING-FILE-STATUS
               MOVE 12 TO RUN-RC-TOTAL
               PERFORM P-2100-REGISTER-END THRU P-2100-EXIT
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN EXTEND RATING-HISTORY-FILE
           IF RATING-HISTORY-STATUS = "05" OR
              RATING-HISTORY-STATUS = "35" THEN
               OPEN OUTPUT RATING-HISTORY-FILE
           END-IF
           IF RATING-HISTORY-STATUS NOT = "00" THEN
               DISPLAY "RATING HISTORY FILE COULD NOT BE OPENED - "
                       "STATUS " RATING-HISTORY-STATUS
               CLOSE RATING-FILE
               MOVE 12 TO RUN-RC-TOTAL
               PERFORM P-2100-REGISTER-END THRU P-2100-EXIT
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE "Y" TO RATING-HISTORY-OPEN
           PERFORM P-200-SCAN-AUDIT THRU P-200-EXIT
           PERFORM P-300-MATCH-RESULTS THRU P-300-EXIT
           PERFORM P-400-RATE-SESSIONS THRU P-400-EXIT
           PERFORM P-700-SAVE-RATINGS THRU P-700-EXIT
           CLOSE RATING-HISTORY-FILE
           CLOSE RATING-FILE
           PERFORM P-800-BUILD-LADDER THRU P-800-EXIT
           PERFORM P-850-PRINT-LADDER THRU P-850-EXIT
           DISPLAY "----------------------------------------------"
           DISPLAY "AUDIT RECORDS READ ......... " AUDIT-RECORD-COUNT
           DISPLAY "RESULTS MATCHED TO SESSIONS  " RESULTS-MATCHED
           DISPLAY "RESULTS WITH NO SESSION .... " RESULTS-NO-SESSION
           DISPLAY "SIMULATED SKIPPED .......... " SIMULATED-SKIPPED
           DISPLAY "SESSIONS RATED ............. " SESSIONS-RATED
           DISPLAY "SINGLE-PLAYER SKIPPED ...... "
                   SINGLE-SESSIONS-SKIPPED
           DISPLAY "ALREADY RATED SKIPPED ...... "
                   SESSIONS-ALREADY-RATED
           DISPLAY "PLAYER RATINGS MOVED ....... " PLAYERS-RATED
           DISPLAY "HISTORY RECORDS WRITTEN .... " HISTORY-WRITTEN
           DISPLAY "RATINGS ADDED .............. " RATINGS-ADDED
           DISPLAY "RATINGS REWRITTEN .......... " RATINGS-REWRITTEN
           IF RATING-ERRORS NOT = ZERO THEN
               DISPLAY "RATING FILE ERRORS ......... " RATING-ERRORS
               MOVE 8 TO RETURN-CODE
           END-IF
           DISPLAY "=============================================="
           MOVE PLAYERS-RATED TO RUN-RECORD-TOTAL
           MOVE RETURN-CODE TO RUN-RC-TOTAL
           PERFORM P-2100-REGISTER-END THRU P-2100-EXIT
           GOBACK.
       P-199-EXIT.
           EXIT.

       P-200-SCAN-AUDIT.
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
                               PERFORM P-250-NOTE-SESSION-PLAYER
                                  THRU P-250-EXIT
                       END-READ
                   END-PERFORM
                   CLOSE AUDIT-HISTORY-FILE
               END-IF
           END-IF
           OPEN INPUT AUDIT-FILE
           IF AUDIT-FILE-STATUS NOT = "00" THEN
               DISPLAY "AUDIT FILE NOT FOUND"
               GO TO P-200-EXIT
           END-IF
           MOVE "N" TO END-OF-AUDIT
           PERFORM UNTIL END-OF-AUDIT EQUAL "Y"
               READ AUDIT-FILE INTO AUDIT-LINE
                   AT END
                       MOVE "Y" TO END-OF-AUDIT
                   NOT AT END
                       PERFORM P-250-NOTE-SESSION-PLAYER
                          THRU P-250-EXIT
               END-READ
           END-PERFORM
           CLOSE AUDIT-FILE.
       P-200-EXIT.
           EXIT.

       P-250-NOTE-SESSION-PLAYER.
           ADD 1 TO AUDIT-RECORD-COUNT
           MOVE 0 TO MATCH-SP-INDEX
           PERFORM VARYING SP-INDEX FROM SP-COUNT BY -1
                   UNTIL SP-INDEX < 1 OR MATCH-SP-INDEX > ZERO
               IF SP-SESSION(SP-INDEX) EQUAL EVENT-SESSION-TIMESTAMP
                  AND SP-PLAYER-ID(SP-INDEX) EQUAL EVENT-PLAYER-ID THEN
                   MOVE SP-INDEX TO MATCH-SP-INDEX
               END-IF
           END-PERFORM
           IF MATCH-SP-INDEX > ZERO THEN
               GO TO P-250-EXIT
           END-IF
           IF SP-COUNT >= 500 THEN
               DISPLAY "MORE THAN 500 SESSION PLAYERS - "
                       EVENT-PLAYER-ID " SESSION "
                       EVENT-SESSION-TIMESTAMP " NOT RATED"
               GO TO P-250-EXIT
           END-IF
           ADD 1 TO SP-COUNT
           MOVE EVENT-SESSION-TIMESTAMP TO SP-SESSION(SP-COUNT)
           MOVE EVENT-PLAYER-ID TO SP-PLAYER-ID(SP-COUNT)
           MOVE "N" TO SP-RESULT-FOUND(SP-COUNT)
           MOVE ZERO TO SP-OUTCOME-RANK(SP-COUNT)
           MOVE ZERO TO SP-SCORE(SP-COUNT)
           MOVE ZERO TO SP-PLACE(SP-COUNT)
           MOVE ZERO TO SP-RT-INDEX(SP-COUNT)
           MOVE ZERO TO SP-DELTA(SP-COUNT).
       P-250-EXIT.
           EXIT.

       P-300-MATCH-RESULTS.
           OPEN INPUT RESULTS-FILE
           IF RESULTS-FILE-STATUS NOT = "00" THEN
               DISPLAY "NO LIVE RESULTS FILE"
               MOVE "Y" TO END-OF-RESULTS
           END-IF
           PERFORM UNTIL END-OF-RESULTS EQUAL "Y"
               READ RESULTS-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO END-OF-RESULTS
                   NOT AT END
                       MOVE RESULT-PLAYER-ID TO CHECK-PLAYER-ID
                       MOVE RESULT-TIMESTAMP TO CHECK-TIMESTAMP
                       MOVE RESULT-OUTCOME-CODE TO CHECK-OUTCOME-CODE
                       MOVE RESULT-SCORE TO CHECK-SCORE
                       MOVE RESULT-SIM-FLAG TO CHECK-SIM-FLAG
                       PERFORM P-350-MATCH-ONE-RESULT THRU P-350-EXIT
               END-READ
           END-PERFORM
           IF RESULTS-FILE-STATUS NOT = "35" THEN
               CLOSE RESULTS-FILE
           END-IF
           OPEN INPUT HISTORY-FILE
           IF HISTORY-FILE-STATUS NOT = "00" THEN
               MOVE "Y" TO END-OF-HISTORY
           END-IF
           PERFORM UNTIL END-OF-HISTORY EQUAL "Y"
               READ HISTORY-FILE
                   AT END
                       MOVE "Y" TO END-OF-HISTORY
                   NOT AT END
                       MOVE HIST-PLAYER-ID TO CHECK-PLAYER-ID
                       MOVE HIST-TIMESTAMP TO CHECK-TIMESTAMP
                       MOVE HIST-OUTCOME-CODE TO CHECK-OUTCOME-CODE
                       MOVE HIST-SCORE TO CHECK-SCORE
                       MOVE HIST-SIM-FLAG TO CHECK-SIM-FLAG
                       PERFORM P-350-MATCH-ONE-RESULT THRU P-350-EXIT
               END-READ
           END-PERFORM
           IF HISTORY-FILE-STATUS NOT = "35" THEN
               CLOSE HISTORY-FILE
           END-IF.
       P-300-EXIT.
           EXIT.

       P-350-MATCH-ONE-RESULT.
           IF CHECK-SIM-FLAG EQUAL "S" THEN
               ADD 1 TO SIMULATED-SKIPPED
               GO TO P-350-EXIT
           END-IF
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
               GO TO P-350-EXIT
           END-IF
           IF SP-RESULT-FOUND(MATCH-SP-INDEX) EQUAL "Y" THEN
               GO TO P-350-EXIT
           END-IF
           ADD 1 TO RESULTS-MATCHED
           MOVE "Y" TO SP-RESULT-FOUND(MATCH-SP-INDEX)
           MOVE CHECK-SCORE TO SP-SCORE(MATCH-SP-INDEX)
           IF CHECK-OUTCOME-CODE EQUAL "W" THEN
               MOVE 1 TO SP-OUTCOME-RANK(MATCH-SP-INDEX)
           ELSE
               MOVE 2 TO SP-OUTCOME-RANK(MATCH-SP-INDEX)
           END-IF.
       P-350-EXIT.
           EXIT.

       P-400-RATE-SESSIONS.
           MOVE "Y" TO SWAP-FLAG
           PERFORM UNTIL SWAP-FLAG NOT = "Y"
               MOVE "N" TO SWAP-FLAG
               PERFORM VARYING SCAN-INDEX FROM 1 BY 1
                       UNTIL SCAN-INDEX >= SP-COUNT
                   IF SP-SESSION(SCAN-INDEX) >
                      SP-SESSION(SCAN-INDEX + 1) THEN
                       MOVE SP-ENTRY(SCAN-INDEX) TO SP-SWAP-ENTRY
                       MOVE SP-ENTRY(SCAN-INDEX + 1)
                            TO SP-ENTRY(SCAN-INDEX)
                       MOVE SP-SWAP-ENTRY TO SP-ENTRY(SCAN-INDEX + 1)
                       MOVE "Y" TO SWAP-FLAG
                   END-IF
               END-PERFORM
           END-PERFORM
           MOVE 1 TO GROUP-START
           PERFORM UNTIL GROUP-START > SP-COUNT
               MOVE SP-SESSION(GROUP-START) TO GROUP-SESSION
               MOVE GROUP-START TO GROUP-END
               PERFORM UNTIL GROUP-END >= SP-COUNT
                       OR SP-SESSION(GROUP-END + 1) NOT = GROUP-SESSION
                   ADD 1 TO GROUP-END
               END-PERFORM
               PERFORM P-450-RATE-ONE-SESSION THRU P-450-EXIT
               COMPUTE GROUP-START = GROUP-END + 1
           END-PERFORM.
       P-400-EXIT.
           EXIT.

       P-450-RATE-ONE-SESSION.
           MOVE 0 TO GROUP-RATED-COUNT
           MOVE "N" TO GROUP-ALREADY-RATED
           PERFORM VARYING SP-INDEX FROM GROUP-START BY 1
                   UNTIL SP-INDEX > GROUP-END
               IF SP-RESULT-FOUND(SP-INDEX) EQUAL "Y" THEN
                   ADD 1 TO GROUP-RATED-COUNT
               END-IF
           END-PERFORM
           IF GROUP-RATED-COUNT < 2 THEN
               ADD 1 TO SINGLE-SESSIONS-SKIPPED
               GO TO P-450-EXIT
           END-IF
           PERFORM VARYING SP-INDEX FROM GROUP-START BY 1
                   UNTIL SP-INDEX > GROUP-END
               IF SP-RESULT-FOUND(SP-INDEX) EQUAL "Y" THEN
                   MOVE SP-PLAYER-ID(SP-INDEX) TO CHECK-PLAYER-ID
                   PERFORM P-500-FIND-RATING THRU P-500-EXIT
                   MOVE MATCH-RT-INDEX TO SP-RT-INDEX(SP-INDEX)
                   IF MATCH-RT-INDEX EQUAL ZERO THEN
                       MOVE "Y" TO GROUP-ALREADY-RATED
                   ELSE
                       IF RT-LAST-SESSION(MATCH-RT-INDEX) NOT <
                          GROUP-SESSION THEN
                           MOVE "Y" TO GROUP-ALREADY-RATED
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF GROUP-ALREADY-RATED EQUAL "Y" THEN
               ADD 1 TO SESSIONS-ALREADY-RATED
               GO TO P-450-EXIT
           END-IF
           PERFORM VARYING SP-INDEX FROM GROUP-START BY 1
                   UNTIL SP-INDEX > GROUP-END
               IF SP-RESULT-FOUND(SP-INDEX) EQUAL "Y" THEN
                   MOVE 1 TO SP-PLACE(SP-INDEX)
                   MOVE ZERO TO SP-DELTA(SP-INDEX)
                   PERFORM VARYING OTHER-SP-INDEX FROM GROUP-START BY 1
                           UNTIL OTHER-SP-INDEX > GROUP-END
                       IF OTHER-SP-INDEX NOT = SP-INDEX AND
                          SP-RESULT-FOUND(OTHER-SP-INDEX) EQUAL "Y"
                          THEN
                           PERFORM P-550-RATE-ONE-PAIR THRU P-550-EXIT
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM
           ADD 1 TO SESSIONS-RATED
           PERFORM VARYING SP-INDEX FROM GROUP-START BY 1
                   UNTIL SP-INDEX > GROUP-END
               IF SP-RESULT-FOUND(SP-INDEX) EQUAL "Y" THEN
                   PERFORM P-600-APPLY-CHANGE THRU P-600-EXIT
               END-IF
           END-PERFORM.
       P-450-EXIT.
           EXIT.

       P-500-FIND-RATING.
           MOVE 0 TO MATCH-RT-INDEX
           PERFORM VARYING RT-INDEX FROM 1 BY 1
                   UNTIL RT-INDEX > RT-COUNT
               IF RT-PLAYER-ID(RT-INDEX) EQUAL CHECK-PLAYER-ID THEN
                   MOVE RT-INDEX TO MATCH-RT-INDEX
               END-IF
           END-PERFORM
           IF MATCH-RT-INDEX > ZERO THEN
               GO TO P-500-EXIT
           END-IF
           IF RT-COUNT >= 300 THEN
               DISPLAY "MORE THAN 300 RATED PLAYERS IN ONE RUN - "
                       CHECK-PLAYER-ID " NOT RATED"
               GO TO P-500-EXIT
           END-IF
           ADD 1 TO RT-COUNT
           MOVE RT-COUNT TO MATCH-RT-INDEX
           MOVE CHECK-PLAYER-ID TO RT-PLAYER-ID(MATCH-RT-INDEX)
           MOVE CHECK-PLAYER-ID TO RATING-PLAYER-ID
           READ RATING-FILE
               INVALID KEY
                   MOVE "N" TO RT-ON-FILE(MATCH-RT-INDEX)
                   MOVE BASE-RATING TO RT-RATING(MATCH-RT-INDEX)
                   MOVE ZERO TO RT-GAMES-RATED(MATCH-RT-INDEX)
                   MOVE ZERO TO RT-LAST-DATE(MATCH-RT-INDEX)
                   MOVE ZERO TO RT-LAST-SESSION(MATCH-RT-INDEX)
               NOT INVALID KEY
                   MOVE "Y" TO RT-ON-FILE(MATCH-RT-INDEX)
                   MOVE RATING-VALUE TO RT-RATING(MATCH-RT-INDEX)
                   MOVE RATING-GAMES-RATED
                        TO RT-GAMES-RATED(MATCH-RT-INDEX)
                   MOVE RATING-LAST-DATE TO RT-LAST-DATE(MATCH-RT-INDEX)
                   MOVE RATING-LAST-SESSION
                        TO RT-LAST-SESSION(MATCH-RT-INDEX)
           END-READ
           MOVE RT-RATING(MATCH-RT-INDEX)
                TO RT-START-RATING(MATCH-RT-INDEX).
       P-500-EXIT.
           EXIT.

       P-550-RATE-ONE-PAIR.
           MOVE SP-RT-INDEX(SP-INDEX) TO MATCH-RT-INDEX
           MOVE SP-RT-INDEX(OTHER-SP-INDEX) TO OTHER-RT-INDEX
           EVALUATE TRUE
               WHEN SP-OUTCOME-RANK(SP-INDEX) <
                    SP-OUTCOME-RANK(OTHER-SP-INDEX)
                   MOVE 1 TO ACTUAL-SCORE
               WHEN SP-OUTCOME-RANK(SP-INDEX) >
                    SP-OUTCOME-RANK(OTHER-SP-INDEX)
                   MOVE 0 TO ACTUAL-SCORE
               WHEN SP-SCORE(SP-INDEX) > SP-SCORE(OTHER-SP-INDEX)
                   MOVE 1 TO ACTUAL-SCORE
               WHEN SP-SCORE(SP-INDEX) < SP-SCORE(OTHER-SP-INDEX)
                   MOVE 0 TO ACTUAL-SCORE
               WHEN OTHER
                   MOVE 0.5 TO ACTUAL-SCORE
           END-EVALUATE
           IF ACTUAL-SCORE < 1 THEN
               IF ACTUAL-SCORE EQUAL ZERO THEN
                   ADD 1 TO SP-PLACE(SP-INDEX)
               END-IF
           END-IF
           COMPUTE RATING-DIFFERENCE =
               RT-RATING(OTHER-RT-INDEX) - RT-RATING(MATCH-RT-INDEX)
           IF RATING-DIFFERENCE > 800 THEN
               MOVE 800 TO RATING-DIFFERENCE
           END-IF
           IF RATING-DIFFERENCE < -800 THEN
               MOVE -800 TO RATING-DIFFERENCE
           END-IF
           COMPUTE EXPONENT-WORK ROUNDED = RATING-DIFFERENCE / 400
           COMPUTE POWER-WORK ROUNDED = 10 ** EXPONENT-WORK
           COMPUTE EXPECTED-SCORE ROUNDED = 1 / (1 + POWER-WORK)
           COMPUTE SP-DELTA(SP-INDEX) ROUNDED =
               SP-DELTA(SP-INDEX) +
               K-FACTOR * (ACTUAL-SCORE - EXPECTED-SCORE)
               / (GROUP-RATED-COUNT - 1).
       P-550-EXIT.
           EXIT.

       P-600-APPLY-CHANGE.
           MOVE SP-RT-INDEX(SP-INDEX) TO MATCH-RT-INDEX
           COMPUTE NEW-RATING ROUNDED =
               RT-RATING(MATCH-RT-INDEX) + SP-DELTA(SP-INDEX)
           IF NEW-RATING < FLOOR-RATING THEN
               MOVE FLOOR-RATING TO NEW-RATING
           END-IF
           IF NEW-RATING > 9999 THEN
               MOVE 9999 TO NEW-RATING
           END-IF
           COMPUTE RATING-CHANGE =
               NEW-RATING - RT-RATING(MATCH-RT-INDEX)
           MOVE SP-PLAYER-ID(SP-INDEX) TO RHIST-PLAYER-ID
           MOVE GROUP-SESSION TO RHIST-SESSION-TIMESTAMP
           MOVE TODAY-DATE TO RHIST-RATED-DATE
           MOVE SP-PLACE(SP-INDEX) TO RHIST-PLACE
           MOVE GROUP-RATED-COUNT TO RHIST-FIELD-SIZE
           MOVE RT-RATING(MATCH-RT-INDEX) TO RHIST-OLD-RATING
           MOVE NEW-RATING TO RHIST-NEW-RATING
           MOVE RATING-CHANGE TO RHIST-CHANGE
           WRITE RATING-HISTORY-RECORD
           IF RATING-HISTORY-STATUS NOT = "00" THEN
               DISPLAY "RATING HISTORY WRITE FAILED - STATUS "
                       RATING-HISTORY-STATUS
               ADD 1 TO RATING-ERRORS
           ELSE
               ADD 1 TO HISTORY-WRITTEN
           END-IF
           DISPLAY "SESSION " GROUP-SESSION " PLACE "
                   SP-PLACE(SP-INDEX) " OF " GROUP-RATED-COUNT " "
                   SP-PLAYER-ID(SP-INDEX) " "
                   RT-RATING(MATCH-RT-INDEX) " -> " RHIST-NEW-RATING
                   " " RATING-CHANGE
           MOVE NEW-RATING TO RT-RATING(MATCH-RT-INDEX)
           ADD 1 TO RT-GAMES-RATED(MATCH-RT-INDEX)
           MOVE TODAY-DATE TO RT-LAST-DATE(MATCH-RT-INDEX)
           MOVE GROUP-SESSION TO RT-LAST-SESSION(MATCH-RT-INDEX)
           ADD 1 TO PLAYERS-RATED.
       P-600-EXIT.
           EXIT.

       P-700-SAVE-RATINGS.
           PERFORM VARYING RT-INDEX FROM 1 BY 1
                   UNTIL RT-INDEX > RT-COUNT
               IF RT-GAMES-RATED(RT-INDEX) > ZERO AND
                  RT-LAST-DATE(RT-INDEX) EQUAL TODAY-DATE THEN
                   MOVE RT-PLAYER-ID(RT-INDEX) TO RATING-PLAYER-ID
                   MOVE RT-RATING(RT-INDEX) TO RATING-VALUE
                   MOVE RT-GAMES-RATED(RT-INDEX) TO RATING-GAMES-RATED
                   MOVE RT-LAST-DATE(RT-INDEX) TO RATING-LAST-DATE
                   MOVE RT-LAST-SESSION(RT-INDEX)
                        TO RATING-LAST-SESSION
                   IF RT-ON-FILE(RT-INDEX) EQUAL "Y" THEN
                       REWRITE RATING-RECORD
                           INVALID KEY
                               DISPLAY "RATING REWRITE FAILED FOR "
                                       RATING-PLAYER-ID
                               ADD 1 TO RATING-ERRORS
                           NOT INVALID KEY
                               ADD 1 TO RATINGS-REWRITTEN
                       END-REWRITE
                   ELSE
                       WRITE RATING-RECORD
                           INVALID KEY
                               DISPLAY "RATING WRITE FAILED FOR "
                                       RATING-PLAYER-ID
                               ADD 1 TO RATING-ERRORS
                           NOT INVALID KEY
                               MOVE "Y" TO RT-ON-FILE(RT-INDEX)
                               ADD 1 TO RATINGS-ADDED
                       END-WRITE
                   END-IF
               END-IF
           END-PERFORM.
       P-700-EXIT.
           EXIT.

       P-800-BUILD-LADDER.
           OPEN INPUT RATING-FILE
           IF RATING-FILE-STATUS NOT = "00" THEN
               DISPLAY "RATINGS FILE COULD NOT BE REOPENED - STATUS "
                       RATING-FILE-STATUS
               GO TO P-800-EXIT
           END-IF
           MOVE "N" TO END-OF-RATINGS
           PERFORM UNTIL END-OF-RATINGS EQUAL "Y"
               READ RATING-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO END-OF-RATINGS
                   NOT AT END
                       IF LADDER-COUNT >= 300 THEN
                           DISPLAY "MORE THAN 300 RATED PLAYERS - "
                                   RATING-PLAYER-ID " NOT LISTED"
                       ELSE
                           ADD 1 TO LADDER-COUNT
                           MOVE RATING-PLAYER-ID
                                TO LADDER-PLAYER-ID(LADDER-COUNT)
                           MOVE RATING-VALUE
                                TO LADDER-RATING(LADDER-COUNT)
                           MOVE RATING-GAMES-RATED
                                TO LADDER-GAMES(LADDER-COUNT)
                           MOVE RATING-LAST-DATE
                                TO LADDER-LAST-DATE(LADDER-COUNT)
                           MOVE ZERO TO LADDER-MOVEMENT(LADDER-COUNT)
                           MOVE RATING-PLAYER-ID TO CHECK-PLAYER-ID
                           PERFORM VARYING RT-INDEX FROM 1 BY 1
                                   UNTIL RT-INDEX > RT-COUNT
                               IF RT-PLAYER-ID(RT-INDEX) EQUAL
                                  CHECK-PLAYER-ID THEN
                                   COMPUTE
                                       LADDER-MOVEMENT(LADDER-COUNT) =
                                       RT-RATING(RT-INDEX) -
                                       RT-START-RATING(RT-INDEX)
                               END-IF
                           END-PERFORM
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RATING-FILE
           MOVE "Y" TO SWAP-FLAG
           PERFORM UNTIL SWAP-FLAG NOT = "Y"
               MOVE "N" TO SWAP-FLAG
               PERFORM VARYING SCAN-INDEX FROM 1 BY 1
                       UNTIL SCAN-INDEX >= LADDER-COUNT
                   IF LADDER-RATING(SCAN-INDEX) <
                      LADDER-RATING(SCAN-INDEX + 1) THEN
                       MOVE LADDER-ENTRY(SCAN-INDEX) TO SWAP-ENTRY
                       MOVE LADDER-ENTRY(SCAN-INDEX + 1)
                            TO LADDER-ENTRY(SCAN-INDEX)
                       MOVE SWAP-ENTRY
                            TO LADDER-ENTRY(SCAN-INDEX + 1)
                       MOVE "Y" TO SWAP-FLAG
                   END-IF
               END-PERFORM
           END-PERFORM.
       P-800-EXIT.
           EXIT.

       P-850-PRINT-LADDER.
           DISPLAY "----------------------------------------------"
           DISPLAY "RATINGS LADDER"
           DISPLAY "RANK PLAYER   RATING GAMES  MOVE  LAST RATED"
           IF LADDER-COUNT EQUAL ZERO THEN
               DISPLAY "  NO RATED PLAYERS YET"
           END-IF
           PERFORM VARYING LADDER-INDEX FROM 1 BY 1
                   UNTIL LADDER-INDEX > LADDER-COUNT
               MOVE LADDER-MOVEMENT(LADDER-INDEX)
                    TO LADDER-MOVEMENT-OUT
               DISPLAY LADDER-INDEX "  "
                       LADDER-PLAYER-ID(LADDER-INDEX) " "
                       LADDER-RATING(LADDER-INDEX) "   "
                       LADDER-GAMES(LADDER-INDEX) " "
                       LADDER-MOVEMENT-OUT " "
                       LADDER-LAST-DATE(LADDER-INDEX)
           END-PERFORM.
       P-850-EXIT.
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
