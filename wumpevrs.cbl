       IDENTIFICATION DIVISION.
       PROGRAM-ID. WUMPEVRS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EVENT-FILE ASSIGN TO "EVENTS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EVENT-MASTER-ID
               FILE STATUS IS EVENT-FILE-STATUS.
           SELECT PLAYER-FILE ASSIGN TO "PLAYERS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PLAYER-MASTER-ID
               FILE STATUS IS PLAYER-FILE-STATUS.
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

           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUN-CONTROL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EVENT-FILE.
       01  EVENT-MASTER-RECORD.
           05 EVENT-MASTER-ID                       PIC X(8).
           05 EVENT-MASTER-DATE                     PIC 9(8).
           05 EVENT-MASTER-CAVE-ID                  PIC X(8).
           05 EVENT-MASTER-PROFILE-NAME             PIC X(8).
           05 EVENT-MASTER-ENTRANTS.
              10 EVENT-MASTER-ENTRANT-COUNT         PIC 9(2).
              10 EVENT-MASTER-ENTRANT OCCURS 24 TIMES
                                                    PIC X(8).

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
                                                   "WUMPEVRS".
       01 RUN-CONTROL-STATUS                       PIC X(2) VALUE "00".
       01 RUN-EVENT-WANTED                         PIC X(1) VALUE "S".
       01 RUN-RECORD-TOTAL                         PIC 9(6) VALUE 0.
       01 RUN-RC-TOTAL                             PIC 9(2) VALUE 0.
       01 RUN-STAMP-WORK.
          05 RUN-STAMP-DATE                        PIC 9(8) VALUE 0.
          05 RUN-STAMP-TIME                        PIC 9(8) VALUE 0.
          05 RUN-STAMP-FILL                        PIC 9(2) VALUE 0.
       01 EVENT-FILE-STATUS                        PIC X(2) VALUE "00".
       01 PLAYER-FILE-STATUS                       PIC X(2) VALUE "00".
       01 AUDIT-FILE-STATUS                        PIC X(2) VALUE "00".
       01 AUDIT-HISTORY-STATUS                     PIC X(2) VALUE "00".
       01 RESULTS-FILE-STATUS                      PIC X(2) VALUE "00".
       01 HISTORY-FILE-STATUS                      PIC X(2) VALUE "00".
       01 END-OF-AUDIT                             PIC X(1) VALUE "N".
       01 END-OF-RESULTS                           PIC X(1) VALUE "N".
       01 END-OF-HISTORY                           PIC X(1) VALUE "N".
       01 INCLUDE-HISTORY                          PIC X(1) VALUE "N".
       01 PLAYER-FILE-OPEN                         PIC X(1) VALUE "N".
       01 REPORT-EVENT-ID                         PIC X(8) VALUE SPACES.
       01 AUDIT-LINE.
          05 EVENT-SESSION-TIMESTAMP               PIC 9(18).
          05 FILLER                                PIC X(8).
          05 EVENT-PLAYER-ID                       PIC X(8).
          05 FILLER                                PIC X(6).
          05 EVENT-ROOM                            PIC X(2).
          05 FILLER                                PIC X(1).
          05 EVENT-TEXT                            PIC X(50).
          05 FILLER                                PIC X(7).
       01 EVENT-STARTED-TEXT                      PIC X(50) VALUE
                                                   SPACES.
       01 CHECK-PLAYER-ID                          PIC X(8) VALUE
                                                   SPACES.
       01 CHECK-TIMESTAMP                          PIC 9(18) VALUE 0.
       01 CHECK-OUTCOME-CODE                       PIC X(1) VALUE SPACE.
       01 CHECK-OUTCOME-RANK                       PIC 9(1) VALUE 0.
       01 CHECK-SCORE                              PIC 9(5) VALUE 0.
       01 CHECK-ROOMS                              PIC 9(4) VALUE 0.
       01 CHECK-EVENT-ID                           PIC X(8) VALUE
                                                   SPACES.
       01 TAKE-RESULT                              PIC X(1) VALUE "N".
       01 ENTRANT-INDEX                            PIC 9(2) VALUE 0.
       01 MATCH-ENTRANT-INDEX                      PIC 9(2) VALUE 0.
       01 ROSTER-INDEX                             PIC 9(2) VALUE 0.
       01 MERGE-HOP-COUNT                          PIC 9(2) VALUE 0.
       01 MERGE-RESOLVED                           PIC X(1) VALUE "N".
       01 SCAN-INDEX                               PIC 9(2) VALUE 0.
       01 SWAP-FLAG                                PIC X(1) VALUE "N".
       01 PLACE-NUMBER                             PIC 9(2) VALUE 0.
       01 PRINT-NAME                               PIC X(30) VALUE
                                                   SPACES.
       01 FINISHED-COUNT                           PIC 9(2) VALUE 0.
       01 UNFINISHED-COUNT                         PIC 9(2) VALUE 0.
       01 NO-SHOW-COUNT                            PIC 9(2) VALUE 0.
       01 EVENT-RESULTS-READ                       PIC 9(6) VALUE 0.
       01 REPLAYED-RESULTS                         PIC 9(6) VALUE 0.
       01 NON-ENTRANT-RESULTS                      PIC 9(6) VALUE 0.
       01 SWAP-ENTRY                               PIC X(42).
       01 ENTRANT-TABLE.
          05 ENTRANT-COUNT                         PIC 9(2) VALUE 0.
          05 ENTRANT-ENTRY OCCURS 24 TIMES.
             10 ENTRANT-PLAYER-ID                  PIC X(8).
             10 ENTRANT-STARTED                    PIC X(1).
             10 ENTRANT-FINISHED                   PIC X(1).
             10 ENTRANT-OUTCOME-CODE               PIC X(1).
             10 ENTRANT-OUTCOME-RANK               PIC 9(1).
             10 ENTRANT-SCORE                      PIC 9(5).
             10 ENTRANT-ROOMS                      PIC 9(4).
             10 ENTRANT-TIMESTAMP                  PIC 9(18).
             10 ENTRANT-PLACE                      PIC 9(2).
             10 ENTRANT-GAMES                      PIC 9(1).

       PROCEDURE DIVISION.

       P-100-MAIN.
           PERFORM P-2000-REGISTER-START THRU P-2000-EXIT
           DISPLAY "ENTER EVENT ID FOR THE RESULT SHEET"
           ACCEPT REPORT-EVENT-ID
           DISPLAY "INCLUDE AUDIT HISTORY (Y/N)?"
           ACCEPT INCLUDE-HISTORY
           DISPLAY "=============================================="
           DISPLAY "         WUMPUS EVENT RESULT SHEET            "
           DISPLAY "=============================================="
           OPEN INPUT PLAYER-FILE
           IF PLAYER-FILE-STATUS EQUAL "00" THEN
               MOVE "Y" TO PLAYER-FILE-OPEN
           END-IF
           PERFORM P-200-LOAD-EVENT THRU P-200-EXIT
           IF ENTRANT-COUNT EQUAL ZERO AND RETURN-CODE NOT = ZERO THEN
               IF PLAYER-FILE-OPEN EQUAL "Y" THEN
                   CLOSE PLAYER-FILE
               END-IF
               DISPLAY "=============================================="
               MOVE RETURN-CODE TO RUN-RC-TOTAL
               PERFORM P-2100-REGISTER-END THRU P-2100-EXIT
               GOBACK
           END-IF
           PERFORM P-300-SCAN-RESULTS THRU P-300-EXIT
           PERFORM P-400-SCAN-AUDIT THRU P-400-EXIT
           PERFORM P-500-PLACE-FINISHERS THRU P-500-EXIT
           PERFORM P-600-PRINT-SHEET THRU P-600-EXIT
           IF PLAYER-FILE-OPEN EQUAL "Y" THEN
               CLOSE PLAYER-FILE
           END-IF
           DISPLAY "----------------------------------------------"
           DISPLAY "ENTRANTS ................... " ENTRANT-COUNT
           DISPLAY "FINISHED ................... " FINISHED-COUNT
           DISPLAY "DID NOT FINISH ............. " UNFINISHED-COUNT
           DISPLAY "NO-SHOWS ................... " NO-SHOW-COUNT
           DISPLAY "EVENT RESULTS READ ......... " EVENT-RESULTS-READ
           DISPLAY "REPEAT GAMES NOT PLACED .... " REPLAYED-RESULTS
           IF NON-ENTRANT-RESULTS NOT = ZERO THEN
               DISPLAY "RESULTS FROM NON-ENTRANTS .. "
                       NON-ENTRANT-RESULTS
               MOVE 4 TO RETURN-CODE
           END-IF
           IF FINISHED-COUNT EQUAL ZERO THEN
               MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY "=============================================="
           MOVE EVENT-RESULTS-READ TO RUN-RECORD-TOTAL
           MOVE RETURN-CODE TO RUN-RC-TOTAL
           PERFORM P-2100-REGISTER-END THRU P-2100-EXIT
           GOBACK.
       P-199-EXIT.
           EXIT.

       P-200-LOAD-EVENT.
           OPEN INPUT EVENT-FILE
           IF EVENT-FILE-STATUS NOT = "00" THEN
               DISPLAY "EVENT MASTER FILE COULD NOT BE OPENED - "
                       "STATUS " EVENT-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               GO TO P-200-EXIT
           END-IF
           MOVE REPORT-EVENT-ID TO EVENT-MASTER-ID
           READ EVENT-FILE
               INVALID KEY
                   DISPLAY "EVENT " REPORT-EVENT-ID " NOT FOUND"
                   MOVE 12 TO RETURN-CODE
               NOT INVALID KEY
                   DISPLAY "EVENT ..................... "
                           EVENT-MASTER-ID
                   DISPLAY "EVENT DATE ................ "
                           EVENT-MASTER-DATE
                   DISPLAY "CAVE ...................... "
                           EVENT-MASTER-CAVE-ID
                   DISPLAY "PROFILE ................... "
                           EVENT-MASTER-PROFILE-NAME
                   PERFORM VARYING ROSTER-INDEX FROM 1 BY 1
                           UNTIL ROSTER-INDEX >
                                 EVENT-MASTER-ENTRANT-COUNT
                       MOVE EVENT-MASTER-ENTRANT(ROSTER-INDEX)
                            TO CHECK-PLAYER-ID
                       PERFORM P-250-ADD-ENTRANT THRU P-250-EXIT
                   END-PERFORM
                   IF ENTRANT-COUNT EQUAL ZERO THEN
                       DISPLAY "EVENT " REPORT-EVENT-ID
                               " HAS NO REGISTERED ENTRANTS"
                       MOVE 4 TO RETURN-CODE
                   END-IF
           END-READ
           CLOSE EVENT-FILE
           MOVE SPACES TO EVENT-STARTED-TEXT
           STRING "EVENT " DELIMITED BY SIZE
                  REPORT-EVENT-ID DELIMITED BY SIZE
             INTO EVENT-STARTED-TEXT
           END-STRING.
       P-200-EXIT.
           EXIT.

       P-250-ADD-ENTRANT.
           PERFORM P-460-RESOLVE-MERGED THRU P-460-EXIT
           PERFORM P-450-FIND-ENTRANT THRU P-450-EXIT
           IF MATCH-ENTRANT-INDEX > ZERO THEN
               GO TO P-250-EXIT
           END-IF
           ADD 1 TO ENTRANT-COUNT
           MOVE CHECK-PLAYER-ID TO ENTRANT-PLAYER-ID(ENTRANT-COUNT)
           MOVE "N" TO ENTRANT-STARTED(ENTRANT-COUNT)
           MOVE "N" TO ENTRANT-FINISHED(ENTRANT-COUNT)
           MOVE SPACE TO ENTRANT-OUTCOME-CODE(ENTRANT-COUNT)
           MOVE ZERO TO ENTRANT-OUTCOME-RANK(ENTRANT-COUNT)
           MOVE ZERO TO ENTRANT-SCORE(ENTRANT-COUNT)
           MOVE ZERO TO ENTRANT-ROOMS(ENTRANT-COUNT)
           MOVE ZERO TO ENTRANT-TIMESTAMP(ENTRANT-COUNT)
           MOVE ZERO TO ENTRANT-PLACE(ENTRANT-COUNT)
           MOVE ZERO TO ENTRANT-GAMES(ENTRANT-COUNT).
       P-250-EXIT.
           EXIT.

       P-300-SCAN-RESULTS.
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
                       IF RESULT-EVENT-ID EQUAL REPORT-EVENT-ID THEN
                           MOVE RESULT-PLAYER-ID TO CHECK-PLAYER-ID
                           MOVE RESULT-TIMESTAMP TO CHECK-TIMESTAMP
                           MOVE RESULT-OUTCOME-CODE
                                TO CHECK-OUTCOME-CODE
                           MOVE RESULT-SCORE TO CHECK-SCORE
                           MOVE RESULT-ROOMS-VISITED TO CHECK-ROOMS
                           PERFORM P-350-NOTE-RESULT THRU P-350-EXIT
                       END-IF
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
                       IF HIST-EVENT-ID EQUAL REPORT-EVENT-ID THEN
                           MOVE HIST-PLAYER-ID TO CHECK-PLAYER-ID
                           MOVE HIST-TIMESTAMP TO CHECK-TIMESTAMP
                           MOVE HIST-OUTCOME-CODE TO CHECK-OUTCOME-CODE
                           MOVE HIST-SCORE TO CHECK-SCORE
                           MOVE HIST-ROOMS-VISITED TO CHECK-ROOMS
                           PERFORM P-350-NOTE-RESULT THRU P-350-EXIT
                       END-IF
               END-READ
           END-PERFORM
           IF HISTORY-FILE-STATUS NOT = "35" THEN
               CLOSE HISTORY-FILE
           END-IF.
       P-300-EXIT.
           EXIT.

       P-350-NOTE-RESULT.
           ADD 1 TO EVENT-RESULTS-READ
           PERFORM P-450-FIND-ENTRANT THRU P-450-EXIT
           IF MATCH-ENTRANT-INDEX EQUAL ZERO THEN
               DISPLAY "RESULT FOR NON-ENTRANT " CHECK-PLAYER-ID
                       " AT " CHECK-TIMESTAMP " IGNORED"
               ADD 1 TO NON-ENTRANT-RESULTS
               GO TO P-350-EXIT
           END-IF
           MOVE "Y" TO ENTRANT-STARTED(MATCH-ENTRANT-INDEX)
           ADD 1 TO ENTRANT-GAMES(MATCH-ENTRANT-INDEX)
           IF ENTRANT-FINISHED(MATCH-ENTRANT-INDEX) EQUAL "Y" THEN
               ADD 1 TO REPLAYED-RESULTS
               IF CHECK-TIMESTAMP >
                  ENTRANT-TIMESTAMP(MATCH-ENTRANT-INDEX) THEN
                   GO TO P-350-EXIT
               END-IF
           END-IF
           MOVE "Y" TO ENTRANT-FINISHED(MATCH-ENTRANT-INDEX)
           MOVE CHECK-TIMESTAMP
                TO ENTRANT-TIMESTAMP(MATCH-ENTRANT-INDEX)
           MOVE CHECK-OUTCOME-CODE
                TO ENTRANT-OUTCOME-CODE(MATCH-ENTRANT-INDEX)
           MOVE CHECK-SCORE TO ENTRANT-SCORE(MATCH-ENTRANT-INDEX)
           MOVE CHECK-ROOMS TO ENTRANT-ROOMS(MATCH-ENTRANT-INDEX)
           IF CHECK-OUTCOME-CODE EQUAL "W" THEN
               MOVE 1 TO ENTRANT-OUTCOME-RANK(MATCH-ENTRANT-INDEX)
           ELSE
               MOVE 2 TO ENTRANT-OUTCOME-RANK(MATCH-ENTRANT-INDEX)
           END-IF.
       P-350-EXIT.
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
                               PERFORM P-420-NOTE-START
                                  THRU P-420-EXIT
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
                       PERFORM P-420-NOTE-START THRU P-420-EXIT
               END-READ
           END-PERFORM
           CLOSE AUDIT-FILE.
       P-400-EXIT.
           EXIT.

       P-420-NOTE-START.
           IF EVENT-TEXT NOT = EVENT-STARTED-TEXT THEN
               GO TO P-420-EXIT
           END-IF
           MOVE EVENT-PLAYER-ID TO CHECK-PLAYER-ID
           PERFORM P-460-RESOLVE-MERGED THRU P-460-EXIT
           PERFORM P-450-FIND-ENTRANT THRU P-450-EXIT
           IF MATCH-ENTRANT-INDEX > ZERO THEN
               MOVE "Y" TO ENTRANT-STARTED(MATCH-ENTRANT-INDEX)
           END-IF.
       P-420-EXIT.
           EXIT.

       P-450-FIND-ENTRANT.
           MOVE 0 TO MATCH-ENTRANT-INDEX
           PERFORM VARYING ENTRANT-INDEX FROM 1 BY 1
                   UNTIL ENTRANT-INDEX > ENTRANT-COUNT
               IF ENTRANT-PLAYER-ID(ENTRANT-INDEX) EQUAL
                  CHECK-PLAYER-ID THEN
                   MOVE ENTRANT-INDEX TO MATCH-ENTRANT-INDEX
               END-IF
           END-PERFORM.
       P-450-EXIT.
           EXIT.

       P-460-RESOLVE-MERGED.
           MOVE 0 TO MERGE-HOP-COUNT
           MOVE "N" TO MERGE-RESOLVED
           IF PLAYER-FILE-OPEN NOT = "Y" THEN
               GO TO P-460-EXIT
           END-IF
           PERFORM UNTIL MERGE-RESOLVED EQUAL "Y"
                   OR MERGE-HOP-COUNT > 8
               MOVE CHECK-PLAYER-ID TO PLAYER-MASTER-ID
               READ PLAYER-FILE
                   INVALID KEY
                       MOVE "Y" TO MERGE-RESOLVED
                   NOT INVALID KEY
                       IF PLAYER-MASTER-MERGED-INTO EQUAL SPACES THEN
                           MOVE "Y" TO MERGE-RESOLVED
                       ELSE
                           MOVE PLAYER-MASTER-MERGED-INTO
                                TO CHECK-PLAYER-ID
                           ADD 1 TO MERGE-HOP-COUNT
                       END-IF
               END-READ
           END-PERFORM.
       P-460-EXIT.
           EXIT.

       P-500-PLACE-FINISHERS.
           MOVE "Y" TO SWAP-FLAG
           PERFORM UNTIL SWAP-FLAG NOT = "Y"
               MOVE "N" TO SWAP-FLAG
               PERFORM VARYING SCAN-INDEX FROM 1 BY 1
                       UNTIL SCAN-INDEX >= ENTRANT-COUNT
                   MOVE "N" TO TAKE-RESULT
                   EVALUATE TRUE
                       WHEN ENTRANT-FINISHED(SCAN-INDEX) NOT = "Y" AND
                            ENTRANT-FINISHED(SCAN-INDEX + 1) EQUAL "Y"
                           MOVE "Y" TO TAKE-RESULT
                       WHEN ENTRANT-FINISHED(SCAN-INDEX) NOT = "Y" OR
                            ENTRANT-FINISHED(SCAN-INDEX + 1) NOT = "Y"
                           CONTINUE
                       WHEN ENTRANT-OUTCOME-RANK(SCAN-INDEX) >
                            ENTRANT-OUTCOME-RANK(SCAN-INDEX + 1)
                           MOVE "Y" TO TAKE-RESULT
                       WHEN ENTRANT-OUTCOME-RANK(SCAN-INDEX) EQUAL
                            ENTRANT-OUTCOME-RANK(SCAN-INDEX + 1) AND
                            ENTRANT-SCORE(SCAN-INDEX) <
                            ENTRANT-SCORE(SCAN-INDEX + 1)
                           MOVE "Y" TO TAKE-RESULT
                   END-EVALUATE
                   IF TAKE-RESULT EQUAL "Y" THEN
                       MOVE ENTRANT-ENTRY(SCAN-INDEX) TO SWAP-ENTRY
                       MOVE ENTRANT-ENTRY(SCAN-INDEX + 1)
                            TO ENTRANT-ENTRY(SCAN-INDEX)
                       MOVE SWAP-ENTRY TO ENTRANT-ENTRY(SCAN-INDEX + 1)
                       MOVE "Y" TO SWAP-FLAG
                   END-IF
               END-PERFORM
           END-PERFORM
           MOVE 0 TO PLACE-NUMBER
           PERFORM VARYING ENTRANT-INDEX FROM 1 BY 1
                   UNTIL ENTRANT-INDEX > ENTRANT-COUNT
               IF ENTRANT-FINISHED(ENTRANT-INDEX) EQUAL "Y" THEN
                   ADD 1 TO FINISHED-COUNT
                   MOVE FINISHED-COUNT TO PLACE-NUMBER
                   IF ENTRANT-INDEX > 1 THEN
                       IF ENTRANT-OUTCOME-RANK(ENTRANT-INDEX) EQUAL
                          ENTRANT-OUTCOME-RANK(ENTRANT-INDEX - 1) AND
                          ENTRANT-SCORE(ENTRANT-INDEX) EQUAL
                          ENTRANT-SCORE(ENTRANT-INDEX - 1) THEN
                           MOVE ENTRANT-PLACE(ENTRANT-INDEX - 1)
                                TO PLACE-NUMBER
                       END-IF
                   END-IF
                   MOVE PLACE-NUMBER TO ENTRANT-PLACE(ENTRANT-INDEX)
               ELSE
                   IF ENTRANT-STARTED(ENTRANT-INDEX) EQUAL "Y" THEN
                       ADD 1 TO UNFINISHED-COUNT
                   ELSE
                       ADD 1 TO NO-SHOW-COUNT
                   END-IF
               END-IF
           END-PERFORM.
       P-500-EXIT.
           EXIT.

       P-600-PRINT-SHEET.
           DISPLAY "----------------------------------------------"
           DISPLAY "FINAL PLACINGS"
           DISPLAY "PLACE PLAYER   OUTCOME SCORE ROOMS NAME"
           IF FINISHED-COUNT EQUAL ZERO THEN
               DISPLAY "  NO ENTRANT FINISHED A GAME"
           END-IF
           PERFORM VARYING ENTRANT-INDEX FROM 1 BY 1
                   UNTIL ENTRANT-INDEX > ENTRANT-COUNT
               IF ENTRANT-FINISHED(ENTRANT-INDEX) EQUAL "Y" THEN
                   PERFORM P-650-GET-NAME THRU P-650-EXIT
                   DISPLAY "  " ENTRANT-PLACE(ENTRANT-INDEX) "  "
                           ENTRANT-PLAYER-ID(ENTRANT-INDEX) "    "
                           ENTRANT-OUTCOME-CODE(ENTRANT-INDEX) "    "
                           ENTRANT-SCORE(ENTRANT-INDEX) " "
                           ENTRANT-ROOMS(ENTRANT-INDEX) "  "
                           PRINT-NAME
               END-IF
           END-PERFORM
           DISPLAY "----------------------------------------------"
           DISPLAY "DID NOT FINISH"
           IF UNFINISHED-COUNT EQUAL ZERO THEN
               DISPLAY "  NONE"
           END-IF
           PERFORM VARYING ENTRANT-INDEX FROM 1 BY 1
                   UNTIL ENTRANT-INDEX > ENTRANT-COUNT
               IF ENTRANT-FINISHED(ENTRANT-INDEX) NOT = "Y" AND
                  ENTRANT-STARTED(ENTRANT-INDEX) EQUAL "Y" THEN
                   PERFORM P-650-GET-NAME THRU P-650-EXIT
                   DISPLAY "  " ENTRANT-PLAYER-ID(ENTRANT-INDEX) " "
                           PRINT-NAME
               END-IF
           END-PERFORM
           DISPLAY "----------------------------------------------"
           DISPLAY "NO-SHOWS"
           IF NO-SHOW-COUNT EQUAL ZERO THEN
               DISPLAY "  NONE"
           END-IF
           PERFORM VARYING ENTRANT-INDEX FROM 1 BY 1
                   UNTIL ENTRANT-INDEX > ENTRANT-COUNT
               IF ENTRANT-STARTED(ENTRANT-INDEX) NOT = "Y" THEN
                   PERFORM P-650-GET-NAME THRU P-650-EXIT
                   DISPLAY "  " ENTRANT-PLAYER-ID(ENTRANT-INDEX) " "
                           PRINT-NAME
               END-IF
           END-PERFORM.
       P-600-EXIT.
           EXIT.

       P-650-GET-NAME.
           MOVE SPACES TO PRINT-NAME
           IF PLAYER-FILE-OPEN NOT = "Y" THEN
               GO TO P-650-EXIT
           END-IF
           MOVE ENTRANT-PLAYER-ID(ENTRANT-INDEX) TO PLAYER-MASTER-ID
           READ PLAYER-FILE
               INVALID KEY
                   MOVE "(NOT ON PLAYER MASTER)" TO PRINT-NAME
               NOT INVALID KEY
                   MOVE PLAYER-MASTER-NAME TO PRINT-NAME
           END-READ.
       P-650-EXIT.
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
