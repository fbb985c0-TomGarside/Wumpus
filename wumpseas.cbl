           SELECT HISTORY-FILE ASSIGN TO "RESULTHS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HISTORY-FILE-STATUS.
           SELECT INELIGIBLE-FILE ASSIGN TO "INELIG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS INELIG-KEY
               FILE STATUS IS INELIGIBLE-FILE-STATUS.
           SELECT PLAYER-FILE ASSIGN TO "PLAYERS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
           05 RESULT-CAVE-ID                       PIC X(8).
           05 RESULT-PROFILE-NAME                  PIC X(8).
           05 RESULT-SEASON-ID                     PIC X(8).
           05 RESULT-EVENT-ID                      PIC X(8).

       FD  HISTORY-FILE.
       01  HISTORY-RECORD.
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

       FD  PLAYER-FILE.
       01  PLAYER-MASTER-RECORD.
              88 MASTER-ACTIVE                      VALUE "A".
              88 MASTER-INACTIVE                    VALUE "I".
           05 PLAYER-MASTER-PIN                     PIC X(4).
           05 PLAYER-MASTER-MERGED-INTO             PIC X(8).

       FD  SEASON-HISTORY-FILE.
       01  SEASON-HISTORY-RECORD.
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
       01 INELIGIBLE-FILE-STATUS                   PIC X(2) VALUE "00".
       01 PLAYER-FILE-STATUS                       PIC X(2) VALUE "00".
       01 SEASON-HISTORY-STATUS                    PIC X(2) VALUE "00".
       01 END-OF-SEASONS                           PIC X(1) VALUE "N".
       01 END-OF-RESULTS                           PIC X(1) VALUE "N".
       01 END-OF-HISTORY                           PIC X(1) VALUE "N".
       01 INELIGIBLE-FILE-OPEN                     PIC X(1) VALUE "N".
       01 INELIGIBLE-FAILED                        PIC X(1) VALUE "N".
       01 PLAYER-FILE-OPEN                         PIC X(1) VALUE "N".
       01 NEW-SEASON-ID                           PIC X(8) VALUE SPACES.
       01 TODAY-YMD                                PIC 9(8) VALUE 0.
                                                   SPACES.
       01 TALLY-SCORE                              PIC 9(5) VALUE 0.
       01 TALLY-SIM-FLAG                           PIC X(1) VALUE SPACE.
       01 TALLY-TIMESTAMP                          PIC 9(18) VALUE 0.
       01 PLAYER-INDEX                             PIC 9(3) VALUE 0.
       01 MATCH-PLAYER-INDEX                       PIC 9(3) VALUE 0.
       01 SCAN-INDEX                               PIC 9(3) VALUE 0.
       01 SEASON-GAMES-COUNT                       PIC 9(6) VALUE 0.
       01 SIMULATED-SKIPPED                        PIC 9(6) VALUE 0.
       01 OTHER-SEASON-COUNT                       PIC 9(6) VALUE 0.
       01 INELIGIBLE-SKIPPED                       PIC 9(6) VALUE 0.
       01 TABLE-ROWS-WRITTEN                       PIC 9(3) VALUE 0.
       01 TABLE-WRITE-ERRORS                       PIC 9(3) VALUE 0.
       01 SWAP-ENTRY.
                       "SEASON ONLY"
           ELSE
               DISPLAY "CLOSING SEASON ............. " OPEN-SEASON-ID
               PERFORM P-250-OPEN-INELIGIBLE THRU P-250-EXIT
               IF INELIGIBLE-FAILED NOT = "Y" THEN
                   PERFORM P-300-TALLY-LIVE THRU P-300-EXIT
                   PERFORM P-400-TALLY-HISTORY THRU P-400-EXIT
               END-IF
               IF INELIGIBLE-FILE-OPEN EQUAL "Y" THEN
                   CLOSE INELIGIBLE-FILE
               END-IF
               IF INELIGIBLE-FAILED EQUAL "Y" THEN
                   DISPLAY "INELIGIBLE RESULTS COULD NOT BE CHECKED - "
                           "SEASON LEFT OPEN"
                   MOVE 12 TO RETURN-CODE
               ELSE
                   PERFORM P-500-APPLY-HANDICAPS THRU P-500-EXIT
                   PERFORM P-600-SORT-STANDINGS THRU P-600-EXIT
                   PERFORM P-700-PRINT-STANDINGS THRU P-700-EXIT
                   PERFORM P-750-WRITE-FINAL-TABLE THRU P-750-EXIT
                   IF TABLE-WRITE-ERRORS NOT = ZERO OR
                      TABLE-ROWS-WRITTEN NOT = STANDINGS-COUNT THEN
                       DISPLAY "FINAL TABLE DID NOT WRITE CLEANLY - "
                               "SEASON LEFT OPEN"
                       MOVE 8 TO RETURN-CODE
                   ELSE
                       PERFORM P-800-CLOSE-SEASON THRU P-800-EXIT
                   END-IF
               END-IF
           END-IF
           IF RETURN-CODE < 8 THEN
           CLOSE SEASON-FILE
           DISPLAY "----------------------------------------------"
           DISPLAY "SEASON GAMES COUNTED ....... " SEASON-GAMES-COUNT
           DISPLAY "INELIGIBLE SKIPPED ......... " INELIGIBLE-SKIPPED
           DISPLAY "PLAYERS IN FINAL TABLE ..... " STANDINGS-COUNT
           DISPLAY "FINAL TABLE ROWS WRITTEN ... " TABLE-ROWS-WRITTEN
           DISPLAY "=============================================="
       P-200-EXIT.
           EXIT.

       P-250-OPEN-INELIGIBLE.
           OPEN INPUT INELIGIBLE-FILE
           IF INELIGIBLE-FILE-STATUS EQUAL "35" THEN
               GO TO P-250-EXIT
           END-IF
           IF INELIGIBLE-FILE-STATUS NOT = "00" THEN
               DISPLAY "INELIGIBLE FILE COULD NOT BE READ - STATUS "
                       INELIGIBLE-FILE-STATUS
               MOVE "Y" TO INELIGIBLE-FAILED
               GO TO P-250-EXIT
           END-IF
           MOVE "Y" TO INELIGIBLE-FILE-OPEN.
       P-250-EXIT.
           EXIT.

       P-300-TALLY-LIVE.
           OPEN INPUT RESULTS-FILE
           IF RESULTS-FILE-STATUS NOT = "00" THEN
                       MOVE RESULT-SEASON-ID TO TALLY-SEASON-ID
                       MOVE RESULT-SCORE TO TALLY-SCORE
                       MOVE RESULT-SIM-FLAG TO TALLY-SIM-FLAG
                       MOVE RESULT-TIMESTAMP TO TALLY-TIMESTAMP
                       PERFORM P-450-TALLY-ONE-GAME THRU P-450-EXIT
               END-READ
           END-PERFORM
                       MOVE HIST-SEASON-ID TO TALLY-SEASON-ID
                       MOVE HIST-SCORE TO TALLY-SCORE
                       MOVE HIST-SIM-FLAG TO TALLY-SIM-FLAG
                       MOVE HIST-TIMESTAMP TO TALLY-TIMESTAMP
                       PERFORM P-450-TALLY-ONE-GAME THRU P-450-EXIT
               END-READ
           END-PERFORM
               ADD 1 TO OTHER-SEASON-COUNT
               GO TO P-450-EXIT
           END-IF
           IF INELIGIBLE-FILE-OPEN EQUAL "Y" THEN
               MOVE TALLY-ID TO INELIG-PLAYER-ID
               MOVE TALLY-TIMESTAMP TO INELIG-TIMESTAMP
               READ INELIGIBLE-FILE
               IF INELIGIBLE-FILE-STATUS EQUAL "00" THEN
                   ADD 1 TO INELIGIBLE-SKIPPED
                   GO TO P-450-EXIT
               END-IF
               IF INELIGIBLE-FILE-STATUS NOT = "23" THEN
                   DISPLAY "INELIGIBLE FILE READ FAILED - STATUS "
                           INELIGIBLE-FILE-STATUS
                   MOVE "Y" TO INELIGIBLE-FAILED
               END-IF
           END-IF
           MOVE 0 TO MATCH-PLAYER-INDEX
           PERFORM VARYING PLAYER-INDEX FROM 1 BY 1
                   UNTIL PLAYER-INDEX > STANDINGS-COUNT
               IF INFLIGHT-LAST-EVENT(INFLIGHT-INDEX) EQUAL "S"
                  THEN
                   PERFORM VARYING UPDATER-INDEX FROM 1 BY 1
                           UNTIL UPDATER-INDEX > 14
                       IF UPDATING-JOB-NAME(UPDATER-INDEX) EQUAL
                          INFLIGHT-NAME(INFLIGHT-INDEX) THEN
                           MOVE "Y" TO RUN-BLOCKED-FLAG
