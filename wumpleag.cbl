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

       FD  RUN-CONTROL-FILE.
       01  RUN-CONTROL-RECORD.
       01 SEASON-FILE-STATUS                       PIC X(2) VALUE "00".
       01 RESULTS-FILE-STATUS                      PIC X(2) VALUE "00".
       01 HISTORY-FILE-STATUS                      PIC X(2) VALUE "00".
       01 INELIGIBLE-FILE-STATUS                   PIC X(2) VALUE "00".
       01 PLAYER-FILE-STATUS                       PIC X(2) VALUE "00".
       01 END-OF-SEASONS                           PIC X(1) VALUE "N".
       01 END-OF-RESULTS                           PIC X(1) VALUE "N".
       01 END-OF-HISTORY                           PIC X(1) VALUE "N".
       01 INELIGIBLE-FILE-OPEN                     PIC X(1) VALUE "N".
       01 INELIGIBLE-FAILED                        PIC X(1) VALUE "N".
       01 PLAYER-FILE-OPEN                         PIC X(1) VALUE "N".
       01 OPEN-SEASON-ID                          PIC X(8) VALUE SPACES.
       01 OPEN-SEASON-START                        PIC 9(8) VALUE 0.
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
       01 SWAP-ENTRY.
          05 SWAP-PLAYER-ID                        PIC X(8).
          05 SWAP-GAMES                            PIC 9(6).
               DISPLAY "SEASON ..................... " OPEN-SEASON-ID
               DISPLAY "SEASON OPENED .............. "
                       OPEN-SEASON-START
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
                           "NO STANDINGS PRINTED"
                   MOVE 12 TO RETURN-CODE
               ELSE
                   PERFORM P-500-APPLY-HANDICAPS THRU P-500-EXIT
                   PERFORM P-600-SORT-STANDINGS THRU P-600-EXIT
                   PERFORM P-700-PRINT-STANDINGS THRU P-700-EXIT
               END-IF
           END-IF
           DISPLAY "=============================================="
           MOVE SEASON-GAMES-COUNT TO RUN-RECORD-TOTAL
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
           DISPLAY "----------------------------------------------"
           DISPLAY "SEASON GAMES COUNTED ....... " SEASON-GAMES-COUNT
           DISPLAY "OTHER OR NO SEASON ......... " OTHER-SEASON-COUNT
           DISPLAY "SIMULATED SKIPPED .......... " SIMULATED-SKIPPED
           DISPLAY "INELIGIBLE SKIPPED ......... " INELIGIBLE-SKIPPED.
       P-700-EXIT.
           EXIT.

