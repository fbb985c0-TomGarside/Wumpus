       IDENTIFICATION DIVISION.
       PROGRAM-ID. WUMPMRGE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PLAYER-FILE ASSIGN TO "PLAYERS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PLAYER-MASTER-ID
               FILE STATUS IS PLAYER-FILE-STATUS.
           SELECT RESULTS-FILE ASSIGN TO "RESULTS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RESULT-KEY
               FILE STATUS IS RESULTS-FILE-STATUS.
           SELECT HISTORY-FILE ASSIGN TO "RESULTHS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HISTORY-FILE-STATUS.
           SELECT HISTORY-WORK-FILE ASSIGN TO "HISTWRK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HISTORY-WORK-STATUS.
           SELECT INELIGIBLE-FILE ASSIGN TO "INELIG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS INELIG-KEY
               FILE STATUS IS INELIGIBLE-FILE-STATUS.
           SELECT INELIGIBLE-WORK-FILE ASSIGN TO "INELWRK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INELIGIBLE-WORK-STATUS.
           SELECT CHECKPOINT-FILE ASSIGN TO "CHECKPT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHECKPOINT-PLAYER-ID
               FILE STATUS IS CHECKPOINT-FILE-STATUS.
           SELECT RATING-FILE ASSIGN TO "RATINGS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RATING-PLAYER-ID
               FILE STATUS IS RATING-FILE-STATUS.
           SELECT EVENT-FILE ASSIGN TO "EVENTS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EVENT-MASTER-ID
               FILE STATUS IS EVENT-FILE-STATUS.

           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUN-CONTROL-STATUS.

       DATA DIVISION.
       FILE SECTION.
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

       FD  HISTORY-WORK-FILE.
       01  HISTORY-WORK-RECORD                     PIC X(77).

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

       FD  INELIGIBLE-WORK-FILE.
       01  INELIGIBLE-WORK-RECORD                  PIC X(64).

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

       FD  RATING-FILE.
       01  RATING-RECORD.
           05 RATING-PLAYER-ID                     PIC X(8).
           05 RATING-VALUE                         PIC 9(4).
           05 RATING-GAMES-RATED                   PIC 9(6).
           05 RATING-LAST-DATE                     PIC 9(8).
           05 RATING-LAST-SESSION                  PIC 9(18).

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
                                                   "WUMPMRGE".
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

       01 PLAYER-FILE-STATUS                       PIC X(2) VALUE "00".
       01 RESULTS-FILE-STATUS                      PIC X(2) VALUE "00".
       01 HISTORY-FILE-STATUS                      PIC X(2) VALUE "00".
       01 HISTORY-WORK-STATUS                      PIC X(2) VALUE "00".
       01 INELIGIBLE-FILE-STATUS                   PIC X(2) VALUE "00".
       01 INELIGIBLE-WORK-STATUS                   PIC X(2) VALUE "00".
       01 CHECKPOINT-FILE-STATUS                   PIC X(2) VALUE "00".
       01 RATING-FILE-STATUS                       PIC X(2) VALUE "00".
       01 EVENT-FILE-STATUS                        PIC X(2) VALUE "00".
       01 END-OF-CARDS                             PIC X(1) VALUE "N".
       01 END-OF-RESULTS                           PIC X(1) VALUE "N".
       01 END-OF-HISTORY                           PIC X(1) VALUE "N".
       01 END-OF-INELIGIBLE                        PIC X(1) VALUE "N".
       01 END-OF-CHECKPOINTS                       PIC X(1) VALUE "N".
       01 END-OF-RATINGS                           PIC X(1) VALUE "N".
       01 END-OF-EVENTS                            PIC X(1) VALUE "N".
       01 END-OF-WORK                              PIC X(1) VALUE "N".
       01 MERGE-REFUSED                            PIC X(1) VALUE "N".
       01 COUNT-PASS                               PIC X(1) VALUE "B".
       01 COUNT-FAILED                             PIC X(1) VALUE "N".
       01 TO-ALREADY-ENTERED                       PIC X(1) VALUE "N".
       01 STAMP-OVERFLOW                           PIC X(1) VALUE "N".

       01 MERGE-CARD.
          05 MERGE-FROM-ID                         PIC X(8).
          05 FILLER                                PIC X(1).
          05 MERGE-TO-ID                           PIC X(8).
          05 FILLER                                PIC X(63).

       01 CARDS-READ-COUNT                         PIC 9(4) VALUE 0.
       01 MERGES-APPLIED-COUNT                     PIC 9(4) VALUE 0.
       01 MERGES-REFUSED-COUNT                     PIC 9(4) VALUE 0.
       01 MERGES-UNBALANCED-COUNT                  PIC 9(4) VALUE 0.
       01 MERGES-FAILED-COUNT                      PIC 9(4) VALUE 0.
       01 STEP-ERROR-COUNT                         PIC 9(4) VALUE 0.
       01 BALANCE-ERROR-COUNT                      PIC 9(4) VALUE 0.
       01 REKEYED-COUNT                            PIC 9(7) VALUE 0.

       01 FROM-GAMES                               PIC 9(6) VALUE 0.
       01 FROM-WINS                                PIC 9(6) VALUE 0.
       01 FROM-BEST-ROOMS                          PIC 9(4) VALUE 0.

       01 RESULT-HOLD                              PIC X(77) VALUE
                                                   SPACES.
       01 CHECKPOINT-HOLD                          PIC X(458) VALUE
                                                   SPACES.
       01 RATING-HOLD                              PIC X(44) VALUE
                                                   SPACES.

       01 TALLY-PLAYER-ID                          PIC X(8) VALUE
                                                   SPACES.
       01 TALLY-TIMESTAMP                          PIC 9(18) VALUE 0.
       01 TALLY-SOURCE                             PIC X(1) VALUE "L".
       01 STAMP-INDEX                              PIC 9(4) VALUE 0.
       01 OTHER-INDEX                              PIC 9(4) VALUE 0.
       01 ENTRANT-INDEX                            PIC 9(2) VALUE 0.
       01 FROM-ENTRANT-INDEX                       PIC 9(2) VALUE 0.
       01 EVENT-FROM-FOUND                         PIC X(1) VALUE "N".
       01 EVENT-TO-FOUND                           PIC X(1) VALUE "N".
       01 WITHDRAWN-COUNT                          PIC 9(7) VALUE 0.
       01 CURRENT-DATE-YMD                         PIC 9(8) VALUE 0.
       01 FROM-STAMP-TABLE.
          05 FROM-STAMP-COUNT                      PIC 9(4) VALUE 0.
          05 FROM-STAMP-ENTRY OCCURS 2000 TIMES.
             10 FROM-STAMP-VALUE                   PIC 9(18).
             10 FROM-STAMP-SOURCE                  PIC X(1).
       01 TO-STAMP-TABLE.
          05 TO-STAMP-COUNT                        PIC 9(4) VALUE 0.
          05 TO-STAMP-VALUE OCCURS 2000 TIMES      PIC 9(18).

       01 COUNT-TOTALS.
          05 COUNT-RESULTS-ALL                     PIC 9(7) VALUE 0.
          05 COUNT-RESULTS-FROM                    PIC 9(7) VALUE 0.
          05 COUNT-RESULTS-TO                      PIC 9(7) VALUE 0.
          05 COUNT-HISTORY-ALL                     PIC 9(7) VALUE 0.
          05 COUNT-HISTORY-FROM                    PIC 9(7) VALUE 0.
          05 COUNT-HISTORY-TO                      PIC 9(7) VALUE 0.
          05 COUNT-INELIG-ALL                      PIC 9(7) VALUE 0.
          05 COUNT-INELIG-FROM                     PIC 9(7) VALUE 0.
          05 COUNT-INELIG-TO                       PIC 9(7) VALUE 0.
          05 COUNT-SAVE-ALL                        PIC 9(7) VALUE 0.
          05 COUNT-SAVE-FROM                       PIC 9(7) VALUE 0.
          05 COUNT-SAVE-TO                         PIC 9(7) VALUE 0.
          05 COUNT-RATING-ALL                      PIC 9(7) VALUE 0.
          05 COUNT-RATING-FROM                     PIC 9(7) VALUE 0.
          05 COUNT-RATING-TO                       PIC 9(7) VALUE 0.
          05 COUNT-GAMES-ALL                       PIC 9(7) VALUE 0.
          05 COUNT-GAMES-FROM                      PIC 9(7) VALUE 0.
          05 COUNT-GAMES-TO                        PIC 9(7) VALUE 0.
          05 COUNT-WINS-ALL                        PIC 9(7) VALUE 0.
          05 COUNT-WINS-FROM                       PIC 9(7) VALUE 0.
          05 COUNT-WINS-TO                         PIC 9(7) VALUE 0.
          05 COUNT-EVENTS-ALL                      PIC 9(7) VALUE 0.
          05 COUNT-EVENTS-FROM                     PIC 9(7) VALUE 0.
          05 COUNT-EVENTS-TO                       PIC 9(7) VALUE 0.
          05 COUNT-EVENTS-BOTH                     PIC 9(7) VALUE 0.
       01 BEFORE-TOTALS.
          05 BEFORE-RESULTS-ALL                    PIC 9(7) VALUE 0.
          05 BEFORE-RESULTS-FROM                   PIC 9(7) VALUE 0.
          05 BEFORE-RESULTS-TO                     PIC 9(7) VALUE 0.
          05 BEFORE-HISTORY-ALL                    PIC 9(7) VALUE 0.
          05 BEFORE-HISTORY-FROM                   PIC 9(7) VALUE 0.
          05 BEFORE-HISTORY-TO                     PIC 9(7) VALUE 0.
          05 BEFORE-INELIG-ALL                     PIC 9(7) VALUE 0.
          05 BEFORE-INELIG-FROM                    PIC 9(7) VALUE 0.
          05 BEFORE-INELIG-TO                      PIC 9(7) VALUE 0.
          05 BEFORE-SAVE-ALL                       PIC 9(7) VALUE 0.
          05 BEFORE-SAVE-FROM                      PIC 9(7) VALUE 0.
          05 BEFORE-SAVE-TO                        PIC 9(7) VALUE 0.
          05 BEFORE-RATING-ALL                     PIC 9(7) VALUE 0.
          05 BEFORE-RATING-FROM                    PIC 9(7) VALUE 0.
          05 BEFORE-RATING-TO                      PIC 9(7) VALUE 0.
          05 BEFORE-GAMES-ALL                      PIC 9(7) VALUE 0.
          05 BEFORE-GAMES-FROM                     PIC 9(7) VALUE 0.
          05 BEFORE-GAMES-TO                       PIC 9(7) VALUE 0.
          05 BEFORE-WINS-ALL                       PIC 9(7) VALUE 0.
          05 BEFORE-WINS-FROM                      PIC 9(7) VALUE 0.
          05 BEFORE-WINS-TO                        PIC 9(7) VALUE 0.
          05 BEFORE-EVENTS-ALL                     PIC 9(7) VALUE 0.
          05 BEFORE-EVENTS-FROM                    PIC 9(7) VALUE 0.
          05 BEFORE-EVENTS-TO                      PIC 9(7) VALUE 0.
          05 BEFORE-EVENTS-BOTH                    PIC 9(7) VALUE 0.

       01 CHECK-LABEL                              PIC X(8) VALUE
                                                   SPACES.
       01 CHECK-BEFORE-ALL                         PIC 9(7) VALUE 0.
       01 CHECK-BEFORE-FROM                        PIC 9(7) VALUE 0.
       01 CHECK-BEFORE-TO                          PIC 9(7) VALUE 0.
       01 CHECK-AFTER-ALL                          PIC 9(7) VALUE 0.
       01 CHECK-AFTER-FROM                         PIC 9(7) VALUE 0.
       01 CHECK-AFTER-TO                           PIC 9(7) VALUE 0.
       01 CHECK-EXPECT-ALL                         PIC 9(7) VALUE 0.
       01 CHECK-EXPECT-TO                          PIC 9(7) VALUE 0.

       PROCEDURE DIVISION.

       P-100-MAIN.
           PERFORM P-2000-REGISTER-START THRU P-2000-EXIT
           IF RUN-BLOCKED-FLAG EQUAL "Y" THEN
               DISPLAY "AN UPDATING JOB IS REGISTERED IN FLIGHT - "
                       "PLAYER MERGE NOT STARTED"
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           DISPLAY "=============================================="
           DISPLAY "       WUMPUS PLAYER ID MERGE                 "
           DISPLAY "=============================================="
           ACCEPT CURRENT-DATE-YMD FROM DATE YYYYMMDD
           OPEN I-O PLAYER-FILE
           IF PLAYER-FILE-STATUS NOT = "00" THEN
               DISPLAY "PLAYER MASTER FILE COULD NOT BE OPENED FOR "
                       "UPDATE - STATUS " PLAYER-FILE-STATUS
               DISPLAY "=============================================="
               MOVE 12 TO RETURN-CODE
               MOVE 12 TO RUN-RC-TOTAL
               PERFORM P-2100-REGISTER-END THRU P-2100-EXIT
               GOBACK
           END-IF
           PERFORM P-200-PROCESS-CARD THRU P-200-EXIT
               UNTIL END-OF-CARDS EQUAL "Y"
           CLOSE PLAYER-FILE
           DISPLAY "----------------------------------------------"
           DISPLAY "MERGE CARDS READ ........... " CARDS-READ-COUNT
           DISPLAY "MERGES APPLIED ............. "
                   MERGES-APPLIED-COUNT
           DISPLAY "MERGES REFUSED ............. "
                   MERGES-REFUSED-COUNT
           DISPLAY "MERGES OUT OF BALANCE ...... "
                   MERGES-UNBALANCED-COUNT
           DISPLAY "MERGES FAILED .............. "
                   MERGES-FAILED-COUNT
           IF MERGES-REFUSED-COUNT NOT = ZERO THEN
               MOVE 4 TO RETURN-CODE
           END-IF
           IF MERGES-UNBALANCED-COUNT NOT = ZERO THEN
               DISPLAY "CONTROL TOTALS DO NOT BALANCE"
               MOVE 8 TO RETURN-CODE
           END-IF
           IF MERGES-FAILED-COUNT NOT = ZERO THEN
               DISPLAY "FILES COULD NOT BE READ - CHECK THE MERGES "
                       "ABOVE"
               MOVE 12 TO RETURN-CODE
           END-IF
           DISPLAY "=============================================="
           MOVE CARDS-READ-COUNT TO RUN-RECORD-TOTAL
           MOVE RETURN-CODE TO RUN-RC-TOTAL
           PERFORM P-2100-REGISTER-END THRU P-2100-EXIT
           GOBACK.
       P-199-EXIT.
           EXIT.

       P-200-PROCESS-CARD.
           MOVE SPACES TO MERGE-CARD
           ACCEPT MERGE-CARD
               ON EXCEPTION
                   MOVE "Y" TO END-OF-CARDS
           END-ACCEPT
           IF END-OF-CARDS EQUAL "Y" OR MERGE-CARD EQUAL SPACES THEN
               MOVE "Y" TO END-OF-CARDS
               GO TO P-200-EXIT
           END-IF
           ADD 1 TO CARDS-READ-COUNT
           DISPLAY "----------------------------------------------"
           DISPLAY "MERGE " MERGE-FROM-ID " INTO " MERGE-TO-ID
           PERFORM P-300-VALIDATE-CARD THRU P-300-EXIT
           IF MERGE-REFUSED EQUAL "Y" THEN
               ADD 1 TO MERGES-REFUSED-COUNT
               GO TO P-200-EXIT
           END-IF
           MOVE "B" TO COUNT-PASS
           PERFORM P-400-COUNT-FILES THRU P-400-EXIT
           MOVE COUNT-TOTALS TO BEFORE-TOTALS
           IF COUNT-FAILED EQUAL "Y" THEN
               DISPLAY "MERGE REFUSED - FILES COULD NOT BE COUNTED"
               MOVE "Y" TO MERGE-REFUSED
               ADD 1 TO MERGES-FAILED-COUNT
               GO TO P-200-EXIT
           END-IF
           IF STAMP-OVERFLOW EQUAL "Y" THEN
               DISPLAY "MERGE REFUSED - OVER 2000 RESULTS TO CHECK "
                       "FOR ONE PLAYER"
               MOVE "Y" TO MERGE-REFUSED
           ELSE
               PERFORM P-480-CHECK-DUPLICATES THRU P-480-EXIT
           END-IF
           IF MERGE-REFUSED EQUAL "Y" THEN
               ADD 1 TO MERGES-REFUSED-COUNT
               GO TO P-200-EXIT
           END-IF
           MOVE ZERO TO STEP-ERROR-COUNT
           PERFORM P-500-REKEY-RESULTS THRU P-500-EXIT
           IF STEP-ERROR-COUNT EQUAL ZERO THEN
               PERFORM P-550-REKEY-HISTORY THRU P-550-EXIT
           END-IF
           IF STEP-ERROR-COUNT EQUAL ZERO THEN
               PERFORM P-600-REKEY-INELIGIBLE THRU P-600-EXIT
           END-IF
           IF STEP-ERROR-COUNT EQUAL ZERO THEN
               PERFORM P-650-MOVE-SAVE THRU P-650-EXIT
           END-IF
           IF STEP-ERROR-COUNT EQUAL ZERO THEN
               PERFORM P-700-MOVE-RATING THRU P-700-EXIT
           END-IF
           IF STEP-ERROR-COUNT EQUAL ZERO THEN
               PERFORM P-720-REKEY-EVENTS THRU P-720-EXIT
           END-IF
           IF STEP-ERROR-COUNT EQUAL ZERO THEN
               PERFORM P-750-COMBINE-PLAYERS THRU P-750-EXIT
           ELSE
               DISPLAY "MERGE STOPPED - PLAYER MASTER NOT CHANGED"
           END-IF
           MOVE "A" TO COUNT-PASS
           PERFORM P-400-COUNT-FILES THRU P-400-EXIT
           IF COUNT-FAILED EQUAL "Y" THEN
               DISPLAY "CONTROL TOTALS COULD NOT BE TAKEN AFTER THE "
                       "MERGE"
               ADD 1 TO MERGES-FAILED-COUNT
               GO TO P-200-EXIT
           END-IF
           PERFORM P-800-CHECK-BALANCE THRU P-800-EXIT
           IF BALANCE-ERROR-COUNT NOT = ZERO OR
              STEP-ERROR-COUNT NOT = ZERO THEN
               ADD 1 TO MERGES-UNBALANCED-COUNT
           ELSE
               ADD 1 TO MERGES-APPLIED-COUNT
               DISPLAY "MERGE APPLIED - " MERGE-FROM-ID
                       " NOW POINTS TO " MERGE-TO-ID
           END-IF.
       P-200-EXIT.
           EXIT.

       P-300-VALIDATE-CARD.
           MOVE "N" TO MERGE-REFUSED
           IF MERGE-FROM-ID EQUAL SPACES OR MERGE-TO-ID EQUAL SPACES
              OR MERGE-FROM-ID EQUAL MERGE-TO-ID THEN
               DISPLAY "MERGE REFUSED - CARD NEEDS TWO DIFFERENT "
                       "PLAYER IDS"
               MOVE "Y" TO MERGE-REFUSED
               GO TO P-300-EXIT
           END-IF
           MOVE MERGE-FROM-ID TO PLAYER-MASTER-ID
           READ PLAYER-FILE
               INVALID KEY
                   DISPLAY "MERGE REFUSED - " MERGE-FROM-ID
                           " IS NOT REGISTERED"
                   MOVE "Y" TO MERGE-REFUSED
                   GO TO P-300-EXIT
           END-READ
           IF PLAYER-MASTER-MERGED-INTO NOT = SPACES THEN
               DISPLAY "MERGE REFUSED - " MERGE-FROM-ID
                       " WAS ALREADY MERGED INTO "
                       PLAYER-MASTER-MERGED-INTO
               MOVE "Y" TO MERGE-REFUSED
               GO TO P-300-EXIT
           END-IF
           MOVE MERGE-TO-ID TO PLAYER-MASTER-ID
           READ PLAYER-FILE
               INVALID KEY
                   DISPLAY "MERGE REFUSED - " MERGE-TO-ID
                           " IS NOT REGISTERED"
                   MOVE "Y" TO MERGE-REFUSED
                   GO TO P-300-EXIT
           END-READ
           IF PLAYER-MASTER-MERGED-INTO NOT = SPACES OR
              NOT MASTER-ACTIVE THEN
               DISPLAY "MERGE REFUSED - SURVIVOR " MERGE-TO-ID
                       " IS NOT AN ACTIVE PLAYER"
               MOVE "Y" TO MERGE-REFUSED
           END-IF.
       P-300-EXIT.
           EXIT.

       P-400-COUNT-FILES.
           MOVE ZEROS TO COUNT-TOTALS
           MOVE "N" TO COUNT-FAILED
           IF COUNT-PASS EQUAL "B" THEN
               MOVE ZERO TO FROM-STAMP-COUNT
               MOVE ZERO TO TO-STAMP-COUNT
               MOVE "N" TO STAMP-OVERFLOW
           END-IF
           PERFORM P-410-COUNT-RESULTS THRU P-410-EXIT
           PERFORM P-420-COUNT-HISTORY THRU P-420-EXIT
           PERFORM P-430-COUNT-INELIGIBLE THRU P-430-EXIT
           PERFORM P-440-COUNT-SAVES THRU P-440-EXIT
           PERFORM P-450-COUNT-RATINGS THRU P-450-EXIT
           PERFORM P-455-COUNT-EVENTS THRU P-455-EXIT
           PERFORM P-460-COUNT-PLAYERS THRU P-460-EXIT.
       P-400-EXIT.
           EXIT.

       P-410-COUNT-RESULTS.
           MOVE "N" TO END-OF-RESULTS
           OPEN INPUT RESULTS-FILE
           IF RESULTS-FILE-STATUS EQUAL "35" THEN
               GO TO P-410-EXIT
           END-IF
           IF RESULTS-FILE-STATUS NOT = "00" THEN
               DISPLAY "RESULTS FILE COULD NOT BE READ - STATUS "
                       RESULTS-FILE-STATUS
               MOVE "Y" TO COUNT-FAILED
               GO TO P-410-EXIT
           END-IF
           MOVE "L" TO TALLY-SOURCE
           PERFORM UNTIL END-OF-RESULTS EQUAL "Y"
               READ RESULTS-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO END-OF-RESULTS
                   NOT AT END
                       ADD 1 TO COUNT-RESULTS-ALL
                       MOVE RESULT-PLAYER-ID TO TALLY-PLAYER-ID
                       MOVE RESULT-TIMESTAMP TO TALLY-TIMESTAMP
                       IF TALLY-PLAYER-ID EQUAL MERGE-FROM-ID THEN
                           ADD 1 TO COUNT-RESULTS-FROM
                       END-IF
                       IF TALLY-PLAYER-ID EQUAL MERGE-TO-ID THEN
                           ADD 1 TO COUNT-RESULTS-TO
                       END-IF
                       PERFORM P-470-NOTE-STAMP THRU P-470-EXIT
               END-READ
           END-PERFORM
           CLOSE RESULTS-FILE.
       P-410-EXIT.
           EXIT.

       P-420-COUNT-HISTORY.
           MOVE "N" TO END-OF-HISTORY
           OPEN INPUT HISTORY-FILE
           IF HISTORY-FILE-STATUS EQUAL "35" THEN
               GO TO P-420-EXIT
           END-IF
           IF HISTORY-FILE-STATUS NOT = "00" THEN
               DISPLAY "RESULTS HISTORY COULD NOT BE READ - STATUS "
                       HISTORY-FILE-STATUS
               MOVE "Y" TO COUNT-FAILED
               GO TO P-420-EXIT
           END-IF
           MOVE "H" TO TALLY-SOURCE
           PERFORM UNTIL END-OF-HISTORY EQUAL "Y"
               READ HISTORY-FILE
                   AT END
                       MOVE "Y" TO END-OF-HISTORY
                   NOT AT END
                       ADD 1 TO COUNT-HISTORY-ALL
                       MOVE HIST-PLAYER-ID TO TALLY-PLAYER-ID
                       MOVE HIST-TIMESTAMP TO TALLY-TIMESTAMP
                       IF TALLY-PLAYER-ID EQUAL MERGE-FROM-ID THEN
                           ADD 1 TO COUNT-HISTORY-FROM
                       END-IF
                       IF TALLY-PLAYER-ID EQUAL MERGE-TO-ID THEN
                           ADD 1 TO COUNT-HISTORY-TO
                       END-IF
                       PERFORM P-470-NOTE-STAMP THRU P-470-EXIT
               END-READ
           END-PERFORM
           CLOSE HISTORY-FILE.
       P-420-EXIT.
           EXIT.

       P-430-COUNT-INELIGIBLE.
           MOVE "N" TO END-OF-INELIGIBLE
           OPEN INPUT INELIGIBLE-FILE
           IF INELIGIBLE-FILE-STATUS EQUAL "35" THEN
               GO TO P-430-EXIT
           END-IF
           IF INELIGIBLE-FILE-STATUS NOT = "00" THEN
               DISPLAY "INELIGIBLE FILE COULD NOT BE READ - STATUS "
                       INELIGIBLE-FILE-STATUS
               MOVE "Y" TO COUNT-FAILED
               GO TO P-430-EXIT
           END-IF
           PERFORM UNTIL END-OF-INELIGIBLE EQUAL "Y"
               READ INELIGIBLE-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO END-OF-INELIGIBLE
                   NOT AT END
                       ADD 1 TO COUNT-INELIG-ALL
                       IF INELIG-PLAYER-ID EQUAL MERGE-FROM-ID THEN
                           ADD 1 TO COUNT-INELIG-FROM
                       END-IF
                       IF INELIG-PLAYER-ID EQUAL MERGE-TO-ID THEN
                           ADD 1 TO COUNT-INELIG-TO
                       END-IF
               END-READ
           END-PERFORM
           CLOSE INELIGIBLE-FILE.
       P-430-EXIT.
           EXIT.

       P-440-COUNT-SAVES.
           MOVE "N" TO END-OF-CHECKPOINTS
           OPEN INPUT CHECKPOINT-FILE
           IF CHECKPOINT-FILE-STATUS EQUAL "35" THEN
               GO TO P-440-EXIT
           END-IF
           IF CHECKPOINT-FILE-STATUS NOT = "00" THEN
               DISPLAY "CHECKPOINT FILE COULD NOT BE READ - STATUS "
                       CHECKPOINT-FILE-STATUS
               MOVE "Y" TO COUNT-FAILED
               GO TO P-440-EXIT
           END-IF
           PERFORM UNTIL END-OF-CHECKPOINTS EQUAL "Y"
               READ CHECKPOINT-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO END-OF-CHECKPOINTS
                   NOT AT END
                       ADD 1 TO COUNT-SAVE-ALL
                       IF CHECKPOINT-PLAYER-ID EQUAL MERGE-FROM-ID
                          THEN
                           ADD 1 TO COUNT-SAVE-FROM
                       END-IF
                       IF CHECKPOINT-PLAYER-ID EQUAL MERGE-TO-ID THEN
                           ADD 1 TO COUNT-SAVE-TO
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CHECKPOINT-FILE.
       P-440-EXIT.
           EXIT.

       P-450-COUNT-RATINGS.
           MOVE "N" TO END-OF-RATINGS
           OPEN INPUT RATING-FILE
           IF RATING-FILE-STATUS EQUAL "35" THEN
               GO TO P-450-EXIT
           END-IF
           IF RATING-FILE-STATUS NOT = "00" THEN
               DISPLAY "RATINGS FILE COULD NOT BE READ - STATUS "
                       RATING-FILE-STATUS
               MOVE "Y" TO COUNT-FAILED
               GO TO P-450-EXIT
           END-IF
           PERFORM UNTIL END-OF-RATINGS EQUAL "Y"
               READ RATING-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO END-OF-RATINGS
                   NOT AT END
                       ADD 1 TO COUNT-RATING-ALL
                       IF RATING-PLAYER-ID EQUAL MERGE-FROM-ID THEN
                           ADD 1 TO COUNT-RATING-FROM
                       END-IF
                       IF RATING-PLAYER-ID EQUAL MERGE-TO-ID THEN
                           ADD 1 TO COUNT-RATING-TO
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RATING-FILE.
       P-450-EXIT.
           EXIT.

       P-455-COUNT-EVENTS.
           MOVE "N" TO END-OF-EVENTS
           OPEN INPUT EVENT-FILE
           IF EVENT-FILE-STATUS EQUAL "35" THEN
               GO TO P-455-EXIT
           END-IF
           IF EVENT-FILE-STATUS NOT = "00" THEN
               DISPLAY "EVENT FILE COULD NOT BE READ - STATUS "
                       EVENT-FILE-STATUS
               MOVE "Y" TO COUNT-FAILED
               GO TO P-455-EXIT
           END-IF
           PERFORM UNTIL END-OF-EVENTS EQUAL "Y"
               READ EVENT-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO END-OF-EVENTS
                   NOT AT END
                       IF EVENT-MASTER-DATE NOT < CURRENT-DATE-YMD THEN
                           PERFORM P-457-COUNT-ONE-EVENT
                               THRU P-457-EXIT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EVENT-FILE.
       P-455-EXIT.
           EXIT.

       P-457-COUNT-ONE-EVENT.
           MOVE "N" TO EVENT-FROM-FOUND
           MOVE "N" TO EVENT-TO-FOUND
           PERFORM VARYING ENTRANT-INDEX FROM 1 BY 1
                   UNTIL ENTRANT-INDEX > EVENT-MASTER-ENTRANT-COUNT
                      OR ENTRANT-INDEX > 24
               ADD 1 TO COUNT-EVENTS-ALL
               IF EVENT-MASTER-ENTRANT(ENTRANT-INDEX) EQUAL
                  MERGE-FROM-ID THEN
                   ADD 1 TO COUNT-EVENTS-FROM
                   MOVE "Y" TO EVENT-FROM-FOUND
               END-IF
               IF EVENT-MASTER-ENTRANT(ENTRANT-INDEX) EQUAL
                  MERGE-TO-ID THEN
                   ADD 1 TO COUNT-EVENTS-TO
                   MOVE "Y" TO EVENT-TO-FOUND
               END-IF
           END-PERFORM
           IF EVENT-FROM-FOUND EQUAL "Y" AND
              EVENT-TO-FOUND EQUAL "Y" THEN
               ADD 1 TO COUNT-EVENTS-BOTH
           END-IF.
       P-457-EXIT.
           EXIT.

       P-460-COUNT-PLAYERS.
           MOVE MERGE-FROM-ID TO PLAYER-MASTER-ID
           READ PLAYER-FILE
               NOT INVALID KEY
                   MOVE PLAYER-MASTER-GAMES-PLAYED TO COUNT-GAMES-FROM
                   MOVE PLAYER-MASTER-WINS TO COUNT-WINS-FROM
           END-READ
           MOVE MERGE-TO-ID TO PLAYER-MASTER-ID
           READ PLAYER-FILE
               NOT INVALID KEY
                   MOVE PLAYER-MASTER-GAMES-PLAYED TO COUNT-GAMES-TO
                   MOVE PLAYER-MASTER-WINS TO COUNT-WINS-TO
           END-READ
           COMPUTE COUNT-GAMES-ALL = COUNT-GAMES-FROM + COUNT-GAMES-TO
           COMPUTE COUNT-WINS-ALL = COUNT-WINS-FROM + COUNT-WINS-TO.
       P-460-EXIT.
           EXIT.

       P-470-NOTE-STAMP.
           IF COUNT-PASS NOT = "B" THEN
               GO TO P-470-EXIT
           END-IF
           IF TALLY-PLAYER-ID EQUAL MERGE-FROM-ID THEN
               IF FROM-STAMP-COUNT >= 2000 THEN
                   MOVE "Y" TO STAMP-OVERFLOW
                   GO TO P-470-EXIT
               END-IF
               ADD 1 TO FROM-STAMP-COUNT
               MOVE TALLY-TIMESTAMP
                    TO FROM-STAMP-VALUE(FROM-STAMP-COUNT)
               MOVE TALLY-SOURCE TO FROM-STAMP-SOURCE(FROM-STAMP-COUNT)
           END-IF
           IF TALLY-PLAYER-ID EQUAL MERGE-TO-ID THEN
               IF TO-STAMP-COUNT >= 2000 THEN
                   MOVE "Y" TO STAMP-OVERFLOW
                   GO TO P-470-EXIT
               END-IF
               ADD 1 TO TO-STAMP-COUNT
               MOVE TALLY-TIMESTAMP TO TO-STAMP-VALUE(TO-STAMP-COUNT)
           END-IF.
       P-470-EXIT.
           EXIT.

       P-480-CHECK-DUPLICATES.
           PERFORM VARYING STAMP-INDEX FROM 1 BY 1
                   UNTIL STAMP-INDEX > FROM-STAMP-COUNT
               PERFORM VARYING OTHER-INDEX FROM 1 BY 1
                       UNTIL OTHER-INDEX > TO-STAMP-COUNT
                   IF FROM-STAMP-VALUE(STAMP-INDEX) EQUAL
                      TO-STAMP-VALUE(OTHER-INDEX) THEN
                       DISPLAY "GAME " FROM-STAMP-VALUE(STAMP-INDEX)
                               " IS ON BOTH IDS"
                       MOVE "Y" TO MERGE-REFUSED
                   END-IF
               END-PERFORM
           END-PERFORM
           IF MERGE-REFUSED EQUAL "Y" THEN
               DISPLAY "MERGE REFUSED - RESULT KEYS WOULD BE "
                       "DUPLICATED"
           END-IF.
       P-480-EXIT.
           EXIT.

       P-500-REKEY-RESULTS.
           MOVE ZERO TO REKEYED-COUNT
           IF BEFORE-RESULTS-FROM EQUAL ZERO THEN
               GO TO P-500-EXIT
           END-IF
           OPEN I-O RESULTS-FILE
           IF RESULTS-FILE-STATUS NOT = "00" THEN
               DISPLAY "RESULTS FILE COULD NOT BE OPENED FOR UPDATE "
                       "- STATUS " RESULTS-FILE-STATUS
               ADD 1 TO STEP-ERROR-COUNT
               GO TO P-500-EXIT
           END-IF
           PERFORM P-510-REKEY-ONE-RESULT THRU P-510-EXIT
               VARYING STAMP-INDEX FROM 1 BY 1
               UNTIL STAMP-INDEX > FROM-STAMP-COUNT
           CLOSE RESULTS-FILE
           DISPLAY "LIVE RESULTS RE-KEYED ...... " REKEYED-COUNT.
       P-500-EXIT.
           EXIT.

       P-510-REKEY-ONE-RESULT.
           IF FROM-STAMP-SOURCE(STAMP-INDEX) NOT = "L" THEN
               GO TO P-510-EXIT
           END-IF
           MOVE MERGE-FROM-ID TO RESULT-PLAYER-ID
           MOVE FROM-STAMP-VALUE(STAMP-INDEX) TO RESULT-TIMESTAMP
           READ RESULTS-FILE
               INVALID KEY
                   DISPLAY "RESULT " FROM-STAMP-VALUE(STAMP-INDEX)
                           " NOT FOUND - STATUS " RESULTS-FILE-STATUS
                   ADD 1 TO STEP-ERROR-COUNT
                   GO TO P-510-EXIT
           END-READ
           MOVE RESULT-RECORD TO RESULT-HOLD
           DELETE RESULTS-FILE
               INVALID KEY
                   DISPLAY "RESULT " FROM-STAMP-VALUE(STAMP-INDEX)
                           " NOT DELETED - STATUS "
                           RESULTS-FILE-STATUS
                   ADD 1 TO STEP-ERROR-COUNT
                   GO TO P-510-EXIT
           END-DELETE
           MOVE RESULT-HOLD TO RESULT-RECORD
           MOVE MERGE-TO-ID TO RESULT-PLAYER-ID
           WRITE RESULT-RECORD
               INVALID KEY
                   DISPLAY "RESULT " FROM-STAMP-VALUE(STAMP-INDEX)
                           " NOT REWRITTEN - STATUS "
                           RESULTS-FILE-STATUS
                   ADD 1 TO STEP-ERROR-COUNT
                   GO TO P-510-EXIT
           END-WRITE
           ADD 1 TO REKEYED-COUNT.
       P-510-EXIT.
           EXIT.

       P-550-REKEY-HISTORY.
           MOVE ZERO TO REKEYED-COUNT
           IF BEFORE-HISTORY-FROM EQUAL ZERO THEN
               GO TO P-550-EXIT
           END-IF
           OPEN INPUT HISTORY-FILE
           IF HISTORY-FILE-STATUS NOT = "00" THEN
               DISPLAY "RESULTS HISTORY FILE COULD NOT BE OPENED - "
                       "STATUS " HISTORY-FILE-STATUS
               ADD 1 TO STEP-ERROR-COUNT
               GO TO P-550-EXIT
           END-IF
           OPEN OUTPUT HISTORY-WORK-FILE
           IF HISTORY-WORK-STATUS NOT = "00" THEN
               DISPLAY "HISTORY WORK FILE COULD NOT BE OPENED - "
                       "STATUS " HISTORY-WORK-STATUS
               CLOSE HISTORY-FILE
               ADD 1 TO STEP-ERROR-COUNT
               GO TO P-550-EXIT
           END-IF
           MOVE "N" TO END-OF-HISTORY
           PERFORM UNTIL END-OF-HISTORY EQUAL "Y"
               READ HISTORY-FILE
                   AT END
                       MOVE "Y" TO END-OF-HISTORY
                   NOT AT END
                       IF HIST-PLAYER-ID EQUAL MERGE-FROM-ID THEN
                           MOVE MERGE-TO-ID TO HIST-PLAYER-ID
                           ADD 1 TO REKEYED-COUNT
                       END-IF
                       WRITE HISTORY-WORK-RECORD FROM HISTORY-RECORD
               END-READ
           END-PERFORM
           CLOSE HISTORY-FILE
           CLOSE HISTORY-WORK-FILE
           OPEN INPUT HISTORY-WORK-FILE
           IF HISTORY-WORK-STATUS NOT = "00" THEN
               DISPLAY "HISTORY WORK FILE COULD NOT BE REOPENED - "
                       "STATUS " HISTORY-WORK-STATUS
               ADD 1 TO STEP-ERROR-COUNT
               GO TO P-550-EXIT
           END-IF
           OPEN OUTPUT HISTORY-FILE
           IF HISTORY-FILE-STATUS NOT = "00" THEN
               DISPLAY "RESULTS HISTORY FILE COULD NOT BE OPENED FOR "
                       "REWRITE - STATUS " HISTORY-FILE-STATUS
               CLOSE HISTORY-WORK-FILE
               ADD 1 TO STEP-ERROR-COUNT
               GO TO P-550-EXIT
           END-IF
           MOVE "N" TO END-OF-WORK
           PERFORM UNTIL END-OF-WORK EQUAL "Y"
               READ HISTORY-WORK-FILE
                   AT END
                       MOVE "Y" TO END-OF-WORK
                   NOT AT END
                       WRITE HISTORY-RECORD FROM HISTORY-WORK-RECORD
               END-READ
           END-PERFORM
           CLOSE HISTORY-WORK-FILE
           CLOSE HISTORY-FILE
           DISPLAY "HISTORY RESULTS RE-KEYED ... " REKEYED-COUNT.
       P-550-EXIT.
           EXIT.

       P-600-REKEY-INELIGIBLE.
           MOVE ZERO TO REKEYED-COUNT
           IF BEFORE-INELIG-FROM EQUAL ZERO THEN
               GO TO P-600-EXIT
           END-IF
           OPEN INPUT INELIGIBLE-FILE
           IF INELIGIBLE-FILE-STATUS NOT = "00" THEN
               DISPLAY "INELIGIBLE FILE COULD NOT BE OPENED - "
                       "STATUS " INELIGIBLE-FILE-STATUS
               ADD 1 TO STEP-ERROR-COUNT
               GO TO P-600-EXIT
           END-IF
           OPEN OUTPUT INELIGIBLE-WORK-FILE
           IF INELIGIBLE-WORK-STATUS NOT = "00" THEN
               DISPLAY "INELIGIBLE WORK FILE COULD NOT BE OPENED - "
                       "STATUS " INELIGIBLE-WORK-STATUS
               CLOSE INELIGIBLE-FILE
               ADD 1 TO STEP-ERROR-COUNT
               GO TO P-600-EXIT
           END-IF
           MOVE "N" TO END-OF-INELIGIBLE
           PERFORM UNTIL END-OF-INELIGIBLE EQUAL "Y"
               READ INELIGIBLE-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO END-OF-INELIGIBLE
                   NOT AT END
                       IF INELIG-PLAYER-ID EQUAL MERGE-FROM-ID THEN
                           WRITE INELIGIBLE-WORK-RECORD
                               FROM INELIGIBLE-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE INELIGIBLE-FILE
           CLOSE INELIGIBLE-WORK-FILE
           OPEN INPUT INELIGIBLE-WORK-FILE
           IF INELIGIBLE-WORK-STATUS NOT = "00" THEN
               DISPLAY "INELIGIBLE WORK FILE COULD NOT BE REOPENED - "
                       "STATUS " INELIGIBLE-WORK-STATUS
               ADD 1 TO STEP-ERROR-COUNT
               GO TO P-600-EXIT
           END-IF
           OPEN I-O INELIGIBLE-FILE
           IF INELIGIBLE-FILE-STATUS NOT = "00" THEN
               DISPLAY "INELIGIBLE FILE COULD NOT BE OPENED FOR "
                       "UPDATE - STATUS " INELIGIBLE-FILE-STATUS
               CLOSE INELIGIBLE-WORK-FILE
               ADD 1 TO STEP-ERROR-COUNT
               GO TO P-600-EXIT
           END-IF
           MOVE "N" TO END-OF-WORK
           PERFORM UNTIL END-OF-WORK EQUAL "Y"
               READ INELIGIBLE-WORK-FILE
                   AT END
                       MOVE "Y" TO END-OF-WORK
                   NOT AT END
                       PERFORM P-610-REKEY-ONE-FLAG THRU P-610-EXIT
               END-READ
           END-PERFORM
           CLOSE INELIGIBLE-WORK-FILE
           CLOSE INELIGIBLE-FILE
           DISPLAY "INELIGIBLE FLAGS RE-KEYED .. " REKEYED-COUNT.
       P-600-EXIT.
           EXIT.

       P-610-REKEY-ONE-FLAG.
           MOVE INELIGIBLE-WORK-RECORD TO INELIGIBLE-RECORD
           DELETE INELIGIBLE-FILE
               INVALID KEY
                   DISPLAY "INELIGIBLE FLAG " INELIG-TIMESTAMP
                           " NOT DELETED - STATUS "
                           INELIGIBLE-FILE-STATUS
                   ADD 1 TO STEP-ERROR-COUNT
                   GO TO P-610-EXIT
           END-DELETE
           MOVE INELIGIBLE-WORK-RECORD TO INELIGIBLE-RECORD
           MOVE MERGE-TO-ID TO INELIG-PLAYER-ID
           WRITE INELIGIBLE-RECORD
               INVALID KEY
                   DISPLAY "INELIGIBLE FLAG " INELIG-TIMESTAMP
                           " NOT REWRITTEN - STATUS "
                           INELIGIBLE-FILE-STATUS
                   ADD 1 TO STEP-ERROR-COUNT
                   GO TO P-610-EXIT
           END-WRITE
           ADD 1 TO REKEYED-COUNT.
       P-610-EXIT.
           EXIT.

       P-650-MOVE-SAVE.
           IF BEFORE-SAVE-FROM EQUAL ZERO THEN
               GO TO P-650-EXIT
           END-IF
           OPEN I-O CHECKPOINT-FILE
           IF CHECKPOINT-FILE-STATUS NOT = "00" THEN
               DISPLAY "CHECKPOINT FILE COULD NOT BE OPENED FOR "
                       "UPDATE - STATUS " CHECKPOINT-FILE-STATUS
               ADD 1 TO STEP-ERROR-COUNT
               GO TO P-650-EXIT
           END-IF
           MOVE MERGE-FROM-ID TO CHECKPOINT-PLAYER-ID
           READ CHECKPOINT-FILE
               INVALID KEY
                   DISPLAY "SAVED GAME FOR " MERGE-FROM-ID
                           " NOT FOUND - STATUS "
                           CHECKPOINT-FILE-STATUS
                   ADD 1 TO STEP-ERROR-COUNT
                   CLOSE CHECKPOINT-FILE
                   GO TO P-650-EXIT
           END-READ
           MOVE CHECKPOINT-RECORD TO CHECKPOINT-HOLD
           DELETE CHECKPOINT-FILE
               INVALID KEY
                   DISPLAY "SAVED GAME FOR " MERGE-FROM-ID
                           " NOT DELETED - STATUS "
                           CHECKPOINT-FILE-STATUS
                   ADD 1 TO STEP-ERROR-COUNT
                   CLOSE CHECKPOINT-FILE
                   GO TO P-650-EXIT
           END-DELETE
           IF BEFORE-SAVE-TO NOT = ZERO THEN
               DISPLAY "SAVED GAME DROPPED - " MERGE-TO-ID
                       " HAS ITS OWN"
               CLOSE CHECKPOINT-FILE
               GO TO P-650-EXIT
           END-IF
           MOVE CHECKPOINT-HOLD TO CHECKPOINT-RECORD
           MOVE MERGE-TO-ID TO CHECKPOINT-PLAYER-ID
           WRITE CHECKPOINT-RECORD
               INVALID KEY
                   DISPLAY "SAVED GAME FOR " MERGE-TO-ID
                           " NOT WRITTEN - STATUS "
                           CHECKPOINT-FILE-STATUS
                   ADD 1 TO STEP-ERROR-COUNT
                   CLOSE CHECKPOINT-FILE
                   GO TO P-650-EXIT
           END-WRITE
           DISPLAY "SAVED GAME MOVED TO " MERGE-TO-ID
           CLOSE CHECKPOINT-FILE.
       P-650-EXIT.
           EXIT.

       P-700-MOVE-RATING.
           IF BEFORE-RATING-FROM EQUAL ZERO THEN
               GO TO P-700-EXIT
           END-IF
           OPEN I-O RATING-FILE
           IF RATING-FILE-STATUS NOT = "00" THEN
               DISPLAY "RATINGS FILE COULD NOT BE OPENED FOR "
                       "UPDATE - STATUS " RATING-FILE-STATUS
               ADD 1 TO STEP-ERROR-COUNT
               GO TO P-700-EXIT
           END-IF
           MOVE MERGE-FROM-ID TO RATING-PLAYER-ID
           READ RATING-FILE
               INVALID KEY
                   DISPLAY "RATING FOR " MERGE-FROM-ID
                           " NOT FOUND - STATUS " RATING-FILE-STATUS
                   ADD 1 TO STEP-ERROR-COUNT
                   CLOSE RATING-FILE
                   GO TO P-700-EXIT
           END-READ
           MOVE RATING-RECORD TO RATING-HOLD
           DELETE RATING-FILE
               INVALID KEY
                   DISPLAY "RATING FOR " MERGE-FROM-ID
                           " NOT DELETED - STATUS " RATING-FILE-STATUS
                   ADD 1 TO STEP-ERROR-COUNT
                   CLOSE RATING-FILE
                   GO TO P-700-EXIT
           END-DELETE
           IF BEFORE-RATING-TO NOT = ZERO THEN
               DISPLAY "RATING DROPPED - " MERGE-TO-ID
                       " KEEPS ITS OWN"
               CLOSE RATING-FILE
               GO TO P-700-EXIT
           END-IF
           MOVE RATING-HOLD TO RATING-RECORD
           MOVE MERGE-TO-ID TO RATING-PLAYER-ID
           WRITE RATING-RECORD
               INVALID KEY
                   DISPLAY "RATING FOR " MERGE-TO-ID
                           " NOT WRITTEN - STATUS " RATING-FILE-STATUS
                   ADD 1 TO STEP-ERROR-COUNT
                   CLOSE RATING-FILE
                   GO TO P-700-EXIT
           END-WRITE
           DISPLAY "RATING MOVED TO " MERGE-TO-ID
           CLOSE RATING-FILE.
       P-700-EXIT.
           EXIT.

       P-720-REKEY-EVENTS.
           MOVE ZERO TO REKEYED-COUNT
           MOVE ZERO TO WITHDRAWN-COUNT
           MOVE "N" TO END-OF-EVENTS
           OPEN I-O EVENT-FILE
           IF EVENT-FILE-STATUS EQUAL "35" THEN
               GO TO P-720-EXIT
           END-IF
           IF EVENT-FILE-STATUS NOT = "00" THEN
               DISPLAY "EVENT FILE COULD NOT BE OPENED FOR UPDATE - "
                       "STATUS " EVENT-FILE-STATUS
               ADD 1 TO STEP-ERROR-COUNT
               GO TO P-720-EXIT
           END-IF
           PERFORM UNTIL END-OF-EVENTS EQUAL "Y"
               READ EVENT-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO END-OF-EVENTS
                   NOT AT END
                       IF EVENT-MASTER-DATE NOT < CURRENT-DATE-YMD THEN
                           PERFORM P-730-REKEY-ONE-EVENT
                               THRU P-730-EXIT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EVENT-FILE
           DISPLAY "EVENT ENTRIES RE-KEYED ..... " REKEYED-COUNT
           DISPLAY "EVENT ENTRIES WITHDRAWN .... " WITHDRAWN-COUNT.
       P-720-EXIT.
           EXIT.

       P-730-REKEY-ONE-EVENT.
           MOVE ZERO TO FROM-ENTRANT-INDEX
           MOVE "N" TO TO-ALREADY-ENTERED
           PERFORM VARYING ENTRANT-INDEX FROM 1 BY 1
                   UNTIL ENTRANT-INDEX > EVENT-MASTER-ENTRANT-COUNT
                      OR ENTRANT-INDEX > 24
               IF EVENT-MASTER-ENTRANT(ENTRANT-INDEX) EQUAL
                  MERGE-FROM-ID THEN
                   MOVE ENTRANT-INDEX TO FROM-ENTRANT-INDEX
               END-IF
               IF EVENT-MASTER-ENTRANT(ENTRANT-INDEX) EQUAL
                  MERGE-TO-ID THEN
                   MOVE "Y" TO TO-ALREADY-ENTERED
               END-IF
           END-PERFORM
           IF FROM-ENTRANT-INDEX EQUAL ZERO THEN
               GO TO P-730-EXIT
           END-IF
           IF TO-ALREADY-ENTERED EQUAL "Y" THEN
               PERFORM VARYING ENTRANT-INDEX FROM FROM-ENTRANT-INDEX
                       BY 1
                       UNTIL ENTRANT-INDEX >= EVENT-MASTER-ENTRANT-COUNT
                   MOVE EVENT-MASTER-ENTRANT(ENTRANT-INDEX + 1)
                        TO EVENT-MASTER-ENTRANT(ENTRANT-INDEX)
               END-PERFORM
               MOVE SPACES
                    TO EVENT-MASTER-ENTRANT(EVENT-MASTER-ENTRANT-COUNT)
               SUBTRACT 1 FROM EVENT-MASTER-ENTRANT-COUNT
           ELSE
               MOVE MERGE-TO-ID
                    TO EVENT-MASTER-ENTRANT(FROM-ENTRANT-INDEX)
           END-IF
           REWRITE EVENT-MASTER-RECORD
               INVALID KEY
                   DISPLAY "EVENT " EVENT-MASTER-ID
                           " NOT UPDATED - STATUS " EVENT-FILE-STATUS
                   ADD 1 TO STEP-ERROR-COUNT
                   MOVE "Y" TO END-OF-EVENTS
                   GO TO P-730-EXIT
           END-REWRITE
           IF TO-ALREADY-ENTERED EQUAL "Y" THEN
               DISPLAY "WITHDREW " MERGE-FROM-ID " FROM EVENT "
                       EVENT-MASTER-ID " - " MERGE-TO-ID
                       " IS ALREADY ENTERED"
               ADD 1 TO WITHDRAWN-COUNT
           ELSE
               ADD 1 TO REKEYED-COUNT
           END-IF.
       P-730-EXIT.
           EXIT.

       P-750-COMBINE-PLAYERS.
           MOVE MERGE-FROM-ID TO PLAYER-MASTER-ID
           READ PLAYER-FILE
               INVALID KEY
                   DISPLAY "PLAYER " MERGE-FROM-ID
                           " NOT FOUND - STATUS " PLAYER-FILE-STATUS
                   ADD 1 TO STEP-ERROR-COUNT
                   GO TO P-750-EXIT
           END-READ
           MOVE PLAYER-MASTER-GAMES-PLAYED TO FROM-GAMES
           MOVE PLAYER-MASTER-WINS TO FROM-WINS
           MOVE PLAYER-MASTER-BEST-ROOMS TO FROM-BEST-ROOMS
           MOVE MERGE-TO-ID TO PLAYER-MASTER-ID
           READ PLAYER-FILE
               INVALID KEY
                   DISPLAY "PLAYER " MERGE-TO-ID
                           " NOT FOUND - STATUS " PLAYER-FILE-STATUS
                   ADD 1 TO STEP-ERROR-COUNT
                   GO TO P-750-EXIT
           END-READ
           ADD FROM-GAMES TO PLAYER-MASTER-GAMES-PLAYED
           ADD FROM-WINS TO PLAYER-MASTER-WINS
           IF FROM-BEST-ROOMS > ZERO AND
              (PLAYER-MASTER-BEST-ROOMS EQUAL ZERO OR
               FROM-BEST-ROOMS < PLAYER-MASTER-BEST-ROOMS) THEN
               MOVE FROM-BEST-ROOMS TO PLAYER-MASTER-BEST-ROOMS
           END-IF
           REWRITE PLAYER-MASTER-RECORD
               INVALID KEY
                   DISPLAY "PLAYER " MERGE-TO-ID
                           " NOT UPDATED - STATUS " PLAYER-FILE-STATUS
                   ADD 1 TO STEP-ERROR-COUNT
                   GO TO P-750-EXIT
           END-REWRITE
           MOVE MERGE-FROM-ID TO PLAYER-MASTER-ID
           READ PLAYER-FILE
               INVALID KEY
                   DISPLAY "PLAYER " MERGE-FROM-ID
                           " NOT FOUND - STATUS " PLAYER-FILE-STATUS
                   ADD 1 TO STEP-ERROR-COUNT
                   GO TO P-750-EXIT
           END-READ
           MOVE ZERO TO PLAYER-MASTER-GAMES-PLAYED
           MOVE ZERO TO PLAYER-MASTER-WINS
           MOVE ZERO TO PLAYER-MASTER-BEST-ROOMS
           MOVE "I" TO PLAYER-MASTER-STANDING
           MOVE MERGE-TO-ID TO PLAYER-MASTER-MERGED-INTO
           REWRITE PLAYER-MASTER-RECORD
               INVALID KEY
                   DISPLAY "PLAYER " MERGE-FROM-ID
                           " NOT UPDATED - STATUS " PLAYER-FILE-STATUS
                   ADD 1 TO STEP-ERROR-COUNT
                   GO TO P-750-EXIT
           END-REWRITE.
       P-750-EXIT.
           EXIT.

       P-800-CHECK-BALANCE.
           MOVE ZERO TO BALANCE-ERROR-COUNT
           DISPLAY "FILE     STAGE    RECORDS   FROM-ID     TO-ID"
           MOVE "RESULTS" TO CHECK-LABEL
           MOVE BEFORE-RESULTS-ALL TO CHECK-BEFORE-ALL
           MOVE BEFORE-RESULTS-FROM TO CHECK-BEFORE-FROM
           MOVE BEFORE-RESULTS-TO TO CHECK-BEFORE-TO
           MOVE COUNT-RESULTS-ALL TO CHECK-AFTER-ALL
           MOVE COUNT-RESULTS-FROM TO CHECK-AFTER-FROM
           MOVE COUNT-RESULTS-TO TO CHECK-AFTER-TO
           PERFORM P-840-EXPECT-ALL-MOVED THRU P-840-EXIT
           PERFORM P-850-CHECK-ONE-FILE THRU P-850-EXIT
           MOVE "RESULTHS" TO CHECK-LABEL
           MOVE BEFORE-HISTORY-ALL TO CHECK-BEFORE-ALL
           MOVE BEFORE-HISTORY-FROM TO CHECK-BEFORE-FROM
           MOVE BEFORE-HISTORY-TO TO CHECK-BEFORE-TO
           MOVE COUNT-HISTORY-ALL TO CHECK-AFTER-ALL
           MOVE COUNT-HISTORY-FROM TO CHECK-AFTER-FROM
           MOVE COUNT-HISTORY-TO TO CHECK-AFTER-TO
           PERFORM P-840-EXPECT-ALL-MOVED THRU P-840-EXIT
           PERFORM P-850-CHECK-ONE-FILE THRU P-850-EXIT
           MOVE "INELIG" TO CHECK-LABEL
           MOVE BEFORE-INELIG-ALL TO CHECK-BEFORE-ALL
           MOVE BEFORE-INELIG-FROM TO CHECK-BEFORE-FROM
           MOVE BEFORE-INELIG-TO TO CHECK-BEFORE-TO
           MOVE COUNT-INELIG-ALL TO CHECK-AFTER-ALL
           MOVE COUNT-INELIG-FROM TO CHECK-AFTER-FROM
           MOVE COUNT-INELIG-TO TO CHECK-AFTER-TO
           PERFORM P-840-EXPECT-ALL-MOVED THRU P-840-EXIT
           PERFORM P-850-CHECK-ONE-FILE THRU P-850-EXIT
           MOVE "CHECKPT" TO CHECK-LABEL
           MOVE BEFORE-SAVE-ALL TO CHECK-BEFORE-ALL
           MOVE BEFORE-SAVE-FROM TO CHECK-BEFORE-FROM
           MOVE BEFORE-SAVE-TO TO CHECK-BEFORE-TO
           MOVE COUNT-SAVE-ALL TO CHECK-AFTER-ALL
           MOVE COUNT-SAVE-FROM TO CHECK-AFTER-FROM
           MOVE COUNT-SAVE-TO TO CHECK-AFTER-TO
           PERFORM P-845-EXPECT-SURVIVOR-KEPT THRU P-845-EXIT
           PERFORM P-850-CHECK-ONE-FILE THRU P-850-EXIT
           MOVE "RATINGS" TO CHECK-LABEL
           MOVE BEFORE-RATING-ALL TO CHECK-BEFORE-ALL
           MOVE BEFORE-RATING-FROM TO CHECK-BEFORE-FROM
           MOVE BEFORE-RATING-TO TO CHECK-BEFORE-TO
           MOVE COUNT-RATING-ALL TO CHECK-AFTER-ALL
           MOVE COUNT-RATING-FROM TO CHECK-AFTER-FROM
           MOVE COUNT-RATING-TO TO CHECK-AFTER-TO
           PERFORM P-845-EXPECT-SURVIVOR-KEPT THRU P-845-EXIT
           PERFORM P-850-CHECK-ONE-FILE THRU P-850-EXIT
           MOVE "GAMES" TO CHECK-LABEL
           MOVE BEFORE-GAMES-ALL TO CHECK-BEFORE-ALL
           MOVE BEFORE-GAMES-FROM TO CHECK-BEFORE-FROM
           MOVE BEFORE-GAMES-TO TO CHECK-BEFORE-TO
           MOVE COUNT-GAMES-ALL TO CHECK-AFTER-ALL
           MOVE COUNT-GAMES-FROM TO CHECK-AFTER-FROM
           MOVE COUNT-GAMES-TO TO CHECK-AFTER-TO
           PERFORM P-840-EXPECT-ALL-MOVED THRU P-840-EXIT
           PERFORM P-850-CHECK-ONE-FILE THRU P-850-EXIT
           MOVE "WINS" TO CHECK-LABEL
           MOVE BEFORE-WINS-ALL TO CHECK-BEFORE-ALL
           MOVE BEFORE-WINS-FROM TO CHECK-BEFORE-FROM
           MOVE BEFORE-WINS-TO TO CHECK-BEFORE-TO
           MOVE COUNT-WINS-ALL TO CHECK-AFTER-ALL
           MOVE COUNT-WINS-FROM TO CHECK-AFTER-FROM
           MOVE COUNT-WINS-TO TO CHECK-AFTER-TO
           PERFORM P-840-EXPECT-ALL-MOVED THRU P-840-EXIT
           PERFORM P-850-CHECK-ONE-FILE THRU P-850-EXIT
           MOVE "EVENTS" TO CHECK-LABEL
           MOVE BEFORE-EVENTS-ALL TO CHECK-BEFORE-ALL
           MOVE BEFORE-EVENTS-FROM TO CHECK-BEFORE-FROM
           MOVE BEFORE-EVENTS-TO TO CHECK-BEFORE-TO
           MOVE COUNT-EVENTS-ALL TO CHECK-AFTER-ALL
           MOVE COUNT-EVENTS-FROM TO CHECK-AFTER-FROM
           MOVE COUNT-EVENTS-TO TO CHECK-AFTER-TO
           COMPUTE CHECK-EXPECT-ALL =
               BEFORE-EVENTS-ALL - BEFORE-EVENTS-BOTH
           COMPUTE CHECK-EXPECT-TO =
               BEFORE-EVENTS-TO + BEFORE-EVENTS-FROM
               - BEFORE-EVENTS-BOTH
           PERFORM P-850-CHECK-ONE-FILE THRU P-850-EXIT.
       P-800-EXIT.
           EXIT.

       P-840-EXPECT-ALL-MOVED.
           MOVE CHECK-BEFORE-ALL TO CHECK-EXPECT-ALL
           COMPUTE CHECK-EXPECT-TO =
               CHECK-BEFORE-TO + CHECK-BEFORE-FROM.
       P-840-EXIT.
           EXIT.

       P-845-EXPECT-SURVIVOR-KEPT.
           IF CHECK-BEFORE-TO EQUAL ZERO THEN
               MOVE CHECK-BEFORE-FROM TO CHECK-EXPECT-TO
           ELSE
               MOVE CHECK-BEFORE-TO TO CHECK-EXPECT-TO
           END-IF
           COMPUTE CHECK-EXPECT-ALL =
               CHECK-BEFORE-ALL - CHECK-BEFORE-FROM
               - CHECK-BEFORE-TO + CHECK-EXPECT-TO.
       P-845-EXIT.
           EXIT.

       P-850-CHECK-ONE-FILE.
           DISPLAY CHECK-LABEL " BEFORE   " CHECK-BEFORE-ALL "   "
                   CHECK-BEFORE-FROM "   " CHECK-BEFORE-TO
           DISPLAY CHECK-LABEL " AFTER    " CHECK-AFTER-ALL "   "
                   CHECK-AFTER-FROM "   " CHECK-AFTER-TO
           IF CHECK-AFTER-ALL NOT = CHECK-EXPECT-ALL OR
              CHECK-AFTER-FROM NOT = ZERO OR
              CHECK-AFTER-TO NOT = CHECK-EXPECT-TO THEN
               DISPLAY "CONTROL TOTALS DO NOT BALANCE FOR "
                       CHECK-LABEL
               ADD 1 TO BALANCE-ERROR-COUNT
           END-IF.
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
