       IDENTIFICATION DIVISION.
       PROGRAM-ID. WUMPCAVE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CAVE-FILE ASSIGN TO "CAVELIB"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CAVE-FILE-STATUS.
           SELECT CAVE-WORK-FILE ASSIGN TO "CAVEWRK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CAVE-WORK-STATUS.
           SELECT CAVE-LOG-FILE ASSIGN TO "CAVELOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CAVE-LOG-STATUS.
           SELECT CHECKPOINT-FILE ASSIGN TO "CHECKPT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHECKPOINT-PLAYER-ID
               FILE STATUS IS CHECKPOINT-FILE-STATUS.
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

           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUN-CONTROL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CAVE-FILE.
       01  CAVE-DEF-RECORD.
           05 CAVE-DEF-CAVE-ID                      PIC X(8).
           05 CAVE-DEF-PASSAGE OCCURS 3 TIMES       PIC X(2).

       FD  CAVE-WORK-FILE.
       01  CAVE-WORK-RECORD                        PIC X(14).

       FD  CAVE-LOG-FILE.
       01  CAVE-LOG-RECORD                         PIC X(100).

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
                                                   "WUMPCAVE".
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
       01 CAVE-FILE-STATUS                         PIC X(2) VALUE "00".
       01 CAVE-WORK-STATUS                         PIC X(2) VALUE "00".
       01 CAVE-LOG-STATUS                          PIC X(2) VALUE "00".
       01 CHECKPOINT-FILE-STATUS                   PIC X(2) VALUE "00".
       01 SEASON-FILE-STATUS                       PIC X(2) VALUE "00".
       01 RESULTS-FILE-STATUS                      PIC X(2) VALUE "00".
       01 HISTORY-FILE-STATUS                      PIC X(2) VALUE "00".
       01 END-OF-CAVE                              PIC X(1) VALUE "N".
       01 END-OF-WORK                              PIC X(1) VALUE "N".
       01 END-OF-CHECKPOINTS                       PIC X(1) VALUE "N".
       01 END-OF-SEASONS                           PIC X(1) VALUE "N".
       01 END-OF-RESULTS                           PIC X(1) VALUE "N".
       01 END-OF-HISTORY                           PIC X(1) VALUE "N".
       01 END-OF-TRANS                             PIC X(1) VALUE "N".
       01 LIBRARY-LOAD-ERROR                       PIC X(1) VALUE "N".
       01 OPEN-SEASON-ID                          PIC X(8) VALUE SPACES.
       01 TRANS-LINE.
          05 TRANS-ACTION                          PIC X(3).
          05 FILLER                                PIC X(1).
          05 TRANS-CAVE-ID                         PIC X(8).
          05 FILLER                                PIC X(1).
          05 TRANS-ROOM                            PIC X(2).
          05 TRANS-PASSAGE-GROUP OCCURS 3 TIMES.
             10 FILLER                             PIC X(1).
             10 TRANS-PASSAGE                      PIC X(2).
          05 FILLER                                PIC X(1).
          05 TRANS-OPERATOR-ID                     PIC X(8).
          05 FILLER                                PIC X(47).
       01 TRANS-ROOM-NUMBER                        PIC 9(2) VALUE 0.
       01 TRANS-PASSAGES-OK                        PIC X(1) VALUE "Y".
       01 DELETE-REFUSED                           PIC X(1) VALUE "N".
       01 CURRENT-DATE-YMD                         PIC 9(8) VALUE 0.
       01 CURRENT-TIME-HMS                         PIC 9(8) VALUE 0.
       01 TRANS-READ-COUNT                         PIC 9(4) VALUE 0.
       01 TRANS-GOOD-COUNT                         PIC 9(4) VALUE 0.
       01 TRANS-BAD-COUNT                          PIC 9(4) VALUE 0.
       01 CAVES-COMMITTED-COUNT                    PIC 9(4) VALUE 0.
       01 CAVES-DELETED-COUNT                      PIC 9(4) VALUE 0.
       01 CAVES-BACKED-OUT-COUNT                   PIC 9(4) VALUE 0.
       01 RECORDS-LOADED-COUNT                     PIC 9(6) VALUE 0.
       01 ROOMS-ADDED-COUNT                        PIC 9(6) VALUE 0.
       01 ROOMS-DELETED-COUNT                      PIC 9(6) VALUE 0.
       01 RECORDS-EXPECTED-COUNT                   PIC 9(6) VALUE 0.
       01 WORK-WRITTEN-COUNT                       PIC 9(6) VALUE 0.
       01 RECORDS-REWRITTEN-COUNT                  PIC 9(6) VALUE 0.
       01 LOG-WRITTEN-COUNT                        PIC 9(6) VALUE 0.
       01 WORK-ERROR-COUNT                         PIC 9(6) VALUE 0.
       01 CAVE-INDEX                               PIC 9(2) VALUE 0.
       01 MATCH-CAVE-INDEX                         PIC 9(2) VALUE 0.
       01 ROOM-INDEX                               PIC 9(2) VALUE 0.
       01 PASSAGE-INDEX                            PIC 9(1) VALUE 0.
       01 TARGET-ROOM                              PIC 9(2) VALUE 0.
       01 TARGET-PASSAGE                           PIC 9(1) VALUE 0.
       01 RETURN-FOUND                             PIC X(1) VALUE "N".
       01 REACH-CHANGED                            PIC X(1) VALUE "Y".
       01 CAVE-ROOM-COUNT                          PIC 9(2) VALUE 0.
       01 CAVE-ERROR-COUNT                         PIC 9(4) VALUE 0.
       01 LOG-ACTION                              PIC X(3) VALUE SPACES.
       01 LOG-OPERATOR-ID                         PIC X(8) VALUE SPACES.
       01 LOG-BEFORE-PASSAGES                     PIC X(6) VALUE SPACES.
       01 LOG-AFTER-PASSAGES                      PIC X(6) VALUE SPACES.
       01 LIBRARY-TABLE.
          05 LIB-CAVE-COUNT                        PIC 9(2) VALUE 0.
          05 LIB-CAVE OCCURS 20 TIMES.
             10 LIB-CAVE-ID                        PIC X(8).
             10 LIB-ROOM-COUNT                     PIC 9(2).
             10 LIB-ORIG-ROOM-COUNT                PIC 9(2).
             10 LIB-CAVE-STATE                     PIC X(1).
                88 LIB-CAVE-UNCHANGED              VALUE "U".
                88 LIB-CAVE-CHANGED                VALUE "C".
                88 LIB-CAVE-DELETED                VALUE "D".
                88 LIB-CAVE-BACKED-OUT             VALUE "R".
             10 LIB-DELETED-BY                     PIC X(8).
             10 LIB-ROOM OCCURS 30 TIMES.
                15 LIB-NEW-PASSAGES.
                   20 LIB-NEW-PASSAGE OCCURS 3 TIMES
                                                   PIC X(2).
                15 LIB-OLD-PASSAGES.
                   20 LIB-OLD-PASSAGE OCCURS 3 TIMES
                                                   PIC X(2).
                15 LIB-ROOM-ACTION                 PIC X(3).
                15 LIB-ROOM-OPERATOR               PIC X(8).
       01 VAL-CAVE.
          05 VAL-ROOM OCCURS 30 TIMES.
             10 VAL-PASSAGE OCCURS 3 TIMES         PIC 9(2) VALUE 0.
             10 VAL-PASSAGE-OK OCCURS 3 TIMES      PIC X(1) VALUE "N".
       01 REACHED-TABLE.
          05 ROOM-REACHED OCCURS 30 TIMES          PIC X(1) VALUE "N".

       PROCEDURE DIVISION.

       P-100-MAIN.
           PERFORM P-2000-REGISTER-START THRU P-2000-EXIT
           IF RUN-BLOCKED-FLAG EQUAL "Y" THEN
               DISPLAY "AN UPDATING JOB IS REGISTERED IN FLIGHT - "
                       "CAVE MAINTENANCE NOT STARTED"
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           DISPLAY "=============================================="
           DISPLAY "     WUMPUS CAVE LIBRARY MAINTENANCE          "
           DISPLAY "=============================================="
           ACCEPT CURRENT-DATE-YMD FROM DATE YYYYMMDD
           PERFORM P-200-LOAD-LIBRARY THRU P-200-EXIT
           IF LIBRARY-LOAD-ERROR EQUAL "Y" THEN
               DISPLAY "CAVE LIBRARY COULD NOT BE LOADED - NO "
                       "TRANSACTIONS APPLIED"
               MOVE 12 TO RETURN-CODE
               GO TO P-190-WRAP-UP
           END-IF
           PERFORM P-150-FIND-OPEN-SEASON THRU P-150-EXIT
           PERFORM P-300-PROCESS-TRANSACTION THRU P-399-EXIT
               UNTIL END-OF-TRANS EQUAL "Y"
           DISPLAY "----------------------------------------------"
           PERFORM P-700-VALIDATE-CHANGES THRU P-700-EXIT
           IF CAVES-COMMITTED-COUNT EQUAL ZERO AND
              CAVES-DELETED-COUNT EQUAL ZERO THEN
               DISPLAY "NO CHANGES TO COMMIT - CAVE LIBRARY LEFT AS "
                       "IT IS"
               GO TO P-190-WRAP-UP
           END-IF
           PERFORM P-800-WRITE-WORK-FILE THRU P-800-EXIT
           COMPUTE RECORDS-EXPECTED-COUNT =
               RECORDS-LOADED-COUNT + ROOMS-ADDED-COUNT
               - ROOMS-DELETED-COUNT
           IF WORK-ERROR-COUNT NOT = ZERO OR
              WORK-WRITTEN-COUNT NOT = RECORDS-EXPECTED-COUNT THEN
               DISPLAY "CONTROL TOTALS DO NOT BALANCE - CAVE "
                       "LIBRARY NOT REWRITTEN"
               MOVE 8 TO RETURN-CODE
               GO TO P-190-WRAP-UP
           END-IF
           PERFORM P-820-OPEN-CHANGE-LOG THRU P-820-EXIT
           IF CAVE-LOG-STATUS NOT = "00" THEN
               DISPLAY "CAVE LIBRARY NOT REWRITTEN - NO CHANGE LOG "
                       "TO RECORD IT"
               MOVE 12 TO RETURN-CODE
               GO TO P-190-WRAP-UP
           END-IF
           PERFORM P-850-REWRITE-LIBRARY THRU P-850-EXIT
           IF RECORDS-REWRITTEN-COUNT NOT = WORK-WRITTEN-COUNT THEN
               DISPLAY "REWRITTEN COUNT DOES NOT MATCH WORK FILE "
                       "COUNT - CHECK THE CAVELIB DATASET"
               CLOSE CAVE-LOG-FILE
               MOVE 8 TO RETURN-CODE
               GO TO P-190-WRAP-UP
           END-IF
           PERFORM P-900-WRITE-CHANGE-LOG THRU P-900-EXIT.
       P-190-WRAP-UP.
           DISPLAY "=============================================="
           DISPLAY "     CAVE LIBRARY MAINTENANCE SUMMARY         "
           DISPLAY "=============================================="
           DISPLAY "TRANSACTIONS READ .......... " TRANS-READ-COUNT
           DISPLAY "TRANSACTIONS ACCEPTED ...... " TRANS-GOOD-COUNT
           DISPLAY "TRANSACTIONS REJECTED ...... " TRANS-BAD-COUNT
           DISPLAY "CAVES CHANGED .............. "
                   CAVES-COMMITTED-COUNT
           DISPLAY "CAVES DELETED .............. " CAVES-DELETED-COUNT
           DISPLAY "CAVES BACKED OUT ........... "
                   CAVES-BACKED-OUT-COUNT
           DISPLAY "LIBRARY RECORDS LOADED ..... " RECORDS-LOADED-COUNT
           DISPLAY "ROOMS ADDED ................ " ROOMS-ADDED-COUNT
           DISPLAY "ROOMS DELETED .............. " ROOMS-DELETED-COUNT
           DISPLAY "WORK RECORDS WRITTEN ....... " WORK-WRITTEN-COUNT
           DISPLAY "LIBRARY RECORDS REWRITTEN .. "
                   RECORDS-REWRITTEN-COUNT
           DISPLAY "CHANGE LOG RECORDS ......... " LOG-WRITTEN-COUNT
           DISPLAY "=============================================="
           MOVE TRANS-READ-COUNT TO RUN-RECORD-TOTAL
           MOVE RETURN-CODE TO RUN-RC-TOTAL
           PERFORM P-2100-REGISTER-END THRU P-2100-EXIT
           GOBACK.
       P-199-EXIT.
           EXIT.

       P-150-FIND-OPEN-SEASON.
           MOVE SPACES TO OPEN-SEASON-ID
           MOVE "N" TO END-OF-SEASONS
           OPEN INPUT SEASON-FILE
           IF SEASON-FILE-STATUS NOT = "00" THEN
               DISPLAY "NO SEASON FILE - DELETES CHECKED AGAINST "
                       "SAVED GAMES ONLY"
               GO TO P-150-EXIT
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
           CLOSE SEASON-FILE
           IF OPEN-SEASON-ID EQUAL SPACES THEN
               DISPLAY "NO OPEN SEASON - DELETES CHECKED AGAINST "
                       "SAVED GAMES ONLY"
           ELSE
               DISPLAY "OPEN SEASON ................ " OPEN-SEASON-ID
           END-IF.
       P-150-EXIT.
           EXIT.

       P-200-LOAD-LIBRARY.
           OPEN INPUT CAVE-FILE
           IF CAVE-FILE-STATUS = "35" THEN
               DISPLAY "NO CAVE LIBRARY FOUND - STARTING AN EMPTY "
                       "LIBRARY"
               GO TO P-200-EXIT
           END-IF
           IF CAVE-FILE-STATUS NOT = "00" THEN
               DISPLAY "CAVE LIBRARY COULD NOT BE OPENED - STATUS "
                       CAVE-FILE-STATUS
               MOVE "Y" TO LIBRARY-LOAD-ERROR
               GO TO P-200-EXIT
           END-IF
           PERFORM UNTIL END-OF-CAVE EQUAL "Y"
                   OR LIBRARY-LOAD-ERROR EQUAL "Y"
               READ CAVE-FILE
                   AT END
                       MOVE "Y" TO END-OF-CAVE
                   NOT AT END
                       ADD 1 TO RECORDS-LOADED-COUNT
                       PERFORM P-250-LOAD-ROOM THRU P-250-EXIT
               END-READ
           END-PERFORM
           CLOSE CAVE-FILE
           DISPLAY "CAVES IN LIBRARY ........... " LIB-CAVE-COUNT
           DISPLAY "LIBRARY RECORDS LOADED ..... " RECORDS-LOADED-COUNT.
       P-200-EXIT.
           EXIT.

       P-250-LOAD-ROOM.
           MOVE CAVE-DEF-CAVE-ID TO TRANS-CAVE-ID
           PERFORM P-280-FIND-CAVE THRU P-280-EXIT
           IF MATCH-CAVE-INDEX EQUAL ZERO THEN
               IF LIB-CAVE-COUNT >= 20 THEN
                   DISPLAY "MORE THAN 20 CAVES IN THE LIBRARY"
                   MOVE "Y" TO LIBRARY-LOAD-ERROR
                   GO TO P-250-EXIT
               END-IF
               ADD 1 TO LIB-CAVE-COUNT
               MOVE LIB-CAVE-COUNT TO MATCH-CAVE-INDEX
               MOVE CAVE-DEF-CAVE-ID TO LIB-CAVE-ID(MATCH-CAVE-INDEX)
               MOVE ZERO TO LIB-ROOM-COUNT(MATCH-CAVE-INDEX)
               MOVE "U" TO LIB-CAVE-STATE(MATCH-CAVE-INDEX)
               MOVE SPACES TO LIB-DELETED-BY(MATCH-CAVE-INDEX)
           END-IF
           IF LIB-ROOM-COUNT(MATCH-CAVE-INDEX) >= 30 THEN
               DISPLAY "CAVE " CAVE-DEF-CAVE-ID
                       " HAS MORE THAN 30 ROOMS IN THE LIBRARY"
               MOVE "Y" TO LIBRARY-LOAD-ERROR
               GO TO P-250-EXIT
           END-IF
           ADD 1 TO LIB-ROOM-COUNT(MATCH-CAVE-INDEX)
           MOVE LIB-ROOM-COUNT(MATCH-CAVE-INDEX) TO ROOM-INDEX
           MOVE LIB-ROOM-COUNT(MATCH-CAVE-INDEX)
                TO LIB-ORIG-ROOM-COUNT(MATCH-CAVE-INDEX)
           PERFORM VARYING PASSAGE-INDEX FROM 1 BY 1
                   UNTIL PASSAGE-INDEX > 3
               MOVE CAVE-DEF-PASSAGE(PASSAGE-INDEX)
                    TO LIB-NEW-PASSAGE(MATCH-CAVE-INDEX, ROOM-INDEX,
                       PASSAGE-INDEX)
           END-PERFORM
           MOVE LIB-NEW-PASSAGES(MATCH-CAVE-INDEX, ROOM-INDEX)
                TO LIB-OLD-PASSAGES(MATCH-CAVE-INDEX, ROOM-INDEX)
           MOVE SPACES TO LIB-ROOM-ACTION(MATCH-CAVE-INDEX, ROOM-INDEX)
           MOVE SPACES
                TO LIB-ROOM-OPERATOR(MATCH-CAVE-INDEX, ROOM-INDEX).
       P-250-EXIT.
           EXIT.

       P-280-FIND-CAVE.
           MOVE 0 TO MATCH-CAVE-INDEX
           PERFORM VARYING CAVE-INDEX FROM 1 BY 1
                   UNTIL CAVE-INDEX > LIB-CAVE-COUNT
               IF LIB-CAVE-ID(CAVE-INDEX) EQUAL TRANS-CAVE-ID THEN
                   MOVE CAVE-INDEX TO MATCH-CAVE-INDEX
               END-IF
           END-PERFORM.
       P-280-EXIT.
           EXIT.

       P-300-PROCESS-TRANSACTION.
           MOVE SPACES TO TRANS-LINE
           ACCEPT TRANS-LINE
               ON EXCEPTION
                   MOVE "Y" TO END-OF-TRANS
           END-ACCEPT
           IF END-OF-TRANS EQUAL "Y" OR TRANS-LINE EQUAL SPACES THEN
               GO TO P-399-EXIT
           END-IF
           ADD 1 TO TRANS-READ-COUNT
           IF TRANS-CAVE-ID EQUAL SPACES THEN
               DISPLAY "CAVE ID MISSING ON " TRANS-ACTION " CARD"
               ADD 1 TO TRANS-BAD-COUNT
               GO TO P-399-EXIT
           END-IF
           IF TRANS-OPERATOR-ID EQUAL SPACES THEN
               DISPLAY "OPERATOR ID MISSING ON " TRANS-ACTION
                       " CARD FOR CAVE " TRANS-CAVE-ID
               ADD 1 TO TRANS-BAD-COUNT
               GO TO P-399-EXIT
           END-IF
           PERFORM P-280-FIND-CAVE THRU P-280-EXIT
           EVALUATE TRANS-ACTION
               WHEN "ADD"
                   PERFORM P-400-ADD-ROOM THRU P-400-EXIT
               WHEN "CHG"
                   PERFORM P-500-CHANGE-ROOM THRU P-500-EXIT
               WHEN "DEL"
                   PERFORM P-600-DELETE-CAVE THRU P-600-EXIT
               WHEN OTHER
                   DISPLAY "UNKNOWN ACTION " TRANS-ACTION
                           " FOR CAVE " TRANS-CAVE-ID
                   ADD 1 TO TRANS-BAD-COUNT
           END-EVALUATE.
       P-399-EXIT.
           EXIT.

       P-350-CHECK-ROOM-CARD.
           MOVE "Y" TO TRANS-PASSAGES-OK
           MOVE ZERO TO TRANS-ROOM-NUMBER
           IF TRANS-ROOM NOT NUMERIC THEN
               DISPLAY "ROOM NUMBER " TRANS-ROOM " IS NOT NUMERIC "
                       "FOR CAVE " TRANS-CAVE-ID
               MOVE "N" TO TRANS-PASSAGES-OK
               GO TO P-350-EXIT
           END-IF
           MOVE TRANS-ROOM TO TRANS-ROOM-NUMBER
           IF TRANS-ROOM-NUMBER < 1 OR TRANS-ROOM-NUMBER > 30 THEN
               DISPLAY "ROOM NUMBER " TRANS-ROOM " OUT OF RANGE "
                       "(01-30) FOR CAVE " TRANS-CAVE-ID
               MOVE "N" TO TRANS-PASSAGES-OK
               GO TO P-350-EXIT
           END-IF
           PERFORM VARYING PASSAGE-INDEX FROM 1 BY 1
                   UNTIL PASSAGE-INDEX > 3
               IF TRANS-PASSAGE(PASSAGE-INDEX) NOT NUMERIC THEN
                   DISPLAY "ROOM " TRANS-ROOM " PASSAGE "
                           PASSAGE-INDEX " IS NOT NUMERIC: "
                           TRANS-PASSAGE(PASSAGE-INDEX)
                           " FOR CAVE " TRANS-CAVE-ID
                   MOVE "N" TO TRANS-PASSAGES-OK
               END-IF
           END-PERFORM
           IF MATCH-CAVE-INDEX NOT = ZERO THEN
               IF LIB-CAVE-DELETED(MATCH-CAVE-INDEX) THEN
                   DISPLAY "CAVE " TRANS-CAVE-ID
                           " IS BEING DELETED IN THIS RUN - "
                           TRANS-ACTION " IGNORED"
                   MOVE "N" TO TRANS-PASSAGES-OK
               END-IF
           END-IF.
       P-350-EXIT.
           EXIT.

       P-400-ADD-ROOM.
           PERFORM P-350-CHECK-ROOM-CARD THRU P-350-EXIT
           IF TRANS-PASSAGES-OK NOT = "Y" THEN
               ADD 1 TO TRANS-BAD-COUNT
               GO TO P-400-EXIT
           END-IF
           IF MATCH-CAVE-INDEX EQUAL ZERO THEN
               IF TRANS-ROOM-NUMBER NOT = 1 THEN
                   DISPLAY "NEW CAVE " TRANS-CAVE-ID
                           " MUST START AT ROOM 01"
                   ADD 1 TO TRANS-BAD-COUNT
                   GO TO P-400-EXIT
               END-IF
               IF LIB-CAVE-COUNT >= 20 THEN
                   DISPLAY "CAVE LIBRARY IS FULL (20 CAVES) - "
                           TRANS-CAVE-ID " NOT ADDED"
                   ADD 1 TO TRANS-BAD-COUNT
                   GO TO P-400-EXIT
               END-IF
               ADD 1 TO LIB-CAVE-COUNT
               MOVE LIB-CAVE-COUNT TO MATCH-CAVE-INDEX
               MOVE TRANS-CAVE-ID TO LIB-CAVE-ID(MATCH-CAVE-INDEX)
               MOVE ZERO TO LIB-ROOM-COUNT(MATCH-CAVE-INDEX)
               MOVE ZERO TO LIB-ORIG-ROOM-COUNT(MATCH-CAVE-INDEX)
               MOVE "U" TO LIB-CAVE-STATE(MATCH-CAVE-INDEX)
               MOVE SPACES TO LIB-DELETED-BY(MATCH-CAVE-INDEX)
           END-IF
           IF TRANS-ROOM-NUMBER NOT =
              LIB-ROOM-COUNT(MATCH-CAVE-INDEX) + 1 THEN
               COMPUTE TARGET-ROOM =
                   LIB-ROOM-COUNT(MATCH-CAVE-INDEX) + 1
               DISPLAY "ROOM " TRANS-ROOM " CANNOT BE ADDED TO CAVE "
                       TRANS-CAVE-ID " - NEXT ROOM IS " TARGET-ROOM
               ADD 1 TO TRANS-BAD-COUNT
               GO TO P-400-EXIT
           END-IF
           MOVE TRANS-ROOM-NUMBER TO LIB-ROOM-COUNT(MATCH-CAVE-INDEX)
           MOVE TRANS-ROOM-NUMBER TO ROOM-INDEX
           PERFORM VARYING PASSAGE-INDEX FROM 1 BY 1
                   UNTIL PASSAGE-INDEX > 3
               MOVE TRANS-PASSAGE(PASSAGE-INDEX)
                    TO LIB-NEW-PASSAGE(MATCH-CAVE-INDEX, ROOM-INDEX,
                       PASSAGE-INDEX)
               MOVE "00"
                    TO LIB-OLD-PASSAGE(MATCH-CAVE-INDEX, ROOM-INDEX,
                       PASSAGE-INDEX)
           END-PERFORM
           MOVE "ADD" TO LIB-ROOM-ACTION(MATCH-CAVE-INDEX, ROOM-INDEX)
           MOVE TRANS-OPERATOR-ID
                TO LIB-ROOM-OPERATOR(MATCH-CAVE-INDEX, ROOM-INDEX)
           MOVE "C" TO LIB-CAVE-STATE(MATCH-CAVE-INDEX)
           DISPLAY "ROOM " TRANS-ROOM " ADDED TO CAVE " TRANS-CAVE-ID
                   " - PENDING VALIDATION"
           ADD 1 TO TRANS-GOOD-COUNT.
       P-400-EXIT.
           EXIT.

       P-500-CHANGE-ROOM.
           IF MATCH-CAVE-INDEX EQUAL ZERO THEN
               DISPLAY "CAVE " TRANS-CAVE-ID " NOT IN CAVE LIBRARY"
               ADD 1 TO TRANS-BAD-COUNT
               GO TO P-500-EXIT
           END-IF
           PERFORM P-350-CHECK-ROOM-CARD THRU P-350-EXIT
           IF TRANS-PASSAGES-OK NOT = "Y" THEN
               ADD 1 TO TRANS-BAD-COUNT
               GO TO P-500-EXIT
           END-IF
           IF TRANS-ROOM-NUMBER > LIB-ROOM-COUNT(MATCH-CAVE-INDEX)
              THEN
               DISPLAY "ROOM " TRANS-ROOM " NOT IN CAVE "
                       TRANS-CAVE-ID
               ADD 1 TO TRANS-BAD-COUNT
               GO TO P-500-EXIT
           END-IF
           MOVE TRANS-ROOM-NUMBER TO ROOM-INDEX
           PERFORM VARYING PASSAGE-INDEX FROM 1 BY 1
                   UNTIL PASSAGE-INDEX > 3
               MOVE TRANS-PASSAGE(PASSAGE-INDEX)
                    TO LIB-NEW-PASSAGE(MATCH-CAVE-INDEX, ROOM-INDEX,
                       PASSAGE-INDEX)
           END-PERFORM
           IF LIB-ROOM-ACTION(MATCH-CAVE-INDEX, ROOM-INDEX) NOT = "ADD"
              THEN
               MOVE "CHG"
                    TO LIB-ROOM-ACTION(MATCH-CAVE-INDEX, ROOM-INDEX)
           END-IF
           MOVE TRANS-OPERATOR-ID
                TO LIB-ROOM-OPERATOR(MATCH-CAVE-INDEX, ROOM-INDEX)
           MOVE "C" TO LIB-CAVE-STATE(MATCH-CAVE-INDEX)
           DISPLAY "ROOM " TRANS-ROOM " OF CAVE " TRANS-CAVE-ID
                   " CHANGED - PENDING VALIDATION"
           ADD 1 TO TRANS-GOOD-COUNT.
       P-500-EXIT.
           EXIT.

       P-600-DELETE-CAVE.
           IF MATCH-CAVE-INDEX EQUAL ZERO THEN
               DISPLAY "CAVE " TRANS-CAVE-ID " NOT IN CAVE LIBRARY"
               ADD 1 TO TRANS-BAD-COUNT
               GO TO P-600-EXIT
           END-IF
           IF LIB-CAVE-DELETED(MATCH-CAVE-INDEX) THEN
               DISPLAY "CAVE " TRANS-CAVE-ID
                       " IS ALREADY BEING DELETED IN THIS RUN"
               ADD 1 TO TRANS-BAD-COUNT
               GO TO P-600-EXIT
           END-IF
           MOVE "N" TO DELETE-REFUSED
           PERFORM P-650-CHECK-CHECKPOINTS THRU P-650-EXIT
           IF OPEN-SEASON-ID NOT = SPACES THEN
               PERFORM P-670-CHECK-SEASON-RESULTS THRU P-670-EXIT
           END-IF
           IF DELETE-REFUSED EQUAL "Y" THEN
               DISPLAY "DELETE OF CAVE " TRANS-CAVE-ID " REFUSED"
               ADD 1 TO TRANS-BAD-COUNT
               GO TO P-600-EXIT
           END-IF
           MOVE "D" TO LIB-CAVE-STATE(MATCH-CAVE-INDEX)
           MOVE TRANS-OPERATOR-ID TO LIB-DELETED-BY(MATCH-CAVE-INDEX)
           DISPLAY "CAVE " TRANS-CAVE-ID " MARKED FOR DELETION"
           ADD 1 TO TRANS-GOOD-COUNT.
       P-600-EXIT.
           EXIT.

       P-650-CHECK-CHECKPOINTS.
           MOVE "N" TO END-OF-CHECKPOINTS
           OPEN INPUT CHECKPOINT-FILE
           IF CHECKPOINT-FILE-STATUS EQUAL "35" THEN
               GO TO P-650-EXIT
           END-IF
           IF CHECKPOINT-FILE-STATUS NOT = "00" THEN
               DISPLAY "CHECKPOINT FILE COULD NOT BE READ - STATUS "
                       CHECKPOINT-FILE-STATUS
               DISPLAY "CAVE " TRANS-CAVE-ID " TREATED AS IN USE"
               MOVE "Y" TO DELETE-REFUSED
               MOVE 12 TO RETURN-CODE
               GO TO P-650-EXIT
           END-IF
           PERFORM UNTIL END-OF-CHECKPOINTS EQUAL "Y"
               READ CHECKPOINT-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO END-OF-CHECKPOINTS
                   NOT AT END
                       IF CHECKPOINT-CAVE-ID EQUAL TRANS-CAVE-ID THEN
                           DISPLAY "CAVE " TRANS-CAVE-ID
                                   " HAS A SAVED GAME FOR PLAYER "
                                   CHECKPOINT-PLAYER-ID
                           MOVE "Y" TO DELETE-REFUSED
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CHECKPOINT-FILE.
       P-650-EXIT.
           EXIT.

       P-670-CHECK-SEASON-RESULTS.
           MOVE "N" TO END-OF-RESULTS
           OPEN INPUT RESULTS-FILE
           IF RESULTS-FILE-STATUS EQUAL "35" THEN
               MOVE "Y" TO END-OF-RESULTS
           ELSE
               IF RESULTS-FILE-STATUS NOT = "00" THEN
                   DISPLAY "RESULTS FILE COULD NOT BE READ - STATUS "
                           RESULTS-FILE-STATUS
                   DISPLAY "CAVE " TRANS-CAVE-ID " TREATED AS IN USE"
                   MOVE "Y" TO DELETE-REFUSED
                   MOVE 12 TO RETURN-CODE
                   GO TO P-670-EXIT
               END-IF
           END-IF
           PERFORM UNTIL END-OF-RESULTS EQUAL "Y"
               READ RESULTS-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO END-OF-RESULTS
                   NOT AT END
                       IF RESULT-CAVE-ID EQUAL TRANS-CAVE-ID AND
                          RESULT-SEASON-ID EQUAL OPEN-SEASON-ID THEN
                           MOVE "Y" TO DELETE-REFUSED
                           MOVE "Y" TO END-OF-RESULTS
                           DISPLAY "CAVE " TRANS-CAVE-ID
                                   " IS NAMED ON RESULTS IN OPEN "
                                   "SEASON " OPEN-SEASON-ID
                       END-IF
               END-READ
           END-PERFORM
           IF RESULTS-FILE-STATUS NOT = "35" THEN
               CLOSE RESULTS-FILE
           END-IF
           MOVE "N" TO END-OF-HISTORY
           OPEN INPUT HISTORY-FILE
           IF HISTORY-FILE-STATUS EQUAL "35" THEN
               MOVE "Y" TO END-OF-HISTORY
           ELSE
               IF HISTORY-FILE-STATUS NOT = "00" THEN
                   DISPLAY "RESULTS HISTORY COULD NOT BE READ - "
                           "STATUS " HISTORY-FILE-STATUS
                   DISPLAY "CAVE " TRANS-CAVE-ID " TREATED AS IN USE"
                   MOVE "Y" TO DELETE-REFUSED
                   MOVE 12 TO RETURN-CODE
                   GO TO P-670-EXIT
               END-IF
           END-IF
           PERFORM UNTIL END-OF-HISTORY EQUAL "Y"
               READ HISTORY-FILE
                   AT END
                       MOVE "Y" TO END-OF-HISTORY
                   NOT AT END
                       IF HIST-CAVE-ID EQUAL TRANS-CAVE-ID AND
                          HIST-SEASON-ID EQUAL OPEN-SEASON-ID THEN
                           MOVE "Y" TO DELETE-REFUSED
                           MOVE "Y" TO END-OF-HISTORY
                           DISPLAY "CAVE " TRANS-CAVE-ID
                                   " IS NAMED ON HISTORY RESULTS IN "
                                   "OPEN SEASON " OPEN-SEASON-ID
                       END-IF
               END-READ
           END-PERFORM
           IF HISTORY-FILE-STATUS NOT = "35" THEN
               CLOSE HISTORY-FILE
           END-IF.
       P-670-EXIT.
           EXIT.

       P-700-VALIDATE-CHANGES.
           PERFORM VARYING CAVE-INDEX FROM 1 BY 1
                   UNTIL CAVE-INDEX > LIB-CAVE-COUNT
               EVALUATE TRUE
                   WHEN LIB-CAVE-CHANGED(CAVE-INDEX)
                       PERFORM P-720-VALIDATE-ONE-CAVE THRU P-720-EXIT
                   WHEN LIB-CAVE-DELETED(CAVE-INDEX)
                       ADD 1 TO CAVES-DELETED-COUNT
                       ADD LIB-ORIG-ROOM-COUNT(CAVE-INDEX)
                           TO ROOMS-DELETED-COUNT
               END-EVALUATE
           END-PERFORM.
       P-700-EXIT.
           EXIT.

       P-720-VALIDATE-ONE-CAVE.
           MOVE LIB-ROOM-COUNT(CAVE-INDEX) TO CAVE-ROOM-COUNT
           MOVE ZERO TO CAVE-ERROR-COUNT
           DISPLAY "VALIDATING CAVE " LIB-CAVE-ID(CAVE-INDEX)
                   " - " CAVE-ROOM-COUNT " ROOMS"
           PERFORM VARYING ROOM-INDEX FROM 1 BY 1
                   UNTIL ROOM-INDEX > 30
               MOVE "N" TO ROOM-REACHED(ROOM-INDEX)
               PERFORM VARYING PASSAGE-INDEX FROM 1 BY 1
                       UNTIL PASSAGE-INDEX > 3
                   MOVE ZERO TO VAL-PASSAGE(ROOM-INDEX, PASSAGE-INDEX)
                   MOVE "N" TO VAL-PASSAGE-OK(ROOM-INDEX,
                       PASSAGE-INDEX)
               END-PERFORM
           END-PERFORM
           PERFORM VARYING ROOM-INDEX FROM 1 BY 1
                   UNTIL ROOM-INDEX > CAVE-ROOM-COUNT
               PERFORM VARYING PASSAGE-INDEX FROM 1 BY 1
                       UNTIL PASSAGE-INDEX > 3
                   IF LIB-NEW-PASSAGE(CAVE-INDEX, ROOM-INDEX,
                      PASSAGE-INDEX) NUMERIC THEN
                       MOVE LIB-NEW-PASSAGE(CAVE-INDEX, ROOM-INDEX,
                           PASSAGE-INDEX)
                           TO VAL-PASSAGE(ROOM-INDEX, PASSAGE-INDEX)
                   ELSE
                       DISPLAY "ROOM " ROOM-INDEX
                               " PASSAGE " PASSAGE-INDEX
                               " IS NOT NUMERIC: "
                               LIB-NEW-PASSAGE(CAVE-INDEX, ROOM-INDEX,
                               PASSAGE-INDEX)
                       ADD 1 TO CAVE-ERROR-COUNT
                   END-IF
               END-PERFORM
           END-PERFORM
           IF CAVE-ERROR-COUNT EQUAL ZERO THEN
               PERFORM P-730-CHECK-PASSAGE-RANGES THRU P-730-EXIT
               PERFORM P-740-CHECK-BIDIRECTIONAL THRU P-740-EXIT
               PERFORM P-750-CHECK-CONNECTIVITY THRU P-750-EXIT
           END-IF
           IF CAVE-ERROR-COUNT EQUAL ZERO THEN
               DISPLAY "CAVE " LIB-CAVE-ID(CAVE-INDEX)
                       " IS VALID - CHANGES WILL BE COMMITTED"
               ADD 1 TO CAVES-COMMITTED-COUNT
               IF CAVE-ROOM-COUNT > LIB-ORIG-ROOM-COUNT(CAVE-INDEX)
                  THEN
                   COMPUTE ROOMS-ADDED-COUNT = ROOMS-ADDED-COUNT +
                       CAVE-ROOM-COUNT - LIB-ORIG-ROOM-COUNT(CAVE-INDEX)
               END-IF
           ELSE
               DISPLAY "CAVE " LIB-CAVE-ID(CAVE-INDEX) " HAS "
                       CAVE-ERROR-COUNT " ERRORS - CHANGES BACKED OUT"
               PERFORM P-780-BACK-OUT-CAVE THRU P-780-EXIT
               ADD 1 TO CAVES-BACKED-OUT-COUNT
               IF RETURN-CODE < 4 THEN
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
       P-720-EXIT.
           EXIT.

       P-730-CHECK-PASSAGE-RANGES.
           PERFORM VARYING ROOM-INDEX FROM 1 BY 1
                   UNTIL ROOM-INDEX > CAVE-ROOM-COUNT
               PERFORM VARYING PASSAGE-INDEX FROM 1 BY 1
                       UNTIL PASSAGE-INDEX > 3
                   EVALUATE TRUE
                       WHEN VAL-PASSAGE(ROOM-INDEX, PASSAGE-INDEX)
                            EQUAL ZERO
                           DISPLAY "ROOM " ROOM-INDEX
                                   " PASSAGE " PASSAGE-INDEX
                                   " IS MISSING"
                           ADD 1 TO CAVE-ERROR-COUNT
                       WHEN VAL-PASSAGE(ROOM-INDEX, PASSAGE-INDEX)
                            > CAVE-ROOM-COUNT
                           DISPLAY "ROOM " ROOM-INDEX
                                   " PASSAGE " PASSAGE-INDEX
                                   " POINTS AT ROOM "
                                   VAL-PASSAGE(ROOM-INDEX,
                                       PASSAGE-INDEX)
                                   " WHICH IS OUTSIDE THE CAVE"
                           ADD 1 TO CAVE-ERROR-COUNT
                       WHEN VAL-PASSAGE(ROOM-INDEX, PASSAGE-INDEX)
                            EQUAL ROOM-INDEX
                           DISPLAY "ROOM " ROOM-INDEX
                                   " PASSAGE " PASSAGE-INDEX
                                   " POINTS AT ITSELF"
                           ADD 1 TO CAVE-ERROR-COUNT
                       WHEN OTHER
                           MOVE "Y" TO VAL-PASSAGE-OK(ROOM-INDEX,
                               PASSAGE-INDEX)
                   END-EVALUATE
               END-PERFORM
           END-PERFORM.
       P-730-EXIT.
           EXIT.

       P-740-CHECK-BIDIRECTIONAL.
           PERFORM VARYING ROOM-INDEX FROM 1 BY 1
                   UNTIL ROOM-INDEX > CAVE-ROOM-COUNT
               PERFORM VARYING PASSAGE-INDEX FROM 1 BY 1
                       UNTIL PASSAGE-INDEX > 3
                   IF VAL-PASSAGE-OK(ROOM-INDEX, PASSAGE-INDEX)
                      EQUAL "Y" THEN
                       MOVE VAL-PASSAGE(ROOM-INDEX, PASSAGE-INDEX)
                            TO TARGET-ROOM
                       MOVE "N" TO RETURN-FOUND
                       PERFORM VARYING TARGET-PASSAGE FROM 1 BY 1
                               UNTIL TARGET-PASSAGE > 3
                           IF VAL-PASSAGE(TARGET-ROOM, TARGET-PASSAGE)
                              EQUAL ROOM-INDEX THEN
                               MOVE "Y" TO RETURN-FOUND
                           END-IF
                       END-PERFORM
                       IF RETURN-FOUND NOT = "Y" THEN
                           DISPLAY "ROOM " ROOM-INDEX
                                   " LISTS ROOM " TARGET-ROOM
                                   " BUT ROOM " TARGET-ROOM
                                   " DOES NOT LIST ROOM " ROOM-INDEX
                           ADD 1 TO CAVE-ERROR-COUNT
                       END-IF
                   END-IF
               END-PERFORM
           END-PERFORM.
       P-740-EXIT.
           EXIT.

       P-750-CHECK-CONNECTIVITY.
           MOVE "Y" TO ROOM-REACHED(1)
           MOVE "Y" TO REACH-CHANGED
           PERFORM UNTIL REACH-CHANGED NOT = "Y"
               MOVE "N" TO REACH-CHANGED
               PERFORM VARYING ROOM-INDEX FROM 1 BY 1
                       UNTIL ROOM-INDEX > CAVE-ROOM-COUNT
                   IF ROOM-REACHED(ROOM-INDEX) EQUAL "Y" THEN
                       PERFORM VARYING PASSAGE-INDEX FROM 1 BY 1
                               UNTIL PASSAGE-INDEX > 3
                           IF VAL-PASSAGE-OK(ROOM-INDEX,
                              PASSAGE-INDEX) EQUAL "Y" THEN
                               MOVE VAL-PASSAGE(ROOM-INDEX,
                                   PASSAGE-INDEX) TO TARGET-ROOM
                               IF ROOM-REACHED(TARGET-ROOM) NOT = "Y"
                                  THEN
                                   MOVE "Y" TO
                                       ROOM-REACHED(TARGET-ROOM)
                                   MOVE "Y" TO REACH-CHANGED
                               END-IF
                           END-IF
                       END-PERFORM
                   END-IF
               END-PERFORM
           END-PERFORM
           PERFORM VARYING ROOM-INDEX FROM 1 BY 1
                   UNTIL ROOM-INDEX > CAVE-ROOM-COUNT
               IF ROOM-REACHED(ROOM-INDEX) NOT = "Y" THEN
                   DISPLAY "ROOM " ROOM-INDEX
                           " CANNOT BE REACHED FROM ROOM 01"
                   ADD 1 TO CAVE-ERROR-COUNT
               END-IF
           END-PERFORM.
       P-750-EXIT.
           EXIT.

       P-780-BACK-OUT-CAVE.
           MOVE LIB-ORIG-ROOM-COUNT(CAVE-INDEX)
                TO LIB-ROOM-COUNT(CAVE-INDEX)
           PERFORM VARYING ROOM-INDEX FROM 1 BY 1
                   UNTIL ROOM-INDEX > LIB-ROOM-COUNT(CAVE-INDEX)
               MOVE LIB-OLD-PASSAGES(CAVE-INDEX, ROOM-INDEX)
                    TO LIB-NEW-PASSAGES(CAVE-INDEX, ROOM-INDEX)
               MOVE SPACES TO LIB-ROOM-ACTION(CAVE-INDEX, ROOM-INDEX)
           END-PERFORM
           MOVE "R" TO LIB-CAVE-STATE(CAVE-INDEX).
       P-780-EXIT.
           EXIT.

       P-800-WRITE-WORK-FILE.
           OPEN OUTPUT CAVE-WORK-FILE
           IF CAVE-WORK-STATUS NOT = "00" THEN
               DISPLAY "CAVE WORK FILE COULD NOT BE OPENED - "
                       "STATUS " CAVE-WORK-STATUS
               ADD 1 TO WORK-ERROR-COUNT
               GO TO P-800-EXIT
           END-IF
           PERFORM VARYING CAVE-INDEX FROM 1 BY 1
                   UNTIL CAVE-INDEX > LIB-CAVE-COUNT
               IF NOT LIB-CAVE-DELETED(CAVE-INDEX) THEN
                   PERFORM VARYING ROOM-INDEX FROM 1 BY 1
                           UNTIL ROOM-INDEX > LIB-ROOM-COUNT(CAVE-INDEX)
                       MOVE LIB-CAVE-ID(CAVE-INDEX) TO CAVE-DEF-CAVE-ID
                       PERFORM VARYING PASSAGE-INDEX FROM 1 BY 1
                               UNTIL PASSAGE-INDEX > 3
                           MOVE LIB-NEW-PASSAGE(CAVE-INDEX, ROOM-INDEX,
                                PASSAGE-INDEX)
                                TO CAVE-DEF-PASSAGE(PASSAGE-INDEX)
                       END-PERFORM
                       WRITE CAVE-WORK-RECORD FROM CAVE-DEF-RECORD
                       IF CAVE-WORK-STATUS = "00" THEN
                           ADD 1 TO WORK-WRITTEN-COUNT
                       ELSE
                           DISPLAY "CAVE WORK WRITE FAILED - STATUS "
                                   CAVE-WORK-STATUS
                           ADD 1 TO WORK-ERROR-COUNT
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM
           CLOSE CAVE-WORK-FILE.
       P-800-EXIT.
           EXIT.

       P-820-OPEN-CHANGE-LOG.
           OPEN EXTEND CAVE-LOG-FILE
           IF CAVE-LOG-STATUS = "05" OR CAVE-LOG-STATUS = "35" THEN
               OPEN OUTPUT CAVE-LOG-FILE
           END-IF
           IF CAVE-LOG-STATUS NOT = "00" THEN
               DISPLAY "CAVE CHANGE LOG COULD NOT BE OPENED - STATUS "
                       CAVE-LOG-STATUS
           END-IF.
       P-820-EXIT.
           EXIT.

       P-850-REWRITE-LIBRARY.
           OPEN INPUT CAVE-WORK-FILE
           IF CAVE-WORK-STATUS NOT = "00" THEN
               DISPLAY "CAVE WORK FILE COULD NOT BE REOPENED - "
                       "CAVE LIBRARY NOT REWRITTEN"
               GO TO P-850-EXIT
           END-IF
           OPEN OUTPUT CAVE-FILE
           IF CAVE-FILE-STATUS NOT = "00" THEN
               DISPLAY "CAVE LIBRARY COULD NOT BE OPENED FOR REWRITE "
                       "- STATUS " CAVE-FILE-STATUS
               CLOSE CAVE-WORK-FILE
               GO TO P-850-EXIT
           END-IF
           MOVE "N" TO END-OF-WORK
           PERFORM UNTIL END-OF-WORK EQUAL "Y"
               READ CAVE-WORK-FILE
                   AT END
                       MOVE "Y" TO END-OF-WORK
                   NOT AT END
                       WRITE CAVE-DEF-RECORD FROM CAVE-WORK-RECORD
                       IF CAVE-FILE-STATUS = "00" THEN
                           ADD 1 TO RECORDS-REWRITTEN-COUNT
                       ELSE
                           DISPLAY "CAVE LIBRARY REWRITE FAILED - "
                                   "STATUS " CAVE-FILE-STATUS
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CAVE-WORK-FILE
           CLOSE CAVE-FILE.
       P-850-EXIT.
           EXIT.

       P-900-WRITE-CHANGE-LOG.
           ACCEPT CURRENT-TIME-HMS FROM TIME
           PERFORM VARYING CAVE-INDEX FROM 1 BY 1
                   UNTIL CAVE-INDEX > LIB-CAVE-COUNT
               EVALUATE TRUE
                   WHEN LIB-CAVE-DELETED(CAVE-INDEX)
                       PERFORM VARYING ROOM-INDEX FROM 1 BY 1
                               UNTIL ROOM-INDEX >
                               LIB-ORIG-ROOM-COUNT(CAVE-INDEX)
                           MOVE "DEL" TO LOG-ACTION
                           MOVE LIB-DELETED-BY(CAVE-INDEX)
                                TO LOG-OPERATOR-ID
                           MOVE LIB-OLD-PASSAGES(CAVE-INDEX,
                                ROOM-INDEX) TO LOG-BEFORE-PASSAGES
                           MOVE "000000" TO LOG-AFTER-PASSAGES
                           PERFORM P-950-WRITE-LOG-LINE
                               THRU P-950-EXIT
                       END-PERFORM
                   WHEN LIB-CAVE-CHANGED(CAVE-INDEX)
                       PERFORM VARYING ROOM-INDEX FROM 1 BY 1
                               UNTIL ROOM-INDEX >
                               LIB-ROOM-COUNT(CAVE-INDEX)
                           IF LIB-ROOM-ACTION(CAVE-INDEX, ROOM-INDEX)
                              NOT = SPACES THEN
                               MOVE LIB-ROOM-ACTION(CAVE-INDEX,
                                    ROOM-INDEX) TO LOG-ACTION
                               MOVE LIB-ROOM-OPERATOR(CAVE-INDEX,
                                    ROOM-INDEX) TO LOG-OPERATOR-ID
                               MOVE LIB-OLD-PASSAGES(CAVE-INDEX,
                                    ROOM-INDEX) TO LOG-BEFORE-PASSAGES
                               MOVE LIB-NEW-PASSAGES(CAVE-INDEX,
                                    ROOM-INDEX) TO LOG-AFTER-PASSAGES
                               PERFORM P-950-WRITE-LOG-LINE
                                   THRU P-950-EXIT
                           END-IF
                       END-PERFORM
               END-EVALUATE
           END-PERFORM
           CLOSE CAVE-LOG-FILE.
       P-900-EXIT.
           EXIT.

       P-950-WRITE-LOG-LINE.
           MOVE SPACES TO CAVE-LOG-RECORD
           STRING CURRENT-DATE-YMD     DELIMITED BY SIZE
                  " "                  DELIMITED BY SIZE
                  CURRENT-TIME-HMS     DELIMITED BY SIZE
                  " OPERATOR "         DELIMITED BY SIZE
                  LOG-OPERATOR-ID      DELIMITED BY SIZE
                  " "                  DELIMITED BY SIZE
                  LOG-ACTION           DELIMITED BY SIZE
                  " CAVE "             DELIMITED BY SIZE
                  LIB-CAVE-ID(CAVE-INDEX) DELIMITED BY SIZE
                  " ROOM "             DELIMITED BY SIZE
                  ROOM-INDEX           DELIMITED BY SIZE
                  " BEFORE "           DELIMITED BY SIZE
                  LOG-BEFORE-PASSAGES  DELIMITED BY SIZE
                  " AFTER "            DELIMITED BY SIZE
                  LOG-AFTER-PASSAGES   DELIMITED BY SIZE
             INTO CAVE-LOG-RECORD
           END-STRING
           WRITE CAVE-LOG-RECORD
           IF CAVE-LOG-STATUS = "00" THEN
               ADD 1 TO LOG-WRITTEN-COUNT
           ELSE
               DISPLAY "CAVE CHANGE LOG WRITE FAILED - STATUS "
                       CAVE-LOG-STATUS
               MOVE 8 TO RETURN-CODE
           END-IF.
       P-950-EXIT.
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
