       IDENTIFICATION DIVISION.
       PROGRAM-ID. WUMPRCHK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CAVE-FILE ASSIGN TO "CAVELIB"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CAVE-FILE-STATUS.
           SELECT PARM-FILE ASSIGN TO "DIFPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARM-FILE-STATUS.
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

       FD  PARM-FILE.
       01  PARM-RECORD.
           05 PARM-PROFILE-NAME                     PIC X(8).
           05 PARM-NUM-ROOMS                        PIC 9(2).
           05 PARM-BAT-COUNT                        PIC 9(1).
           05 PARM-PIT-COUNT                        PIC 9(1).
           05 PARM-STARTING-ARROWS                  PIC 9(2).
           05 PARM-WUMPUS-MOVE-CHANCE               PIC 9(2).
           05 PARM-MAX-MOVES                        PIC 9(4).
           05 PARM-TREASURE-COUNT                   PIC 9(1).

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
                                                   "WUMPRCHK".
       01 RUN-CONTROL-STATUS                       PIC X(2) VALUE "00".
       01 RUN-EVENT-WANTED                         PIC X(1) VALUE "S".
       01 RUN-RECORD-TOTAL                         PIC 9(6) VALUE 0.
       01 RUN-RC-TOTAL                             PIC 9(2) VALUE 0.
       01 RUN-STAMP-WORK.
          05 RUN-STAMP-DATE                        PIC 9(8) VALUE 0.
          05 RUN-STAMP-TIME                        PIC 9(8) VALUE 0.
          05 RUN-STAMP-FILL                        PIC 9(2) VALUE 0.
       01 CAVE-FILE-STATUS                         PIC X(2) VALUE "00".
       01 PARM-FILE-STATUS                         PIC X(2) VALUE "00".
       01 SEASON-FILE-STATUS                       PIC X(2) VALUE "00".
       01 RESULTS-FILE-STATUS                      PIC X(2) VALUE "00".
       01 HISTORY-FILE-STATUS                      PIC X(2) VALUE "00".
       01 END-OF-CAVE                              PIC X(1) VALUE "N".
       01 END-OF-PARMS                             PIC X(1) VALUE "N".
       01 END-OF-RESULTS                           PIC X(1) VALUE "N".
       01 END-OF-HISTORY                           PIC X(1) VALUE "N".
       01 SEASON-FILE-OPEN                         PIC X(1) VALUE "N".
       01 INCLUDE-HISTORY                          PIC X(1) VALUE "N".
       01 TABLE-FULL                               PIC X(1) VALUE "N".
       01 RECORD-IN-ERROR                          PIC X(1) VALUE "N".
       01 PROFILE-FOUND                            PIC X(1) VALUE "N".

       01 CAVE-INDEX                               PIC 9(3) VALUE 0.
       01 MATCH-CAVE-INDEX                         PIC 9(3) VALUE 0.
       01 CAVE-TABLE.
          05 CAVE-COUNT                            PIC 9(3) VALUE 0.
          05 CAVE-TABLE-ID OCCURS 500 TIMES        PIC X(8).
       01 PROFILE-INDEX                            PIC 9(2) VALUE 0.
       01 MATCH-PROFILE-INDEX                      PIC 9(2) VALUE 0.
       01 PROFILE-TABLE.
          05 PROFILE-COUNT                         PIC 9(2) VALUE 0.
          05 PROFILE-ENTRY OCCURS 50 TIMES.
             10 PROFILE-NAME                       PIC X(8).
             10 PROFILE-BAT-COUNT                  PIC 9(1).
             10 PROFILE-PIT-COUNT                  PIC 9(1).
             10 PROFILE-MOVE-CHANCE                PIC 9(2).

       01 SCORE-BAT-COUNT                          PIC 9(1) VALUE 2.
       01 SCORE-PIT-COUNT                          PIC 9(1) VALUE 2.
       01 SCORE-MOVE-CHANCE                        PIC 9(2) VALUE 25.
       01 EXPECTED-SCORE                           PIC 9(5) VALUE 0.

       01 CHECK-SOURCE                             PIC X(8) VALUE
                                                   SPACES.
       01 CHECK-RECORD.
          05 CHECK-PLAYER-ID                       PIC X(8).
          05 CHECK-TIMESTAMP                       PIC 9(18).
          05 CHECK-STAMP REDEFINES CHECK-TIMESTAMP.
             10 CHECK-DATE-YMD                     PIC 9(8).
             10 CHECK-TIME-HMS                     PIC 9(8).
             10 CHECK-STAMP-FILL                   PIC 9(2).
          05 CHECK-WUMPUS-ROOM                     PIC 9(2).
          05 CHECK-STARTING-ARROWS                 PIC 9(2).
          05 CHECK-ARROWS-LEFT                     PIC 9(2).
          05 CHECK-ROOMS-VISITED                   PIC 9(4).
          05 CHECK-OUTCOME-CODE                    PIC X(1).
             88 CHECK-OUTCOME-VALID                VALUE "W" "E"
                                                         "P" "A".
          05 CHECK-TREASURE                        PIC 9(2).
          05 CHECK-SCORE                           PIC 9(5).
          05 CHECK-SIM-FLAG                        PIC X(1).
          05 CHECK-CAVE-ID                         PIC X(8).
          05 CHECK-PROFILE-NAME                    PIC X(8).
          05 CHECK-SEASON-ID                       PIC X(8).
          05 CHECK-EVENT-ID                        PIC X(8).

       01 LIVE-CHECKED                             PIC 9(6) VALUE 0.
       01 HISTORY-CHECKED                          PIC 9(6) VALUE 0.
       01 RECORDS-IN-ERROR                         PIC 9(6) VALUE 0.
       01 ARROW-ERROR-COUNT                        PIC 9(6) VALUE 0.
       01 SCORE-ERROR-COUNT                        PIC 9(6) VALUE 0.
       01 CAVE-ERROR-COUNT                         PIC 9(6) VALUE 0.
       01 PROFILE-ERROR-COUNT                      PIC 9(6) VALUE 0.
       01 SEASON-ERROR-COUNT                       PIC 9(6) VALUE 0.
       01 DATE-ERROR-COUNT                         PIC 9(6) VALUE 0.
       01 OUTCOME-ERROR-COUNT                      PIC 9(6) VALUE 0.

       PROCEDURE DIVISION.

       P-100-MAIN.
           PERFORM P-2000-REGISTER-START THRU P-2000-EXIT
           DISPLAY "INCLUDE RESULTS HISTORY (Y/N)?"
           ACCEPT INCLUDE-HISTORY
           DISPLAY "=============================================="
           DISPLAY "    WUMPUS RESULTS FIELD INTEGRITY SWEEP      "
           DISPLAY "=============================================="
           DISPLAY "INCLUDE RESULTS HISTORY .... " INCLUDE-HISTORY
           PERFORM P-200-LOAD-CAVES THRU P-200-EXIT
           PERFORM P-250-LOAD-PROFILES THRU P-250-EXIT
           IF RETURN-CODE NOT = ZERO THEN
               DISPLAY "REFERENCE FILES UNUSABLE - RESULTS NOT "
                       "CHECKED"
               DISPLAY "=============================================="
               MOVE RETURN-CODE TO RUN-RC-TOTAL
               PERFORM P-2100-REGISTER-END THRU P-2100-EXIT
               GOBACK
           END-IF
           DISPLAY "CAVES LOADED ............... " CAVE-COUNT
           DISPLAY "PROFILES LOADED ............ " PROFILE-COUNT
           OPEN INPUT SEASON-FILE
           IF SEASON-FILE-STATUS EQUAL "00" THEN
               MOVE "Y" TO SEASON-FILE-OPEN
           ELSE
               DISPLAY "SEASON FILE NOT FOUND - EVERY SEASON STAMP "
                       "WILL BE REPORTED"
           END-IF
           DISPLAY "----------------------------------------------"
           DISPLAY "SOURCE   PLAYER   TIMESTAMP          ERROR"
           PERFORM P-300-SWEEP-LIVE THRU P-300-EXIT
           IF RETURN-CODE NOT = ZERO THEN
               IF SEASON-FILE-OPEN EQUAL "Y" THEN
                   CLOSE SEASON-FILE
               END-IF
               DISPLAY "=============================================="
               MOVE RETURN-CODE TO RUN-RC-TOTAL
               PERFORM P-2100-REGISTER-END THRU P-2100-EXIT
               GOBACK
           END-IF
           IF INCLUDE-HISTORY EQUAL "Y" THEN
               PERFORM P-400-SWEEP-HISTORY THRU P-400-EXIT
           END-IF
           IF SEASON-FILE-OPEN EQUAL "Y" THEN
               CLOSE SEASON-FILE
           END-IF
           DISPLAY "----------------------------------------------"
           DISPLAY "LIVE RESULTS CHECKED ....... " LIVE-CHECKED
           DISPLAY "HISTORY RESULTS CHECKED .... " HISTORY-CHECKED
           DISPLAY "RECORDS IN ERROR ........... " RECORDS-IN-ERROR
           DISPLAY "  ARROWS LEFT OVER START ... " ARROW-ERROR-COUNT
           DISPLAY "  SCORE MISMATCHES ......... " SCORE-ERROR-COUNT
           DISPLAY "  CAVE NOT IN CAVELIB ...... " CAVE-ERROR-COUNT
           DISPLAY "  PROFILE NOT IN DIFPARM ... " PROFILE-ERROR-COUNT
           DISPLAY "  SEASON NOT IN SEASONS .... " SEASON-ERROR-COUNT
           DISPLAY "  DATE OUTSIDE SEASON ...... " DATE-ERROR-COUNT
           DISPLAY "  BAD OUTCOME CODE ......... " OUTCOME-ERROR-COUNT
           IF RECORDS-IN-ERROR > ZERO THEN
               DISPLAY "RESULTS FAILED THE SWEEP - DOWNSTREAM JOBS "
                       "ARE HELD"
               MOVE 8 TO RETURN-CODE
           END-IF
           DISPLAY "=============================================="
           COMPUTE RUN-RECORD-TOTAL = LIVE-CHECKED + HISTORY-CHECKED
           MOVE RETURN-CODE TO RUN-RC-TOTAL
           PERFORM P-2100-REGISTER-END THRU P-2100-EXIT
           GOBACK.
       P-199-EXIT.
           EXIT.

       P-200-LOAD-CAVES.
           OPEN INPUT CAVE-FILE
           IF CAVE-FILE-STATUS NOT = "00" THEN
               DISPLAY "CAVE LIBRARY NOT FOUND - STATUS "
                       CAVE-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               GO TO P-200-EXIT
           END-IF
           PERFORM UNTIL END-OF-CAVE EQUAL "Y"
               READ CAVE-FILE
                   AT END
                       MOVE "Y" TO END-OF-CAVE
                   NOT AT END
                       PERFORM P-210-NOTE-CAVE THRU P-210-EXIT
               END-READ
           END-PERFORM
           CLOSE CAVE-FILE
           IF TABLE-FULL EQUAL "Y" THEN
               DISPLAY "CAVE LIBRARY HAS OVER 500 CAVES - TABLE FULL"
               MOVE 12 TO RETURN-CODE
           END-IF.
       P-200-EXIT.
           EXIT.

       P-210-NOTE-CAVE.
           MOVE 0 TO MATCH-CAVE-INDEX
           PERFORM VARYING CAVE-INDEX FROM 1 BY 1
                   UNTIL CAVE-INDEX > CAVE-COUNT
                   OR MATCH-CAVE-INDEX NOT = ZERO
               IF CAVE-TABLE-ID(CAVE-INDEX) EQUAL CAVE-DEF-CAVE-ID
                  THEN
                   MOVE CAVE-INDEX TO MATCH-CAVE-INDEX
               END-IF
           END-PERFORM
           IF MATCH-CAVE-INDEX NOT = ZERO THEN
               GO TO P-210-EXIT
           END-IF
           IF CAVE-COUNT >= 500 THEN
               MOVE "Y" TO TABLE-FULL
               GO TO P-210-EXIT
           END-IF
           ADD 1 TO CAVE-COUNT
           MOVE CAVE-DEF-CAVE-ID TO CAVE-TABLE-ID(CAVE-COUNT).
       P-210-EXIT.
           EXIT.

       P-250-LOAD-PROFILES.
           OPEN INPUT PARM-FILE
           IF PARM-FILE-STATUS NOT = "00" THEN
               DISPLAY "DIFFICULTY PROFILES NOT FOUND - STATUS "
                       PARM-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               GO TO P-250-EXIT
           END-IF
           PERFORM UNTIL END-OF-PARMS EQUAL "Y"
               READ PARM-FILE
                   AT END
                       MOVE "Y" TO END-OF-PARMS
                   NOT AT END
                       PERFORM P-260-NOTE-PROFILE THRU P-260-EXIT
               END-READ
           END-PERFORM
           CLOSE PARM-FILE
           IF TABLE-FULL EQUAL "Y" THEN
               DISPLAY "DIFPARM HAS OVER 50 PROFILES - TABLE FULL"
               MOVE 12 TO RETURN-CODE
           END-IF.
       P-250-EXIT.
           EXIT.

       P-260-NOTE-PROFILE.
           IF PROFILE-COUNT >= 50 THEN
               MOVE "Y" TO TABLE-FULL
               GO TO P-260-EXIT
           END-IF
           ADD 1 TO PROFILE-COUNT
           MOVE PARM-PROFILE-NAME TO PROFILE-NAME(PROFILE-COUNT)
           MOVE 2 TO PROFILE-BAT-COUNT(PROFILE-COUNT)
           MOVE 2 TO PROFILE-PIT-COUNT(PROFILE-COUNT)
           MOVE 25 TO PROFILE-MOVE-CHANCE(PROFILE-COUNT)
           IF PARM-BAT-COUNT >= 1 AND PARM-BAT-COUNT <= 5 THEN
               MOVE PARM-BAT-COUNT TO PROFILE-BAT-COUNT(PROFILE-COUNT)
           END-IF
           IF PARM-PIT-COUNT >= 1 AND PARM-PIT-COUNT <= 5 THEN
               MOVE PARM-PIT-COUNT TO PROFILE-PIT-COUNT(PROFILE-COUNT)
           END-IF
           IF PARM-WUMPUS-MOVE-CHANCE NUMERIC THEN
               MOVE PARM-WUMPUS-MOVE-CHANCE
                    TO PROFILE-MOVE-CHANCE(PROFILE-COUNT)
           END-IF.
       P-260-EXIT.
           EXIT.

       P-300-SWEEP-LIVE.
           OPEN INPUT RESULTS-FILE
           IF RESULTS-FILE-STATUS NOT = "00" THEN
               DISPLAY "RESULTS FILE COULD NOT BE OPENED - STATUS "
                       RESULTS-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               GO TO P-300-EXIT
           END-IF
           MOVE "LIVE" TO CHECK-SOURCE
           PERFORM UNTIL END-OF-RESULTS EQUAL "Y"
               READ RESULTS-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO END-OF-RESULTS
                   NOT AT END
                       ADD 1 TO LIVE-CHECKED
                       MOVE RESULT-RECORD TO CHECK-RECORD
                       PERFORM P-500-CHECK-RECORD THRU P-500-EXIT
               END-READ
           END-PERFORM
           CLOSE RESULTS-FILE.
       P-300-EXIT.
           EXIT.

       P-400-SWEEP-HISTORY.
           OPEN INPUT HISTORY-FILE
           IF HISTORY-FILE-STATUS NOT = "00" THEN
               DISPLAY "RESULTS HISTORY NOT FOUND - LIVE RESULTS "
                       "ONLY"
               MOVE 4 TO RETURN-CODE
               GO TO P-400-EXIT
           END-IF
           MOVE "HISTORY" TO CHECK-SOURCE
           PERFORM UNTIL END-OF-HISTORY EQUAL "Y"
               READ HISTORY-FILE
                   AT END
                       MOVE "Y" TO END-OF-HISTORY
                   NOT AT END
                       ADD 1 TO HISTORY-CHECKED
                       MOVE HISTORY-RECORD TO CHECK-RECORD
                       PERFORM P-500-CHECK-RECORD THRU P-500-EXIT
               END-READ
           END-PERFORM
           CLOSE HISTORY-FILE.
       P-400-EXIT.
           EXIT.

       P-500-CHECK-RECORD.
           MOVE "N" TO RECORD-IN-ERROR
           IF NOT CHECK-OUTCOME-VALID THEN
               DISPLAY CHECK-SOURCE " " CHECK-PLAYER-ID " "
                       CHECK-TIMESTAMP " OUTCOME CODE "
                       CHECK-OUTCOME-CODE " NOT W/E/P/A"
               ADD 1 TO OUTCOME-ERROR-COUNT
               MOVE "Y" TO RECORD-IN-ERROR
           END-IF
           IF CHECK-ARROWS-LEFT > CHECK-STARTING-ARROWS THEN
               DISPLAY CHECK-SOURCE " " CHECK-PLAYER-ID " "
                       CHECK-TIMESTAMP " ARROWS LEFT "
                       CHECK-ARROWS-LEFT " OVER STARTING "
                       CHECK-STARTING-ARROWS
               ADD 1 TO ARROW-ERROR-COUNT
               MOVE "Y" TO RECORD-IN-ERROR
           END-IF
           PERFORM P-520-CHECK-CAVE THRU P-520-EXIT
           PERFORM P-540-CHECK-PROFILE THRU P-540-EXIT
           PERFORM P-560-CHECK-SEASON THRU P-560-EXIT
           IF RECORD-IN-ERROR EQUAL "Y" THEN
               ADD 1 TO RECORDS-IN-ERROR
           END-IF.
       P-500-EXIT.
           EXIT.

       P-520-CHECK-CAVE.
           MOVE 0 TO MATCH-CAVE-INDEX
           PERFORM VARYING CAVE-INDEX FROM 1 BY 1
                   UNTIL CAVE-INDEX > CAVE-COUNT
                   OR MATCH-CAVE-INDEX NOT = ZERO
               IF CAVE-TABLE-ID(CAVE-INDEX) EQUAL CHECK-CAVE-ID THEN
                   MOVE CAVE-INDEX TO MATCH-CAVE-INDEX
               END-IF
           END-PERFORM
           IF MATCH-CAVE-INDEX EQUAL ZERO THEN
               DISPLAY CHECK-SOURCE " " CHECK-PLAYER-ID " "
                       CHECK-TIMESTAMP " CAVE " CHECK-CAVE-ID
                       " NOT IN CAVELIB"
               ADD 1 TO CAVE-ERROR-COUNT
               MOVE "Y" TO RECORD-IN-ERROR
           END-IF.
       P-520-EXIT.
           EXIT.

       P-540-CHECK-PROFILE.
           MOVE "N" TO PROFILE-FOUND
           MOVE 0 TO MATCH-PROFILE-INDEX
           PERFORM VARYING PROFILE-INDEX FROM 1 BY 1
                   UNTIL PROFILE-INDEX > PROFILE-COUNT
                   OR MATCH-PROFILE-INDEX NOT = ZERO
               IF PROFILE-NAME(PROFILE-INDEX) EQUAL CHECK-PROFILE-NAME
                  THEN
                   MOVE PROFILE-INDEX TO MATCH-PROFILE-INDEX
               END-IF
           END-PERFORM
           IF MATCH-PROFILE-INDEX NOT = ZERO THEN
               MOVE "Y" TO PROFILE-FOUND
               MOVE PROFILE-BAT-COUNT(MATCH-PROFILE-INDEX)
                    TO SCORE-BAT-COUNT
               MOVE PROFILE-PIT-COUNT(MATCH-PROFILE-INDEX)
                    TO SCORE-PIT-COUNT
               MOVE PROFILE-MOVE-CHANCE(MATCH-PROFILE-INDEX)
                    TO SCORE-MOVE-CHANCE
           ELSE
               IF CHECK-PROFILE-NAME EQUAL "DEFAULT" THEN
                   MOVE "Y" TO PROFILE-FOUND
                   MOVE 2 TO SCORE-BAT-COUNT
                   MOVE 2 TO SCORE-PIT-COUNT
                   MOVE 25 TO SCORE-MOVE-CHANCE
               END-IF
           END-IF
           IF PROFILE-FOUND NOT = "Y" THEN
               DISPLAY CHECK-SOURCE " " CHECK-PLAYER-ID " "
                       CHECK-TIMESTAMP " PROFILE " CHECK-PROFILE-NAME
                       " NOT IN DIFPARM"
               ADD 1 TO PROFILE-ERROR-COUNT
               MOVE "Y" TO RECORD-IN-ERROR
               GO TO P-540-EXIT
           END-IF
           COMPUTE EXPECTED-SCORE =
               CHECK-TREASURE * 100
               + CHECK-ARROWS-LEFT * 10
               + CHECK-ROOMS-VISITED * 2
           IF CHECK-OUTCOME-CODE EQUAL "W" THEN
               COMPUTE EXPECTED-SCORE = EXPECTED-SCORE + 200
                   + (SCORE-BAT-COUNT + SCORE-PIT-COUNT) * 50
                   + SCORE-MOVE-CHANCE
           END-IF
           IF CHECK-SCORE NOT = EXPECTED-SCORE THEN
               DISPLAY CHECK-SOURCE " " CHECK-PLAYER-ID " "
                       CHECK-TIMESTAMP " SCORE " CHECK-SCORE
                       " SHOULD BE " EXPECTED-SCORE
               ADD 1 TO SCORE-ERROR-COUNT
               MOVE "Y" TO RECORD-IN-ERROR
           END-IF.
       P-540-EXIT.
           EXIT.

       P-560-CHECK-SEASON.
           IF CHECK-SEASON-ID EQUAL SPACES THEN
               GO TO P-560-EXIT
           END-IF
           IF SEASON-FILE-OPEN NOT = "Y" THEN
               MOVE "23" TO SEASON-FILE-STATUS
           ELSE
               MOVE CHECK-SEASON-ID TO SEASON-ID
               READ SEASON-FILE
                   INVALID KEY
                       MOVE "23" TO SEASON-FILE-STATUS
               END-READ
           END-IF
           IF SEASON-FILE-STATUS NOT = "00" THEN
               DISPLAY CHECK-SOURCE " " CHECK-PLAYER-ID " "
                       CHECK-TIMESTAMP " SEASON " CHECK-SEASON-ID
                       " NOT IN SEASONS"
               ADD 1 TO SEASON-ERROR-COUNT
               MOVE "Y" TO RECORD-IN-ERROR
               GO TO P-560-EXIT
           END-IF
           IF CHECK-DATE-YMD < SEASON-START-DATE OR
              (SEASON-END-DATE NOT = ZERO AND
               CHECK-DATE-YMD > SEASON-END-DATE) THEN
               DISPLAY CHECK-SOURCE " " CHECK-PLAYER-ID " "
                       CHECK-TIMESTAMP " DATE OUTSIDE SEASON "
                       CHECK-SEASON-ID " " SEASON-START-DATE "-"
                       SEASON-END-DATE
               ADD 1 TO DATE-ERROR-COUNT
               MOVE "Y" TO RECORD-IN-ERROR
           END-IF.
       P-560-EXIT.
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
