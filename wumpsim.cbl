           SELECT PARM-FILE ASSIGN TO "DIFPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARM-FILE-STATUS.
           SELECT SIM-AUDIT-FILE ASSIGN TO "SIMAUDIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SIM-AUDIT-STATUS.
           SELECT SIM-AUDIT-WORK-FILE ASSIGN TO "SIMAWRK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SIM-AUDIT-WORK-STATUS.
           SELECT CHECKPOINT-FILE ASSIGN TO "SIMCKPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CHECKPOINT-FILE-STATUS.

           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
           05 RESULT-CAVE-ID                       PIC X(8).
           05 RESULT-PROFILE-NAME                  PIC X(8).
           05 RESULT-SEASON-ID                     PIC X(8).
           05 RESULT-EVENT-ID                      PIC X(8).

       FD  CAVE-FILE.
       01  CAVE-DEF-RECORD.
           05 PARM-MAX-MOVES                        PIC 9(4).
           05 PARM-TREASURE-COUNT                   PIC 9(1).

       FD  SIM-AUDIT-FILE.
       01  SIM-AUDIT-RECORD                        PIC X(100).

       FD  SIM-AUDIT-WORK-FILE.
       01  SIM-AUDIT-WORK-RECORD                   PIC X(100).

       FD  CHECKPOINT-FILE.
       01  CHECKPOINT-RECORD.
           05 CKPT-PHASE                           PIC X(1).
              88 CKPT-RUNNING                      VALUE "R".
              88 CKPT-COMPLETE                     VALUE "C".
           05 CKPT-TAKEN-STAMP                     PIC 9(18).
           05 CKPT-RUN-STAMP                       PIC 9(18).
           05 CKPT-GAMES-REQUESTED                 PIC 9(5).
           05 CKPT-GAMES-COMPLETED                 PIC 9(6).
           05 CKPT-CAVE-ID                         PIC X(8).
           05 CKPT-PROFILE-NAME                    PIC X(8).
           05 CKPT-WIN-COUNT                       PIC 9(5).
           05 CKPT-EATEN-COUNT                     PIC 9(5).
           05 CKPT-PIT-COUNT                       PIC 9(5).
           05 CKPT-NO-ARROW-COUNT                  PIC 9(5).
           05 CKPT-ABANDONED-COUNT                 PIC 9(5).
           05 CKPT-MOVES-TOTAL                     PIC 9(8).
           05 CKPT-AUDIT-COUNT                     PIC 9(8).
           05 CKPT-AUDIT-BASE-COUNT                PIC 9(8).

       FD  RUN-CONTROL-FILE.
       01  RUN-CONTROL-RECORD.
           05 RUN-JOB-NAME                         PIC X(8).
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
       01 CAVE-FILE-STATUS                         PIC X(2) VALUE "00".
       01 PARM-FILE-STATUS                         PIC X(2) VALUE "00".
       01 SIM-AUDIT-STATUS                         PIC X(2) VALUE "00".
       01 SIM-AUDIT-OPEN                           PIC X(1) VALUE "N".
       01 SIM-AUDIT-COUNT                          PIC 9(8) VALUE 0.
       01 SIM-AUDIT-WORK-STATUS                    PIC X(2) VALUE "00".
       01 SIM-AUDIT-BASE-COUNT                     PIC 9(8) VALUE 0.
       01 SIM-AUDIT-ON-FILE-COUNT                  PIC 9(8) VALUE 0.
       01 SIM-AUDIT-KEEP-COUNT                     PIC 9(8) VALUE 0.
       01 SIM-AUDIT-COPIED-COUNT                   PIC 9(8) VALUE 0.
       01 SIM-AUDIT-BACKOUT-COUNT                  PIC 9(8) VALUE 0.
       01 END-OF-SIM-AUDIT                         PIC X(1) VALUE "N".
       01 SIM-PLAYER-ID                            PIC X(8) VALUE
                                                   SPACES.
       01 SIM-SESSION-STAMP                        PIC 9(18) VALUE 0.
       01 SIM-EVENT-TEXT                           PIC X(50) VALUE
                                                   SPACES.
       01 SESSION-CAVE-ID                         PIC X(8) VALUE SPACES.
       01 CAVE-ROOMS-LOADED                        PIC 9(2) VALUE 0.
       01 END-OF-CAVE-LIB                          PIC X(1) VALUE "N".
       01 SIM-MOVES-TOTAL                          PIC 9(8) VALUE 0.
       01 SIM-WIN-RATE                             PIC ZZ9.99.
       01 SIM-AVG-MOVES                            PIC ZZZ9.99.
       01 CHECKPOINT-FILE-STATUS                   PIC X(2) VALUE "00".
       01 CHECKPOINT-FOUND                         PIC X(1) VALUE "N".
       01 CHECKPOINT-PHASE-WANTED                  PIC X(1) VALUE "R".
       01 CHECKPOINT-COUNT                         PIC 9(5) VALUE 0.
       01 COMMIT-INTERVAL                          PIC 9(5) VALUE 0.
       01 SINCE-CHECKPOINT-COUNT                   PIC 9(5) VALUE 0.
       01 RESTART-REQUEST                          PIC X(7) VALUE
                                                   SPACES.
       01 RESTART-MODE                             PIC X(1) VALUE "N".
       01 SIM-RUN-STAMP                            PIC 9(18) VALUE 0.
       01 GAMES-COMPLETED                          PIC 9(6) VALUE 0.
       01 FIRST-GAME-NUMBER                        PIC 9(6) VALUE 1.
       01 BACKOUT-GAME-NUMBER                      PIC 9(6) VALUE 0.
       01 BACKOUT-PLAYER-ID                        PIC X(8) VALUE
                                                   SPACES.
       01 BACKOUT-COUNT                            PIC 9(5) VALUE 0.
       01 END-OF-BACKOUT                           PIC X(1) VALUE "N".
       01 HAZARD-ROOMS.
          05 BAT-ROOM  OCCURS 5 TIMES              PIC 9(2) VALUE 0.
          05 PIT-ROOM  OCCURS 5 TIMES              PIC 9(2) VALUE 0.
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           DISPLAY "ENTER COMMIT INTERVAL - GAMES BETWEEN CHECKPOINTS"
           ACCEPT COMMIT-INTERVAL
           IF COMMIT-INTERVAL NOT NUMERIC OR COMMIT-INTERVAL < 1 THEN
               MOVE 100 TO COMMIT-INTERVAL
           END-IF
           DISPLAY "ENTER RESTART TO RESUME FROM THE LAST "
                   "CHECKPOINT (BLANK FOR A NEW RUN)"
           ACCEPT RESTART-REQUEST
           PERFORM P-250-READ-CHECKPOINT THRU P-250-EXIT
           IF RETURN-CODE NOT = ZERO THEN
               MOVE RETURN-CODE TO RUN-RC-TOTAL
               PERFORM P-2100-REGISTER-END THRU P-2100-EXIT
               GOBACK
           END-IF
           IF RESTART-MODE EQUAL "Y" THEN
               PERFORM P-290-TRUNCATE-AUDIT THRU P-290-EXIT
               IF RETURN-CODE NOT = ZERO THEN
                   MOVE RETURN-CODE TO RUN-RC-TOTAL
                   PERFORM P-2100-REGISTER-END THRU P-2100-EXIT
                   GOBACK
               END-IF
           END-IF
           OPEN I-O RESULTS-FILE
           IF RESULTS-FILE-STATUS = "35" THEN
               OPEN OUTPUT RESULTS-FILE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN EXTEND SIM-AUDIT-FILE
           IF SIM-AUDIT-STATUS = "05" OR SIM-AUDIT-STATUS = "35" THEN
               OPEN OUTPUT SIM-AUDIT-FILE
           END-IF
           IF SIM-AUDIT-STATUS = "00" THEN
               MOVE "Y" TO SIM-AUDIT-OPEN
           ELSE
               DISPLAY "SIMULATION AUDIT FILE COULD NOT BE OPENED - "
                       "STATUS " SIM-AUDIT-STATUS " - RUNS NOT LOGGED"
           END-IF
           IF RESTART-MODE EQUAL "Y" THEN
               PERFORM P-270-BACKOUT-UNCOMMITTED THRU P-270-EXIT
           END-IF
           PERFORM P-300-PLAY-ONE-GAME THRU P-399-EXIT
               VARYING GAME-NUMBER FROM FIRST-GAME-NUMBER BY 1
               UNTIL GAME-NUMBER > GAMES-REQUESTED
           CLOSE RESULTS-FILE
           IF SIM-AUDIT-OPEN EQUAL "Y" THEN
               CLOSE SIM-AUDIT-FILE
           END-IF
           IF RETURN-CODE NOT = 12 THEN
               MOVE "C" TO CHECKPOINT-PHASE-WANTED
               PERFORM P-880-WRITE-CHECKPOINT THRU P-880-EXIT
           END-IF
           PERFORM P-900-PRINT-SUMMARY THRU P-900-EXIT
           MOVE GAMES-REQUESTED TO RUN-RECORD-TOTAL
           MOVE RETURN-CODE TO RUN-RC-TOTAL
       P-200-EXIT.
           EXIT.

       P-250-READ-CHECKPOINT.
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
               IF CHECKPOINT-FOUND EQUAL "Y" AND CKPT-RUNNING THEN
                   DISPLAY "CHECKPOINT SHOWS AN UNFINISHED SIMULATION "
                           "RUN - CODE RESTART ON SYSIN TO RESUME IT"
                   DISPLAY "CHECKPOINT TAKEN ........... "
                           CKPT-TAKEN-STAMP
                   MOVE 12 TO RETURN-CODE
                   GO TO P-250-EXIT
               END-IF
               ACCEPT STAMP-DATE-YMD FROM DATE YYYYMMDD
               ACCEPT STAMP-TIME-HMS FROM TIME
               MOVE STAMP-WORK TO SIM-RUN-STAMP
               MOVE 1 TO FIRST-GAME-NUMBER
               PERFORM P-260-COUNT-AUDIT THRU P-260-EXIT
               MOVE SIM-AUDIT-ON-FILE-COUNT TO SIM-AUDIT-BASE-COUNT
               MOVE "R" TO CHECKPOINT-PHASE-WANTED
               PERFORM P-880-WRITE-CHECKPOINT THRU P-880-EXIT
               GO TO P-250-EXIT
           END-IF
           IF CHECKPOINT-FOUND NOT = "Y" THEN
               DISPLAY "NO CHECKPOINT ON FILE - NOTHING TO RESTART"
               MOVE 12 TO RETURN-CODE
               GO TO P-250-EXIT
           END-IF
           IF CKPT-COMPLETE THEN
               DISPLAY "LAST SIMULATION RUN COMPLETED - NOTHING TO "
                       "RESTART"
               MOVE 4 TO RETURN-CODE
               GO TO P-250-EXIT
           END-IF
           IF CKPT-GAMES-REQUESTED NOT = GAMES-REQUESTED OR
              CKPT-CAVE-ID NOT = SESSION-CAVE-ID OR
              CKPT-PROFILE-NAME NOT = SESSION-PROFILE-NAME THEN
               DISPLAY "RESTART MUST NAME THE SAME GAMES, CAVE AND "
                       "PROFILE AS THE CHECKPOINT"
               DISPLAY "CHECKPOINT RUN ............. "
                       CKPT-GAMES-REQUESTED " " CKPT-CAVE-ID " "
                       CKPT-PROFILE-NAME
               MOVE 12 TO RETURN-CODE
               GO TO P-250-EXIT
           END-IF
           MOVE "Y" TO RESTART-MODE
           MOVE CKPT-RUN-STAMP TO SIM-RUN-STAMP
           MOVE CKPT-GAMES-COMPLETED TO GAMES-COMPLETED
           MOVE CKPT-WIN-COUNT TO SIM-WIN-COUNT
           MOVE CKPT-EATEN-COUNT TO SIM-EATEN-COUNT
           MOVE CKPT-PIT-COUNT TO SIM-PIT-COUNT
           MOVE CKPT-NO-ARROW-COUNT TO SIM-NO-ARROW-COUNT
           MOVE CKPT-ABANDONED-COUNT TO SIM-ABANDONED-COUNT
           MOVE CKPT-MOVES-TOTAL TO SIM-MOVES-TOTAL
           MOVE CKPT-AUDIT-COUNT TO SIM-AUDIT-COUNT
           MOVE CKPT-AUDIT-BASE-COUNT TO SIM-AUDIT-BASE-COUNT
           COMPUTE FIRST-GAME-NUMBER = GAMES-COMPLETED + 1
           DISPLAY "RESTARTING FROM CHECKPOINT . " CKPT-TAKEN-STAMP
           DISPLAY "GAMES COMPLETED SO FAR ..... " GAMES-COMPLETED.
       P-250-EXIT.
           EXIT.

       P-260-COUNT-AUDIT.
           MOVE 0 TO SIM-AUDIT-ON-FILE-COUNT
           MOVE "N" TO END-OF-SIM-AUDIT
           OPEN INPUT SIM-AUDIT-FILE
           IF SIM-AUDIT-STATUS NOT = "00" THEN
               GO TO P-260-EXIT
           END-IF
           PERFORM UNTIL END-OF-SIM-AUDIT EQUAL "Y"
               READ SIM-AUDIT-FILE
                   AT END
                       MOVE "Y" TO END-OF-SIM-AUDIT
                   NOT AT END
                       ADD 1 TO SIM-AUDIT-ON-FILE-COUNT
               END-READ
           END-PERFORM
           CLOSE SIM-AUDIT-FILE.
       P-260-EXIT.
           EXIT.

       P-270-BACKOUT-UNCOMMITTED.
           PERFORM P-280-BACKOUT-GAME THRU P-280-EXIT
               VARYING BACKOUT-GAME-NUMBER FROM FIRST-GAME-NUMBER BY 1
               UNTIL BACKOUT-GAME-NUMBER > GAMES-REQUESTED
           IF BACKOUT-COUNT NOT = ZERO THEN
               DISPLAY "RESULTS WRITTEN AFTER THE CHECKPOINT BACKED "
                       "OUT - " BACKOUT-COUNT
           END-IF.
       P-270-EXIT.
           EXIT.

       P-280-BACKOUT-GAME.
           MOVE SPACES TO BACKOUT-PLAYER-ID
           STRING "SIM" DELIMITED BY SIZE
                  BACKOUT-GAME-NUMBER(2:5) DELIMITED BY SIZE
             INTO BACKOUT-PLAYER-ID
           END-STRING
           MOVE BACKOUT-PLAYER-ID TO RESULT-PLAYER-ID
           MOVE SIM-RUN-STAMP TO RESULT-TIMESTAMP
           MOVE "N" TO END-OF-BACKOUT
           START RESULTS-FILE KEY IS NOT LESS THAN RESULT-KEY
               INVALID KEY
                   GO TO P-280-EXIT
           END-START
           PERFORM UNTIL END-OF-BACKOUT EQUAL "Y"
               READ RESULTS-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO END-OF-BACKOUT
                   NOT AT END
                       IF RESULT-PLAYER-ID NOT = BACKOUT-PLAYER-ID THEN
                           MOVE "Y" TO END-OF-BACKOUT
                       ELSE
                           DELETE RESULTS-FILE
                               INVALID KEY
                                   DISPLAY "BACKOUT FAILED FOR KEY "
                                           RESULT-KEY
                               NOT INVALID KEY
                                   ADD 1 TO BACKOUT-COUNT
                           END-DELETE
                       END-IF
               END-READ
           END-PERFORM.
       P-280-EXIT.
           EXIT.

       P-290-TRUNCATE-AUDIT.
           PERFORM P-260-COUNT-AUDIT THRU P-260-EXIT
           COMPUTE SIM-AUDIT-KEEP-COUNT =
               SIM-AUDIT-BASE-COUNT + SIM-AUDIT-COUNT
           IF SIM-AUDIT-ON-FILE-COUNT < SIM-AUDIT-KEEP-COUNT THEN
               DISPLAY "SIMAUDIT HOLDS FEWER LINES THAN THE "
                       "CHECKPOINT - RESTART NOT POSSIBLE"
               DISPLAY "AUDIT LINES EXPECTED ....... "
                       SIM-AUDIT-KEEP-COUNT
               DISPLAY "AUDIT LINES ON FILE ........ "
                       SIM-AUDIT-ON-FILE-COUNT
               MOVE 12 TO RETURN-CODE
               GO TO P-290-EXIT
           END-IF
           IF SIM-AUDIT-ON-FILE-COUNT EQUAL SIM-AUDIT-KEEP-COUNT THEN
               GO TO P-290-EXIT
           END-IF
           OPEN INPUT SIM-AUDIT-FILE
           IF SIM-AUDIT-STATUS NOT = "00" THEN
               DISPLAY "SIMULATION AUDIT FILE COULD NOT BE OPENED - "
                       "STATUS " SIM-AUDIT-STATUS
               MOVE 12 TO RETURN-CODE
               GO TO P-290-EXIT
           END-IF
           OPEN OUTPUT SIM-AUDIT-WORK-FILE
           IF SIM-AUDIT-WORK-STATUS NOT = "00" THEN
               DISPLAY "SIMAUDIT WORK FILE COULD NOT BE OPENED - "
                       "STATUS " SIM-AUDIT-WORK-STATUS
               CLOSE SIM-AUDIT-FILE
               MOVE 12 TO RETURN-CODE
               GO TO P-290-EXIT
           END-IF
           MOVE 0 TO SIM-AUDIT-COPIED-COUNT
           MOVE "N" TO END-OF-SIM-AUDIT
           PERFORM UNTIL END-OF-SIM-AUDIT EQUAL "Y"
                   OR SIM-AUDIT-COPIED-COUNT >= SIM-AUDIT-KEEP-COUNT
               READ SIM-AUDIT-FILE
                   AT END
                       MOVE "Y" TO END-OF-SIM-AUDIT
                   NOT AT END
                       WRITE SIM-AUDIT-WORK-RECORD
                           FROM SIM-AUDIT-RECORD
                       IF SIM-AUDIT-WORK-STATUS = "00" THEN
                           ADD 1 TO SIM-AUDIT-COPIED-COUNT
                       ELSE
                           DISPLAY "SIMAUDIT WORK WRITE FAILED - "
                                   "STATUS " SIM-AUDIT-WORK-STATUS
                           MOVE 12 TO RETURN-CODE
                           MOVE "Y" TO END-OF-SIM-AUDIT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SIM-AUDIT-FILE
           CLOSE SIM-AUDIT-WORK-FILE
           IF RETURN-CODE NOT = ZERO THEN
               DISPLAY "SIMAUDIT NOT CUT BACK - RESTART NOT STARTED"
               GO TO P-290-EXIT
           END-IF
           OPEN INPUT SIM-AUDIT-WORK-FILE
           IF SIM-AUDIT-WORK-STATUS NOT = "00" THEN
               DISPLAY "SIMAUDIT WORK FILE COULD NOT BE REOPENED - "
                       "SIMAUDIT NOT CUT BACK"
               MOVE 12 TO RETURN-CODE
               GO TO P-290-EXIT
           END-IF
           OPEN OUTPUT SIM-AUDIT-FILE
           IF SIM-AUDIT-STATUS NOT = "00" THEN
               DISPLAY "SIMULATION AUDIT FILE COULD NOT BE OPENED FOR "
                       "REWRITE - STATUS " SIM-AUDIT-STATUS
               CLOSE SIM-AUDIT-WORK-FILE
               MOVE 12 TO RETURN-CODE
               GO TO P-290-EXIT
           END-IF
           MOVE 0 TO SIM-AUDIT-COPIED-COUNT
           MOVE "N" TO END-OF-SIM-AUDIT
           PERFORM UNTIL END-OF-SIM-AUDIT EQUAL "Y"
               READ SIM-AUDIT-WORK-FILE
                   AT END
                       MOVE "Y" TO END-OF-SIM-AUDIT
                   NOT AT END
                       WRITE SIM-AUDIT-RECORD
                           FROM SIM-AUDIT-WORK-RECORD
                       IF SIM-AUDIT-STATUS = "00" THEN
                           ADD 1 TO SIM-AUDIT-COPIED-COUNT
                       ELSE
                           DISPLAY "SIMAUDIT REWRITE FAILED - STATUS "
                                   SIM-AUDIT-STATUS
                                   " - CHECK THE SIMAUDIT DATASET"
                           MOVE 12 TO RETURN-CODE
                           MOVE "Y" TO END-OF-SIM-AUDIT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SIM-AUDIT-WORK-FILE
           CLOSE SIM-AUDIT-FILE
           IF RETURN-CODE NOT = ZERO THEN
               GO TO P-290-EXIT
           END-IF
           COMPUTE SIM-AUDIT-BACKOUT-COUNT =
               SIM-AUDIT-ON-FILE-COUNT - SIM-AUDIT-KEEP-COUNT
           DISPLAY "AUDIT LINES BACKED OUT ..... "
                   SIM-AUDIT-BACKOUT-COUNT.
       P-290-EXIT.
           EXIT.

       P-300-PLAY-ONE-GAME.
           PERFORM P-400-RESET-CAVE THRU P-400-EXIT
           MOVE 1 TO SIM-ROOM
           MOVE 0 TO SIM-TREASURE-HELD
           MOVE SPACE TO SIM-OUTCOME-CODE
           MOVE 0 TO SIM-MOVE-COUNT
           MOVE SPACES TO SIM-PLAYER-ID
           STRING "SIM" DELIMITED BY SIZE
                  GAME-NUMBER(2:5) DELIMITED BY SIZE
             INTO SIM-PLAYER-ID
           END-STRING
           ACCEPT STAMP-DATE-YMD FROM DATE YYYYMMDD
           ACCEPT STAMP-TIME-HMS FROM TIME
           MOVE STAMP-WORK TO SIM-SESSION-STAMP
           MOVE "SESSION START" TO SIM-EVENT-TEXT
           PERFORM P-850-WRITE-SIM-AUDIT THRU P-850-EXIT
           MOVE SPACES TO SIM-EVENT-TEXT
           STRING "CAVE " DELIMITED BY SIZE
                  SESSION-CAVE-ID DELIMITED BY SIZE
                  " PROFILE " DELIMITED BY SIZE
                  SESSION-PROFILE-NAME DELIMITED BY SIZE
             INTO SIM-EVENT-TEXT
           END-STRING
           PERFORM P-850-WRITE-SIM-AUDIT THRU P-850-EXIT
           PERFORM P-500-PLAY-ONE-TURN THRU P-599-EXIT
               UNTIL SIM-OUTCOME-CODE NOT = SPACE
               OR SIM-MOVE-COUNT >= SIM-MOVE-LIMIT
           IF SIM-OUTCOME-CODE EQUAL SPACE THEN
               MOVE "WATCHDOG MOVE LIMIT REACHED" TO SIM-EVENT-TEXT
               PERFORM P-850-WRITE-SIM-AUDIT THRU P-850-EXIT
           END-IF
           MOVE "SESSION END" TO SIM-EVENT-TEXT
           PERFORM P-850-WRITE-SIM-AUDIT THRU P-850-EXIT
           ADD SIM-MOVE-COUNT TO SIM-MOVES-TOTAL
           EVALUATE SIM-OUTCOME-CODE
               WHEN "W"
           END-EVALUATE
           IF SIM-OUTCOME-CODE NOT = SPACE THEN
               PERFORM P-800-WRITE-SIM-RESULT THRU P-800-EXIT
           END-IF
           MOVE GAME-NUMBER TO GAMES-COMPLETED
           ADD 1 TO SINCE-CHECKPOINT-COUNT
           IF SINCE-CHECKPOINT-COUNT >= COMMIT-INTERVAL AND
              GAME-NUMBER < GAMES-REQUESTED THEN
               PERFORM P-870-TAKE-CHECKPOINT THRU P-870-EXIT
           END-IF.
       P-399-EXIT.
           EXIT.
               PERFORM P-700-GEN-RANDNO THRU P-700-EXIT
               MOVE NUM TO SIM-ROOM
               ADD 1 TO SIM-ROOMS-VISITED
               MOVE "BAT TELEPORT" TO SIM-EVENT-TEXT
               PERFORM P-850-WRITE-SIM-AUDIT THRU P-850-EXIT
           END-IF
           IF WUMPUS(SIM-ROOM) EQUAL 1 THEN
               MOVE "E" TO SIM-OUTCOME-CODE
               MOVE "EATEN BY WUMPUS" TO SIM-EVENT-TEXT
               PERFORM P-850-WRITE-SIM-AUDIT THRU P-850-EXIT
               GO TO P-599-EXIT
           END-IF
           IF PIT(SIM-ROOM) EQUAL 1 THEN
               MOVE "P" TO SIM-OUTCOME-CODE
               MOVE "FELL IN PIT" TO SIM-EVENT-TEXT
               PERFORM P-850-WRITE-SIM-AUDIT THRU P-850-EXIT
               GO TO P-599-EXIT
           END-IF
           IF TREASURE(SIM-ROOM) EQUAL 1 THEN
                   MOVE PASSAGE3(SIM-ROOM) TO SHOT-TARGET
           END-EVALUATE
           SUBTRACT 1 FROM SIM-ARROWS
           MOVE SPACES TO SIM-EVENT-TEXT
           STRING "ARROW ENTERED ROOM " DELIMITED BY SIZE
                  SHOT-TARGET DELIMITED BY SIZE
             INTO SIM-EVENT-TEXT
           END-STRING
           PERFORM P-850-WRITE-SIM-AUDIT THRU P-850-EXIT
           IF WUMPUS(SHOT-TARGET) EQUAL 1 THEN
               MOVE "W" TO SIM-OUTCOME-CODE
               MOVE "ARROW KILLED WUMPUS" TO SIM-EVENT-TEXT
               PERFORM P-850-WRITE-SIM-AUDIT THRU P-850-EXIT
           ELSE
               PERFORM P-750-MOVE-WUMPUS THRU P-750-EXIT
               IF SIM-ARROWS EQUAL ZERO THEN
                   MOVE "A" TO SIM-OUTCOME-CODE
                   MOVE "OUT OF ARROWS" TO SIM-EVENT-TEXT
                   PERFORM P-850-WRITE-SIM-AUDIT THRU P-850-EXIT
               END-IF
           END-IF.
       P-600-EXIT.
               WHEN OTHER
                   MOVE PASSAGE3(SIM-ROOM) TO SIM-ROOM
           END-EVALUATE
           ADD 1 TO SIM-ROOMS-VISITED
           MOVE "MOVED" TO SIM-EVENT-TEXT
           PERFORM P-850-WRITE-SIM-AUDIT THRU P-850-EXIT.
       P-650-EXIT.
           EXIT.

               MOVE 0 TO WUMPUS(WUMPUS-ROOM)
               MOVE WANDER-TARGET TO WUMPUS-ROOM
               MOVE 1 TO WUMPUS(WUMPUS-ROOM)
               MOVE SPACES TO SIM-EVENT-TEXT
               STRING "WUMPUS WANDERED TO ROOM " DELIMITED BY SIZE
                      WUMPUS-ROOM DELIMITED BY SIZE
                 INTO SIM-EVENT-TEXT
               END-STRING
               PERFORM P-850-WRITE-SIM-AUDIT THRU P-850-EXIT
           END-IF.
       P-750-EXIT.
           EXIT.
           MOVE SESSION-CAVE-ID TO RESULT-CAVE-ID
           MOVE SESSION-PROFILE-NAME TO RESULT-PROFILE-NAME
           MOVE SPACES TO RESULT-SEASON-ID
           MOVE SPACES TO RESULT-EVENT-ID
           WRITE RESULT-RECORD
               INVALID KEY
                   DISPLAY "DUPLICATE SIMULATED RESULT KEY FOR GAME "
       P-800-EXIT.
           EXIT.

       P-850-WRITE-SIM-AUDIT.
           IF SIM-AUDIT-OPEN NOT = "Y" THEN
               GO TO P-850-EXIT
           END-IF
           MOVE SPACES TO SIM-AUDIT-RECORD
           STRING SIM-SESSION-STAMP  DELIMITED BY SIZE
                  " PLAYER "         DELIMITED BY SIZE
                  SIM-PLAYER-ID      DELIMITED BY SIZE
                  " ROOM "           DELIMITED BY SIZE
                  SIM-ROOM           DELIMITED BY SIZE
                  " "                DELIMITED BY SIZE
                  SIM-EVENT-TEXT     DELIMITED BY SIZE
             INTO SIM-AUDIT-RECORD
           END-STRING
           WRITE SIM-AUDIT-RECORD
           IF SIM-AUDIT-STATUS NOT = "00" THEN
               DISPLAY "SIMULATION AUDIT WRITE FAILED - STATUS "
                       SIM-AUDIT-STATUS " - LOGGING STOPPED"
               MOVE "N" TO SIM-AUDIT-OPEN
               CLOSE SIM-AUDIT-FILE
               GO TO P-850-EXIT
           END-IF
           ADD 1 TO SIM-AUDIT-COUNT.
       P-850-EXIT.
           EXIT.

       P-870-TAKE-CHECKPOINT.
           CLOSE RESULTS-FILE
           IF SIM-AUDIT-OPEN EQUAL "Y" THEN
               CLOSE SIM-AUDIT-FILE
           END-IF
           MOVE "R" TO CHECKPOINT-PHASE-WANTED
           PERFORM P-880-WRITE-CHECKPOINT THRU P-880-EXIT
           MOVE 0 TO SINCE-CHECKPOINT-COUNT
           IF SIM-AUDIT-OPEN EQUAL "Y" THEN
               OPEN EXTEND SIM-AUDIT-FILE
               IF SIM-AUDIT-STATUS NOT = "00" THEN
                   DISPLAY "SIMULATION AUDIT FILE COULD NOT BE "
                           "REOPENED - STATUS " SIM-AUDIT-STATUS
                           " - LOGGING STOPPED"
                   MOVE "N" TO SIM-AUDIT-OPEN
               END-IF
           END-IF
           OPEN I-O RESULTS-FILE
           IF RESULTS-FILE-STATUS NOT = "00" THEN
               DISPLAY "RESULTS FILE COULD NOT BE REOPENED - STATUS "
                       RESULTS-FILE-STATUS " - RESTART FROM GAME "
                       GAMES-COMPLETED
               MOVE 12 TO RETURN-CODE
               MOVE GAMES-REQUESTED TO GAME-NUMBER
           END-IF.
       P-870-EXIT.
           EXIT.

       P-880-WRITE-CHECKPOINT.
           OPEN OUTPUT CHECKPOINT-FILE
           IF CHECKPOINT-FILE-STATUS NOT = "00" THEN
               DISPLAY "CHECKPOINT FILE COULD NOT BE OPENED - STATUS "
                       CHECKPOINT-FILE-STATUS
               GO TO P-880-EXIT
           END-IF
           MOVE CHECKPOINT-PHASE-WANTED TO CKPT-PHASE
           ACCEPT STAMP-DATE-YMD FROM DATE YYYYMMDD
           ACCEPT STAMP-TIME-HMS FROM TIME
           MOVE STAMP-WORK TO CKPT-TAKEN-STAMP
           MOVE SIM-RUN-STAMP TO CKPT-RUN-STAMP
           MOVE GAMES-REQUESTED TO CKPT-GAMES-REQUESTED
           MOVE GAMES-COMPLETED TO CKPT-GAMES-COMPLETED
           MOVE SESSION-CAVE-ID TO CKPT-CAVE-ID
           MOVE SESSION-PROFILE-NAME TO CKPT-PROFILE-NAME
           MOVE SIM-WIN-COUNT TO CKPT-WIN-COUNT
           MOVE SIM-EATEN-COUNT TO CKPT-EATEN-COUNT
           MOVE SIM-PIT-COUNT TO CKPT-PIT-COUNT
           MOVE SIM-NO-ARROW-COUNT TO CKPT-NO-ARROW-COUNT
           MOVE SIM-ABANDONED-COUNT TO CKPT-ABANDONED-COUNT
           MOVE SIM-MOVES-TOTAL TO CKPT-MOVES-TOTAL
           MOVE SIM-AUDIT-COUNT TO CKPT-AUDIT-COUNT
           MOVE SIM-AUDIT-BASE-COUNT TO CKPT-AUDIT-BASE-COUNT
           WRITE CHECKPOINT-RECORD
           IF CHECKPOINT-FILE-STATUS NOT = "00" THEN
               DISPLAY "CHECKPOINT WRITE FAILED - STATUS "
                       CHECKPOINT-FILE-STATUS
           ELSE
               ADD 1 TO CHECKPOINT-COUNT
           END-IF
           CLOSE CHECKPOINT-FILE.
       P-880-EXIT.
           EXIT.

       P-900-PRINT-SUMMARY.
           IF GAMES-REQUESTED NOT = ZERO THEN
               COMPUTE SIM-WIN-RATE =
                   SIM-ABANDONED-COUNT
           DISPLAY "WIN RATE ................... " SIM-WIN-RATE "%"
           DISPLAY "AVERAGE MOVES PER GAME ..... " SIM-AVG-MOVES
           DISPLAY "AUDIT EVENTS LOGGED ........ " SIM-AUDIT-COUNT
           DISPLAY "COMMIT INTERVAL ............ " COMMIT-INTERVAL
           DISPLAY "CHECKPOINTS TAKEN .......... " CHECKPOINT-COUNT
           IF RESTART-MODE EQUAL "Y" THEN
               DISPLAY "RUN RESTARTED AT GAME ...... "
                       FIRST-GAME-NUMBER
                       " - TOTALS INCLUDE THE ORIGINAL RUN"
               DISPLAY "RESULTS BACKED OUT ......... " BACKOUT-COUNT
           END-IF
           DISPLAY "==============================================".
       P-900-EXIT.
           EXIT.
               IF INFLIGHT-LAST-EVENT(INFLIGHT-INDEX) EQUAL "S"
                  THEN
                   PERFORM VARYING UPDATER-INDEX FROM 1 BY 1
                           UNTIL UPDATER-INDEX > 14
                       IF UPDATING-JOB-NAME(UPDATER-INDEX) EQUAL
                          INFLIGHT-NAME(INFLIGHT-INDEX) THEN
                           MOVE "Y" TO RUN-BLOCKED-FLAG
