               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SEASON-ID
               FILE STATUS IS SEASON-FILE-STATUS.
           SELECT EVENT-FILE ASSIGN TO "EVENTS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EVENT-MASTER-ID
               FILE STATUS IS EVENT-FILE-STATUS.

           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
              88 SEASON-OPEN                        VALUE "O".
              88 SEASON-CLOSED                      VALUE "C".

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

       FD  CHECKPOINT-FILE.
       01  CHECKPOINT-RECORD.
           05 CHECKPOINT-PLAYER-ID                  PIC X(8).
              88 MASTER-ACTIVE                      VALUE "A".
              88 MASTER-INACTIVE                    VALUE "I".
           05 PLAYER-MASTER-PIN                     PIC X(4).
           05 PLAYER-MASTER-MERGED-INTO             PIC X(8).

       FD  RESULTS-FILE.
       01  RESULT-RECORD.
           05 RESULT-CAVE-ID                       PIC X(8).
           05 RESULT-PROFILE-NAME                  PIC X(8).
           05 RESULT-SEASON-ID                     PIC X(8).
           05 RESULT-EVENT-ID                      PIC X(8).

       FD  RUN-CONTROL-FILE.
       01  RUN-CONTROL-RECORD.
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
       01 AUDIT-FILE-STATUS                        PIC X(2) VALUE "00".
       01 SESSION-TIMESTAMP                        PIC 9(18) VALUE 0.
       01 SEASON-FILE-STATUS                       PIC X(2) VALUE "00".
       01 SESSION-SEASON-ID                       PIC X(8) VALUE SPACES.
       01 END-OF-SEASONS                           PIC X(1) VALUE "N".
       01 EVENT-FILE-STATUS                        PIC X(2) VALUE "00".
       01 SESSION-EVENT-ID                        PIC X(8) VALUE SPACES.
       01 SESSION-EVENT-CAVE-ID                   PIC X(8) VALUE SPACES.
       01 SESSION-EVENT-PROFILE                   PIC X(8) VALUE SPACES.
       01 EVENT-LOADED                             PIC X(1) VALUE "N".
       01 ENTRANT-FOUND                            PIC X(1) VALUE "N".
       01 ENTRANT-INDEX                            PIC 9(2) VALUE 0.
       01 SESSION-EVENT-ENTRANTS.
          05 SESSION-ENTRANT-COUNT                 PIC 9(2) VALUE 0.
          05 SESSION-ENTRANT OCCURS 24 TIMES       PIC X(8).
       01 CAVE-ROOM-COUNT                          PIC 9(2) VALUE 20.
       01 BAT-COUNT                                PIC 9(1) VALUE 2.
       01 PIT-COUNT                                PIC 9(1) VALUE 2.
           IF NUM-PLAYERS < 1 OR NUM-PLAYERS > 8 THEN
               MOVE 1 TO NUM-PLAYERS
           END-IF
           DISPLAY "ENTER EVENT ID (BLANK IF NONE)"
           ACCEPT SESSION-EVENT-ID
           IF SESSION-EVENT-ID NOT = SPACES THEN
               PERFORM P-140-LOAD-EVENT THRU P-140-EXIT
               IF EVENT-LOADED NOT = "Y" THEN
                   DISPLAY "EVENT " SESSION-EVENT-ID
                           " CANNOT BE PLAYED - CANNOT START"
                   MOVE 16 TO RUN-RC-TOTAL
                   PERFORM P-2100-REGISTER-END THRU P-2100-EXIT
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF
           OPEN I-O PLAYER-FILE
           IF PLAYER-FILE-STATUS NOT = "00" THEN
               DISPLAY "PLAYER MASTER FILE NOT FOUND - CANNOT START"
           MOVE 1 TO CURRENT-PLAYER-INDEX
           MOVE "SESSION START" TO AUDIT-EVENT-TEXT
           PERFORM P-1100-WRITE-AUDIT-RECORD
           IF SESSION-EVENT-ID NOT = SPACES THEN
               PERFORM VARYING CURRENT-PLAYER-INDEX FROM 1 BY 1
                       UNTIL CURRENT-PLAYER-INDEX > NUM-PLAYERS
                   MOVE SPACES TO AUDIT-EVENT-TEXT
                   STRING "EVENT " DELIMITED BY SIZE
                          SESSION-EVENT-ID DELIMITED BY SIZE
                     INTO AUDIT-EVENT-TEXT
                   END-STRING
                   PERFORM P-1100-WRITE-AUDIT-RECORD
               END-PERFORM
               MOVE 1 TO CURRENT-PLAYER-INDEX
           END-IF
           OPEN I-O CHECKPOINT-FILE
           IF CHECKPOINT-FILE-STATUS = "35" THEN
               OPEN OUTPUT CHECKPOINT-FILE
           END-IF
           PERFORM P-150-READ-PARAMETERS THRU P-150-EXIT
           PERFORM P-170-FIND-OPEN-SEASON THRU P-170-EXIT
           IF SESSION-EVENT-ID NOT = SPACES THEN
               MOVE "N" TO RESTART-ANSWER
           ELSE
               DISPLAY "RESUME A SAVED GAME (Y/N)?"
               ACCEPT RESTART-ANSWER
           END-IF
           IF RESTART-ANSWER = "Y" THEN
               PERFORM VARYING CURRENT-PLAYER-INDEX FROM 1 BY 1
                       UNTIL CURRENT-PLAYER-INDEX > NUM-PLAYERS
               END-PERFORM
           END-IF
           MOVE 1 TO CURRENT-PLAYER-INDEX
           IF GAMEOVER NOT = 1 THEN
               MOVE SPACES TO AUDIT-EVENT-TEXT
               STRING "CAVE " DELIMITED BY SIZE
                      SESSION-CAVE-ID DELIMITED BY SIZE
                      " PROFILE " DELIMITED BY SIZE
                      SESSION-PROFILE-NAME DELIMITED BY SIZE
                 INTO AUDIT-EVENT-TEXT
               END-STRING
               PERFORM P-1100-WRITE-AUDIT-RECORD
           END-IF
           PERFORM P-400-GAME-LOOP UNTIL GAMEOVER=1
           MOVE "SESSION END" TO AUDIT-EVENT-TEXT
           PERFORM P-1100-WRITE-AUDIT-RECORD
       P-199-EXIT.
           EXIT.

       P-140-LOAD-EVENT.
           MOVE "N" TO EVENT-LOADED
           OPEN INPUT EVENT-FILE
           IF EVENT-FILE-STATUS NOT = "00" THEN
               DISPLAY "EVENT MASTER FILE NOT FOUND"
               GO TO P-140-EXIT
           END-IF
           MOVE SESSION-EVENT-ID TO EVENT-MASTER-ID
           READ EVENT-FILE
               INVALID KEY
                   DISPLAY "EVENT " SESSION-EVENT-ID
                           " IS NOT SCHEDULED"
               NOT INVALID KEY
                   ACCEPT STAMP-DATE-YMD FROM DATE YYYYMMDD
                   IF EVENT-MASTER-DATE NOT = STAMP-DATE-YMD THEN
                       DISPLAY "EVENT " SESSION-EVENT-ID
                               " IS SCHEDULED FOR " EVENT-MASTER-DATE
                               " NOT TODAY"
                   ELSE
                       MOVE EVENT-MASTER-CAVE-ID
                            TO SESSION-EVENT-CAVE-ID
                       MOVE EVENT-MASTER-PROFILE-NAME
                            TO SESSION-EVENT-PROFILE
                       MOVE EVENT-MASTER-ENTRANTS
                            TO SESSION-EVENT-ENTRANTS
                       MOVE "Y" TO EVENT-LOADED
                       DISPLAY "SESSION PLAYS IN EVENT "
                               SESSION-EVENT-ID
                   END-IF
           END-READ
           CLOSE EVENT-FILE.
       P-140-EXIT.
           EXIT.

       P-150-READ-PARAMETERS.
          IF SESSION-EVENT-ID NOT = SPACES THEN
             MOVE SESSION-EVENT-PROFILE TO SESSION-PROFILE-NAME
             DISPLAY "DIFFICULTY PROFILE LOCKED TO "
                     SESSION-PROFILE-NAME " FOR EVENT "
                     SESSION-EVENT-ID
          ELSE
             DISPLAY "ENTER DIFFICULTY PROFILE FOR THIS SESSION"
             ACCEPT SESSION-PROFILE-NAME
          END-IF
          MOVE "N" TO PROFILE-FOUND
          MOVE "N" TO END-OF-PARMS
          OPEN INPUT PARM-FILE
                   END-IF
             END-IF
             CLOSE PARM-FILE
          END-IF
          IF SESSION-EVENT-ID NOT = SPACES AND
             SESSION-PROFILE-NAME NOT = SESSION-EVENT-PROFILE THEN
             DISPLAY "EVENT PROFILE " SESSION-EVENT-PROFILE
                     " IS NOT AVAILABLE - CANNOT START"
             MOVE 1 TO GAMEOVER
             MOVE 16 TO RUN-RC
          END-IF.
       P-150-EXIT.
          EXIT.
                           DISPLAY "PLAYER ID "
                                   PLAYER-ID(CURRENT-PLAYER-INDEX)
                                   " IS DEACTIVATED"
                           IF PLAYER-MASTER-MERGED-INTO NOT = SPACES
                              THEN
                               DISPLAY "GAMES NOW RECORDED UNDER "
                                       PLAYER-MASTER-MERGED-INTO
                           END-IF
                       ELSE
                           IF PLAYER-MASTER-PIN EQUAL SPACES THEN
                               MOVE "Y" TO PLAYER-VALID-FLAG
                           END-IF
                       END-IF
               END-READ
               IF PLAYER-VALID-FLAG EQUAL "Y" AND
                  SESSION-EVENT-ID NOT = SPACES THEN
                   PERFORM P-168-CHECK-ENTRANT THRU P-168-EXIT
               END-IF
           END-PERFORM.
       P-160-EXIT.
           EXIT.
       P-165-EXIT.
           EXIT.

       P-168-CHECK-ENTRANT.
           MOVE "N" TO ENTRANT-FOUND
           PERFORM VARYING ENTRANT-INDEX FROM 1 BY 1
                   UNTIL ENTRANT-INDEX > SESSION-ENTRANT-COUNT
               IF SESSION-ENTRANT(ENTRANT-INDEX) EQUAL
                  PLAYER-ID(CURRENT-PLAYER-INDEX) THEN
                   MOVE "Y" TO ENTRANT-FOUND
               END-IF
           END-PERFORM
           IF ENTRANT-FOUND NOT = "Y" THEN
               DISPLAY "PLAYER ID " PLAYER-ID(CURRENT-PLAYER-INDEX)
                       " IS NOT ENTERED IN EVENT " SESSION-EVENT-ID
               MOVE "N" TO PLAYER-VALID-FLAG
           END-IF.
       P-168-EXIT.
           EXIT.

       P-170-FIND-OPEN-SEASON.
           MOVE SPACES TO SESSION-SEASON-ID
           MOVE "N" TO END-OF-SEASONS
          EXIT.

       P-210-LOAD-CAVE-LAYOUT.
          IF SESSION-EVENT-ID NOT = SPACES THEN
             MOVE SESSION-EVENT-CAVE-ID TO SESSION-CAVE-ID
             DISPLAY "CAVE LOCKED TO " SESSION-CAVE-ID
                     " FOR EVENT " SESSION-EVENT-ID
          ELSE
             DISPLAY "ENTER CAVE ID FOR THIS SESSION"
             ACCEPT SESSION-CAVE-ID
          END-IF
          MOVE 0 TO CAVE-ROOMS-LOADED
          MOVE "N" TO END-OF-CAVE-LIB
          OPEN INPUT CAVE-FILE
             IF AROOM(ARROW-ROOM-COUNT) EQUAL PASSAGE1(ARROW-RM) OR
                                PASSAGE2(ARROW-RM) OR
                                PASSAGE3(ARROW-RM) THEN
                MOVE SPACES TO AUDIT-EVENT-TEXT
                STRING "ARROW ENTERED ROOM " DELIMITED BY SIZE
                       AROOM(ARROW-ROOM-COUNT) DELIMITED BY SIZE
                  INTO AUDIT-EVENT-TEXT
                END-STRING
                PERFORM P-1100-WRITE-AUDIT-RECORD
                IF AROOM(ARROW-ROOM-COUNT) EQUAL
                      PASSAGE1(WUMPUS-ROOM) OR
           MOVE SESSION-CAVE-ID TO RESULT-CAVE-ID
           MOVE SESSION-PROFILE-NAME TO RESULT-PROFILE-NAME
           MOVE SESSION-SEASON-ID TO RESULT-SEASON-ID
           MOVE SESSION-EVENT-ID TO RESULT-EVENT-ID
           DISPLAY "FINAL SCORE FOR "
                   PLAYER-ID(CURRENT-PLAYER-INDEX) " IS " GAME-SCORE
           WRITE RESULT-RECORD
                   END-IF
                   DISPLAY "GAME RESTORED FOR "
                           PLAYER-ID(CURRENT-PLAYER-INDEX)
                   MOVE "GAME RESUMED" TO AUDIT-EVENT-TEXT
                   PERFORM P-1100-WRITE-AUDIT-RECORD
           END-READ.
       P-1399-EXIT.
           EXIT.
               IF INFLIGHT-LAST-EVENT(INFLIGHT-INDEX) EQUAL "S"
                  THEN
                   PERFORM VARYING UPDATER-INDEX FROM 1 BY 1
                           UNTIL UPDATER-INDEX > 14
                       IF UPDATING-JOB-NAME(UPDATER-INDEX) EQUAL
                          INFLIGHT-NAME(INFLIGHT-INDEX) THEN
                           MOVE "Y" TO RUN-BLOCKED-FLAG
