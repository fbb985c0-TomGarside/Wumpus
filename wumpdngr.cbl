       IDENTIFICATION DIVISION.
       PROGRAM-ID. WUMPDNGR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDIT-FILE ASSIGN TO "AUDIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDIT-FILE-STATUS.
           SELECT AUDIT-HISTORY-FILE ASSIGN TO "AUDITHS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDIT-HISTORY-STATUS.
           SELECT SIM-AUDIT-FILE ASSIGN TO "SIMAUDIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SIM-AUDIT-STATUS.
           SELECT CAVE-FILE ASSIGN TO "CAVELIB"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CAVE-FILE-STATUS.

           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUN-CONTROL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-FILE.
       01  AUDIT-RECORD                            PIC X(100).

       FD  AUDIT-HISTORY-FILE.
       01  AUDIT-HISTORY-RECORD                    PIC X(100).

       FD  SIM-AUDIT-FILE.
       01  SIM-AUDIT-RECORD                        PIC X(100).

       FD  CAVE-FILE.
       01  CAVE-DEF-RECORD.
           05 CAVE-DEF-CAVE-ID                      PIC X(8).
           05 CAVE-DEF-PASSAGES                     PIC X(6).

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
                                                   "WUMPDNGR".
       01 RUN-CONTROL-STATUS                       PIC X(2) VALUE "00".
       01 RUN-EVENT-WANTED                         PIC X(1) VALUE "S".
       01 RUN-RECORD-TOTAL                         PIC 9(6) VALUE 0.
       01 RUN-RC-TOTAL                             PIC 9(2) VALUE 0.
       01 RUN-STAMP-WORK.
          05 RUN-STAMP-DATE                        PIC 9(8) VALUE 0.
          05 RUN-STAMP-TIME                        PIC 9(8) VALUE 0.
          05 RUN-STAMP-FILL                        PIC 9(2) VALUE 0.
       01 AUDIT-FILE-STATUS                        PIC X(2) VALUE "00".
       01 AUDIT-HISTORY-STATUS                     PIC X(2) VALUE "00".
       01 SIM-AUDIT-STATUS                         PIC X(2) VALUE "00".
       01 CAVE-FILE-STATUS                         PIC X(2) VALUE "00".
       01 END-OF-AUDIT                             PIC X(1) VALUE "N".
       01 END-OF-CAVE                              PIC X(1) VALUE "N".
       01 CAVE-FILTER                              PIC X(8) VALUE
                                                   SPACES.
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
       01 COLUMN-INDEX                             PIC 9(1) VALUE 1.
       01 CURRENT-COLUMN                           PIC 9(1) VALUE 0.
       01 CURRENT-SESSION                          PIC 9(18) VALUE 0.
       01 CURRENT-CAVE-INDEX                       PIC 9(2) VALUE 0.
       01 WANTED-CAVE-ID                           PIC X(8) VALUE
                                                   SPACES.
       01 CAVE-INDEX                               PIC 9(2) VALUE 0.
       01 MATCH-CAVE-INDEX                         PIC 9(2) VALUE 0.
       01 ROOM-INDEX                               PIC 9(2) VALUE 0.
       01 LAST-ROOM                                PIC 9(2) VALUE 0.
       01 TALLY-ROOM                               PIC 9(2) VALUE 0.
       01 TALLY-KIND                               PIC X(1) VALUE
                                                   SPACE.
       01 SP-INDEX                                 PIC 9(2) VALUE 0.
       01 MATCH-SP-INDEX                           PIC 9(2) VALUE 0.
       01 LIVE-RECORDS-READ                        PIC 9(8) VALUE 0.
       01 SIM-RECORDS-READ                         PIC 9(8) VALUE 0.
       01 NO-CAVE-COUNT                            PIC 9(8) VALUE 0.
       01 OTHER-CAVE-COUNT                         PIC 9(8) VALUE 0.
       01 BAD-ROOM-COUNT                           PIC 9(8) VALUE 0.
       01 CAVES-REPORTED                           PIC 9(2) VALUE 0.
       01 SESSION-PLAYER-TABLE.
          05 SP-COUNT                              PIC 9(2) VALUE 0.
          05 SP-ENTRY OCCURS 20 TIMES.
             10 SP-PLAYER-ID                       PIC X(8).
             10 SP-LAST-ROOM                       PIC 9(2).
       01 DANGER-TABLE.
          05 DC-COUNT                              PIC 9(2) VALUE 0.
          05 DC-ENTRY OCCURS 20 TIMES.
             10 DC-CAVE-ID                         PIC X(8).
             10 DC-LIBRARY-ROOMS                   PIC 9(2).
             10 DC-HIGH-ROOM                       PIC 9(2).
             10 DC-SESSIONS OCCURS 2 TIMES         PIC 9(6).
             10 DC-ROOM OCCURS 30 TIMES.
                15 DC-COLUMN OCCURS 2 TIMES.
                   20 DC-ENTERED                   PIC 9(6).
                   20 DC-BAT                       PIC 9(6).
                   20 DC-EATEN                     PIC 9(6).
                   20 DC-PIT                       PIC 9(6).
                   20 DC-WANDERED                  PIC 9(6).
                   20 DC-ARROWS                    PIC 9(6).

       PROCEDURE DIVISION.

       P-100-MAIN.
           PERFORM P-2000-REGISTER-START THRU P-2000-EXIT
           DISPLAY "ENTER CAVE ID TO ANALYSE (BLANK FOR ALL)"
           ACCEPT CAVE-FILTER
           DISPLAY "=============================================="
           DISPLAY "     WUMPUS ROOM-BY-ROOM DANGER ANALYSIS      "
           DISPLAY "=============================================="
           INITIALIZE DANGER-TABLE
           PERFORM P-200-LOAD-CAVES THRU P-200-EXIT
           MOVE 1 TO COLUMN-INDEX
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
                           ADD 1 TO LIVE-RECORDS-READ
                           PERFORM P-400-NOTE-AUDIT-EVENT
                              THRU P-400-EXIT
                   END-READ
               END-PERFORM
               CLOSE AUDIT-HISTORY-FILE
           END-IF
           OPEN INPUT AUDIT-FILE
           IF AUDIT-FILE-STATUS NOT = "00" THEN
               DISPLAY "AUDIT FILE NOT FOUND"
           ELSE
               MOVE "N" TO END-OF-AUDIT
               PERFORM UNTIL END-OF-AUDIT EQUAL "Y"
                   READ AUDIT-FILE INTO AUDIT-LINE
                       AT END
                           MOVE "Y" TO END-OF-AUDIT
                       NOT AT END
                           ADD 1 TO LIVE-RECORDS-READ
                           PERFORM P-400-NOTE-AUDIT-EVENT
                              THRU P-400-EXIT
                   END-READ
               END-PERFORM
               CLOSE AUDIT-FILE
           END-IF
           MOVE 2 TO COLUMN-INDEX
           OPEN INPUT SIM-AUDIT-FILE
           IF SIM-AUDIT-STATUS NOT = "00" THEN
               DISPLAY "SIMULATION AUDIT FILE NOT FOUND"
           ELSE
               MOVE "N" TO END-OF-AUDIT
               PERFORM UNTIL END-OF-AUDIT EQUAL "Y"
                   READ SIM-AUDIT-FILE INTO AUDIT-LINE
                       AT END
                           MOVE "Y" TO END-OF-AUDIT
                       NOT AT END
                           ADD 1 TO SIM-RECORDS-READ
                           PERFORM P-400-NOTE-AUDIT-EVENT
                              THRU P-400-EXIT
                   END-READ
               END-PERFORM
               CLOSE SIM-AUDIT-FILE
           END-IF
           PERFORM P-600-PRINT-CAVES THRU P-600-EXIT
           DISPLAY "----------------------------------------------"
           DISPLAY "LIVE AUDIT RECORDS READ .... " LIVE-RECORDS-READ
           DISPLAY "SIM AUDIT RECORDS READ ..... " SIM-RECORDS-READ
           DISPLAY "EVENTS WITH NO CAVE LOGGED . " NO-CAVE-COUNT
           DISPLAY "EVENTS IN OTHER CAVES ...... " OTHER-CAVE-COUNT
           DISPLAY "ROOMS OUT OF RANGE ......... " BAD-ROOM-COUNT
           DISPLAY "CAVES REPORTED ............. " CAVES-REPORTED
           IF CAVES-REPORTED EQUAL ZERO THEN
               DISPLAY "NO CAVE ACTIVITY FOUND TO ANALYSE"
               MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY "=============================================="
           COMPUTE RUN-RECORD-TOTAL =
               LIVE-RECORDS-READ + SIM-RECORDS-READ
           MOVE RETURN-CODE TO RUN-RC-TOTAL
           PERFORM P-2100-REGISTER-END THRU P-2100-EXIT
           GOBACK.
       P-199-EXIT.
           EXIT.

       P-200-LOAD-CAVES.
           OPEN INPUT CAVE-FILE
           IF CAVE-FILE-STATUS NOT = "00" THEN
               DISPLAY "CAVE LIBRARY NOT FOUND - ROOMS LISTED AS "
                       "PLAYED ONLY"
               GO TO P-200-EXIT
           END-IF
           PERFORM UNTIL END-OF-CAVE EQUAL "Y"
               READ CAVE-FILE
                   AT END
                       MOVE "Y" TO END-OF-CAVE
                   NOT AT END
                       MOVE CAVE-DEF-CAVE-ID TO WANTED-CAVE-ID
                       PERFORM P-280-FIND-CAVE THRU P-280-EXIT
                       IF MATCH-CAVE-INDEX > ZERO THEN
                           IF DC-LIBRARY-ROOMS(MATCH-CAVE-INDEX) < 30
                              THEN
                               ADD 1 TO
                                   DC-LIBRARY-ROOMS(MATCH-CAVE-INDEX)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CAVE-FILE.
       P-200-EXIT.
           EXIT.

       P-280-FIND-CAVE.
           MOVE 0 TO MATCH-CAVE-INDEX
           IF CAVE-FILTER NOT = SPACES AND
              WANTED-CAVE-ID NOT = CAVE-FILTER THEN
               GO TO P-280-EXIT
           END-IF
           PERFORM VARYING CAVE-INDEX FROM 1 BY 1
                   UNTIL CAVE-INDEX > DC-COUNT
               IF DC-CAVE-ID(CAVE-INDEX) EQUAL WANTED-CAVE-ID THEN
                   MOVE CAVE-INDEX TO MATCH-CAVE-INDEX
               END-IF
           END-PERFORM
           IF MATCH-CAVE-INDEX > ZERO THEN
               GO TO P-280-EXIT
           END-IF
           IF DC-COUNT >= 20 THEN
               DISPLAY "MORE THAN 20 CAVES - " WANTED-CAVE-ID
                       " NOT ANALYSED"
               GO TO P-280-EXIT
           END-IF
           ADD 1 TO DC-COUNT
           MOVE DC-COUNT TO MATCH-CAVE-INDEX
           MOVE WANTED-CAVE-ID TO DC-CAVE-ID(MATCH-CAVE-INDEX).
       P-280-EXIT.
           EXIT.

       P-400-NOTE-AUDIT-EVENT.
           IF EVENT-SESSION-TIMESTAMP NOT = CURRENT-SESSION OR
              COLUMN-INDEX NOT = CURRENT-COLUMN THEN
               MOVE EVENT-SESSION-TIMESTAMP TO CURRENT-SESSION
               MOVE COLUMN-INDEX TO CURRENT-COLUMN
               MOVE ZERO TO CURRENT-CAVE-INDEX
               MOVE ZERO TO SP-COUNT
           END-IF
           IF EVENT-TEXT(1:5) EQUAL "CAVE " THEN
               MOVE EVENT-TEXT(6:8) TO WANTED-CAVE-ID
               PERFORM P-280-FIND-CAVE THRU P-280-EXIT
               MOVE MATCH-CAVE-INDEX TO CURRENT-CAVE-INDEX
               IF CURRENT-CAVE-INDEX > ZERO THEN
                   ADD 1 TO DC-SESSIONS(CURRENT-CAVE-INDEX,
                                        COLUMN-INDEX)
               END-IF
               GO TO P-400-EXIT
           END-IF
           IF EVENT-ROOM-NUMBER IS NOT NUMERIC THEN
               GO TO P-400-EXIT
           END-IF
           PERFORM P-450-FIND-PLAYER THRU P-450-EXIT
           MOVE SP-LAST-ROOM(MATCH-SP-INDEX) TO LAST-ROOM
           MOVE EVENT-ROOM-NUMBER TO SP-LAST-ROOM(MATCH-SP-INDEX)
           MOVE EVENT-ROOM-NUMBER TO TALLY-ROOM
           MOVE SPACE TO TALLY-KIND
           EVALUATE TRUE
               WHEN EVENT-TEXT(1:5) EQUAL "MOVED"
                   MOVE "M" TO TALLY-KIND
               WHEN EVENT-TEXT(1:12) EQUAL "BAT TELEPORT"
                   MOVE "B" TO TALLY-KIND
               WHEN EVENT-TEXT(1:15) EQUAL "EATEN BY WUMPUS"
                   MOVE "E" TO TALLY-KIND
               WHEN EVENT-TEXT(1:11) EQUAL "FELL IN PIT"
                   MOVE "P" TO TALLY-KIND
               WHEN EVENT-TEXT(1:24) EQUAL "WUMPUS WANDERED TO ROOM "
                   IF EVENT-TEXT(25:2) IS NUMERIC THEN
                       MOVE EVENT-TEXT(25:2) TO TALLY-ROOM
                       MOVE "W" TO TALLY-KIND
                   END-IF
               WHEN EVENT-TEXT(1:19) EQUAL "ARROW ENTERED ROOM "
                   IF EVENT-TEXT(20:2) IS NUMERIC THEN
                       MOVE EVENT-TEXT(20:2) TO TALLY-ROOM
                       MOVE "A" TO TALLY-KIND
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF TALLY-KIND EQUAL SPACE THEN
               GO TO P-400-EXIT
           END-IF
           IF CURRENT-CAVE-INDEX EQUAL ZERO THEN
               IF CAVE-FILTER EQUAL SPACES THEN
                   ADD 1 TO NO-CAVE-COUNT
               ELSE
                   ADD 1 TO OTHER-CAVE-COUNT
               END-IF
               GO TO P-400-EXIT
           END-IF
           PERFORM P-500-TALLY-ROOM THRU P-500-EXIT
           IF TALLY-KIND EQUAL "B" AND
              LAST-ROOM NOT = EVENT-ROOM-NUMBER THEN
               MOVE LAST-ROOM TO TALLY-ROOM
               PERFORM P-500-TALLY-ROOM THRU P-500-EXIT
           END-IF.
       P-400-EXIT.
           EXIT.

       P-450-FIND-PLAYER.
           MOVE 0 TO MATCH-SP-INDEX
           PERFORM VARYING SP-INDEX FROM 1 BY 1
                   UNTIL SP-INDEX > SP-COUNT
               IF SP-PLAYER-ID(SP-INDEX) EQUAL EVENT-PLAYER-ID THEN
                   MOVE SP-INDEX TO MATCH-SP-INDEX
               END-IF
           END-PERFORM
           IF MATCH-SP-INDEX > ZERO THEN
               GO TO P-450-EXIT
           END-IF
           IF SP-COUNT >= 20 THEN
               MOVE ZERO TO SP-COUNT
           END-IF
           ADD 1 TO SP-COUNT
           MOVE SP-COUNT TO MATCH-SP-INDEX
           MOVE EVENT-PLAYER-ID TO SP-PLAYER-ID(MATCH-SP-INDEX)
           MOVE EVENT-ROOM-NUMBER TO SP-LAST-ROOM(MATCH-SP-INDEX).
       P-450-EXIT.
           EXIT.

       P-500-TALLY-ROOM.
           IF TALLY-ROOM < 1 OR TALLY-ROOM > 30 THEN
               ADD 1 TO BAD-ROOM-COUNT
               GO TO P-500-EXIT
           END-IF
           IF TALLY-ROOM > DC-HIGH-ROOM(CURRENT-CAVE-INDEX) THEN
               MOVE TALLY-ROOM TO DC-HIGH-ROOM(CURRENT-CAVE-INDEX)
           END-IF
           EVALUATE TALLY-KIND
               WHEN "M"
                   ADD 1 TO DC-ENTERED(CURRENT-CAVE-INDEX, TALLY-ROOM,
                                       COLUMN-INDEX)
               WHEN "B"
                   ADD 1 TO DC-BAT(CURRENT-CAVE-INDEX, TALLY-ROOM,
                                   COLUMN-INDEX)
               WHEN "E"
                   ADD 1 TO DC-EATEN(CURRENT-CAVE-INDEX, TALLY-ROOM,
                                     COLUMN-INDEX)
               WHEN "P"
                   ADD 1 TO DC-PIT(CURRENT-CAVE-INDEX, TALLY-ROOM,
                                   COLUMN-INDEX)
               WHEN "W"
                   ADD 1 TO DC-WANDERED(CURRENT-CAVE-INDEX, TALLY-ROOM,
                                        COLUMN-INDEX)
               WHEN "A"
                   ADD 1 TO DC-ARROWS(CURRENT-CAVE-INDEX, TALLY-ROOM,
                                      COLUMN-INDEX)
           END-EVALUATE.
       P-500-EXIT.
           EXIT.

       P-600-PRINT-CAVES.
           PERFORM VARYING CAVE-INDEX FROM 1 BY 1
                   UNTIL CAVE-INDEX > DC-COUNT
               IF DC-SESSIONS(CAVE-INDEX, 1) > ZERO OR
                  DC-SESSIONS(CAVE-INDEX, 2) > ZERO THEN
                   PERFORM P-650-PRINT-ONE-CAVE THRU P-650-EXIT
               END-IF
           END-PERFORM.
       P-600-EXIT.
           EXIT.

       P-650-PRINT-ONE-CAVE.
           ADD 1 TO CAVES-REPORTED
           IF DC-LIBRARY-ROOMS(CAVE-INDEX) > DC-HIGH-ROOM(CAVE-INDEX)
              THEN
               MOVE DC-LIBRARY-ROOMS(CAVE-INDEX)
                    TO DC-HIGH-ROOM(CAVE-INDEX)
           END-IF
           DISPLAY "----------------------------------------------"
           DISPLAY "CAVE ID .................... "
                   DC-CAVE-ID(CAVE-INDEX)
           DISPLAY "LIVE SESSIONS .............. "
                   DC-SESSIONS(CAVE-INDEX, 1)
           DISPLAY "SIMULATED GAMES ............ "
                   DC-SESSIONS(CAVE-INDEX, 2)
           IF DC-LIBRARY-ROOMS(CAVE-INDEX) EQUAL ZERO THEN
               DISPLAY "CAVE IS NO LONGER IN THE CAVE LIBRARY"
           END-IF
           DISPLAY "    ENTERED       BAT TELEPORT  EATEN         "
                   "PIT           WANDERED IN   ARROWS THRU"
           DISPLAY "RM  LIVE   SIM    LIVE   SIM    LIVE   SIM    "
                   "LIVE   SIM    LIVE   SIM    LIVE   SIM"
           PERFORM VARYING ROOM-INDEX FROM 1 BY 1
                   UNTIL ROOM-INDEX > DC-HIGH-ROOM(CAVE-INDEX)
               DISPLAY ROOM-INDEX "  "
                   DC-ENTERED(CAVE-INDEX, ROOM-INDEX, 1) " "
                   DC-ENTERED(CAVE-INDEX, ROOM-INDEX, 2) " "
                   DC-BAT(CAVE-INDEX, ROOM-INDEX, 1) " "
                   DC-BAT(CAVE-INDEX, ROOM-INDEX, 2) " "
                   DC-EATEN(CAVE-INDEX, ROOM-INDEX, 1) " "
                   DC-EATEN(CAVE-INDEX, ROOM-INDEX, 2) " "
                   DC-PIT(CAVE-INDEX, ROOM-INDEX, 1) " "
                   DC-PIT(CAVE-INDEX, ROOM-INDEX, 2) " "
                   DC-WANDERED(CAVE-INDEX, ROOM-INDEX, 1) " "
                   DC-WANDERED(CAVE-INDEX, ROOM-INDEX, 2) " "
                   DC-ARROWS(CAVE-INDEX, ROOM-INDEX, 1) " "
                   DC-ARROWS(CAVE-INDEX, ROOM-INDEX, 2)
           END-PERFORM.
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
