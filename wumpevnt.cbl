       IDENTIFICATION DIVISION.
       PROGRAM-ID. WUMPEVNT.
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
           SELECT CAVE-FILE ASSIGN TO "CAVELIB"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CAVE-FILE-STATUS.
           SELECT PARM-FILE ASSIGN TO "DIFPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARM-FILE-STATUS.

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

       FD  CAVE-FILE.
       01  CAVE-DEF-RECORD.
           05 CAVE-DEF-CAVE-ID                      PIC X(8).
           05 CAVE-DEF-PASSAGES                     PIC X(6).

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
                                                   "WUMPEVNT".
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
       01 EVENT-FILE-STATUS                        PIC X(2) VALUE "00".
       01 PLAYER-FILE-STATUS                       PIC X(2) VALUE "00".
       01 CAVE-FILE-STATUS                         PIC X(2) VALUE "00".
       01 PARM-FILE-STATUS                         PIC X(2) VALUE "00".
       01 END-OF-TRANS                             PIC X(1) VALUE "N".
       01 END-OF-CAVE-LIB                          PIC X(1) VALUE "N".
       01 END-OF-PARMS                             PIC X(1) VALUE "N".
       01 TRANS-LINE.
          05 TRANS-ACTION                          PIC X(3).
          05 FILLER                                PIC X(1).
          05 TRANS-EVENT-ID                        PIC X(8).
          05 FILLER                                PIC X(1).
          05 TRANS-EVENT-DATE                      PIC X(8).
          05 TRANS-EVENT-DATE-N REDEFINES TRANS-EVENT-DATE
                                                   PIC 9(8).
          05 FILLER                                PIC X(1).
          05 TRANS-CAVE-ID                         PIC X(8).
          05 FILLER                                PIC X(1).
          05 TRANS-PROFILE-NAME                    PIC X(8).
       01 TRANS-ENTRY REDEFINES TRANS-LINE.
          05 FILLER                                PIC X(13).
          05 TRANS-PLAYER-ID                       PIC X(8).
          05 FILLER                                PIC X(18).
       01 CURRENT-DATE-YMD                         PIC 9(8) VALUE 0.
       01 CHECK-DATE.
          05 CHECK-DATE-YEAR                       PIC 9(4).
          05 CHECK-DATE-MONTH                      PIC 9(2).
          05 CHECK-DATE-DAY                        PIC 9(2).
       01 CHECK-DATE-N REDEFINES CHECK-DATE        PIC 9(8).
       01 MONTH-DAYS-LIST                          PIC X(24) VALUE
           "312831303130313130313031".
       01 MONTH-DAYS-TABLE REDEFINES MONTH-DAYS-LIST.
          05 MONTH-DAYS OCCURS 12 TIMES            PIC 9(2).
       01 CHECK-MONTH-DAYS                         PIC 9(2) VALUE 0.
       01 LEAP-QUOTIENT                            PIC 9(4) VALUE 0.
       01 LEAP-REMAINDER                           PIC 9(3) VALUE 0.
       01 DATE-VALID                               PIC X(1) VALUE "N".
       01 CAVE-FOUND                               PIC X(1) VALUE "N".
       01 PROFILE-FOUND                            PIC X(1) VALUE "N".
       01 CHECK-CAVE-ID                           PIC X(8) VALUE SPACES.
       01 CHECK-PROFILE-NAME                      PIC X(8) VALUE SPACES.
       01 CARD-VALID                               PIC X(1) VALUE "N".
       01 ENTRANT-INDEX                            PIC 9(2) VALUE 0.
       01 MATCH-ENTRANT-INDEX                      PIC 9(2) VALUE 0.
       01 MAX-ENTRANTS                             PIC 9(2) VALUE 24.
       01 TRANS-READ-COUNT                         PIC 9(4) VALUE 0.
       01 TRANS-GOOD-COUNT                         PIC 9(4) VALUE 0.
       01 TRANS-BAD-COUNT                          PIC 9(4) VALUE 0.

       PROCEDURE DIVISION.

       P-100-MAIN.
           PERFORM P-2000-REGISTER-START THRU P-2000-EXIT
           IF RUN-BLOCKED-FLAG EQUAL "Y" THEN
               DISPLAY "AN UPDATING JOB IS REGISTERED IN FLIGHT - "
                       "EVENT MAINTENANCE NOT STARTED"
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN I-O EVENT-FILE
           IF EVENT-FILE-STATUS = "35" THEN
               OPEN OUTPUT EVENT-FILE
               CLOSE EVENT-FILE
               OPEN I-O EVENT-FILE
           END-IF
           IF EVENT-FILE-STATUS NOT = "00" THEN
               DISPLAY "EVENT MASTER FILE COULD NOT BE OPENED - "
                       "STATUS " EVENT-FILE-STATUS
               MOVE 12 TO RUN-RC-TOTAL
               PERFORM P-2100-REGISTER-END THRU P-2100-EXIT
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT PLAYER-FILE
           IF PLAYER-FILE-STATUS NOT = "00" THEN
               DISPLAY "PLAYER MASTER FILE COULD NOT BE OPENED - "
                       "STATUS " PLAYER-FILE-STATUS
               CLOSE EVENT-FILE
               MOVE 12 TO RUN-RC-TOTAL
               PERFORM P-2100-REGISTER-END THRU P-2100-EXIT
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           ACCEPT CURRENT-DATE-YMD FROM DATE YYYYMMDD
           PERFORM P-200-PROCESS-TRANSACTION THRU P-299-EXIT
               UNTIL END-OF-TRANS EQUAL "Y"
           CLOSE PLAYER-FILE
           CLOSE EVENT-FILE
           DISPLAY "=============================================="
           DISPLAY "      EVENT MASTER MAINTENANCE SUMMARY        "
           DISPLAY "=============================================="
           DISPLAY "TRANSACTIONS READ .......... " TRANS-READ-COUNT
           DISPLAY "TRANSACTIONS APPLIED ....... " TRANS-GOOD-COUNT
           DISPLAY "TRANSACTIONS REJECTED ...... " TRANS-BAD-COUNT
           DISPLAY "=============================================="
           IF TRANS-BAD-COUNT > ZERO THEN
               MOVE 4 TO RETURN-CODE
           END-IF
           MOVE TRANS-READ-COUNT TO RUN-RECORD-TOTAL
           MOVE RETURN-CODE TO RUN-RC-TOTAL
           PERFORM P-2100-REGISTER-END THRU P-2100-EXIT
           GOBACK.
       P-199-EXIT.
           EXIT.

       P-200-PROCESS-TRANSACTION.
           MOVE SPACES TO TRANS-LINE
           ACCEPT TRANS-LINE
               ON EXCEPTION
                   MOVE "Y" TO END-OF-TRANS
           END-ACCEPT
           IF END-OF-TRANS EQUAL "Y" OR TRANS-LINE EQUAL SPACES THEN
               GO TO P-299-EXIT
           END-IF
           ADD 1 TO TRANS-READ-COUNT
           IF TRANS-EVENT-ID EQUAL SPACES THEN
               DISPLAY "EVENT ID MISSING ON " TRANS-ACTION " CARD"
               ADD 1 TO TRANS-BAD-COUNT
               GO TO P-299-EXIT
           END-IF
           EVALUATE TRANS-ACTION
               WHEN "ADD"
                   PERFORM P-300-ADD-EVENT THRU P-300-EXIT
               WHEN "CHG"
                   PERFORM P-400-CHANGE-EVENT THRU P-400-EXIT
               WHEN "DEL"
                   PERFORM P-500-DELETE-EVENT THRU P-500-EXIT
               WHEN "ENT"
                   PERFORM P-600-ENTER-PLAYER THRU P-600-EXIT
               WHEN "WDR"
                   PERFORM P-700-WITHDRAW-PLAYER THRU P-700-EXIT
               WHEN OTHER
                   DISPLAY "UNKNOWN ACTION " TRANS-ACTION
                           " FOR EVENT " TRANS-EVENT-ID
                   ADD 1 TO TRANS-BAD-COUNT
           END-EVALUATE.
       P-299-EXIT.
           EXIT.

       P-300-ADD-EVENT.
           IF TRANS-EVENT-DATE NOT NUMERIC OR
              TRANS-CAVE-ID EQUAL SPACES OR
              TRANS-PROFILE-NAME EQUAL SPACES THEN
               DISPLAY "ADD FOR EVENT " TRANS-EVENT-ID
                       " NEEDS A DATE, CAVE ID AND PROFILE"
               ADD 1 TO TRANS-BAD-COUNT
               GO TO P-300-EXIT
           END-IF
           PERFORM P-850-CHECK-EVENT-DATE THRU P-850-EXIT
           IF DATE-VALID NOT = "Y" THEN
               ADD 1 TO TRANS-BAD-COUNT
               GO TO P-300-EXIT
           END-IF
           MOVE TRANS-EVENT-ID TO EVENT-MASTER-ID
           READ EVENT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DISPLAY "EVENT " TRANS-EVENT-ID
                           " IS ALREADY SCHEDULED"
                   ADD 1 TO TRANS-BAD-COUNT
                   GO TO P-300-EXIT
           END-READ
           MOVE TRANS-CAVE-ID TO CHECK-CAVE-ID
           MOVE TRANS-PROFILE-NAME TO CHECK-PROFILE-NAME
           PERFORM P-800-CHECK-EVENT-FIELDS THRU P-800-EXIT
           IF CARD-VALID NOT = "Y" THEN
               ADD 1 TO TRANS-BAD-COUNT
               GO TO P-300-EXIT
           END-IF
           MOVE TRANS-EVENT-ID TO EVENT-MASTER-ID
           MOVE TRANS-EVENT-DATE-N TO EVENT-MASTER-DATE
           MOVE TRANS-CAVE-ID TO EVENT-MASTER-CAVE-ID
           MOVE TRANS-PROFILE-NAME TO EVENT-MASTER-PROFILE-NAME
           MOVE SPACES TO EVENT-MASTER-ENTRANTS
           MOVE ZERO TO EVENT-MASTER-ENTRANT-COUNT
           WRITE EVENT-MASTER-RECORD
               INVALID KEY
                   DISPLAY "ADD FAILED FOR EVENT " TRANS-EVENT-ID
                   ADD 1 TO TRANS-BAD-COUNT
               NOT INVALID KEY
                   DISPLAY "ADDED EVENT " TRANS-EVENT-ID " ON "
                           EVENT-MASTER-DATE " CAVE "
                           EVENT-MASTER-CAVE-ID " PROFILE "
                           EVENT-MASTER-PROFILE-NAME
                   ADD 1 TO TRANS-GOOD-COUNT
           END-WRITE.
       P-300-EXIT.
           EXIT.

       P-400-CHANGE-EVENT.
           MOVE TRANS-EVENT-ID TO EVENT-MASTER-ID
           READ EVENT-FILE
               INVALID KEY
                   DISPLAY "EVENT " TRANS-EVENT-ID " NOT FOUND"
                   ADD 1 TO TRANS-BAD-COUNT
                   GO TO P-400-EXIT
           END-READ
           IF EVENT-MASTER-DATE < CURRENT-DATE-YMD THEN
               PERFORM P-870-REJECT-PAST-EVENT THRU P-870-EXIT
               GO TO P-400-EXIT
           END-IF
           IF TRANS-EVENT-DATE NOT = SPACES AND
              TRANS-EVENT-DATE NOT NUMERIC THEN
               DISPLAY "EVENT DATE " TRANS-EVENT-DATE
                       " IS NOT NUMERIC FOR EVENT " TRANS-EVENT-ID
               ADD 1 TO TRANS-BAD-COUNT
               GO TO P-400-EXIT
           END-IF
           IF TRANS-EVENT-DATE NOT = SPACES THEN
               PERFORM P-850-CHECK-EVENT-DATE THRU P-850-EXIT
               IF DATE-VALID NOT = "Y" THEN
                   ADD 1 TO TRANS-BAD-COUNT
                   GO TO P-400-EXIT
               END-IF
           END-IF
           MOVE EVENT-MASTER-CAVE-ID TO CHECK-CAVE-ID
           MOVE EVENT-MASTER-PROFILE-NAME TO CHECK-PROFILE-NAME
           IF TRANS-CAVE-ID NOT = SPACES THEN
               MOVE TRANS-CAVE-ID TO CHECK-CAVE-ID
           END-IF
           IF TRANS-PROFILE-NAME NOT = SPACES THEN
               MOVE TRANS-PROFILE-NAME TO CHECK-PROFILE-NAME
           END-IF
           PERFORM P-800-CHECK-EVENT-FIELDS THRU P-800-EXIT
           IF CARD-VALID NOT = "Y" THEN
               ADD 1 TO TRANS-BAD-COUNT
               GO TO P-400-EXIT
           END-IF
           IF TRANS-EVENT-DATE NOT = SPACES THEN
               MOVE TRANS-EVENT-DATE-N TO EVENT-MASTER-DATE
           END-IF
           MOVE CHECK-CAVE-ID TO EVENT-MASTER-CAVE-ID
           MOVE CHECK-PROFILE-NAME TO EVENT-MASTER-PROFILE-NAME
           REWRITE EVENT-MASTER-RECORD
               INVALID KEY
                   DISPLAY "CHANGE FAILED FOR EVENT " TRANS-EVENT-ID
                   ADD 1 TO TRANS-BAD-COUNT
               NOT INVALID KEY
                   DISPLAY "CHANGED EVENT " TRANS-EVENT-ID " ON "
                           EVENT-MASTER-DATE " CAVE "
                           EVENT-MASTER-CAVE-ID " PROFILE "
                           EVENT-MASTER-PROFILE-NAME
                   ADD 1 TO TRANS-GOOD-COUNT
           END-REWRITE.
       P-400-EXIT.
           EXIT.

       P-500-DELETE-EVENT.
           MOVE TRANS-EVENT-ID TO EVENT-MASTER-ID
           READ EVENT-FILE
               INVALID KEY
                   DISPLAY "EVENT " TRANS-EVENT-ID " NOT FOUND"
                   ADD 1 TO TRANS-BAD-COUNT
                   GO TO P-500-EXIT
           END-READ
           IF EVENT-MASTER-DATE < CURRENT-DATE-YMD THEN
               PERFORM P-870-REJECT-PAST-EVENT THRU P-870-EXIT
               GO TO P-500-EXIT
           END-IF
           DELETE EVENT-FILE
               INVALID KEY
                   DISPLAY "DELETE FAILED FOR EVENT " TRANS-EVENT-ID
                   ADD 1 TO TRANS-BAD-COUNT
               NOT INVALID KEY
                   DISPLAY "DELETED EVENT " TRANS-EVENT-ID
                   ADD 1 TO TRANS-GOOD-COUNT
           END-DELETE.
       P-500-EXIT.
           EXIT.

       P-600-ENTER-PLAYER.
           MOVE TRANS-PLAYER-ID TO PLAYER-MASTER-ID
           READ PLAYER-FILE
               INVALID KEY
                   DISPLAY "PLAYER " TRANS-PLAYER-ID
                           " IS NOT REGISTERED"
                   ADD 1 TO TRANS-BAD-COUNT
                   GO TO P-600-EXIT
           END-READ
           IF MASTER-INACTIVE THEN
               DISPLAY "PLAYER " TRANS-PLAYER-ID " IS DEACTIVATED"
               ADD 1 TO TRANS-BAD-COUNT
               GO TO P-600-EXIT
           END-IF
           MOVE TRANS-EVENT-ID TO EVENT-MASTER-ID
           READ EVENT-FILE
               INVALID KEY
                   DISPLAY "EVENT " TRANS-EVENT-ID " NOT FOUND"
                   ADD 1 TO TRANS-BAD-COUNT
                   GO TO P-600-EXIT
           END-READ
           IF EVENT-MASTER-DATE < CURRENT-DATE-YMD THEN
               PERFORM P-870-REJECT-PAST-EVENT THRU P-870-EXIT
               GO TO P-600-EXIT
           END-IF
           PERFORM P-650-FIND-ENTRANT THRU P-650-EXIT
           IF MATCH-ENTRANT-INDEX > ZERO THEN
               DISPLAY "PLAYER " TRANS-PLAYER-ID
                       " IS ALREADY ENTERED IN EVENT " TRANS-EVENT-ID
               ADD 1 TO TRANS-BAD-COUNT
               GO TO P-600-EXIT
           END-IF
           IF EVENT-MASTER-ENTRANT-COUNT >= MAX-ENTRANTS THEN
               DISPLAY "EVENT " TRANS-EVENT-ID " IS FULL - PLAYER "
                       TRANS-PLAYER-ID " NOT ENTERED"
               ADD 1 TO TRANS-BAD-COUNT
               GO TO P-600-EXIT
           END-IF
           ADD 1 TO EVENT-MASTER-ENTRANT-COUNT
           MOVE TRANS-PLAYER-ID
                TO EVENT-MASTER-ENTRANT(EVENT-MASTER-ENTRANT-COUNT)
           REWRITE EVENT-MASTER-RECORD
               INVALID KEY
                   DISPLAY "ENTRY FAILED FOR PLAYER " TRANS-PLAYER-ID
                   ADD 1 TO TRANS-BAD-COUNT
               NOT INVALID KEY
                   DISPLAY "ENTERED PLAYER " TRANS-PLAYER-ID
                           " IN EVENT " TRANS-EVENT-ID
                   ADD 1 TO TRANS-GOOD-COUNT
           END-REWRITE.
       P-600-EXIT.
           EXIT.

       P-650-FIND-ENTRANT.
           MOVE 0 TO MATCH-ENTRANT-INDEX
           PERFORM VARYING ENTRANT-INDEX FROM 1 BY 1
                   UNTIL ENTRANT-INDEX > EVENT-MASTER-ENTRANT-COUNT
               IF EVENT-MASTER-ENTRANT(ENTRANT-INDEX) EQUAL
                  TRANS-PLAYER-ID THEN
                   MOVE ENTRANT-INDEX TO MATCH-ENTRANT-INDEX
               END-IF
           END-PERFORM.
       P-650-EXIT.
           EXIT.

       P-700-WITHDRAW-PLAYER.
           MOVE TRANS-EVENT-ID TO EVENT-MASTER-ID
           READ EVENT-FILE
               INVALID KEY
                   DISPLAY "EVENT " TRANS-EVENT-ID " NOT FOUND"
                   ADD 1 TO TRANS-BAD-COUNT
                   GO TO P-700-EXIT
           END-READ
           IF EVENT-MASTER-DATE < CURRENT-DATE-YMD THEN
               PERFORM P-870-REJECT-PAST-EVENT THRU P-870-EXIT
               GO TO P-700-EXIT
           END-IF
           PERFORM P-650-FIND-ENTRANT THRU P-650-EXIT
           IF MATCH-ENTRANT-INDEX EQUAL ZERO THEN
               DISPLAY "PLAYER " TRANS-PLAYER-ID
                       " IS NOT ENTERED IN EVENT " TRANS-EVENT-ID
               ADD 1 TO TRANS-BAD-COUNT
               GO TO P-700-EXIT
           END-IF
           PERFORM VARYING ENTRANT-INDEX FROM MATCH-ENTRANT-INDEX BY 1
                   UNTIL ENTRANT-INDEX >= EVENT-MASTER-ENTRANT-COUNT
               MOVE EVENT-MASTER-ENTRANT(ENTRANT-INDEX + 1)
                    TO EVENT-MASTER-ENTRANT(ENTRANT-INDEX)
           END-PERFORM
           MOVE SPACES
                TO EVENT-MASTER-ENTRANT(EVENT-MASTER-ENTRANT-COUNT)
           SUBTRACT 1 FROM EVENT-MASTER-ENTRANT-COUNT
           REWRITE EVENT-MASTER-RECORD
               INVALID KEY
                   DISPLAY "WITHDRAWAL FAILED FOR PLAYER "
                           TRANS-PLAYER-ID
                   ADD 1 TO TRANS-BAD-COUNT
               NOT INVALID KEY
                   DISPLAY "WITHDREW PLAYER " TRANS-PLAYER-ID
                           " FROM EVENT " TRANS-EVENT-ID
                   ADD 1 TO TRANS-GOOD-COUNT
           END-REWRITE.
       P-700-EXIT.
           EXIT.

       P-800-CHECK-EVENT-FIELDS.
           MOVE "Y" TO CARD-VALID
           MOVE "N" TO CAVE-FOUND
           MOVE "N" TO END-OF-CAVE-LIB
           OPEN INPUT CAVE-FILE
           IF CAVE-FILE-STATUS NOT = "00" THEN
               DISPLAY "CAVE LIBRARY FILE NOT FOUND"
               MOVE "Y" TO END-OF-CAVE-LIB
           END-IF
           PERFORM UNTIL END-OF-CAVE-LIB EQUAL "Y"
                   OR CAVE-FOUND EQUAL "Y"
               READ CAVE-FILE
                   AT END
                       MOVE "Y" TO END-OF-CAVE-LIB
                   NOT AT END
                       IF CAVE-DEF-CAVE-ID EQUAL CHECK-CAVE-ID THEN
                           MOVE "Y" TO CAVE-FOUND
                       END-IF
               END-READ
           END-PERFORM
           IF CAVE-FILE-STATUS NOT = "35" THEN
               CLOSE CAVE-FILE
           END-IF
           IF CAVE-FOUND NOT = "Y" THEN
               DISPLAY "CAVE ID " CHECK-CAVE-ID
                       " IS NOT IN THE CAVE LIBRARY"
               MOVE "N" TO CARD-VALID
           END-IF
           MOVE "N" TO PROFILE-FOUND
           MOVE "N" TO END-OF-PARMS
           OPEN INPUT PARM-FILE
           IF PARM-FILE-STATUS NOT = "00" THEN
               DISPLAY "NO DIFFICULTY PROFILES FOUND"
               MOVE "Y" TO END-OF-PARMS
           END-IF
           PERFORM UNTIL END-OF-PARMS EQUAL "Y"
                   OR PROFILE-FOUND EQUAL "Y"
               READ PARM-FILE
                   AT END
                       MOVE "Y" TO END-OF-PARMS
                   NOT AT END
                       IF PARM-PROFILE-NAME EQUAL CHECK-PROFILE-NAME
                          THEN
                           MOVE "Y" TO PROFILE-FOUND
                       END-IF
               END-READ
           END-PERFORM
           IF PARM-FILE-STATUS NOT = "35" THEN
               CLOSE PARM-FILE
           END-IF
           IF PROFILE-FOUND NOT = "Y" THEN
               DISPLAY "PROFILE " CHECK-PROFILE-NAME
                       " IS NOT IN DIFPARM"
               MOVE "N" TO CARD-VALID
           END-IF.
       P-800-EXIT.
           EXIT.

       P-850-CHECK-EVENT-DATE.
           MOVE "N" TO DATE-VALID
           MOVE TRANS-EVENT-DATE-N TO CHECK-DATE-N
           IF CHECK-DATE-MONTH < 1 OR CHECK-DATE-MONTH > 12 THEN
               DISPLAY "EVENT DATE " TRANS-EVENT-DATE
                       " IS NOT A CALENDAR DATE FOR EVENT "
                       TRANS-EVENT-ID
               GO TO P-850-EXIT
           END-IF
           MOVE MONTH-DAYS(CHECK-DATE-MONTH) TO CHECK-MONTH-DAYS
           IF CHECK-DATE-MONTH EQUAL 2 THEN
               DIVIDE CHECK-DATE-YEAR BY 4 GIVING LEAP-QUOTIENT
                   REMAINDER LEAP-REMAINDER
               IF LEAP-REMAINDER EQUAL ZERO THEN
                   MOVE 29 TO CHECK-MONTH-DAYS
                   DIVIDE CHECK-DATE-YEAR BY 100 GIVING LEAP-QUOTIENT
                       REMAINDER LEAP-REMAINDER
                   IF LEAP-REMAINDER EQUAL ZERO THEN
                       DIVIDE CHECK-DATE-YEAR BY 400
                           GIVING LEAP-QUOTIENT
                           REMAINDER LEAP-REMAINDER
                       IF LEAP-REMAINDER NOT = ZERO THEN
                           MOVE 28 TO CHECK-MONTH-DAYS
                       END-IF
                   END-IF
               END-IF
           END-IF
           IF CHECK-DATE-DAY < 1 OR
              CHECK-DATE-DAY > CHECK-MONTH-DAYS THEN
               DISPLAY "EVENT DATE " TRANS-EVENT-DATE
                       " IS NOT A CALENDAR DATE FOR EVENT "
                       TRANS-EVENT-ID
               GO TO P-850-EXIT
           END-IF
           IF CHECK-DATE-N < CURRENT-DATE-YMD THEN
               DISPLAY "EVENT DATE " TRANS-EVENT-DATE
                       " IS BEFORE TODAY FOR EVENT " TRANS-EVENT-ID
               GO TO P-850-EXIT
           END-IF
           MOVE "Y" TO DATE-VALID.
       P-850-EXIT.
           EXIT.

       P-870-REJECT-PAST-EVENT.
           DISPLAY "EVENT " TRANS-EVENT-ID " RAN ON "
                   EVENT-MASTER-DATE " - " TRANS-ACTION
                   " NOT APPLIED"
           ADD 1 TO TRANS-BAD-COUNT.
       P-870-EXIT.
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
