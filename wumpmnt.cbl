              88 MASTER-ACTIVE                      VALUE "A".
              88 MASTER-INACTIVE                    VALUE "I".
           05 PLAYER-MASTER-PIN                     PIC X(4).
           05 PLAYER-MASTER-MERGED-INTO             PIC X(8).

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
       01 PLAYER-FILE-STATUS                       PIC X(2) VALUE "00".
       01 END-OF-TRANS                             PIC X(1) VALUE "N".
       01 TRANS-LINE.
                   MOVE ZERO TO PLAYER-MASTER-BEST-ROOMS
                   MOVE "A" TO PLAYER-MASTER-STANDING
                   MOVE SPACES TO PLAYER-MASTER-PIN
                   MOVE SPACES TO PLAYER-MASTER-MERGED-INTO
                   WRITE PLAYER-MASTER-RECORD
                       INVALID KEY
                           DISPLAY "ADD FAILED FOR " TRANS-PLAYER-ID
                   DISPLAY "PLAYER " TRANS-PLAYER-ID " NOT FOUND"
                   ADD 1 TO TRANS-BAD-COUNT
               NOT INVALID KEY
                   IF PLAYER-MASTER-MERGED-INTO NOT = SPACES THEN
                       DISPLAY "PLAYER " TRANS-PLAYER-ID
                               " WAS MERGED INTO "
                               PLAYER-MASTER-MERGED-INTO
                               " - NOT REACTIVATED"
                       ADD 1 TO TRANS-BAD-COUNT
                       GO TO P-500-EXIT
                   END-IF
                   MOVE "A" TO PLAYER-MASTER-STANDING
                   REWRITE PLAYER-MASTER-RECORD
                       INVALID KEY
               IF INFLIGHT-LAST-EVENT(INFLIGHT-INDEX) EQUAL "S"
                  THEN
                   PERFORM VARYING UPDATER-INDEX FROM 1 BY 1
                           UNTIL UPDATER-INDEX > 14
                       IF UPDATING-JOB-NAME(UPDATER-INDEX) EQUAL
                          INFLIGHT-NAME(INFLIGHT-INDEX) THEN
                           MOVE "Y" TO RUN-BLOCKED-FLAG
