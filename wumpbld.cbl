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

       FD  HISTORY-FILE.
       01  HISTORY-RECORD.
           05 HIST-CAVE-ID                         PIC X(8).
           05 HIST-PROFILE-NAME                    PIC X(8).
           05 HIST-SEASON-ID                       PIC X(8).
           05 HIST-EVENT-ID                        PIC X(8).

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
       01 RESULTS-FILE-STATUS                      PIC X(2) VALUE "00".
       01 HISTORY-FILE-STATUS                      PIC X(2) VALUE "00".
               IF INFLIGHT-LAST-EVENT(INFLIGHT-INDEX) EQUAL "S"
                  THEN
                   PERFORM VARYING UPDATER-INDEX FROM 1 BY 1
                           UNTIL UPDATER-INDEX > 14
                       IF UPDATING-JOB-NAME(UPDATER-INDEX) EQUAL
                          INFLIGHT-NAME(INFLIGHT-INDEX) THEN
                           MOVE "Y" TO RUN-BLOCKED-FLAG
