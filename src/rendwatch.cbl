DATA DIVISION.
    FILE SECTION.
    FD STAT-FILE.
    01 stat-rec PIC X(160).
    FD LOCK-FILE.
    01 lock-rec PIC X(160).
    FD ERRLOG-FILE.
    01 errlog-rec PIC X(160).

    WORKING-STORAGE SECTION.
    01 stat-file-status PIC X(2) VALUE '00'.
    01 prev-frame PIC X(8) VALUE SPACES.
    01 prev-row PIC X(8) VALUE SPACES.
    01 stall-count PIC S9(4) COMP VALUE 0.
*>  A stall goes to the RENDALRT feed (see ALERTPUT) the poll it is
*>  first called, once per stall - on-call is paged even with nobody
*>  watching this screen.
    01 alert-sev PIC X(5) VALUE 'ERROR'.
    01 alert-source PIC X(14) VALUE 'RENDWATCH'.
    01 alert-job PIC X(16) VALUE SPACES.
    01 alert-dataset PIC X(10) VALUE 'RENDSTAT'.
    01 alert-msg PIC X(60) VALUE SPACES.

    01 lock-tok1 PIC X(8).
    01 lock-tok2 PIC X(20).
    01 lock-tok3 PIC X(10).
    01 lock-tok4 PIC X(10).
    01 lock-tok5 PIC X(40).
    01 have-lock PIC X(1) VALUE 'N'.
    01 seen-lock PIC X(1) VALUE 'N'.

*>  The heartbeat rewrites RENDSTAT, but watching it meant re-opening
*>  the file by hand. This is the second-terminal monitor: it polls
*>  RENDSTAT, RENDLOCK and ERRLOG together and redraws a progress bar
*>  with the projected finish, who holds the lock, since when and as
*>  which run, and any error lines that arrived since the watch
*>  began. When the heartbeat stops advancing for BEATSn polls it
*>  says STALLED in capital letters - a hung job and a slow job look
*>  identical otherwise until the window is gone. PARM: "[POLLn]
*>  [BEATSn] [CYCLESn]". The watch ends when a lock it has seen frees
*>  (or CYCLESn polls run out).
PROCEDURE DIVISION.
    ACCEPT watch-parm FROM COMMAND-LINE
    MOVE SPACES TO watch-tok1, watch-tok2, watch-tok3
       PERFORM READ-LOCK
       PERFORM COUNT-ERRLOG
       PERFORM DRAW-SCREEN
       IF have-stat = 'Y' AND stall-count = stall-beats THEN
          PERFORM RAISE-STALL-ALERT
       END-IF
       IF have-lock = 'Y' THEN
          MOVE 'Y' TO seen-lock
       ELSE
    END-PERFORM
    STOP RUN.

RAISE-STALL-ALERT.
    MOVE stall-count TO stall-ed
    MOVE SPACES TO alert-msg
    STRING 'STALLED - heartbeat at frame ' DELIMITED BY SIZE
           FUNCTION TRIM(cur-frame) DELIMITED BY SIZE
           ' row ' DELIMITED BY SIZE
           FUNCTION TRIM(cur-row) DELIMITED BY SIZE
           ' unchanged for ' DELIMITED BY SIZE
           FUNCTION TRIM(stall-ed) DELIMITED BY SIZE
           ' polls' DELIMITED BY SIZE
           INTO alert-msg
    CALL 'ALERTPUT' USING alert-sev, alert-source, alert-job,
       alert-dataset, alert-msg.

TAKE-WATCH-TOKEN.
    EVALUATE TRUE
       WHEN watch-tok1(1:4) = 'POLL' OR watch-tok1(1:4) = 'poll'

READ-LOCK.
    MOVE 'N' TO have-lock
    MOVE SPACES TO lock-tok1, lock-tok2, lock-tok3, lock-tok4,
       lock-tok5
    OPEN INPUT LOCK-FILE
    IF lock-file-status = '00' THEN
       READ LOCK-FILE INTO lock-rec
       IF lock-file-status = '00' AND lock-rec NOT = SPACES THEN
          MOVE 'Y' TO have-lock
          UNSTRING lock-rec DELIMITED BY ALL SPACES
             INTO lock-tok1, lock-tok2, lock-tok3, lock-tok4, lock-tok5
       END-IF
       CLOSE LOCK-FILE
    END-IF.
       DISPLAY 'lock: ' FUNCTION TRIM(lock-tok1) ' held by '
          FUNCTION TRIM(lock-tok2) ' since '
          FUNCTION TRIM(lock-tok3) ' ' FUNCTION TRIM(lock-tok4)
       IF lock-tok5(1:4) = 'run=' THEN
          DISPLAY 'run:  ' FUNCTION TRIM(lock-tok5(5:36))
       END-IF
    ELSE
       DISPLAY 'lock: free'
    END-IF
