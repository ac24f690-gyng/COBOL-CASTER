IDENTIFICATION DIVISION.
PROGRAM-ID. ALERTPUT.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT ALERT-FILE ASSIGN TO "RENDALRT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS alert-file-status.

DATA DIVISION.
    FILE SECTION.
    FD ALERT-FILE.
    01 alert-rec PIC X(180).

    WORKING-STORAGE SECTION.
    01 alert-file-status PIC X(2) VALUE '00'.
    01 alert-eof PIC X(1) VALUE 'N'.
       88 alert-eof-yes VALUE 'Y'.
    01 loaded PIC X(1) VALUE 'N'.

*>  RENDALRT, one alert per record in fixed columns, so ALERTACK can
*>  stamp the acknowledgement in place:
*>    date time id state severity source job dataset message
*>    [ack-operator ack-date ack-time]
*>  state NEW until ALERTACK marks it ACK; severity INFO, WARN,
*>  ERROR or CRIT; a field with nothing to say holds '-'.
    01 alert-line.
       02 al-date PIC 9(8).
       02 FILLER PIC X(1) VALUE SPACE.
       02 al-time PIC 9(6).
       02 FILLER PIC X(1) VALUE SPACE.
       02 al-id PIC 9(6).
       02 FILLER PIC X(1) VALUE SPACE.
       02 al-state PIC X(3).
       02 FILLER PIC X(1) VALUE SPACE.
       02 al-sev PIC X(5).
       02 FILLER PIC X(1) VALUE SPACE.
       02 al-source PIC X(14).
       02 FILLER PIC X(1) VALUE SPACE.
       02 al-job PIC X(16).
       02 FILLER PIC X(1) VALUE SPACE.
       02 al-dataset PIC X(10).
       02 FILLER PIC X(1) VALUE SPACE.
       02 al-msg PIC X(60).
       02 FILLER PIC X(1) VALUE SPACE.
       02 al-ack-by PIC X(20).
       02 FILLER PIC X(1) VALUE SPACE.
       02 al-ack-date PIC X(8).
       02 FILLER PIC X(1) VALUE SPACE.
       02 al-ack-time PIC X(6).
       02 FILLER PIC X(7) VALUE SPACES.

*>  The site's paging policy, from the environment: ALERTCMD the
*>  command (the pager or mail script) run for an alert at or above
*>  ALERTSEV (default ERROR), ALERTQUIET the minutes (default 30) an
*>  unacknowledged alert silences an identical one.
    01 alert-cmd PIC X(80) VALUE SPACES.
    01 alert-min-sev PIC X(5) VALUE SPACES.
    01 quiet-tok PIC X(8) VALUE SPACES.
    01 quiet-mins PIC S9(8) COMP VALUE 30.
    01 min-rank PIC S9(4) COMP VALUE 3.
    01 this-rank PIC S9(4) COMP VALUE 0.
    01 sev-work PIC X(5) VALUE SPACES.
    01 sev-rank PIC S9(4) COMP VALUE 0.

    01 now-date PIC 9(8) VALUE 0.
    01 now-time PIC 9(8) VALUE 0.
    01 now-hh PIC 9(2).
    01 now-mm PIC 9(2).
    01 now-mins PIC S9(12) COMP VALUE 0.
    01 rec-mins PIC S9(12) COMP VALUE 0.
    01 last-id PIC 9(6) VALUE 0.
    01 dup-id PIC 9(6) VALUE 0.
    01 id-ed PIC ZZZZZ9.

    01 new-sev PIC X(5).
    01 new-source PIC X(14).
    01 new-job PIC X(16).
    01 new-dataset PIC X(10).
    01 new-msg PIC X(60).
    01 sys-cmd PIC X(256) VALUE SPACES.

    LINKAGE SECTION.
    01 alert-sev PIC X(5).
    01 alert-source PIC X(14).
    01 alert-job PIC X(16).
    01 alert-dataset PIC X(10).
    01 alert-msg PIC X(60).

*>  One alert into RENDALRT, shared by every program that has a
*>  failure, stall or rejection worth waking someone for - the
*>  renderer and AUTHCHK alongside their ERRLOG records, RENDWATCH's
*>  STALLED, RENDQUEUE's *FAIL stamps, the AUDITCHK and INTEGCHK
*>  exceptions and a DEADLINE cutoff. The same alert (severity,
*>  source, job, dataset and message all equal) still unacknowledged
*>  from within the quiet period is a repeat, not news: it is neither
*>  written nor paged. An alert that is written and ranks at or above
*>  ALERTSEV runs ALERTCMD with the alert id, severity, source, job,
*>  dataset and the message (quoted) as its arguments.
PROCEDURE DIVISION USING alert-sev, alert-source, alert-job,
    alert-dataset, alert-msg.
    IF loaded = 'N' THEN
       ACCEPT alert-cmd FROM ENVIRONMENT "ALERTCMD"
       ACCEPT alert-min-sev FROM ENVIRONMENT "ALERTSEV"
       MOVE FUNCTION UPPER-CASE(alert-min-sev) TO sev-work
       PERFORM RANK-SEVERITY
       IF sev-rank > 0 THEN
          MOVE sev-rank TO min-rank
       END-IF
       ACCEPT quiet-tok FROM ENVIRONMENT "ALERTQUIET"
       IF quiet-tok NOT = SPACES THEN
          COMPUTE quiet-mins = FUNCTION NUMVAL(quiet-tok)
          IF quiet-mins < 0 THEN
             MOVE 0 TO quiet-mins
          END-IF
       END-IF
       MOVE 'Y' TO loaded
    END-IF
    MOVE FUNCTION UPPER-CASE(alert-sev) TO new-sev
    MOVE alert-source TO new-source
    MOVE alert-job TO new-job
    MOVE alert-dataset TO new-dataset
    MOVE alert-msg TO new-msg
    IF new-job = SPACES THEN
       MOVE '-' TO new-job
    END-IF
    IF new-dataset = SPACES THEN
       MOVE '-' TO new-dataset
    END-IF
    ACCEPT now-date FROM DATE YYYYMMDD
    ACCEPT now-time FROM TIME
    MOVE now-time(1:2) TO now-hh
    MOVE now-time(3:2) TO now-mm
    COMPUTE now-mins = FUNCTION INTEGER-OF-DATE(now-date) * 1440
    COMPUTE now-mins = now-mins + (now-hh * 60)
    ADD now-mm TO now-mins
    PERFORM SCAN-ALERTS
    IF dup-id > 0 THEN
       MOVE dup-id TO id-ed
       DISPLAY 'ALERTPUT: repeat of alert ' FUNCTION TRIM(id-ed)
          ' suppressed'
       EXIT PROGRAM
    END-IF
    PERFORM WRITE-ALERT
    MOVE new-sev TO sev-work
    PERFORM RANK-SEVERITY
    MOVE sev-rank TO this-rank
    IF alert-cmd NOT = SPACES AND this-rank >= min-rank THEN
       PERFORM RUN-ALERT-CMD
    END-IF
    EXIT PROGRAM.

RANK-SEVERITY.
    EVALUATE sev-work
       WHEN 'INFO'
          MOVE 1 TO sev-rank
       WHEN 'WARN'
          MOVE 2 TO sev-rank
       WHEN 'ERROR'
          MOVE 3 TO sev-rank
       WHEN 'CRIT'
          MOVE 4 TO sev-rank
       WHEN OTHER
          MOVE 0 TO sev-rank
    END-EVALUATE.

*>  The highest id so far, and any unacknowledged twin of this alert
*>  young enough to silence it.
SCAN-ALERTS.
    MOVE 0 TO last-id
    MOVE 0 TO dup-id
    MOVE 'N' TO alert-eof
    OPEN INPUT ALERT-FILE
    IF alert-file-status NOT = '00' THEN
       EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL alert-eof-yes
       READ ALERT-FILE INTO alert-line
          AT END MOVE 'Y' TO alert-eof
       END-READ
       IF NOT alert-eof-yes AND al-id IS NUMERIC THEN
          IF al-id > last-id THEN
             MOVE al-id TO last-id
          END-IF
          IF al-state = 'NEW' AND al-sev = new-sev
             AND al-source = new-source AND al-job = new-job
             AND al-dataset = new-dataset AND al-msg = new-msg
             AND al-date IS NUMERIC AND al-time IS NUMERIC THEN
             PERFORM AGE-OF-ALERT
             IF now-mins - rec-mins < quiet-mins THEN
                MOVE al-id TO dup-id
             END-IF
          END-IF
       END-IF
    END-PERFORM
    CLOSE ALERT-FILE.

AGE-OF-ALERT.
    MOVE al-time(1:2) TO now-hh
    MOVE al-time(3:2) TO now-mm
    COMPUTE rec-mins = FUNCTION INTEGER-OF-DATE(al-date) * 1440
    COMPUTE rec-mins = rec-mins + (now-hh * 60)
    ADD now-mm TO rec-mins.

WRITE-ALERT.
    MOVE SPACES TO alert-line
    MOVE now-date TO al-date
    MOVE now-time(1:6) TO al-time
    COMPUTE al-id = last-id + 1
    MOVE 'NEW' TO al-state
    MOVE new-sev TO al-sev
    MOVE new-source TO al-source
    MOVE new-job TO al-job
    MOVE new-dataset TO al-dataset
    MOVE new-msg TO al-msg
    OPEN EXTEND ALERT-FILE
    IF alert-file-status = '35' THEN
       OPEN OUTPUT ALERT-FILE
    END-IF
    WRITE alert-rec FROM alert-line
    CLOSE ALERT-FILE.

*>  The message goes out single-quoted for the shell, so any quote
*>  of its own is blanked first.
RUN-ALERT-CMD.
    INSPECT new-msg REPLACING ALL "'" BY SPACE
    MOVE al-id TO id-ed
    MOVE SPACES TO sys-cmd
    STRING FUNCTION TRIM(alert-cmd) DELIMITED BY SIZE
           ' ' DELIMITED BY SIZE
           FUNCTION TRIM(id-ed) DELIMITED BY SIZE
           ' ' DELIMITED BY SIZE
           FUNCTION TRIM(new-sev) DELIMITED BY SIZE
           ' ' DELIMITED BY SIZE
           FUNCTION TRIM(new-source) DELIMITED BY SIZE
           ' ' DELIMITED BY SIZE
           FUNCTION TRIM(new-job) DELIMITED BY SIZE
           ' ' DELIMITED BY SIZE
           FUNCTION TRIM(new-dataset) DELIMITED BY SIZE
           " '" DELIMITED BY SIZE
           FUNCTION TRIM(new-msg) DELIMITED BY SIZE
           "'" DELIMITED BY SIZE
           INTO sys-cmd
    CALL 'SYSTEM' USING sys-cmd.
