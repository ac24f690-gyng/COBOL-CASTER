IDENTIFICATION DIVISION.
PROGRAM-ID. ALERTACK.

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

*>  The RENDALRT layout ALERTPUT writes.
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

*>  The whole feed, held so acknowledgements can be stamped into
*>  their own records and the dataset rewritten once.
    01 max-alerts PIC S9(4) COMP VALUE 3000.
    01 num-alerts PIC S9(4) COMP VALUE 0.
    01 alert-table.
       02 alert-text PIC X(180) OCCURS 3000 TIMES.
    01 ai PIC S9(4) COMP VALUE 0.
    01 too-many PIC X(1) VALUE 'N'.

    01 ack-parm PIC X(80) VALUE SPACES.
    01 ack-tok PIC X(10) OCCURS 8 TIMES.
    01 kt-i PIC S9(4) COMP VALUE 0.
    01 ack-verb PIC X(10) VALUE SPACES.
    01 ack-all PIC X(1) VALUE 'N'.
    01 want-id PIC 9(6) OCCURS 8 TIMES.
    01 num-want PIC S9(4) COMP VALUE 0.
    01 wi PIC S9(4) COMP VALUE 0.
    01 list-all PIC X(1) VALUE 'N'.

    01 ack-operator PIC X(20) VALUE SPACES.
    01 ack-date PIC 9(8) VALUE 0.
    01 ack-time PIC 9(8) VALUE 0.
    01 open-count PIC S9(4) COMP VALUE 0.
    01 acked-count PIC S9(4) COMP VALUE 0.
    01 crit-count PIC S9(4) COMP VALUE 0.
    01 cnt-ed PIC ZZZ9.
    01 id-ed PIC ZZZZZ9.
    01 out-line PIC X(132) VALUE SPACES.

*>  The on-call operator's side of RENDALRT (see ALERTPUT). PARM:
*>    LIST              the alerts nobody has acknowledged yet
*>    LIST ALL          every alert, acknowledged ones with who and
*>                      when
*>    ACK id [id ...]   acknowledge up to seven alerts by id
*>    ACK ALL           acknowledge everything outstanding
*>  An acknowledgement is stamped into the alert's own record - state
*>  ACK, the USER/LOGNAME operator, date and time - so an identical
*>  failure after it alerts afresh instead of being taken for a
*>  repeat. RC 4 when LIST finds anything outstanding (so a morning
*>  job can tell), RC 8 with no RENDALRT or an id it doesn't hold.
PROCEDURE DIVISION.
    ACCEPT ack-parm FROM COMMAND-LINE
    PERFORM VARYING kt-i FROM 1 BY 1 UNTIL kt-i > 8
       MOVE SPACES TO ack-tok(kt-i)
    END-PERFORM
    UNSTRING ack-parm DELIMITED BY ALL SPACES
       INTO ack-tok(1), ack-tok(2), ack-tok(3), ack-tok(4),
            ack-tok(5), ack-tok(6), ack-tok(7), ack-tok(8)
    MOVE FUNCTION UPPER-CASE(ack-tok(1)) TO ack-verb
    IF ack-verb = SPACES THEN
       MOVE 'LIST' TO ack-verb
    END-IF
    IF FUNCTION UPPER-CASE(ack-tok(2)) = 'ALL' THEN
       MOVE 'Y' TO ack-all
       MOVE 'Y' TO list-all
    END-IF

    OPEN INPUT ALERT-FILE
    IF alert-file-status NOT = '00' THEN
       DISPLAY 'ALERTACK: no RENDALRT - nothing has been alerted'
       MOVE 8 TO RETURN-CODE
       STOP RUN
    END-IF
    PERFORM UNTIL alert-eof-yes
       READ ALERT-FILE
          AT END MOVE 'Y' TO alert-eof
       END-READ
       IF NOT alert-eof-yes THEN
          IF num-alerts < max-alerts THEN
             ADD 1 TO num-alerts
             MOVE alert-rec TO alert-text(num-alerts)
          ELSE
             MOVE 'Y' TO too-many
          END-IF
       END-IF
    END-PERFORM
    CLOSE ALERT-FILE

    EVALUATE ack-verb
       WHEN 'LIST'
          PERFORM LIST-ALERTS
       WHEN 'ACK'
          PERFORM ACK-ALERTS
       WHEN OTHER
          DISPLAY 'ALERTACK: PARM is LIST [ALL], ACK id [id ...] '
             'or ACK ALL'
          MOVE 8 TO RETURN-CODE
    END-EVALUATE
    STOP RUN.

LIST-ALERTS.
    DISPLAY '--- RENDALRT alerts ---'
    PERFORM VARYING ai FROM 1 BY 1 UNTIL ai > num-alerts
       MOVE alert-text(ai) TO alert-line
       IF al-state = 'NEW' THEN
          ADD 1 TO open-count
          IF al-sev = 'CRIT' THEN
             ADD 1 TO crit-count
          END-IF
       END-IF
       IF al-state = 'NEW' OR list-all = 'Y' THEN
          PERFORM SHOW-ALERT
       END-IF
    END-PERFORM
    MOVE open-count TO cnt-ed
    DISPLAY 'ALERTACK: ' FUNCTION TRIM(cnt-ed)
       ' alert(s) awaiting acknowledgement'
    IF crit-count > 0 THEN
       MOVE crit-count TO cnt-ed
       DISPLAY 'ALERTACK: ' FUNCTION TRIM(cnt-ed) ' of them CRIT'
    END-IF
    IF too-many = 'Y' THEN
       DISPLAY 'ALERTACK: more than 3000 alerts - only the first '
          '3000 shown'
    END-IF
    IF open-count > 0 THEN
       MOVE 4 TO RETURN-CODE
    END-IF.

SHOW-ALERT.
    MOVE al-id TO id-ed
    MOVE SPACES TO out-line
    STRING id-ed DELIMITED BY SIZE
           ' ' DELIMITED BY SIZE
           al-date DELIMITED BY SIZE
           ' ' DELIMITED BY SIZE
           al-time DELIMITED BY SIZE
           ' ' DELIMITED BY SIZE
           al-sev DELIMITED BY SIZE
           ' ' DELIMITED BY SIZE
           FUNCTION TRIM(al-source) DELIMITED BY SIZE
           ' job=' DELIMITED BY SIZE
           FUNCTION TRIM(al-job) DELIMITED BY SIZE
           ' ' DELIMITED BY SIZE
           FUNCTION TRIM(al-dataset) DELIMITED BY SIZE
           ': ' DELIMITED BY SIZE
           FUNCTION TRIM(al-msg) DELIMITED BY SIZE
           INTO out-line
    DISPLAY FUNCTION TRIM(out-line TRAILING)
    IF al-state = 'ACK' THEN
       DISPLAY '         acknowledged by ' FUNCTION TRIM(al-ack-by)
          ' ' al-ack-date ' ' al-ack-time
    END-IF.

*>  The ids asked for are each looked up; one the feed doesn't hold
*>  is reported and the rest still acknowledged.
ACK-ALERTS.
    IF too-many = 'Y' THEN
       DISPLAY 'ALERTACK: more than 3000 alerts - roll RENDALRT '
          'before acknowledging'
       MOVE 8 TO RETURN-CODE
       EXIT PARAGRAPH
    END-IF
    ACCEPT ack-operator FROM ENVIRONMENT "USER"
    IF ack-operator = SPACES THEN
       ACCEPT ack-operator FROM ENVIRONMENT "LOGNAME"
    END-IF
    IF ack-operator = SPACES THEN
       MOVE "UNKNOWN" TO ack-operator
    END-IF
    ACCEPT ack-date FROM DATE YYYYMMDD
    ACCEPT ack-time FROM TIME
    IF ack-all = 'N' THEN
       PERFORM VARYING kt-i FROM 2 BY 1 UNTIL kt-i > 8
          IF ack-tok(kt-i) NOT = SPACES THEN
             ADD 1 TO num-want
             COMPUTE want-id(num-want) = FUNCTION NUMVAL(ack-tok(kt-i))
          END-IF
       END-PERFORM
       IF num-want = 0 THEN
          DISPLAY 'ALERTACK: ACK needs an alert id or ALL'
          MOVE 8 TO RETURN-CODE
          EXIT PARAGRAPH
       END-IF
       PERFORM VARYING wi FROM 1 BY 1 UNTIL wi > num-want
          PERFORM ACK-ONE-ID
       END-PERFORM
    ELSE
       PERFORM VARYING ai FROM 1 BY 1 UNTIL ai > num-alerts
          MOVE alert-text(ai) TO alert-line
          IF al-state = 'NEW' THEN
             PERFORM STAMP-ACK
          END-IF
       END-PERFORM
    END-IF
    IF acked-count > 0 THEN
       OPEN OUTPUT ALERT-FILE
       PERFORM VARYING ai FROM 1 BY 1 UNTIL ai > num-alerts
          WRITE alert-rec FROM alert-text(ai)
       END-PERFORM
       CLOSE ALERT-FILE
    END-IF
    MOVE acked-count TO cnt-ed
    DISPLAY 'ALERTACK: ' FUNCTION TRIM(cnt-ed) ' alert(s) '
       'acknowledged by ' FUNCTION TRIM(ack-operator).

ACK-ONE-ID.
    MOVE 0 TO kt-i
    PERFORM VARYING ai FROM 1 BY 1 UNTIL ai > num-alerts
       OR kt-i > 0
       MOVE alert-text(ai) TO alert-line
       IF al-id IS NUMERIC AND al-id = want-id(wi) THEN
          MOVE ai TO kt-i
       END-IF
    END-PERFORM
    MOVE want-id(wi) TO id-ed
    IF kt-i = 0 THEN
       DISPLAY 'ALERTACK: no alert ' FUNCTION TRIM(id-ed)
       MOVE 8 TO RETURN-CODE
       EXIT PARAGRAPH
    END-IF
    MOVE kt-i TO ai
    MOVE alert-text(ai) TO alert-line
    IF al-state = 'ACK' THEN
       DISPLAY 'ALERTACK: alert ' FUNCTION TRIM(id-ed)
          ' was already acknowledged by ' FUNCTION TRIM(al-ack-by)
       EXIT PARAGRAPH
    END-IF
    PERFORM STAMP-ACK.

STAMP-ACK.
    MOVE 'ACK' TO al-state
    MOVE ack-operator TO al-ack-by
    MOVE ack-date TO al-ack-date
    MOVE ack-time(1:6) TO al-ack-time
    MOVE alert-line TO alert-text(ai)
    ADD 1 TO acked-count.
