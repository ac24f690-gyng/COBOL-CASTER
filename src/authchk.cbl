IDENTIFICATION DIVISION.
PROGRAM-ID. AUTHCHK.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT AUTH-FILE ASSIGN TO "RENDAUTH"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS auth-file-status.
    SELECT ERRLOG-FILE ASSIGN TO "ERRLOG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS errlog-file-status.

DATA DIVISION.
    FILE SECTION.
    FD AUTH-FILE.
    01 auth-rec PIC X(160).
    FD ERRLOG-FILE.
    01 errlog-rec PIC X(160).

    WORKING-STORAGE SECTION.
    01 auth-file-status PIC X(2) VALUE '00'.
    01 errlog-file-status PIC X(2) VALUE '00'.
    01 auth-eof PIC X(1) VALUE 'N'.
       88 auth-eof-yes VALUE 'Y'.
    01 loaded PIC X(1) VALUE 'N'.
    01 auth-present PIC X(1) VALUE 'N'.
       88 auth-present-yes VALUE 'Y'.

*>  RENDAUTH, one statement per record:
*>    "GROUP name member member ..."
*>    "GRANT who kind value value ..."
*>  kind OPTION (UNLOCK, ARCHIVE, REPLAY, PATCH, INTERACTIVE), SCENE
*>  (a scene-name prefix) or PROGRAM (SCENEEDIT, SCENEUPD, LIBMAINT,
*>  RETAIN, MATEDIT, SCENEVER). who is an operator, a GROUP name or *
*>  for everyone; a value of * is every value of its kind, and a trailing
*>  * on a scene prefix is allowed and ignored. A group takes any
*>  number of GROUP records; a record starting '*' is a comment.
    01 max-members PIC S9(4) COMP VALUE 400.
    01 num-members PIC S9(4) COMP VALUE 0.
    01 member-table.
       02 member-ent OCCURS 400 TIMES.
          03 gm-group PIC X(20).
          03 gm-oper PIC X(20).
    01 max-grants PIC S9(4) COMP VALUE 400.
    01 num-grants PIC S9(4) COMP VALUE 0.
    01 grant-table.
       02 grant-ent OCCURS 400 TIMES.
          03 gr-who PIC X(20).
          03 gr-kind PIC X(8).
          03 gr-value PIC X(16).
          03 gr-len PIC S9(4) COMP.
    01 gi PIC S9(4) COMP VALUE 0.
    01 mi PIC S9(4) COMP VALUE 0.
    01 auth-tok PIC X(20) OCCURS 12 TIMES.
    01 at-i PIC S9(4) COMP VALUE 0.
    01 val-len PIC S9(4) COMP VALUE 0.

*>  The operator this run is signed on as, the same USER/LOGNAME
*>  name the audit trail records.
    01 run-operator PIC X(20) VALUE SPACES.
    01 m-oper PIC X(20) VALUE SPACES.
    01 m-subject PIC X(16) VALUE SPACES.
    01 m-hit PIC X(1) VALUE 'N'.
    01 who-hit PIC X(1) VALUE 'N'.

    01 err-date PIC 9(8) VALUE 0.
    01 err-time PIC 9(8) VALUE 0.
    01 err-msg PIC X(60) VALUE SPACES.
    01 alert-sev PIC X(5) VALUE 'ERROR'.
    01 alert-source PIC X(14) VALUE 'AUTHCHK'.
    01 alert-job PIC X(16) VALUE SPACES.
    01 alert-dataset PIC X(10) VALUE 'RENDAUTH'.

    LINKAGE SECTION.
    01 auth-func PIC X(1).
    01 auth-kind PIC X(8).
    01 auth-subject PIC X(16).
    01 auth-oper PIC X(20).
    01 auth-granted PIC X(1).

*>  Whether an operator may use one controlled option, scene or
*>  maintenance program, shared so the renderer, the maintenance
*>  programs and AUTHRPT can never disagree about who holds what.
*>    auth-func 'C'  check - a refusal is written to ERRLOG (RC28,
*>                   naming the action and the operator)
*>              'Q'  query only, nothing logged (AUTHRPT, and the
*>                   renderer, which logs its own refusals with its
*>                   run id)
*>  auth-oper SPACES means this run's own operator, and comes back
*>  filled in with it. auth-granted comes back 'Y' or 'N'. With no
*>  RENDAUTH dataset nothing is controlled and everything is granted,
*>  exactly as before; once there is one, a controlled action is
*>  refused unless some GRANT covers it. RENDAUTH loads on the first
*>  call.
PROCEDURE DIVISION USING auth-func, auth-kind, auth-subject,
    auth-oper, auth-granted.
    IF loaded = 'N' THEN
       PERFORM LOAD-AUTH
       ACCEPT run-operator FROM ENVIRONMENT "USER"
       IF run-operator = SPACES THEN
          ACCEPT run-operator FROM ENVIRONMENT "LOGNAME"
       END-IF
       IF run-operator = SPACES THEN
          MOVE "UNKNOWN" TO run-operator
       END-IF
       MOVE 'Y' TO loaded
    END-IF
    IF auth-oper = SPACES THEN
       MOVE run-operator TO auth-oper
    END-IF
    MOVE 'Y' TO auth-granted
    IF NOT auth-present-yes THEN
       EXIT PROGRAM
    END-IF
    MOVE auth-oper TO m-oper
    MOVE FUNCTION UPPER-CASE(auth-subject) TO m-subject
    PERFORM MATCH-GRANTS
    IF m-hit = 'N' THEN
       MOVE 'N' TO auth-granted
       IF auth-func = 'C' THEN
          PERFORM LOG-REFUSAL
       END-IF
    END-IF
    EXIT PROGRAM.

LOAD-AUTH.
    MOVE 0 TO num-members
    MOVE 0 TO num-grants
    OPEN INPUT AUTH-FILE
    IF auth-file-status NOT = '00' THEN
       EXIT PARAGRAPH
    END-IF
    MOVE 'Y' TO auth-present
    PERFORM UNTIL auth-eof-yes
       READ AUTH-FILE INTO auth-rec
          AT END MOVE 'Y' TO auth-eof
       END-READ
       IF NOT auth-eof-yes AND auth-rec NOT = SPACES
          AND auth-rec(1:1) NOT = '*' THEN
          PERFORM TAKE-AUTH
       END-IF
    END-PERFORM
    CLOSE AUTH-FILE.

TAKE-AUTH.
    PERFORM VARYING at-i FROM 1 BY 1 UNTIL at-i > 12
       MOVE SPACES TO auth-tok(at-i)
    END-PERFORM
    UNSTRING auth-rec DELIMITED BY ALL SPACES
       INTO auth-tok(1), auth-tok(2), auth-tok(3), auth-tok(4),
            auth-tok(5), auth-tok(6), auth-tok(7), auth-tok(8),
            auth-tok(9), auth-tok(10), auth-tok(11), auth-tok(12)
    MOVE FUNCTION UPPER-CASE(auth-tok(1)) TO auth-tok(1)
    EVALUATE auth-tok(1)
       WHEN 'GROUP'
          PERFORM VARYING at-i FROM 3 BY 1 UNTIL at-i > 12
             IF auth-tok(at-i) NOT = SPACES
                AND num-members < max-members THEN
                ADD 1 TO num-members
                MOVE auth-tok(2) TO gm-group(num-members)
                MOVE auth-tok(at-i) TO gm-oper(num-members)
             END-IF
          END-PERFORM
       WHEN 'GRANT'
          MOVE FUNCTION UPPER-CASE(auth-tok(3)) TO auth-tok(3)
          PERFORM VARYING at-i FROM 4 BY 1 UNTIL at-i > 12
             IF auth-tok(at-i) NOT = SPACES
                AND num-grants < max-grants THEN
                PERFORM TAKE-GRANT-VALUE
             END-IF
          END-PERFORM
    END-EVALUATE.

*>  One granted value; a scene prefix keeps its length so the match
*>  compares only that much of the scene name.
TAKE-GRANT-VALUE.
    ADD 1 TO num-grants
    MOVE auth-tok(2) TO gr-who(num-grants)
    MOVE auth-tok(3) TO gr-kind(num-grants)
    MOVE FUNCTION UPPER-CASE(auth-tok(at-i)) TO gr-value(num-grants)
    MOVE 0 TO val-len
    INSPECT gr-value(num-grants) TALLYING val-len
       FOR CHARACTERS BEFORE INITIAL SPACE
    IF val-len > 1 AND gr-value(num-grants)(val-len:1) = '*' THEN
       MOVE SPACE TO gr-value(num-grants)(val-len:1)
       SUBTRACT 1 FROM val-len
    END-IF
    MOVE val-len TO gr-len(num-grants).

*>  Some grant of this kind covering the subject whose who is the
*>  operator, everyone, or a group the operator belongs to.
MATCH-GRANTS.
    MOVE 'N' TO m-hit
    PERFORM VARYING gi FROM 1 BY 1 UNTIL gi > num-grants
       OR m-hit = 'Y'
       IF gr-kind(gi) = auth-kind THEN
          IF gr-value(gi) = '*' OR gr-value(gi) = m-subject
             OR (auth-kind = 'SCENE' AND gr-len(gi) > 0
                 AND m-subject(1:gr-len(gi)) =
                    gr-value(gi)(1:gr-len(gi))) THEN
             PERFORM MATCH-WHO
             IF who-hit = 'Y' THEN
                MOVE 'Y' TO m-hit
             END-IF
          END-IF
       END-IF
    END-PERFORM.

MATCH-WHO.
    MOVE 'N' TO who-hit
    IF gr-who(gi) = '*' OR gr-who(gi) = m-oper THEN
       MOVE 'Y' TO who-hit
       EXIT PARAGRAPH
    END-IF
    PERFORM VARYING mi FROM 1 BY 1 UNTIL mi > num-members
       OR who-hit = 'Y'
       IF gm-group(mi) = gr-who(gi) AND gm-oper(mi) = m-oper THEN
          MOVE 'Y' TO who-hit
       END-IF
    END-PERFORM.

*>  The ERRLOG record, in the renderer's own "date time code dataset
*>  status message" shape, so ERRTREND and RENDINQ count refusals
*>  alongside every other failure - and the same message to the
*>  RENDALRT feed (see ALERTPUT).
LOG-REFUSAL.
    ACCEPT err-date FROM DATE YYYYMMDD
    ACCEPT err-time FROM TIME
    MOVE SPACES TO err-msg
    STRING FUNCTION TRIM(auth-kind) DELIMITED BY SIZE
           ' ' DELIMITED BY SIZE
           FUNCTION TRIM(m-subject) DELIMITED BY SIZE
           ' denied to ' DELIMITED BY SIZE
           FUNCTION TRIM(m-oper) DELIMITED BY SIZE
           INTO err-msg
    MOVE SPACES TO errlog-rec
    STRING err-date DELIMITED BY SIZE
           ' ' DELIMITED BY SIZE
           err-time DELIMITED BY SIZE
           ' RC28 RENDAUTH FS00 ' DELIMITED BY SIZE
           FUNCTION TRIM(err-msg) DELIMITED BY SIZE
           INTO errlog-rec
    OPEN EXTEND ERRLOG-FILE
    IF errlog-file-status = '35' THEN
       OPEN OUTPUT ERRLOG-FILE
    END-IF
    WRITE errlog-rec
    CLOSE ERRLOG-FILE
    CALL 'ALERTPUT' USING alert-sev, alert-source, alert-job,
       alert-dataset, err-msg.
