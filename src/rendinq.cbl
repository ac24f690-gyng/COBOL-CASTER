DATA DIVISION.
    FILE SECTION.
    FD AUDIT-FILE.
    01 audit-rec PIC X(200).
    FD HIST-FILE.
    01 hist-rec PIC X(160).
    FD ERRLOG-FILE.
    01 errlog-rec PIC X(160).

    WORKING-STORAGE SECTION.
    01 audit-file-status PIC X(2) VALUE '00'.
    01 inq-tok2 PIC X(20).
    01 want-date PIC X(8) VALUE SPACES.
    01 want-op PIC X(20) VALUE SPACES.
*>  RUNID=id: one run's records, matched on their run= field.
    01 want-run PIC X(30) VALUE SPACES.
    01 run-key PIC X(36) VALUE SPACES.
    01 run-key-len PIC S9(4) COMP VALUE 0.
    01 run-hits PIC S9(4) COMP VALUE 0.
    01 match-line PIC X(200) VALUE SPACES.
    01 rec-wanted PIC X(1) VALUE 'N'.

    01 rec-tok1 PIC X(16).
    01 rec-tok2 PIC X(20).
*>  one joined report: what was asked for, what it cost, what went
*>  wrong. PARM: "yyyymmdd [operator]". ERRLOG records carry no
*>  operator, so the operator filter narrows the audit and history
*>  sections only. PARM "RUNID=id" reports exactly one run instead -
*>  every record, in all three logs, stamped with that run id (see
*>  COBOLRAYCASTER). RC 4 when the date or run matched nothing at
*>  all.
PROCEDURE DIVISION.
    ACCEPT inq-parm FROM COMMAND-LINE
    MOVE SPACES TO inq-tok1, inq-tok2
    UNSTRING inq-parm DELIMITED BY ALL SPACES
       INTO inq-tok1, inq-tok2
    IF inq-tok1 = SPACES THEN
       DISPLAY 'RENDINQ: usage: RENDINQ yyyymmdd [operator] | '
          'RUNID=id'
       MOVE 8 TO RETURN-CODE
       STOP RUN
    END-IF
    IF FUNCTION UPPER-CASE(inq-parm(1:6)) = 'RUNID=' THEN
       MOVE inq-parm(7:30) TO want-run
       MOVE SPACES TO run-key
       STRING 'run=' DELIMITED BY SIZE
              FUNCTION TRIM(want-run) DELIMITED BY SIZE
              INTO run-key
       COMPUTE run-key-len =
          FUNCTION LENGTH(FUNCTION TRIM(run-key)) + 1
       DISPLAY '=== run inquiry for run ' FUNCTION TRIM(want-run)
          ' ==='
    ELSE
       MOVE inq-tok1(1:8) TO want-date
       MOVE inq-tok2 TO want-op
       DISPLAY '=== run inquiry for ' want-date ' ==='
       IF want-op NOT = SPACES THEN
          DISPLAY '    operator: ' FUNCTION TRIM(want-op)
       END-IF
    END-IF

    DISPLAY ' '
             MOVE SPACES TO rec-tok1, rec-tok2
             UNSTRING audit-rec DELIMITED BY ALL SPACES
                INTO rec-tok1, rec-tok2
             MOVE 'N' TO rec-wanted
             IF want-run NOT = SPACES THEN
                MOVE audit-rec TO match-line
                PERFORM MATCH-RUN
             ELSE
                IF rec-tok1(1:8) = want-date AND
                   (want-op = SPACES OR rec-tok2 = want-op) THEN
                   MOVE 'Y' TO rec-wanted
                END-IF
             END-IF
             IF rec-wanted = 'Y' THEN
                ADD 1 TO audit-hits
                DISPLAY '  ' FUNCTION TRIM(audit-rec)
             END-IF
       END-PERFORM
       CLOSE AUDIT-FILE
       IF audit-hits = 0 THEN
          IF want-run NOT = SPACES THEN
             DISPLAY '  (no audit entries for that run)'
          ELSE
             DISPLAY '  (no audit entries that day)'
          END-IF
       END-IF
    END-IF

             MOVE SPACES TO rec-tok1, rec-tok2, rec-tok3
             UNSTRING hist-rec DELIMITED BY ALL SPACES
                INTO rec-tok1, rec-tok2, rec-tok3
             MOVE 'N' TO rec-wanted
             IF want-run NOT = SPACES THEN
                MOVE hist-rec TO match-line
                PERFORM MATCH-RUN
             ELSE
                IF rec-tok1(1:8) = want-date AND
                   (want-op = SPACES OR rec-tok3 = want-op) THEN
                   MOVE 'Y' TO rec-wanted
                END-IF
             END-IF
             IF rec-wanted = 'Y' THEN
                ADD 1 TO hist-hits
                DISPLAY '  ' FUNCTION TRIM(hist-rec)
             END-IF
       END-PERFORM
       CLOSE HIST-FILE
       IF hist-hits = 0 THEN
          IF want-run NOT = SPACES THEN
             DISPLAY '  (no finished runs recorded for that run)'
          ELSE
             DISPLAY '  (no finished runs recorded that day)'
          END-IF
       END-IF
    END-IF

             MOVE SPACES TO rec-tok1
             UNSTRING errlog-rec DELIMITED BY ALL SPACES
                INTO rec-tok1
             MOVE 'N' TO rec-wanted
             IF want-run NOT = SPACES THEN
                MOVE errlog-rec TO match-line
                PERFORM MATCH-RUN
             ELSE
                IF rec-tok1(1:8) = want-date THEN
                   MOVE 'Y' TO rec-wanted
                END-IF
             END-IF
             IF rec-wanted = 'Y' THEN
                ADD 1 TO err-hits
                DISPLAY '  ' FUNCTION TRIM(errlog-rec)
             END-IF
       END-PERFORM
       CLOSE ERRLOG-FILE
       IF err-hits = 0 THEN
          IF want-run NOT = SPACES THEN
             DISPLAY '  (no errors logged for that run)'
          ELSE
             DISPLAY '  (no errors logged that day)'
          END-IF
       END-IF
    END-IF

    MOVE err-hits TO hits-ed
    DISPLAY 'error lines:   ' hits-ed
    IF audit-hits = 0 AND hist-hits = 0 AND err-hits = 0 THEN
       IF want-run NOT = SPACES THEN
          DISPLAY 'RENDINQ: nothing on record for run '
             FUNCTION TRIM(want-run)
       ELSE
          DISPLAY 'RENDINQ: nothing on record for ' want-date
       END-IF
       MOVE 4 TO RETURN-CODE
    END-IF
    STOP RUN.

*>  The record carries "run=id" followed by a blank - the whole id,
*>  not just the start of a longer one.
MATCH-RUN.
    MOVE 0 TO run-hits
    INSPECT match-line TALLYING run-hits
       FOR ALL run-key(1:run-key-len)
    IF run-hits > 0 THEN
       MOVE 'Y' TO rec-wanted
    END-IF.
