DATA DIVISION.
    FILE SECTION.
    FD HIST-FILE.
    01 hist-rec PIC X(160).
    FD BUDGET-FILE.
    01 budget-rec PIC X(80).

    01 month-tok PIC X(10).
    01 want-month PIC X(6) VALUE SPACES.
    01 today-date PIC 9(8) VALUE 0.
*>  RUNID=id bills the one run whose RENDHIST record carries it.
    01 want-run PIC X(30) VALUE SPACES.
    01 run-key PIC X(36) VALUE SPACES.
    01 run-key-len PIC S9(4) COMP VALUE 0.
    01 run-hits PIC S9(4) COMP VALUE 0.

    01 hist-tok1 PIC X(16).
    01 hist-tok2 PIC X(16).
*>  elapsed seconds per run, and RENDBUDG carries per-operator
*>  OPERATOR caps - this rolls one month up per operator and shows
*>  each one's ray total against their effective MAXRAYS cap as a
*>  percentage. PARM: "MONTHyyyymm" (default: the current month), or
*>  "RUNID=id" to bill exactly one run (see COBOLRAYCASTER's run id)
*>  whatever its month - RC 4 when RENDHIST holds no such run.
PROCEDURE DIVISION.
    ACCEPT bill-parm FROM COMMAND-LINE
    MOVE SPACES TO bill-tok1
    UNSTRING bill-parm DELIMITED BY ALL SPACES INTO bill-tok1
    IF FUNCTION UPPER-CASE(bill-parm(1:6)) = 'RUNID=' THEN
       MOVE bill-parm(7:30) TO want-run
       MOVE SPACES TO run-key
       STRING 'run=' DELIMITED BY SIZE
              FUNCTION TRIM(want-run) DELIMITED BY SIZE
              INTO run-key
       COMPUTE run-key-len =
          FUNCTION LENGTH(FUNCTION TRIM(run-key)) + 1
    ELSE
       IF bill-tok1(1:5) = 'MONTH' OR bill-tok1(1:5) = 'month' THEN
          MOVE bill-tok1(6:10) TO month-tok
          MOVE month-tok(1:6) TO want-month
       ELSE
          ACCEPT today-date FROM DATE YYYYMMDD
          MOVE today-date(1:6) TO want-month
       END-IF
    END-IF

    PERFORM LOAD-BUDGET-CAPS
    CLOSE HIST-FILE

    IF num-ops = 0 THEN
       IF want-run NOT = SPACES THEN
          DISPLAY 'RENDBILL: no run ' FUNCTION TRIM(want-run)
             ' recorded'
       ELSE
          DISPLAY 'RENDBILL: no runs recorded in month ' want-month
       END-IF
       MOVE 4 TO RETURN-CODE
       STOP RUN
    END-IF

    IF want-run NOT = SPACES THEN
       DISPLAY '--- chargeback for run ' FUNCTION TRIM(want-run)
          ' ---'
    ELSE
       DISPLAY '--- operator chargeback for ' want-month ' ---'
    END-IF
    DISPLAY 'operator              runs           pixels'
       '             rays    seconds  pct-of-cap'
    PERFORM VARYING bi FROM 1 BY 1 UNTIL bi > num-ops
       ' ' secs-ed
    STOP RUN.

*>  The month filter matches on the record's own yyyymm (the run
*>  filter on its run= field); pixels, rays and seconds ride in
*>  tokens seven through nine.
TAKE-HIST-RECORD.
    MOVE SPACES TO hist-tok1, hist-tok2, hist-tok3, hist-tok4,
       hist-tok5, hist-tok6, hist-tok7, hist-tok8, hist-tok9
    UNSTRING hist-rec DELIMITED BY ALL SPACES
       INTO hist-tok1, hist-tok2, hist-tok3, hist-tok4, hist-tok5,
            hist-tok6, hist-tok7, hist-tok8, hist-tok9
    IF want-run NOT = SPACES THEN
       MOVE 0 TO run-hits
       INSPECT hist-rec TALLYING run-hits
          FOR ALL run-key(1:run-key-len)
       IF run-hits = 0 THEN
          EXIT PARAGRAPH
       END-IF
    ELSE
       IF hist-tok1(1:6) NOT = want-month THEN
          EXIT PARAGRAPH
       END-IF
    END-IF
*>  A LOGROLL *MONTHLY summary condenses rolled-off history - it is
*>  nobody's chargeback, same pass-by AUDITCHK and ERRTREND make.
