DATA DIVISION.
    FILE SECTION.
    FD ERRLOG-FILE.
    01 errlog-rec PIC X(160).

    WORKING-STORAGE SECTION.
    01 errlog-file-status PIC X(2) VALUE '00'.
    01 err-days PIC S9(8) COMP VALUE 0.
    01 err-week PIC S9(8) COMP VALUE 0.

*>  RUNID=id keeps only the failures one run logged.
    01 trend-parm PIC X(40) VALUE SPACES.
    01 want-run PIC X(30) VALUE SPACES.
    01 run-key PIC X(36) VALUE SPACES.
    01 run-key-len PIC S9(4) COMP VALUE 0.
    01 run-hits PIC S9(4) COMP VALUE 0.

*>  Every parsed entry, kept whole so the week, code and dataset
*>  aggregations below each make one pass over the same facts.
    01 max-ents PIC S9(4) COMP VALUE 500.
*>  code/dataset offenders ranked by total count, and a NEW flag on
*>  any code that had been quiet every earlier week and started
*>  appearing in the latest one. One page, runnable after the batch
*>  window. PARM "RUNID=id" narrows it to the one run (see
*>  COBOLRAYCASTER's run id) - RC 4 when that run logged nothing.
PROCEDURE DIVISION.
    ACCEPT trend-parm FROM COMMAND-LINE
    IF FUNCTION UPPER-CASE(trend-parm(1:6)) = 'RUNID=' THEN
       MOVE trend-parm(7:30) TO want-run
       MOVE SPACES TO run-key
       STRING 'run=' DELIMITED BY SIZE
              FUNCTION TRIM(want-run) DELIMITED BY SIZE
              INTO run-key
       COMPUTE run-key-len =
          FUNCTION LENGTH(FUNCTION TRIM(run-key)) + 1
    END-IF
    OPEN INPUT ERRLOG-FILE
    IF errlog-file-status NOT = '00' THEN
       DISPLAY 'ERRTREND: no ERRLOG dataset - nothing to report'
    CLOSE ERRLOG-FILE

    IF num-ents = 0 THEN
       IF want-run NOT = SPACES THEN
          DISPLAY 'ERRTREND: run ' FUNCTION TRIM(want-run)
             ' logged no errors'
          MOVE 4 TO RETURN-CODE
       ELSE
          DISPLAY 'ERRTREND: ERRLOG is empty - nothing to report'
       END-IF
       STOP RUN
    END-IF

    IF want-run NOT = SPACES THEN
       DISPLAY '--- error trend digest for run '
          FUNCTION TRIM(want-run) ' ---'
    ELSE
       DISPLAY '--- error trend digest ---'
    END-IF
    DISPLAY 'week starting  errors  by code / by dataset'
    PERFORM VARYING wi FROM 1 BY 1 UNTIL wi > num-weeks
       MOVE wk-date(wi) TO date-ed
    IF err-tok4 = '*MONTHLY' THEN
       EXIT PARAGRAPH
    END-IF
    IF want-run NOT = SPACES THEN
       MOVE 0 TO run-hits
       INSPECT errlog-rec TALLYING run-hits
          FOR ALL run-key(1:run-key-len)
       IF run-hits = 0 THEN
          EXIT PARAGRAPH
       END-IF
    END-IF
    COMPUTE err-days = FUNCTION INTEGER-OF-DATE(err-date)
    COMPUTE err-week = err-days / 7
    ADD 1 TO num-ents
