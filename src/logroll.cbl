DATA DIVISION.
    FILE SECTION.
    FD LOG-FILE.
    01 log-rec PIC X(200).
    FD SIDE-FILE.
    01 side-rec PIC X(200).

    WORKING-STORAGE SECTION.
    01 log-file-status PIC X(2) VALUE '00'.
    01 max-keep PIC S9(8) COMP VALUE 2000.
    01 num-keep PIC S9(8) COMP VALUE 0.
    01 keep-table.
       02 keep-line PIC X(200) OCCURS 2000 TIMES.
    01 keep-overflow PIC X(1) VALUE 'N'.

*>  Monthly buckets over the rolled-out records: entry count always,
    01 rolled-ed PIC ZZZZZ9.
    01 kept-ed PIC ZZZZZ9.
    01 days-ed PIC ZZZ9.
    01 held-count PIC S9(8) COMP VALUE 0.
    01 held-ed PIC ZZZZZ9.
    01 hold-func PIC X(1) VALUE 'U'.
    01 hold-subject PIC X(160) VALUE SPACES.
    01 hold-ref PIC X(8) VALUE SPACES.

*>  AUDITLOG, RENDHIST and ERRLOG grow without bound - RETAIN only
*>  sweeps image outputs. This moves entries older than DAYSn
*>  The RENDHIST summary keeps the pixel/ray/second columns in their
*>  usual token positions so RENDTREND still reads it; AUDITCHK and
*>  ERRTREND know to pass a *MONTHLY marker by.
*>  An old entry a HOLDLIST hold covers (see HOLDCHK) stays in the
*>  live log among the current ones, however old, until the hold is
*>  lifted; it is counted as held, not rolled.
PROCEDURE DIVISION.
    ACCEPT roll-parm FROM COMMAND-LINE
    MOVE SPACES TO roll-tok
    MOVE 0 TO num-months
    MOVE 0 TO rolled-count
    MOVE 0 TO kept-count
    MOVE 0 TO held-count
    MOVE 'N' TO keep-overflow
    MOVE 'N' TO side-open
    MOVE 'N' TO log-eof
       CLOSE SIDE-FILE
    END-IF
    IF rolled-count = 0 THEN
       IF held-count > 0 THEN
          MOVE held-count TO held-ed
          DISPLAY 'LOGROLL: ' FUNCTION TRIM(log-base) ' - ' held-ed
             ' old entries kept under hold, nothing else to roll'
       ELSE
          DISPLAY 'LOGROLL: ' FUNCTION TRIM(log-base)
             ' has nothing old enough to roll'
       END-IF
       EXIT PARAGRAPH
    END-IF
*>  The live log goes back: monthly summaries first (oldest history
    MOVE rolled-count TO rolled-ed
    MOVE kept-count TO kept-ed
    DISPLAY 'LOGROLL: ' FUNCTION TRIM(log-base) ' - ' rolled-ed
       ' rolled to ' FUNCTION TRIM(side-fname) ', ' kept-ed ' kept'
    IF held-count > 0 THEN
       MOVE held-count TO held-ed
       DISPLAY 'LOGROLL: ' FUNCTION TRIM(log-base) ' - ' held-ed
          ' old entries kept under hold'
    END-IF.

*>  One record: date from the first token decides which side it
*>  lands on. A record with no readable date (including an earlier
       PERFORM KEEP-RECORD
       EXIT PARAGRAPH
    END-IF
*>  Old, but held: it stays.
    EVALUATE which-log
       WHEN 1 MOVE 'U' TO hold-func
       WHEN 2 MOVE 'H' TO hold-func
       WHEN 3 MOVE 'E' TO hold-func
    END-EVALUATE
    MOVE log-rec TO hold-subject
    MOVE SPACES TO hold-ref
    CALL 'HOLDCHK' USING hold-func, hold-subject, hold-ref
    IF hold-ref NOT = SPACES THEN
       PERFORM KEEP-RECORD
       ADD 1 TO held-count
       EXIT PARAGRAPH
    END-IF
*>  Old: to the side file, and into its month's bucket.
    IF side-open = 'N' THEN
       PERFORM OPEN-SIDE-FILE
