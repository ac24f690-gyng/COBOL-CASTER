IDENTIFICATION DIVISION.
PROGRAM-ID. WAIVRPT.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT WAIV-FILE ASSIGN TO "RENDWAIV"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS waiv-file-status.

DATA DIVISION.
    FILE SECTION.
    FD WAIV-FILE.
    01 waiv-rec PIC X(120).

    WORKING-STORAGE SECTION.
    01 waiv-file-status PIC X(2) VALUE '00'.
    01 waiv-eof PIC X(1) VALUE 'N'.
       88 waiv-eof-yes VALUE 'Y'.

    01 rpt-parm PIC X(40).
    01 rpt-tok1 PIC X(16).
    01 month-tok PIC X(10).
    01 want-month PIC X(6) VALUE SPACES.
    01 all-months PIC X(1) VALUE 'N'.
       88 all-months-yes VALUE 'Y'.
    01 today-date PIC 9(8) VALUE 0.

*>  One waiver record split the way the renderer splits it:
*>  ref operator target cap ceiling granted expiry approver, then
*>  "USED yyyymmdd jobid" once a job has spent it.
    01 waiv-toks.
       02 waiv-tok PIC X(24) OCCURS 11 TIMES.
    01 wt PIC S9(4) COMP VALUE 0.
    01 waiv-expiry PIC 9(8) VALUE 0.
    01 is-expired PIC X(1) VALUE 'N'.

*>  The three lists for the one month, kept as their report lines.
    01 max-list PIC S9(4) COMP VALUE 100.
    01 num-granted PIC S9(4) COMP VALUE 0.
    01 num-used PIC S9(4) COMP VALUE 0.
    01 num-expired PIC S9(4) COMP VALUE 0.
    01 granted-lines.
       02 granted-line PIC X(100) OCCURS 100 TIMES.
    01 used-lines.
       02 used-line PIC X(100) OCCURS 100 TIMES.
    01 expired-lines.
       02 expired-line PIC X(100) OCCURS 100 TIMES.
    01 li PIC S9(4) COMP VALUE 0.
    01 out-line PIC X(100) VALUE SPACES.

*>  ALL: one row per month anything happened in, kept in month order.
    01 max-months PIC S9(4) COMP VALUE 60.
    01 num-months PIC S9(4) COMP VALUE 0.
    01 month-table.
       02 month-ent OCCURS 61 TIMES.
          03 mt-month PIC X(6).
          03 mt-granted PIC S9(4) COMP.
          03 mt-used PIC S9(4) COMP.
          03 mt-expired PIC S9(4) COMP.
    01 mi PIC S9(4) COMP VALUE 0.
    01 mj PIC S9(4) COMP VALUE 0.
    01 find-month PIC X(6) VALUE SPACES.
    01 month-at PIC S9(4) COMP VALUE 0.

    01 cnt1-ed PIC ZZZ9.
    01 cnt2-ed PIC ZZZ9.
    01 cnt3-ed PIC ZZZ9.

*>  Audit wants every budget exception traced to a named approver.
*>  RENDWAIV holds the one-time waivers supervisors grant against
*>  the RENDBUDG caps, and the renderer marks each one USED when a
*>  job spends it; this reports one month of them - waivers granted
*>  in the month, waivers used in it (with the job that used each),
*>  and waivers that expired in it unused - every line carrying its
*>  approver. PARM: "MONTHyyyymm" (default: the current month), or
*>  "ALL" for the month-by-month counts across the whole dataset.
*>  RC 8 with no RENDWAIV, RC 4 when the month has nothing in it.
PROCEDURE DIVISION.
    ACCEPT rpt-parm FROM COMMAND-LINE
    MOVE SPACES TO rpt-tok1
    UNSTRING rpt-parm DELIMITED BY ALL SPACES INTO rpt-tok1
    ACCEPT today-date FROM DATE YYYYMMDD
    IF rpt-tok1(1:5) = 'MONTH' OR rpt-tok1(1:5) = 'month' THEN
       MOVE rpt-tok1(6:10) TO month-tok
       MOVE month-tok(1:6) TO want-month
    ELSE
       IF rpt-tok1 = 'ALL' OR rpt-tok1 = 'all' THEN
          MOVE 'Y' TO all-months
       END-IF
       MOVE today-date(1:6) TO want-month
    END-IF

    OPEN INPUT WAIV-FILE
    IF waiv-file-status NOT = '00' THEN
       DISPLAY 'WAIVRPT: no RENDWAIV dataset - nothing to report'
       MOVE 8 TO RETURN-CODE
       STOP RUN
    END-IF
    PERFORM UNTIL waiv-eof-yes
       READ WAIV-FILE INTO waiv-rec
          AT END MOVE 'Y' TO waiv-eof
       END-READ
       IF NOT waiv-eof-yes AND waiv-rec NOT = SPACES
          AND waiv-rec(1:1) NOT = '*' THEN
          PERFORM TAKE-WAIVER
       END-IF
    END-PERFORM
    CLOSE WAIV-FILE

    IF all-months-yes THEN
       PERFORM REPORT-ALL-MONTHS
    ELSE
       PERFORM REPORT-ONE-MONTH
    END-IF
    STOP RUN.

*>  One waiver: its granted, used and expiry months noted against the
*>  wanted month (or tallied into the month table for ALL).
TAKE-WAIVER.
    PERFORM VARYING wt FROM 1 BY 1 UNTIL wt > 11
       MOVE SPACES TO waiv-tok(wt)
    END-PERFORM
    UNSTRING waiv-rec DELIMITED BY ALL SPACES
       INTO waiv-tok(1), waiv-tok(2), waiv-tok(3), waiv-tok(4),
            waiv-tok(5), waiv-tok(6), waiv-tok(7), waiv-tok(8),
            waiv-tok(9), waiv-tok(10), waiv-tok(11)
    MOVE 0 TO waiv-expiry
    IF FUNCTION TEST-NUMVAL(waiv-tok(7)) = 0 THEN
       COMPUTE waiv-expiry = FUNCTION NUMVAL(waiv-tok(7))
    END-IF
    MOVE 'N' TO is-expired
    IF waiv-tok(9) NOT = 'USED' AND waiv-expiry > 0
       AND waiv-expiry < today-date THEN
       MOVE 'Y' TO is-expired
    END-IF

    IF all-months-yes THEN
       MOVE waiv-tok(6)(1:6) TO find-month
       PERFORM FIND-MONTH-ROW
       IF month-at > 0 THEN
          ADD 1 TO mt-granted(month-at)
       END-IF
       IF waiv-tok(9) = 'USED' THEN
          MOVE waiv-tok(10)(1:6) TO find-month
          PERFORM FIND-MONTH-ROW
          IF month-at > 0 THEN
             ADD 1 TO mt-used(month-at)
          END-IF
       END-IF
       IF is-expired = 'Y' THEN
          MOVE waiv-tok(7)(1:6) TO find-month
          PERFORM FIND-MONTH-ROW
          IF month-at > 0 THEN
             ADD 1 TO mt-expired(month-at)
          END-IF
       END-IF
       EXIT PARAGRAPH
    END-IF

    IF waiv-tok(6)(1:6) = want-month AND num-granted < max-list THEN
       ADD 1 TO num-granted
       MOVE SPACES TO out-line
       STRING waiv-tok(1)(1:10) DELIMITED BY SIZE
              waiv-tok(2)(1:12) DELIMITED BY SIZE
              waiv-tok(3)(1:22) DELIMITED BY SIZE
              waiv-tok(4)(1:10) DELIMITED BY SIZE
              waiv-tok(5)(1:14) DELIMITED BY SIZE
              'exp ' DELIMITED BY SIZE
              waiv-tok(7)(1:9) DELIMITED BY SIZE
              'by ' DELIMITED BY SIZE
              FUNCTION TRIM(waiv-tok(8)) DELIMITED BY SIZE
              INTO out-line
       MOVE out-line TO granted-line(num-granted)
    END-IF
    IF waiv-tok(9) = 'USED' AND waiv-tok(10)(1:6) = want-month
       AND num-used < max-list THEN
       ADD 1 TO num-used
       MOVE SPACES TO out-line
       STRING waiv-tok(1)(1:10) DELIMITED BY SIZE
              waiv-tok(2)(1:12) DELIMITED BY SIZE
              waiv-tok(4)(1:10) DELIMITED BY SIZE
              'on ' DELIMITED BY SIZE
              waiv-tok(10)(1:9) DELIMITED BY SIZE
              'job ' DELIMITED BY SIZE
              waiv-tok(11)(1:9) DELIMITED BY SIZE
              'approved by ' DELIMITED BY SIZE
              FUNCTION TRIM(waiv-tok(8)) DELIMITED BY SIZE
              INTO out-line
       MOVE out-line TO used-line(num-used)
    END-IF
    IF is-expired = 'Y' AND waiv-tok(7)(1:6) = want-month
       AND num-expired < max-list THEN
       ADD 1 TO num-expired
       MOVE SPACES TO out-line
       STRING waiv-tok(1)(1:10) DELIMITED BY SIZE
              waiv-tok(2)(1:12) DELIMITED BY SIZE
              waiv-tok(3)(1:22) DELIMITED BY SIZE
              waiv-tok(4)(1:10) DELIMITED BY SIZE
              'exp ' DELIMITED BY SIZE
              waiv-tok(7)(1:9) DELIMITED BY SIZE
              'by ' DELIMITED BY SIZE
              FUNCTION TRIM(waiv-tok(8)) DELIMITED BY SIZE
              INTO out-line
       MOVE out-line TO expired-line(num-expired)
    END-IF.

*>  The month table row for find-month, opened in month order when
*>  it isn't there yet; month-at is 0 for a blank month or a full
*>  table.
FIND-MONTH-ROW.
    MOVE 0 TO month-at
    IF find-month = SPACES THEN
       EXIT PARAGRAPH
    END-IF
    PERFORM VARYING mi FROM 1 BY 1 UNTIL mi > num-months
       OR month-at > 0
       IF mt-month(mi) = find-month THEN
          MOVE mi TO month-at
       END-IF
    END-PERFORM
    IF month-at > 0 OR num-months >= max-months THEN
       EXIT PARAGRAPH
    END-IF
    MOVE num-months TO mi
    PERFORM UNTIL mi < 1
       IF mt-month(mi) < find-month THEN
          EXIT PERFORM
       END-IF
       COMPUTE mj = mi + 1
       MOVE month-ent(mi) TO month-ent(mj)
       SUBTRACT 1 FROM mi
    END-PERFORM
    COMPUTE month-at = mi + 1
    MOVE find-month TO mt-month(month-at)
    MOVE 0 TO mt-granted(month-at)
    MOVE 0 TO mt-used(month-at)
    MOVE 0 TO mt-expired(month-at)
    ADD 1 TO num-months.

REPORT-ONE-MONTH.
    DISPLAY '--- budget waivers for ' want-month ' ---'
    DISPLAY ' '
    DISPLAY 'granted:'
    IF num-granted = 0 THEN
       DISPLAY '  (none)'
    END-IF
    PERFORM VARYING li FROM 1 BY 1 UNTIL li > num-granted
       DISPLAY '  ' FUNCTION TRIM(granted-line(li) TRAILING)
    END-PERFORM
    DISPLAY ' '
    DISPLAY 'used:'
    IF num-used = 0 THEN
       DISPLAY '  (none)'
    END-IF
    PERFORM VARYING li FROM 1 BY 1 UNTIL li > num-used
       DISPLAY '  ' FUNCTION TRIM(used-line(li) TRAILING)
    END-PERFORM
    DISPLAY ' '
    DISPLAY 'expired unused:'
    IF num-expired = 0 THEN
       DISPLAY '  (none)'
    END-IF
    PERFORM VARYING li FROM 1 BY 1 UNTIL li > num-expired
       DISPLAY '  ' FUNCTION TRIM(expired-line(li) TRAILING)
    END-PERFORM
    MOVE num-granted TO cnt1-ed
    MOVE num-used TO cnt2-ed
    MOVE num-expired TO cnt3-ed
    DISPLAY '--------------------'
    DISPLAY 'WAIVRPT: ' FUNCTION TRIM(cnt1-ed) ' granted, '
       FUNCTION TRIM(cnt2-ed) ' used, ' FUNCTION TRIM(cnt3-ed)
       ' expired unused'
    IF num-granted = 0 AND num-used = 0 AND num-expired = 0 THEN
       MOVE 4 TO RETURN-CODE
    END-IF.

REPORT-ALL-MONTHS.
    DISPLAY '--- budget waivers by month ---'
    DISPLAY 'month    granted   used  expired'
    PERFORM VARYING mi FROM 1 BY 1 UNTIL mi > num-months
       MOVE mt-granted(mi) TO cnt1-ed
       MOVE mt-used(mi) TO cnt2-ed
       MOVE mt-expired(mi) TO cnt3-ed
       DISPLAY mt-month(mi) '      ' cnt1-ed '   ' cnt2-ed '     '
          cnt3-ed
    END-PERFORM
    IF num-months = 0 THEN
       DISPLAY '  (no waivers on file)'
       MOVE 4 TO RETURN-CODE
    END-IF.
