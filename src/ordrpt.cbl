IDENTIFICATION DIVISION.
PROGRAM-ID. ORDRPT.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT ORDR-FILE ASSIGN TO "RENDORDR"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ordr-file-status.

DATA DIVISION.
    FILE SECTION.
    FD ORDR-FILE.
    01 ordr-rec PIC X(160).

    WORKING-STORAGE SECTION.
    01 ordr-file-status PIC X(2) VALUE '00'.
    01 ordr-eof PIC X(1) VALUE 'N'.
       88 ordr-eof-yes VALUE 'Y'.

    01 rpt-parm PIC X(40).
    01 rpt-tok1 PIC X(16).
    01 rpt-mode PIC X(4) VALUE 'ALL'.
    01 today-date PIC 9(8) VALUE 0.
    01 today-int PIC S9(9) COMP VALUE 0.
    01 ord-moved PIC 9(4) VALUE 0.

*>  One order split the way ORDSTAT files it: order requester dept
*>  scene due method status entered started rendered delivered.
    01 ord-toks.
       02 ord-tok PIC X(16) OCCURS 11 TIMES.
    01 ot PIC S9(4) COMP VALUE 0.
    01 due-date PIC 9(8) VALUE 0.
    01 due-int PIC S9(9) COMP VALUE 0.
    01 ent-date PIC 9(8) VALUE 0.
    01 dlv-date PIC 9(8) VALUE 0.
    01 dlv-int PIC S9(9) COMP VALUE 0.
    01 days-late PIC S9(6) COMP VALUE 0.
    01 turn-days PIC S9(6) COMP VALUE 0.
    01 is-open PIC X(1) VALUE 'N'.
    01 is-late PIC X(1) VALUE 'N'.
    01 note-text PIC X(24) VALUE SPACES.
    01 out-line PIC X(100) VALUE SPACES.
    01 days-ed PIC ZZZZ9.

    01 open-count PIC S9(4) COMP VALUE 0.
    01 open-late PIC S9(4) COMP VALUE 0.
    01 dlv-count PIC S9(4) COMP VALUE 0.
    01 dlv-late PIC S9(4) COMP VALUE 0.
    01 cancel-count PIC S9(4) COMP VALUE 0.
    01 shown-count PIC S9(4) COMP VALUE 0.
    01 turn-total PIC S9(8) COMP VALUE 0.
    01 turn-avg PIC S9(5)V9(1) COMP-3 VALUE 0.
    01 cnt1-ed PIC ZZZ9.
    01 cnt2-ed PIC ZZZ9.
    01 cnt3-ed PIC ZZZ9.
    01 cnt4-ed PIC ZZZ9.
    01 avg-ed PIC ZZZZ9.9.

*>  Management measures the shop on turnaround, and the figure used
*>  to be rebuilt by hand from the queue and the log. This reports
*>  RENDORDR against the due dates, after bringing every order's
*>  status up to date (ORDSTAT): one line per order - status, due
*>  date, delivery date, and LATE with the days over for an open
*>  order past due or one delivered after it - then the counts and
*>  the average turnaround from entry to delivery. PARM: ALL (the
*>  default), OPEN (orders still in the shop) or LATE (only the late
*>  ones, open or delivered). RC 8 with no RENDORDR, RC 4 when any
*>  open order is already past due.
PROCEDURE DIVISION.
    ACCEPT rpt-parm FROM COMMAND-LINE
    MOVE SPACES TO rpt-tok1
    UNSTRING rpt-parm DELIMITED BY ALL SPACES INTO rpt-tok1
    MOVE FUNCTION UPPER-CASE(rpt-tok1) TO rpt-tok1
    IF rpt-tok1 = 'OPEN' OR rpt-tok1 = 'LATE' THEN
       MOVE rpt-tok1 TO rpt-mode
    END-IF
    ACCEPT today-date FROM DATE YYYYMMDD
    COMPUTE today-int = FUNCTION INTEGER-OF-DATE(today-date)

    CALL 'ORDSTAT' USING ord-moved

    OPEN INPUT ORDR-FILE
    IF ordr-file-status NOT = '00' THEN
       DISPLAY 'ORDRPT: no RENDORDR dataset - nothing to report'
       MOVE 8 TO RETURN-CODE
       STOP RUN
    END-IF
    DISPLAY '--- render work orders as of ' today-date ' ('
       FUNCTION TRIM(rpt-mode) ') ---'
    DISPLAY 'order    requester    dept         scene        due      '
       'status     delivered'
    PERFORM UNTIL ordr-eof-yes
       READ ORDR-FILE INTO ordr-rec
          AT END MOVE 'Y' TO ordr-eof
       END-READ
       IF NOT ordr-eof-yes AND ordr-rec NOT = SPACES
          AND ordr-rec(1:1) NOT = '*' THEN
          PERFORM TAKE-ORDER
       END-IF
    END-PERFORM
    CLOSE ORDR-FILE
    IF shown-count = 0 THEN
       DISPLAY '  (none)'
    END-IF

    MOVE open-count TO cnt1-ed
    MOVE open-late TO cnt2-ed
    MOVE dlv-count TO cnt3-ed
    MOVE dlv-late TO cnt4-ed
    DISPLAY '--------------------'
    DISPLAY 'ORDRPT: ' FUNCTION TRIM(cnt1-ed) ' open ('
       FUNCTION TRIM(cnt2-ed) ' late), ' FUNCTION TRIM(cnt3-ed)
       ' delivered (' FUNCTION TRIM(cnt4-ed) ' late)'
    IF dlv-count > 0 THEN
       COMPUTE turn-avg ROUNDED = turn-total / dlv-count
       MOVE turn-avg TO avg-ed
       DISPLAY 'ORDRPT: average turnaround ' FUNCTION TRIM(avg-ed)
          ' days from entry to delivery'
    END-IF
    IF open-late > 0 THEN
       MOVE 4 TO RETURN-CODE
    END-IF
    STOP RUN.

*>  One order: open or delivered, late or not, counted and - when
*>  the PARM wants it - listed.
TAKE-ORDER.
    PERFORM VARYING ot FROM 1 BY 1 UNTIL ot > 11
       MOVE SPACES TO ord-tok(ot)
    END-PERFORM
    UNSTRING ordr-rec DELIMITED BY ALL SPACES
       INTO ord-tok(1), ord-tok(2), ord-tok(3), ord-tok(4),
            ord-tok(5), ord-tok(6), ord-tok(7), ord-tok(8),
            ord-tok(9), ord-tok(10), ord-tok(11)
    MOVE 0 TO due-date, ent-date, dlv-date
    IF FUNCTION TEST-NUMVAL(ord-tok(5)) = 0 THEN
       COMPUTE due-date = FUNCTION NUMVAL(ord-tok(5))
    END-IF
    IF FUNCTION TEST-NUMVAL(ord-tok(8)) = 0 THEN
       COMPUTE ent-date = FUNCTION NUMVAL(ord-tok(8))
    END-IF
    IF FUNCTION TEST-NUMVAL(ord-tok(11)) = 0 THEN
       COMPUTE dlv-date = FUNCTION NUMVAL(ord-tok(11))
    END-IF
    IF ord-tok(7) = 'CANCELLED' THEN
       ADD 1 TO cancel-count
       IF rpt-mode = 'ALL' THEN
          MOVE SPACES TO note-text
          PERFORM SHOW-ORDER
       END-IF
       EXIT PARAGRAPH
    END-IF
    MOVE 'N' TO is-late
    MOVE 0 TO days-late
    IF due-date > 0 AND FUNCTION TEST-DATE-YYYYMMDD(due-date) = 0 THEN
       COMPUTE due-int = FUNCTION INTEGER-OF-DATE(due-date)
    ELSE
       MOVE today-int TO due-int
    END-IF
    IF ord-tok(7) = 'DELIVERED' THEN
       MOVE 'N' TO is-open
       ADD 1 TO dlv-count
       IF dlv-date > 0 AND FUNCTION TEST-DATE-YYYYMMDD(dlv-date) = 0
          THEN
          COMPUTE dlv-int = FUNCTION INTEGER-OF-DATE(dlv-date)
          IF dlv-int > due-int THEN
             MOVE 'Y' TO is-late
             COMPUTE days-late = dlv-int - due-int
             ADD 1 TO dlv-late
          END-IF
          IF ent-date > 0
             AND FUNCTION TEST-DATE-YYYYMMDD(ent-date) = 0 THEN
             COMPUTE turn-days =
                dlv-int - FUNCTION INTEGER-OF-DATE(ent-date)
             ADD turn-days TO turn-total
          END-IF
       END-IF
    ELSE
       MOVE 'Y' TO is-open
       ADD 1 TO open-count
       IF today-int > due-int THEN
          MOVE 'Y' TO is-late
          COMPUTE days-late = today-int - due-int
          ADD 1 TO open-late
       END-IF
    END-IF
    MOVE SPACES TO note-text
    IF is-late = 'Y' THEN
       MOVE days-late TO days-ed
       STRING 'LATE ' DELIMITED BY SIZE
              FUNCTION TRIM(days-ed) DELIMITED BY SIZE
              ' day(s)' DELIMITED BY SIZE
              INTO note-text
    END-IF
    EVALUATE rpt-mode
       WHEN 'OPEN'
          IF is-open = 'Y' THEN
             PERFORM SHOW-ORDER
          END-IF
       WHEN 'LATE'
          IF is-late = 'Y' THEN
             PERFORM SHOW-ORDER
          END-IF
       WHEN OTHER
          PERFORM SHOW-ORDER
    END-EVALUATE.

SHOW-ORDER.
    ADD 1 TO shown-count
    MOVE SPACES TO out-line
    STRING ord-tok(1)(1:9) DELIMITED BY SIZE
           ord-tok(2)(1:13) DELIMITED BY SIZE
           ord-tok(3)(1:13) DELIMITED BY SIZE
           ord-tok(4)(1:13) DELIMITED BY SIZE
           ord-tok(5)(1:9) DELIMITED BY SIZE
           ord-tok(7)(1:11) DELIMITED BY SIZE
           ord-tok(11)(1:10) DELIMITED BY SIZE
           note-text DELIMITED BY SIZE
           INTO out-line
    DISPLAY FUNCTION TRIM(out-line TRAILING).
