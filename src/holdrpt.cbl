IDENTIFICATION DIVISION.
PROGRAM-ID. HOLDRPT.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT HOLD-FILE ASSIGN TO "HOLDLIST"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS hold-file-status.
    SELECT PROBE-FILE ASSIGN TO DYNAMIC probe-fname
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS probe-status.
    SELECT LOG-FILE ASSIGN TO DYNAMIC log-fname
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS log-file-status.

DATA DIVISION.
    FILE SECTION.
    FD HOLD-FILE.
    01 hold-rec PIC X(160).
    FD PROBE-FILE.
    01 probe-rec PIC X(200).
    FD LOG-FILE.
    01 log-rec PIC X(200).

    WORKING-STORAGE SECTION.
    01 hold-file-status PIC X(2) VALUE '00'.
    01 probe-status PIC X(2) VALUE '00'.
    01 log-file-status PIC X(2) VALUE '00'.
    01 probe-fname PIC X(30) VALUE SPACES.
    01 log-fname PIC X(30) VALUE SPACES.
    01 hold-eof PIC X(1) VALUE 'N'.
       88 hold-eof-yes VALUE 'Y'.
    01 log-eof PIC X(1) VALUE 'N'.
       88 log-eof-yes VALUE 'Y'.

    01 today-date PIC 9(8) VALUE 0.
    01 today-days PIC S9(8) COMP VALUE 0.
    01 sweep-days PIC S9(8) COMP VALUE 0.
    01 sweep-date PIC 9(8) VALUE 0.
    01 sweep-seq PIC 9(2) VALUE 0.
    01 seq-i PIC S9(4) COMP VALUE 0.
    01 frm-i PIC S9(4) COMP VALUE 0.
    01 frm-suffix PIC 9(2) VALUE 0.
    01 prefix-i PIC S9(4) COMP VALUE 0.
    01 out-prefix PIC X(10) VALUE SPACES.
    01 base-name PIC X(30) VALUE SPACES.

*>  The holds as HOLDLIST states them, with what each is found to
*>  cover: archive files on disk and live log entries per log.
    01 max-holds PIC S9(4) COMP VALUE 200.
    01 num-holds PIC S9(4) COMP VALUE 0.
    01 hold-table.
       02 hold-ent OCCURS 200 TIMES.
          03 hd-ref PIC X(8).
          03 hd-type PIC X(6).
          03 hd-value PIC X(20).
          03 hd-release PIC X(8).
          03 hd-requester PIC X(12).
          03 hd-reason PIC X(60).
          03 hd-files PIC S9(4) COMP.
          03 hd-logs PIC S9(8) COMP OCCURS 3 TIMES.
    01 hi PIC S9(4) COMP VALUE 0.
    01 hold-tok PIC X(20) OCCURS 5 TIMES.
    01 ht-i PIC S9(4) COMP VALUE 0.
    01 hold-ptr PIC S9(4) COMP VALUE 1.

*>  Every archive file on disk, found once and tried against each
*>  hold in turn.
    01 max-files PIC S9(4) COMP VALUE 3000.
    01 num-files PIC S9(4) COMP VALUE 0.
    01 file-table.
       02 file-name PIC X(30) OCCURS 3000 TIMES.
    01 fi PIC S9(4) COMP VALUE 0.
    01 which-log PIC S9(4) COMP VALUE 0.

    01 hold-func PIC X(1) VALUE 'A'.
    01 hold-subject PIC X(160) VALUE SPACES.
    01 hold-ref PIC X(8) VALUE SPACES.

    01 rel-date PIC 9(8) VALUE 0.
    01 rel-days PIC S9(8) COMP VALUE 0.
    01 over-days PIC S9(8) COMP VALUE 0.
    01 over-count PIC S9(4) COMP VALUE 0.
    01 idle-count PIC S9(4) COMP VALUE 0.
    01 cnt-ed PIC ZZZZZZ9.
    01 cnt2-ed PIC ZZZZZZ9.
    01 cnt3-ed PIC ZZZZZZ9.
    01 days-ed PIC ZZZZ9.

*>  Disputed renders used to be protected by renaming the files by
*>  hand, which RETAIN could not see and AUDITCHK tripped over. Holds
*>  now live on the HOLDLIST (see HOLDCHK for the record layout and
*>  what each kind of hold covers) and RETAIN and LOGROLL honour
*>  them. This lists every hold with its requester, reason and
*>  release date, then what it is actually protecting: the archive
*>  files on disk it covers (RENDPPM, RENDDEPTH, RENDMASK, SYSOUT and
*>  RENDBNDL over the last 120 days, frame-suffixed variants
*>  included) and how many AUDITLOG, RENDHIST and ERRLOG entries it
*>  keeps in the live logs. A hold past its release date still
*>  protects - only taking it off the HOLDLIST lifts it - but is
*>  flagged PAST RELEASE so someone asks the requester whether it can
*>  go. A hold covering nothing is flagged too: usually a mistyped
*>  stamp. RC 4 when anything is flagged, RC 8 with no HOLDLIST.
PROCEDURE DIVISION.
    ACCEPT today-date FROM DATE YYYYMMDD
    COMPUTE today-days = FUNCTION INTEGER-OF-DATE(today-date)

    OPEN INPUT HOLD-FILE
    IF hold-file-status NOT = '00' THEN
       DISPLAY 'HOLDRPT: no HOLDLIST - nothing is on hold'
       MOVE 8 TO RETURN-CODE
       STOP RUN
    END-IF
    PERFORM UNTIL hold-eof-yes
       READ HOLD-FILE INTO hold-rec
          AT END MOVE 'Y' TO hold-eof
       END-READ
       IF NOT hold-eof-yes AND hold-rec NOT = SPACES
          AND hold-rec(1:1) NOT = '*' THEN
          PERFORM TAKE-HOLD
       END-IF
    END-PERFORM
    CLOSE HOLD-FILE

*>  The archive as it stands, the way ARCHCAT and INTEGCHK walk it.
    COMPUTE sweep-days = today-days - 120
    PERFORM UNTIL sweep-days > today-days
       COMPUTE sweep-date = FUNCTION DATE-OF-INTEGER(sweep-days)
       PERFORM FIND-ONE-DATE
       ADD 1 TO sweep-days
    END-PERFORM
    PERFORM VARYING hi FROM 1 BY 1 UNTIL hi > num-holds
       PERFORM VARYING fi FROM 1 BY 1 UNTIL fi > num-files
          MOVE 'A' TO hold-func
          MOVE file-name(fi) TO hold-subject
          MOVE hd-ref(hi) TO hold-ref
          CALL 'HOLDCHK' USING hold-func, hold-subject, hold-ref
          IF hold-ref NOT = SPACES THEN
             ADD 1 TO hd-files(hi)
          END-IF
       END-PERFORM
    END-PERFORM

*>  The live logs, entry by entry.
    PERFORM VARYING which-log FROM 1 BY 1 UNTIL which-log > 3
       EVALUATE which-log
          WHEN 1
             MOVE 'AUDITLOG' TO log-fname
             MOVE 'U' TO hold-func
          WHEN 2
             MOVE 'RENDHIST' TO log-fname
             MOVE 'H' TO hold-func
          WHEN 3
             MOVE 'ERRLOG' TO log-fname
             MOVE 'E' TO hold-func
       END-EVALUATE
       PERFORM COUNT-ONE-LOG
    END-PERFORM

    DISPLAY '--- holds on the HOLDLIST ---'
    PERFORM VARYING hi FROM 1 BY 1 UNTIL hi > num-holds
       PERFORM SHOW-ONE-HOLD
    END-PERFORM
    IF num-holds = 0 THEN
       DISPLAY '  (none)'
    END-IF
    DISPLAY '--------------------'
    MOVE num-holds TO cnt-ed
    DISPLAY 'HOLDRPT: ' FUNCTION TRIM(cnt-ed) ' hold(s)'
    MOVE over-count TO cnt-ed
    DISPLAY '  past their release date:' cnt-ed
    MOVE idle-count TO cnt-ed
    DISPLAY '  protecting nothing:     ' cnt-ed
    IF over-count > 0 OR idle-count > 0 THEN
       MOVE 4 TO RETURN-CODE
    END-IF
    STOP RUN.

*>  "ref type value release requester reason..." - the reason runs
*>  to the end of the record.
TAKE-HOLD.
    IF num-holds >= max-holds THEN
       EXIT PARAGRAPH
    END-IF
    PERFORM VARYING ht-i FROM 1 BY 1 UNTIL ht-i > 5
       MOVE SPACES TO hold-tok(ht-i)
    END-PERFORM
    MOVE 1 TO hold-ptr
    UNSTRING hold-rec DELIMITED BY ALL SPACES
       INTO hold-tok(1), hold-tok(2), hold-tok(3), hold-tok(4),
            hold-tok(5)
       WITH POINTER hold-ptr
    ADD 1 TO num-holds
    MOVE hold-tok(1) TO hd-ref(num-holds)
    MOVE FUNCTION UPPER-CASE(hold-tok(2)) TO hd-type(num-holds)
    MOVE hold-tok(3) TO hd-value(num-holds)
    MOVE hold-tok(4) TO hd-release(num-holds)
    MOVE hold-tok(5) TO hd-requester(num-holds)
    MOVE SPACES TO hd-reason(num-holds)
    IF hold-ptr <= 160 THEN
       MOVE hold-rec(hold-ptr:) TO hd-reason(num-holds)
    END-IF
    MOVE 0 TO hd-files(num-holds)
    MOVE 0 TO hd-logs(num-holds, 1)
    MOVE 0 TO hd-logs(num-holds, 2)
    MOVE 0 TO hd-logs(num-holds, 3).

FIND-ONE-DATE.
    PERFORM VARYING prefix-i FROM 1 BY 1 UNTIL prefix-i > 5
       EVALUATE prefix-i
          WHEN 1 MOVE 'RENDPPM' TO out-prefix
          WHEN 2 MOVE 'RENDDEPTH' TO out-prefix
          WHEN 3 MOVE 'RENDMASK' TO out-prefix
          WHEN 4 MOVE 'SYSOUT' TO out-prefix
          WHEN 5 MOVE 'RENDBNDL' TO out-prefix
       END-EVALUATE
       PERFORM VARYING seq-i FROM 1 BY 1 UNTIL seq-i > 99
          MOVE seq-i TO sweep-seq
          MOVE SPACES TO base-name
          STRING FUNCTION TRIM(out-prefix) DELIMITED BY SIZE
                 '.' DELIMITED BY SIZE
                 sweep-date DELIMITED BY SIZE
                 '.' DELIMITED BY SIZE
                 sweep-seq DELIMITED BY SIZE
                 INTO base-name
          MOVE base-name TO probe-fname
          PERFORM NOTE-FILE
          IF probe-status NOT = '00' AND prefix-i <= 3 THEN
             PERFORM VARYING frm-i FROM 1 BY 1 UNTIL frm-i > 99
                MOVE frm-i TO frm-suffix
                MOVE SPACES TO probe-fname
                STRING FUNCTION TRIM(base-name) DELIMITED BY SIZE
                       frm-suffix DELIMITED BY SIZE
                       INTO probe-fname
                PERFORM NOTE-FILE
                IF probe-status NOT = '00' THEN
                   EXIT PERFORM
                END-IF
             END-PERFORM
          END-IF
       END-PERFORM
    END-PERFORM.

NOTE-FILE.
    OPEN INPUT PROBE-FILE
    IF probe-status NOT = '00' THEN
       EXIT PARAGRAPH
    END-IF
    CLOSE PROBE-FILE
    MOVE '00' TO probe-status
    IF num-files < max-files THEN
       ADD 1 TO num-files
       MOVE probe-fname TO file-name(num-files)
    END-IF.

COUNT-ONE-LOG.
    MOVE 'N' TO log-eof
    OPEN INPUT LOG-FILE
    IF log-file-status NOT = '00' THEN
       EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL log-eof-yes
       READ LOG-FILE INTO log-rec
          AT END MOVE 'Y' TO log-eof
       END-READ
       IF NOT log-eof-yes AND log-rec NOT = SPACES THEN
          PERFORM VARYING hi FROM 1 BY 1 UNTIL hi > num-holds
             MOVE log-rec TO hold-subject
             MOVE hd-ref(hi) TO hold-ref
             CALL 'HOLDCHK' USING hold-func, hold-subject, hold-ref
             IF hold-ref NOT = SPACES THEN
                ADD 1 TO hd-logs(hi, which-log)
             END-IF
          END-PERFORM
       END-IF
    END-PERFORM
    CLOSE LOG-FILE.

SHOW-ONE-HOLD.
    DISPLAY ' '
    DISPLAY hd-ref(hi) ' ' hd-type(hi) ' ' FUNCTION TRIM(hd-value(hi))
       '  requested by ' FUNCTION TRIM(hd-requester(hi))
       ', release ' hd-release(hi)
    DISPLAY '    reason: ' FUNCTION TRIM(hd-reason(hi))
    MOVE 0 TO rel-date
    IF hd-release(hi) IS NUMERIC THEN
       MOVE hd-release(hi) TO rel-date
    END-IF
    IF rel-date > 0 AND FUNCTION TEST-DATE-YYYYMMDD(rel-date) = 0
       THEN
       COMPUTE rel-days = FUNCTION INTEGER-OF-DATE(rel-date)
       IF rel-days < today-days THEN
          ADD 1 TO over-count
          COMPUTE over-days = today-days - rel-days
          MOVE over-days TO days-ed
          DISPLAY '    PAST RELEASE by ' FUNCTION TRIM(days-ed)
             ' day(s) - still protecting until taken off the list'
       END-IF
    ELSE
       DISPLAY '    no valid release date'
    END-IF
    PERFORM VARYING fi FROM 1 BY 1 UNTIL fi > num-files
       MOVE 'A' TO hold-func
       MOVE file-name(fi) TO hold-subject
       MOVE hd-ref(hi) TO hold-ref
       CALL 'HOLDCHK' USING hold-func, hold-subject, hold-ref
       IF hold-ref NOT = SPACES THEN
          DISPLAY '    protects ' FUNCTION TRIM(file-name(fi))
       END-IF
    END-PERFORM
    MOVE hd-logs(hi, 1) TO cnt-ed
    MOVE hd-logs(hi, 2) TO cnt2-ed
    MOVE hd-logs(hi, 3) TO cnt3-ed
    DISPLAY '    live log entries kept: AUDITLOG '
       FUNCTION TRIM(cnt-ed) ', RENDHIST ' FUNCTION TRIM(cnt2-ed)
       ', ERRLOG ' FUNCTION TRIM(cnt3-ed)
    IF hd-files(hi) = 0 AND hd-logs(hi, 1) = 0
       AND hd-logs(hi, 2) = 0 AND hd-logs(hi, 3) = 0 THEN
       ADD 1 TO idle-count
       DISPLAY '    PROTECTING NOTHING - check the hold value'
    END-IF.
