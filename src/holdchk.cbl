IDENTIFICATION DIVISION.
PROGRAM-ID. HOLDCHK.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT HOLD-FILE ASSIGN TO "HOLDLIST"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS hold-file-status.
    SELECT AUDIT-FILE ASSIGN TO DYNAMIC audit-fname
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS audit-file-status.

DATA DIVISION.
    FILE SECTION.
    FD HOLD-FILE.
    01 hold-rec PIC X(160).
    FD AUDIT-FILE.
    01 audit-rec PIC X(200).

    WORKING-STORAGE SECTION.
    01 hold-file-status PIC X(2) VALUE '00'.
    01 audit-file-status PIC X(2) VALUE '00'.
    01 audit-fname PIC X(30) VALUE SPACES.
    01 hold-eof PIC X(1) VALUE 'N'.
       88 hold-eof-yes VALUE 'Y'.
    01 audit-eof PIC X(1) VALUE 'N'.
       88 audit-eof-yes VALUE 'Y'.
    01 loaded PIC X(1) VALUE 'N'.

*>  HOLDLIST, one hold per record:
*>    "ref type value release requester reason..."
*>  type STAMP (value yyyymmdd.nn, one archive run), DATES (value
*>  yyyymmdd-yyyymmdd, or one yyyymmdd), OPER (operator), SCENE
*>  (library scene name) or JOB (JOBID). release is the date the
*>  requester expects to lift it; a record starting '*' is a comment.
    01 max-holds PIC S9(4) COMP VALUE 200.
    01 num-holds PIC S9(4) COMP VALUE 0.
    01 hold-table.
       02 hold-ent OCCURS 200 TIMES.
          03 hd-ref PIC X(8).
          03 hd-type PIC X(6).
          03 hd-value PIC X(20).
          03 hd-from PIC 9(8).
          03 hd-to PIC 9(8).
    01 hi PIC S9(4) COMP VALUE 0.
    01 hold-tok PIC X(20) OCCURS 4 TIMES.

*>  Every render run AUDITLOG knows of - the rolled-off side files of
*>  the last 120 days and the live log - by its archive stamp, with
*>  the operator and scene a STAMP-less hold needs to recognise it.
    01 max-runs PIC S9(4) COMP VALUE 3000.
    01 num-runs PIC S9(4) COMP VALUE 0.
    01 run-table.
       02 run-ent OCCURS 3000 TIMES.
          03 ri-job PIC X(8).
          03 ri-date PIC X(8).
          03 ri-seq PIC X(2).
          03 ri-oper PIC X(20).
          03 ri-scene PIC X(16).
    01 ri PIC S9(4) COMP VALUE 0.
    01 found-i PIC S9(4) COMP VALUE 0.

    01 today-date PIC 9(8) VALUE 0.
    01 today-days PIC S9(8) COMP VALUE 0.
    01 sweep-days PIC S9(8) COMP VALUE 0.
    01 sweep-date PIC 9(8) VALUE 0.
    01 sweep-seq PIC 9(2) VALUE 0.
    01 seq-i PIC S9(4) COMP VALUE 0.

    01 line-buf PIC X(160) VALUE SPACES.
    01 line-tok PIC X(40) OCCURS 14 TIMES.
    01 lt-i PIC S9(4) COMP VALUE 0.
    01 name-tok PIC X(20) OCCURS 4 TIMES.
    01 art-name PIC X(40) VALUE SPACES.

*>  The run being tested against the holds.
    01 m-job PIC X(8) VALUE SPACES.
    01 m-date PIC X(8) VALUE SPACES.
    01 m-seq PIC X(2) VALUE SPACES.
    01 m-oper PIC X(20) VALUE SPACES.
    01 m-scene PIC X(16) VALUE SPACES.
    01 m-stamp PIC X(11) VALUE SPACES.
    01 m-hit PIC X(8) VALUE SPACES.
    01 want-ref PIC X(8) VALUE SPACES.
    01 line-date PIC X(8) VALUE SPACES.
    01 line-oper PIC X(20) VALUE SPACES.

    LINKAGE SECTION.
    01 hold-func PIC X(1).
    01 hold-subject PIC X(160).
    01 hold-ref PIC X(8).

*>  Whether anything on the HOLDLIST protects one thing RETAIN or
*>  LOGROLL is about to let go of, shared so the sweep, the roll, the
*>  catalog and HOLDRPT can never disagree about what a hold covers.
*>    hold-func 'A'  hold-subject is an archive file name
*>              'U'  an AUDITLOG record
*>              'H'  a RENDHIST record
*>              'E'  an ERRLOG record
*>  hold-ref comes back with the first hold protecting it, SPACES
*>  when none does. Called with hold-ref already set, only that hold
*>  is tried - HOLDRPT asks hold by hold what each one covers.
*>  A STAMP, OPER, SCENE or JOB hold covers a run's artifacts and
*>  every AUDITLOG entry naming them; RENDHIST and ERRLOG records
*>  carry no archive name, so they are kept for any held run with
*>  the same date (and operator, for RENDHIST) - a few records too
*>  many kept is the safe side of a dispute. DATES and OPER holds
*>  also cover any log record dated or signed accordingly.
*>  HOLDLIST and the run index load on the first call.
PROCEDURE DIVISION USING hold-func, hold-subject, hold-ref.
    IF loaded = 'N' THEN
       PERFORM LOAD-HOLDS
       IF num-holds > 0 THEN
          PERFORM LOAD-RUNS
       END-IF
       MOVE 'Y' TO loaded
    END-IF
    MOVE hold-ref TO want-ref
    MOVE hold-subject TO line-buf
    MOVE SPACES TO hold-ref
    MOVE SPACES TO m-hit
    IF num-holds = 0 THEN
       EXIT PROGRAM
    END-IF
    EVALUATE hold-func
       WHEN 'A'
          PERFORM CHECK-ARTIFACT
       WHEN 'U'
          PERFORM CHECK-AUDIT-LINE
       WHEN 'H'
          PERFORM CHECK-HIST-LINE
       WHEN 'E'
          PERFORM CHECK-ERR-LINE
    END-EVALUATE
    MOVE m-hit TO hold-ref
    EXIT PROGRAM.

LOAD-HOLDS.
    MOVE 0 TO num-holds
    OPEN INPUT HOLD-FILE
    IF hold-file-status NOT = '00' THEN
       EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL hold-eof-yes
       READ HOLD-FILE INTO hold-rec
          AT END MOVE 'Y' TO hold-eof
       END-READ
       IF NOT hold-eof-yes AND hold-rec NOT = SPACES
          AND hold-rec(1:1) NOT = '*' AND num-holds < max-holds THEN
          PERFORM TAKE-HOLD
       END-IF
    END-PERFORM
    CLOSE HOLD-FILE.

TAKE-HOLD.
    PERFORM VARYING lt-i FROM 1 BY 1 UNTIL lt-i > 4
       MOVE SPACES TO hold-tok(lt-i)
    END-PERFORM
    UNSTRING hold-rec DELIMITED BY ALL SPACES
       INTO hold-tok(1), hold-tok(2), hold-tok(3), hold-tok(4)
    MOVE FUNCTION UPPER-CASE(hold-tok(2)) TO hold-tok(2)
    ADD 1 TO num-holds
    MOVE hold-tok(1) TO hd-ref(num-holds)
    MOVE hold-tok(2) TO hd-type(num-holds)
    MOVE hold-tok(3) TO hd-value(num-holds)
    MOVE 0 TO hd-from(num-holds)
    MOVE 0 TO hd-to(num-holds)
    IF hd-type(num-holds) = 'DATES' THEN
       IF hold-tok(3)(1:8) IS NUMERIC THEN
          MOVE hold-tok(3)(1:8) TO hd-from(num-holds)
          MOVE hold-tok(3)(1:8) TO hd-to(num-holds)
       END-IF
       IF hold-tok(3)(9:1) = '-' AND hold-tok(3)(10:8) IS NUMERIC
          THEN
          MOVE hold-tok(3)(10:8) TO hd-to(num-holds)
       END-IF
    END-IF.

*>  The run index, side files oldest first and the live log last.
LOAD-RUNS.
    ACCEPT today-date FROM DATE YYYYMMDD
    COMPUTE today-days = FUNCTION INTEGER-OF-DATE(today-date)
    COMPUTE sweep-days = today-days - 120
    PERFORM UNTIL sweep-days > today-days
       COMPUTE sweep-date = FUNCTION DATE-OF-INTEGER(sweep-days)
       PERFORM VARYING seq-i FROM 1 BY 1 UNTIL seq-i > 99
          MOVE seq-i TO sweep-seq
          MOVE SPACES TO audit-fname
          STRING 'AUDITLOG.' DELIMITED BY SIZE
                 sweep-date DELIMITED BY SIZE
                 '.' DELIMITED BY SIZE
                 sweep-seq DELIMITED BY SIZE
                 INTO audit-fname
          PERFORM LOAD-ONE-LOG
       END-PERFORM
       ADD 1 TO sweep-days
    END-PERFORM
    MOVE 'AUDITLOG' TO audit-fname
    PERFORM LOAD-ONE-LOG.

LOAD-ONE-LOG.
    MOVE 'N' TO audit-eof
    OPEN INPUT AUDIT-FILE
    IF audit-file-status NOT = '00' THEN
       EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL audit-eof-yes
       READ AUDIT-FILE INTO audit-rec
          AT END MOVE 'Y' TO audit-eof
       END-READ
       IF NOT audit-eof-yes AND audit-rec NOT = SPACES THEN
          MOVE audit-rec TO line-buf
          PERFORM SPLIT-LINE
          PERFORM FIND-LINE-RUN
          IF art-name NOT = SPACES AND line-tok(3) NOT = 'CKSUM'
             AND num-runs < max-runs THEN
             ADD 1 TO num-runs
             MOVE m-job TO ri-job(num-runs)
             MOVE m-date TO ri-date(num-runs)
             MOVE m-seq TO ri-seq(num-runs)
             MOVE m-oper TO ri-oper(num-runs)
             MOVE m-scene TO ri-scene(num-runs)
          END-IF
       END-IF
    END-PERFORM
    CLOSE AUDIT-FILE.

SPLIT-LINE.
    PERFORM VARYING lt-i FROM 1 BY 1 UNTIL lt-i > 14
       MOVE SPACES TO line-tok(lt-i)
    END-PERFORM
    UNSTRING line-buf DELIMITED BY ALL SPACES
       INTO line-tok(1), line-tok(2), line-tok(3), line-tok(4),
            line-tok(5), line-tok(6), line-tok(7), line-tok(8),
            line-tok(9), line-tok(10), line-tok(11), line-tok(12),
            line-tok(13), line-tok(14)
    MOVE line-tok(1)(1:8) TO line-date.

*>  The run an AUDITLOG record speaks of: its name= (a render) or
*>  file= (a checksum) archive name, its operator and its scene=.
FIND-LINE-RUN.
    MOVE SPACES TO art-name
    MOVE SPACES TO m-scene
    PERFORM VARYING lt-i FROM 3 BY 1 UNTIL lt-i > 14
       IF line-tok(lt-i)(1:5) = 'name=' OR line-tok(lt-i)(1:5) =
          'file=' THEN
          MOVE line-tok(lt-i)(6:35) TO art-name
       END-IF
       IF line-tok(lt-i)(1:6) = 'scene=' THEN
          MOVE line-tok(lt-i)(7:16) TO m-scene
       END-IF
    END-PERFORM
    PERFORM PARSE-ART-NAME
    IF m-date = SPACES THEN
       MOVE line-date TO m-date
    END-IF
    MOVE line-tok(2) TO m-oper.

*>  "[jobid.]PREFIX.yyyymmdd.nn[ff]" into job, date and sequence;
*>  a name with no archive stamp leaves date and sequence blank.
PARSE-ART-NAME.
    MOVE SPACES TO m-job
    MOVE SPACES TO m-date
    MOVE SPACES TO m-seq
    PERFORM VARYING lt-i FROM 1 BY 1 UNTIL lt-i > 4
       MOVE SPACES TO name-tok(lt-i)
    END-PERFORM
    IF art-name = SPACES THEN
       EXIT PARAGRAPH
    END-IF
    UNSTRING art-name DELIMITED BY '.'
       INTO name-tok(1), name-tok(2), name-tok(3), name-tok(4)
    IF name-tok(2)(1:8) IS NUMERIC AND name-tok(2)(9:) = SPACES THEN
       MOVE name-tok(2)(1:8) TO m-date
       MOVE name-tok(3)(1:2) TO m-seq
    ELSE
       MOVE name-tok(1) TO m-job
       IF name-tok(3)(1:8) IS NUMERIC
          AND name-tok(3)(9:) = SPACES THEN
          MOVE name-tok(3)(1:8) TO m-date
          MOVE name-tok(4)(1:2) TO m-seq
       END-IF
    END-IF.

*>  The operator and scene of an indexed run, for a caller that had
*>  only the archive name.
LOOKUP-RUN.
    MOVE 0 TO found-i
    IF m-seq = SPACES THEN
       EXIT PARAGRAPH
    END-IF
    PERFORM VARYING ri FROM num-runs BY -1 UNTIL ri < 1
       OR found-i > 0
       IF ri-date(ri) = m-date AND ri-seq(ri) = m-seq
          AND ri-job(ri) = m-job THEN
          MOVE ri TO found-i
       END-IF
    END-PERFORM
    IF found-i > 0 THEN
       IF m-oper = SPACES THEN
          MOVE ri-oper(found-i) TO m-oper
       END-IF
       IF m-scene = SPACES THEN
          MOVE ri-scene(found-i) TO m-scene
       END-IF
    END-IF.

CHECK-ARTIFACT.
    MOVE hold-subject(1:40) TO art-name
    PERFORM PARSE-ART-NAME
    MOVE SPACES TO m-oper
    MOVE SPACES TO m-scene
    PERFORM LOOKUP-RUN
    PERFORM MATCH-RUN.

CHECK-AUDIT-LINE.
    PERFORM SPLIT-LINE
    PERFORM FIND-LINE-RUN
    IF line-tok(3) = 'CKSUM' THEN
       MOVE SPACES TO m-oper
    END-IF
    PERFORM LOOKUP-RUN
    IF m-oper = SPACES THEN
       MOVE line-tok(2) TO m-oper
    END-IF
    PERFORM MATCH-RUN.

*>  "date time operator ..." - held outright by a DATES or OPER hold,
*>  otherwise when a held run shares its date and operator.
CHECK-HIST-LINE.
    PERFORM SPLIT-LINE
    MOVE line-tok(3) TO line-oper
    PERFORM MATCH-LOG-DAY.

*>  "date time RCnn dataset FSnn message" - no operator to go on, so
*>  any held run of that date keeps it.
CHECK-ERR-LINE.
    PERFORM SPLIT-LINE
    MOVE SPACES TO line-oper
    PERFORM MATCH-LOG-DAY.

MATCH-LOG-DAY.
    MOVE SPACES TO m-job
    MOVE line-date TO m-date
    MOVE SPACES TO m-seq
    MOVE line-oper TO m-oper
    MOVE SPACES TO m-scene
    PERFORM MATCH-RUN
    PERFORM VARYING ri FROM 1 BY 1 UNTIL ri > num-runs
       OR m-hit NOT = SPACES
       IF ri-date(ri) = line-date
          AND (line-oper = SPACES OR ri-oper(ri) = line-oper) THEN
          MOVE ri-job(ri) TO m-job
          MOVE ri-date(ri) TO m-date
          MOVE ri-seq(ri) TO m-seq
          MOVE ri-oper(ri) TO m-oper
          MOVE ri-scene(ri) TO m-scene
          PERFORM MATCH-RUN
       END-IF
    END-PERFORM.

*>  The m- run against every hold (or just want-ref); the first
*>  that covers it lands in m-hit.
MATCH-RUN.
    MOVE SPACES TO m-stamp
    IF m-date NOT = SPACES AND m-seq NOT = SPACES THEN
       STRING m-date DELIMITED BY SIZE
              '.' DELIMITED BY SIZE
              m-seq DELIMITED BY SIZE
              INTO m-stamp
    END-IF
    PERFORM VARYING hi FROM 1 BY 1 UNTIL hi > num-holds
       OR m-hit NOT = SPACES
       IF want-ref = SPACES OR want-ref = hd-ref(hi) THEN
          EVALUATE hd-type(hi)
             WHEN 'STAMP'
                IF m-stamp NOT = SPACES
                   AND hd-value(hi) = m-stamp THEN
                   MOVE hd-ref(hi) TO m-hit
                END-IF
             WHEN 'DATES'
                IF m-date IS NUMERIC AND hd-from(hi) > 0
                   AND m-date >= hd-from(hi)
                   AND m-date <= hd-to(hi) THEN
                   MOVE hd-ref(hi) TO m-hit
                END-IF
             WHEN 'OPER'
                IF m-oper NOT = SPACES
                   AND hd-value(hi) = m-oper THEN
                   MOVE hd-ref(hi) TO m-hit
                END-IF
             WHEN 'SCENE'
                IF m-scene NOT = SPACES
                   AND hd-value(hi) = m-scene THEN
                   MOVE hd-ref(hi) TO m-hit
                END-IF
             WHEN 'JOB'
                IF m-job NOT = SPACES
                   AND hd-value(hi) = m-job THEN
                   MOVE hd-ref(hi) TO m-hit
                END-IF
          END-EVALUATE
       END-IF
    END-PERFORM.
