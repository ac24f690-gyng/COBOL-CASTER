IDENTIFICATION DIVISION.
PROGRAM-ID. XMITRECON.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT XLOG-FILE ASSIGN TO "XMITLOG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS xlog-file-status.
    SELECT ACK-FILE ASSIGN TO "XMITACK"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ack-file-status.

DATA DIVISION.
    FILE SECTION.
    FD XLOG-FILE.
    01 xlog-rec PIC X(120).
    FD ACK-FILE.
    01 ack-rec PIC X(120).

    WORKING-STORAGE SECTION.
    01 xlog-file-status PIC X(2) VALUE '00'.
    01 ack-file-status PIC X(2) VALUE '00'.
    01 xlog-eof PIC X(1) VALUE 'N'.
       88 xlog-eof-yes VALUE 'Y'.
    01 ack-eof PIC X(1) VALUE 'N'.
       88 ack-eof-yes VALUE 'Y'.

    01 recon-parm PIC X(40).
    01 recon-tok1 PIC X(16).
    01 num-tok PIC X(10).
    01 grace-days PIC S9(4) COMP VALUE 3.
    01 today-date PIC 9(8) VALUE 0.
    01 today-int PIC S9(9) COMP VALUE 0.
    01 sent-int PIC S9(9) COMP VALUE 0.
    01 age-days PIC S9(6) COMP VALUE 0.

*>  Every bundle sent, from XMITLOG, and where its acknowledgement
*>  stands: ' ' none yet, 'Y' received intact, 'N' rejected. A
*>  bundle acknowledged more than once (rejected, repacked under the
*>  same stamp, verified again) takes its latest answer.
    01 max-sent PIC S9(4) COMP VALUE 500.
    01 num-sent PIC S9(4) COMP VALUE 0.
    01 sent-table.
       02 sent-ent OCCURS 500 TIMES.
          03 sn-stamp PIC X(16).
          03 sn-date PIC 9(8).
          03 sn-oper PIC X(12).
          03 sn-files PIC X(6).
          03 sn-order PIC X(8).
          03 sn-ack PIC X(1).
          03 sn-ack-date PIC X(8).
          03 sn-reason PIC X(60).
    01 si PIC S9(4) COMP VALUE 0.
    01 found-i PIC S9(4) COMP VALUE 0.

    01 rec-tok PIC X(16) OCCURS 6 TIMES.
    01 rt-i PIC S9(4) COMP VALUE 0.
    01 ack-ptr PIC S9(4) COMP VALUE 1.
    01 ack-reason PIC X(60) VALUE SPACES.

    01 stray-count PIC S9(4) COMP VALUE 0.
    01 reject-count PIC S9(4) COMP VALUE 0.
    01 overdue-count PIC S9(4) COMP VALUE 0.
    01 pending-count PIC S9(4) COMP VALUE 0.
    01 good-count PIC S9(4) COMP VALUE 0.
    01 cnt-ed PIC ZZZ9.
    01 age-ed PIC ZZZZ9.

*>  Twice a bundle left with a frame short and nobody knew until the
*>  customer rang. The print bureau now answers every RENDXMIT with
*>  the XMITACK record its TRANSMIT VERIFY writes; this holds those
*>  answers against XMITLOG, our record of every bundle TRANSMIT
*>  PACK sent, and lists three things: bundles rejected for a count
*>  mismatch (with the bureau's reason), bundles still unacknowledged
*>  after the grace period, and acknowledgements that match nothing
*>  we sent. PARM: "DAYSn" sets the grace period (default 3 days).
*>  RC 4 when anything is listed, RC 8 with no XMITLOG.
PROCEDURE DIVISION.
    ACCEPT recon-parm FROM COMMAND-LINE
    MOVE SPACES TO recon-tok1
    UNSTRING recon-parm DELIMITED BY ALL SPACES INTO recon-tok1
    MOVE FUNCTION UPPER-CASE(recon-tok1) TO recon-tok1
    IF recon-tok1(1:4) = 'DAYS' THEN
       MOVE recon-tok1(5:10) TO num-tok
       IF FUNCTION TEST-NUMVAL(num-tok) = 0 THEN
          COMPUTE grace-days = FUNCTION NUMVAL(num-tok)
       END-IF
    END-IF
    ACCEPT today-date FROM DATE YYYYMMDD
    COMPUTE today-int = FUNCTION INTEGER-OF-DATE(today-date)

    OPEN INPUT XLOG-FILE
    IF xlog-file-status NOT = '00' THEN
       DISPLAY 'XMITRECON: no XMITLOG - nothing sent to reconcile'
       MOVE 8 TO RETURN-CODE
       STOP RUN
    END-IF
    PERFORM UNTIL xlog-eof-yes
       READ XLOG-FILE INTO xlog-rec
          AT END MOVE 'Y' TO xlog-eof
       END-READ
       IF NOT xlog-eof-yes AND xlog-rec NOT = SPACES THEN
          PERFORM TAKE-SENT-RECORD
       END-IF
    END-PERFORM
    CLOSE XLOG-FILE

    OPEN INPUT ACK-FILE
    IF ack-file-status = '00' THEN
       PERFORM UNTIL ack-eof-yes
          READ ACK-FILE INTO ack-rec
             AT END MOVE 'Y' TO ack-eof
          END-READ
          IF NOT ack-eof-yes AND ack-rec NOT = SPACES THEN
             PERFORM TAKE-ACK-RECORD
          END-IF
       END-PERFORM
       CLOSE ACK-FILE
    ELSE
       DISPLAY 'XMITRECON: no XMITACK yet - every bundle is '
          'unacknowledged'
    END-IF

    DISPLAY '--- bundles rejected by the receiving side ---'
    PERFORM VARYING si FROM 1 BY 1 UNTIL si > num-sent
       IF sn-ack(si) = 'N' THEN
          ADD 1 TO reject-count
          DISPLAY '  ' sn-stamp(si) ' sent ' sn-date(si) ' '
             sn-order(si) ' rejected ' sn-ack-date(si) ': '
             FUNCTION TRIM(sn-reason(si))
       END-IF
    END-PERFORM
    IF reject-count = 0 THEN
       DISPLAY '  (none)'
    END-IF

    MOVE grace-days TO age-ed
    DISPLAY '--- bundles unacknowledged after '
       FUNCTION TRIM(age-ed) ' day(s) ---'
    PERFORM VARYING si FROM 1 BY 1 UNTIL si > num-sent
       IF sn-ack(si) = SPACE THEN
          PERFORM AGE-ONE-BUNDLE
       END-IF
    END-PERFORM
    IF overdue-count = 0 THEN
       DISPLAY '  (none)'
    END-IF

    DISPLAY '--------------------'
    PERFORM VARYING si FROM 1 BY 1 UNTIL si > num-sent
       IF sn-ack(si) = 'Y' THEN
          ADD 1 TO good-count
       END-IF
    END-PERFORM
    MOVE num-sent TO cnt-ed
    DISPLAY 'XMITRECON: ' FUNCTION TRIM(cnt-ed) ' bundle(s) sent'
    MOVE good-count TO cnt-ed
    DISPLAY '  received intact:        ' cnt-ed
    MOVE reject-count TO cnt-ed
    DISPLAY '  rejected:               ' cnt-ed
    MOVE overdue-count TO cnt-ed
    DISPLAY '  unacknowledged, overdue:' cnt-ed
    MOVE pending-count TO cnt-ed
    DISPLAY '  unacknowledged, in time:' cnt-ed
    MOVE stray-count TO cnt-ed
    DISPLAY '  acks matching nothing:  ' cnt-ed
    IF reject-count > 0 OR overdue-count > 0 OR stray-count > 0 THEN
       MOVE 4 TO RETURN-CODE
    END-IF
    STOP RUN.

*>  "stamp date operator files records order" as TRANSMIT PACK
*>  writes it.
TAKE-SENT-RECORD.
    PERFORM VARYING rt-i FROM 1 BY 1 UNTIL rt-i > 6
       MOVE SPACES TO rec-tok(rt-i)
    END-PERFORM
    UNSTRING xlog-rec DELIMITED BY ALL SPACES
       INTO rec-tok(1), rec-tok(2), rec-tok(3), rec-tok(4),
            rec-tok(5), rec-tok(6)
    IF num-sent >= max-sent THEN
       DISPLAY 'XMITRECON: more than 500 bundles in XMITLOG - the '
          'rest are not reconciled'
       EXIT PARAGRAPH
    END-IF
    ADD 1 TO num-sent
    MOVE rec-tok(1) TO sn-stamp(num-sent)
    MOVE 0 TO sn-date(num-sent)
    IF FUNCTION TEST-NUMVAL(rec-tok(2)) = 0 THEN
       COMPUTE sn-date(num-sent) = FUNCTION NUMVAL(rec-tok(2))
    END-IF
    MOVE rec-tok(3) TO sn-oper(num-sent)
    MOVE rec-tok(4) TO sn-files(num-sent)
    MOVE rec-tok(6) TO sn-order(num-sent)
    MOVE SPACE TO sn-ack(num-sent)
    MOVE SPACES TO sn-ack-date(num-sent)
    MOVE SPACES TO sn-reason(num-sent).

*>  "stamp received-date Y|N reason" as TRANSMIT VERIFY writes it;
*>  the reason runs to the end of the record.
TAKE-ACK-RECORD.
    PERFORM VARYING rt-i FROM 1 BY 1 UNTIL rt-i > 6
       MOVE SPACES TO rec-tok(rt-i)
    END-PERFORM
    MOVE SPACES TO ack-reason
    MOVE 1 TO ack-ptr
    UNSTRING ack-rec DELIMITED BY ALL SPACES
       INTO rec-tok(1), rec-tok(2), rec-tok(3)
       WITH POINTER ack-ptr
    IF ack-ptr <= 120 THEN
       MOVE ack-rec(ack-ptr:) TO ack-reason
    END-IF
    MOVE 0 TO found-i
    PERFORM VARYING si FROM 1 BY 1 UNTIL si > num-sent
       IF sn-stamp(si) = rec-tok(1) THEN
          MOVE si TO found-i
       END-IF
    END-PERFORM
    IF found-i = 0 THEN
       ADD 1 TO stray-count
       IF stray-count = 1 THEN
          DISPLAY '--- acknowledgements matching nothing sent ---'
       END-IF
       DISPLAY '  ' rec-tok(1) ' received ' rec-tok(2)(1:8) ' '
          FUNCTION TRIM(rec-tok(3))
       EXIT PARAGRAPH
    END-IF
    MOVE rec-tok(2) TO sn-ack-date(found-i)
    IF rec-tok(3) = 'Y' THEN
       MOVE 'Y' TO sn-ack(found-i)
       MOVE SPACES TO sn-reason(found-i)
    ELSE
       MOVE 'N' TO sn-ack(found-i)
       MOVE ack-reason TO sn-reason(found-i)
    END-IF.

*>  An unanswered bundle is only a problem once the grace period has
*>  run out; younger ones are counted but not listed.
AGE-ONE-BUNDLE.
    MOVE 0 TO age-days
    IF sn-date(si) > 0
       AND FUNCTION TEST-DATE-YYYYMMDD(sn-date(si)) = 0 THEN
       COMPUTE sent-int = FUNCTION INTEGER-OF-DATE(sn-date(si))
       COMPUTE age-days = today-int - sent-int
    END-IF
    IF age-days > grace-days THEN
       ADD 1 TO overdue-count
       MOVE age-days TO age-ed
       DISPLAY '  ' sn-stamp(si) ' sent ' sn-date(si) ' by '
          FUNCTION TRIM(sn-oper(si)) ' ' sn-order(si) ' - '
          FUNCTION TRIM(age-ed) ' day(s) out'
    ELSE
       ADD 1 TO pending-count
    END-IF.
