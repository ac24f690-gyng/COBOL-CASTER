IDENTIFICATION DIVISION.
PROGRAM-ID. ORDENTRY.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT SCENELIB-FILE ASSIGN TO "SCENELIB"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS lib-key
        FILE STATUS IS scenelib-file-status.
    SELECT ORDR-FILE ASSIGN TO "RENDORDR"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ordr-file-status.
    SELECT QUEUE-FILE ASSIGN TO "RENDQUE"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS queue-file-status.
    SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS audit-file-status.

DATA DIVISION.
    FILE SECTION.
    FD SCENELIB-FILE.
    01 scenelib-rec.
       02 lib-key.
          03 lk-name PIC X(16).
          03 lk-seq PIC 9(4).
       02 lib-data PIC X(80).
    FD ORDR-FILE.
    01 ordr-rec PIC X(160).
    FD QUEUE-FILE.
    01 queue-rec PIC X(160).
    FD AUDIT-FILE.
    01 audit-rec PIC X(160).

    WORKING-STORAGE SECTION.
    01 scenelib-file-status PIC X(2) VALUE '00'.
    01 ordr-file-status PIC X(2) VALUE '00'.
    01 queue-file-status PIC X(2) VALUE '00'.
    01 audit-file-status PIC X(2) VALUE '00'.
    01 ordr-eof PIC X(1) VALUE 'N'.
       88 ordr-eof-yes VALUE 'Y'.

    01 entry-parm PIC X(200) VALUE SPACES.
    01 entry-action PIC X(10) VALUE SPACES.
    01 ent-tok PIC X(40) OCCURS 12 TIMES.
    01 et PIC S9(4) COMP VALUE 0.
    01 ent-ptr PIC S9(4) COMP VALUE 0.

*>  The new order's fields, as they go into RENDORDR.
    01 new-order PIC X(8) VALUE SPACES.
    01 new-requester PIC X(16) VALUE SPACES.
    01 new-dept PIC X(16) VALUE SPACES.
    01 new-scene PIC X(16) VALUE SPACES.
    01 new-due PIC X(8) VALUE SPACES.
    01 new-due-num PIC 9(8) VALUE 0.
    01 new-method PIC X(8) VALUE SPACES.
    01 new-w PIC S9(6) COMP VALUE 0.
    01 new-h PIC S9(6) COMP VALUE 0.
    01 new-opts PIC X(100) VALUE SPACES.
    01 opt-ptr PIC S9(4) COMP VALUE 1.
    01 w-ed PIC ZZZZZ9.
    01 h-ed PIC ZZZZZ9.

    01 ord-num PIC 9(5) VALUE 0.
    01 high-num PIC 9(5) VALUE 0.
    01 reject-reason PIC X(60) VALUE SPACES.

*>  DELIVER and CANCEL rewrite the one record they name - RENDORDR
*>  is held whole, comments and all, and never rewritten when it
*>  holds more records than the table.
    01 max-orders PIC S9(4) COMP VALUE 2000.
    01 num-orders PIC S9(4) COMP VALUE 0.
    01 ord-full PIC X(1) VALUE 'N'.
    01 ord-lines.
       02 ord-line PIC X(160) OCCURS 2000 TIMES.
    01 oi PIC S9(4) COMP VALUE 0.
    01 ord-at PIC S9(4) COMP VALUE 0.
    01 ord-tok PIC X(16) OCCURS 11 TIMES.
    01 ot PIC S9(4) COMP VALUE 0.
    01 ord-moved PIC 9(4) VALUE 0.

    01 audit-date PIC 9(8).
    01 audit-operator PIC X(20) VALUE SPACES.
    01 audit-what PIC X(120) VALUE SPACES.

*>  Render requests used to arrive by phone and email and go straight
*>  into RENDQUE, so no RENDPPM could be traced back to the customer
*>  who asked for it. This is the order desk. PARM:
*>    ADD requester dept scene due method width height [option ...]
*>        open a work order - the scene must be filed in SCENELIB,
*>        due is yyyymmdd and not already past, method is TRANSMIT,
*>        PICKUP or EMAIL - and queue its render: a RENDQUE record
*>        under the order number as job name, JOBID and output
*>        dataset name (ORD00012 ORD00012.PPM scene w h JOBID=ORD00012
*>        [option ...]), so every dataset the run leaves and the
*>        AUDITLOG entry it writes carry the number
*>    DELIVER order  hand-over of an order that doesn't ship by
*>                   TRANSMIT (a TRANSMIT PACK ORDER=order marks those
*>                   delivered by itself)
*>    CANCEL order   withdraw an order; its queue record is left for
*>                   the operator to pull
*>  Statuses otherwise advance on their own (ORDSTAT). Every change
*>  writes an AUDITLOG line. RC 8 when the PARM is refused, or when
*>  RENDORDR is too long to rewrite safely.
PROCEDURE DIVISION.
    ACCEPT entry-parm FROM COMMAND-LINE
    MOVE 1 TO ent-ptr
    PERFORM VARYING et FROM 1 BY 1 UNTIL et > 12
       MOVE SPACES TO ent-tok(et)
    END-PERFORM
    PERFORM VARYING et FROM 1 BY 1 UNTIL et > 12 OR ent-ptr > 200
       UNSTRING entry-parm DELIMITED BY ALL SPACES
          INTO ent-tok(et) WITH POINTER ent-ptr
       END-UNSTRING
    END-PERFORM
    MOVE FUNCTION UPPER-CASE(ent-tok(1)) TO entry-action
    ACCEPT audit-date FROM DATE YYYYMMDD
    ACCEPT audit-operator FROM ENVIRONMENT "USER"
    IF audit-operator = SPACES THEN
       ACCEPT audit-operator FROM ENVIRONMENT "LOGNAME"
    END-IF
    IF audit-operator = SPACES THEN
       MOVE "UNKNOWN" TO audit-operator
    END-IF

    EVALUATE entry-action
       WHEN 'ADD'
          PERFORM ADD-ORDER
       WHEN 'DELIVER'
          PERFORM CLOSE-ORDER
       WHEN 'CANCEL'
          PERFORM CLOSE-ORDER
       WHEN OTHER
          DISPLAY 'ORDENTRY: usage: ORDENTRY ADD requester dept scene '
             'due method width height [option ...] | DELIVER order | '
             'CANCEL order'
          MOVE 8 TO RETURN-CODE
    END-EVALUATE
    STOP RUN.

ADD-ORDER.
    MOVE ent-tok(2) TO new-requester
    MOVE FUNCTION UPPER-CASE(ent-tok(3)) TO new-dept
    MOVE ent-tok(4) TO new-scene
    MOVE ent-tok(5) TO new-due
    MOVE FUNCTION UPPER-CASE(ent-tok(6)) TO new-method
    MOVE SPACES TO reject-reason
    EVALUATE TRUE
       WHEN ent-tok(8) = SPACES
          MOVE 'needs requester dept scene due method width height'
             TO reject-reason
       WHEN FUNCTION TEST-NUMVAL(ent-tok(5)) NOT = 0
          MOVE 'due date is not a yyyymmdd date' TO reject-reason
       WHEN new-method NOT = 'TRANSMIT' AND new-method NOT = 'PICKUP'
          AND new-method NOT = 'EMAIL'
          MOVE 'method must be TRANSMIT, PICKUP or EMAIL'
             TO reject-reason
       WHEN FUNCTION TEST-NUMVAL(ent-tok(7)) NOT = 0
          OR FUNCTION TEST-NUMVAL(ent-tok(8)) NOT = 0
          MOVE 'width and height must be numbers' TO reject-reason
    END-EVALUATE
    IF reject-reason = SPACES THEN
       COMPUTE new-due-num = FUNCTION NUMVAL(ent-tok(5))
       COMPUTE new-w = FUNCTION NUMVAL(ent-tok(7))
       COMPUTE new-h = FUNCTION NUMVAL(ent-tok(8))
       EVALUATE TRUE
          WHEN FUNCTION TEST-DATE-YYYYMMDD(new-due-num) NOT = 0
             MOVE 'due date is not a yyyymmdd date' TO reject-reason
          WHEN new-due-num < audit-date
             MOVE 'due date is already past' TO reject-reason
          WHEN new-w < 1 OR new-h < 1
             MOVE 'width and height must be above zero'
                TO reject-reason
       END-EVALUATE
    END-IF
    IF reject-reason = SPACES THEN
       PERFORM PROBE-SCENE
    END-IF
    IF reject-reason NOT = SPACES THEN
       DISPLAY 'ORDENTRY: order refused - ' FUNCTION TRIM(reject-reason)
       MOVE 8 TO RETURN-CODE
       EXIT PARAGRAPH
    END-IF

*>  Anything past the height rides the queue record as render
*>  options, exactly as if it had been typed into RENDQUE.
    MOVE SPACES TO new-opts
    MOVE 1 TO opt-ptr
    PERFORM VARYING et FROM 9 BY 1 UNTIL et > 12
       IF ent-tok(et) NOT = SPACES THEN
          STRING ' ' DELIMITED BY SIZE
                 FUNCTION TRIM(ent-tok(et)) DELIMITED BY SIZE
                 INTO new-opts WITH POINTER opt-ptr
       END-IF
    END-PERFORM

    PERFORM NEXT-ORDER-NUMBER
    MOVE SPACES TO ordr-rec
    STRING new-order DELIMITED BY SIZE
           ' ' DELIMITED BY SIZE
           FUNCTION TRIM(new-requester) DELIMITED BY SIZE
           ' ' DELIMITED BY SIZE
           FUNCTION TRIM(new-dept) DELIMITED BY SIZE
           ' ' DELIMITED BY SIZE
           FUNCTION TRIM(new-scene) DELIMITED BY SIZE
           ' ' DELIMITED BY SIZE
           new-due DELIMITED BY SIZE
           ' ' DELIMITED BY SIZE
           FUNCTION TRIM(new-method) DELIMITED BY SIZE
           ' QUEUED ' DELIMITED BY SIZE
           audit-date DELIMITED BY SIZE
           ' - - -' DELIMITED BY SIZE
           INTO ordr-rec
    OPEN EXTEND ORDR-FILE
    IF ordr-file-status = '35' THEN
       OPEN OUTPUT ORDR-FILE
    END-IF
    WRITE ordr-rec
    CLOSE ORDR-FILE

    MOVE new-w TO w-ed
    MOVE new-h TO h-ed
    MOVE SPACES TO queue-rec
    STRING new-order DELIMITED BY SIZE
           ' ' DELIMITED BY SIZE
           new-order DELIMITED BY SIZE
           '.PPM ' DELIMITED BY SIZE
           FUNCTION TRIM(new-scene) DELIMITED BY SIZE
           ' ' DELIMITED BY SIZE
           FUNCTION TRIM(w-ed) DELIMITED BY SIZE
           ' ' DELIMITED BY SIZE
           FUNCTION TRIM(h-ed) DELIMITED BY SIZE
           ' JOBID=' DELIMITED BY SIZE
           new-order DELIMITED BY SIZE
           new-opts DELIMITED BY SIZE
           INTO queue-rec
    OPEN EXTEND QUEUE-FILE
    IF queue-file-status = '35' THEN
       OPEN OUTPUT QUEUE-FILE
    END-IF
    WRITE queue-rec
    CLOSE QUEUE-FILE

    MOVE SPACES TO audit-what
    STRING 'ADD order=' DELIMITED BY SIZE
           new-order DELIMITED BY SIZE
           ' scene=' DELIMITED BY SIZE
           FUNCTION TRIM(new-scene) DELIMITED BY SIZE
           ' due=' DELIMITED BY SIZE
           new-due DELIMITED BY SIZE
           ' requester=' DELIMITED BY SIZE
           FUNCTION TRIM(new-requester) DELIMITED BY SIZE
           ' dept=' DELIMITED BY SIZE
           FUNCTION TRIM(new-dept) DELIMITED BY SIZE
           INTO audit-what
    PERFORM WRITE-AUDIT
    DISPLAY 'ORDENTRY: order ' new-order ' queued - '
       FUNCTION TRIM(new-scene) ' due ' new-due ' by '
       FUNCTION TRIM(new-method).

*>  The scene's sequence-zero header is the one key that says it is
*>  filed.
PROBE-SCENE.
    OPEN INPUT SCENELIB-FILE
    IF scenelib-file-status NOT = '00' THEN
       MOVE 'no SCENELIB library to check the scene against'
          TO reject-reason
       EXIT PARAGRAPH
    END-IF
    MOVE new-scene TO lk-name
    MOVE 0 TO lk-seq
    READ SCENELIB-FILE
       INVALID KEY
          STRING 'scene ' DELIMITED BY SIZE
                 FUNCTION TRIM(new-scene) DELIMITED BY SIZE
                 ' is not filed in SCENELIB' DELIMITED BY SIZE
                 INTO reject-reason
    END-READ
    CLOSE SCENELIB-FILE.

*>  ORD plus five digits, one past the highest on file.
NEXT-ORDER-NUMBER.
    MOVE 0 TO high-num
    MOVE 'N' TO ordr-eof
    OPEN INPUT ORDR-FILE
    IF ordr-file-status = '00' THEN
       PERFORM UNTIL ordr-eof-yes
          READ ORDR-FILE INTO ordr-rec
             AT END MOVE 'Y' TO ordr-eof
          END-READ
          IF NOT ordr-eof-yes AND ordr-rec(1:3) = 'ORD' THEN
             MOVE ordr-rec(4:5) TO ord-num
             IF ord-num > high-num THEN
                MOVE ord-num TO high-num
             END-IF
          END-IF
       END-PERFORM
       CLOSE ORDR-FILE
    END-IF
    COMPUTE ord-num = high-num + 1
    MOVE SPACES TO new-order
    STRING 'ORD' DELIMITED BY SIZE
           ord-num DELIMITED BY SIZE
           INTO new-order.

*>  DELIVER or CANCEL: the statuses brought up to date first, so a
*>  hand-over isn't recorded over a delivery TRANSMIT already made,
*>  then the one record restated with its new status and, for a
*>  delivery, today's date.
CLOSE-ORDER.
    MOVE FUNCTION UPPER-CASE(ent-tok(2)) TO new-order
    IF new-order = SPACES THEN
       DISPLAY 'ORDENTRY: ' FUNCTION TRIM(entry-action)
          ' needs an order number'
       MOVE 8 TO RETURN-CODE
       EXIT PARAGRAPH
    END-IF
    CALL 'ORDSTAT' USING ord-moved
    MOVE 0 TO num-orders
    MOVE 0 TO ord-at
    MOVE 'N' TO ordr-eof
    OPEN INPUT ORDR-FILE
    IF ordr-file-status NOT = '00' THEN
       DISPLAY 'ORDENTRY: no RENDORDR dataset'
       MOVE 8 TO RETURN-CODE
       EXIT PARAGRAPH
    END-IF
    MOVE 'N' TO ord-full
    PERFORM UNTIL ordr-eof-yes
       READ ORDR-FILE INTO ordr-rec
          AT END MOVE 'Y' TO ordr-eof
       END-READ
       IF NOT ordr-eof-yes THEN
          IF num-orders < max-orders THEN
             ADD 1 TO num-orders
             MOVE ordr-rec TO ord-line(num-orders)
             IF ordr-rec(1:8) = new-order THEN
                MOVE num-orders TO ord-at
             END-IF
          ELSE
             MOVE 'Y' TO ord-full
          END-IF
       END-IF
    END-PERFORM
    CLOSE ORDR-FILE
    IF ord-full = 'Y' THEN
       DISPLAY 'ORDENTRY: RENDORDR holds more than 2000 records - '
          'nothing changed; move closed orders to a history copy'
       MOVE 8 TO RETURN-CODE
       EXIT PARAGRAPH
    END-IF
    IF ord-at = 0 THEN
       DISPLAY 'ORDENTRY: no order ' FUNCTION TRIM(new-order)
          ' on file'
       MOVE 8 TO RETURN-CODE
       EXIT PARAGRAPH
    END-IF

    PERFORM VARYING ot FROM 1 BY 1 UNTIL ot > 11
       MOVE SPACES TO ord-tok(ot)
    END-PERFORM
    UNSTRING ord-line(ord-at) DELIMITED BY ALL SPACES
       INTO ord-tok(1), ord-tok(2), ord-tok(3), ord-tok(4),
            ord-tok(5), ord-tok(6), ord-tok(7), ord-tok(8),
            ord-tok(9), ord-tok(10), ord-tok(11)
    IF ord-tok(7) = 'DELIVERED' OR ord-tok(7) = 'CANCELLED' THEN
       DISPLAY 'ORDENTRY: order ' FUNCTION TRIM(new-order)
          ' is already ' FUNCTION TRIM(ord-tok(7))
       MOVE 8 TO RETURN-CODE
       EXIT PARAGRAPH
    END-IF
    IF entry-action = 'DELIVER' THEN
       MOVE 'DELIVERED' TO ord-tok(7)
       MOVE audit-date TO ord-tok(11)
    ELSE
       MOVE 'CANCELLED' TO ord-tok(7)
    END-IF
    MOVE SPACES TO ord-line(ord-at)
    MOVE 1 TO opt-ptr
    PERFORM VARYING ot FROM 1 BY 1 UNTIL ot > 11
       IF ord-tok(ot) = SPACES THEN
          MOVE '-' TO ord-tok(ot)
       END-IF
       IF ot > 1 THEN
          STRING ' ' DELIMITED BY SIZE
                 INTO ord-line(ord-at) WITH POINTER opt-ptr
       END-IF
       STRING FUNCTION TRIM(ord-tok(ot)) DELIMITED BY SIZE
              INTO ord-line(ord-at) WITH POINTER opt-ptr
    END-PERFORM
    OPEN OUTPUT ORDR-FILE
    PERFORM VARYING oi FROM 1 BY 1 UNTIL oi > num-orders
       WRITE ordr-rec FROM ord-line(oi)
    END-PERFORM
    CLOSE ORDR-FILE

    MOVE SPACES TO audit-what
    STRING FUNCTION TRIM(entry-action) DELIMITED BY SIZE
           ' order=' DELIMITED BY SIZE
           FUNCTION TRIM(new-order) DELIMITED BY SIZE
           INTO audit-what
    PERFORM WRITE-AUDIT
    DISPLAY 'ORDENTRY: order ' FUNCTION TRIM(new-order) ' now '
       FUNCTION TRIM(ord-tok(7)).

WRITE-AUDIT.
    MOVE SPACES TO audit-rec
    STRING audit-date DELIMITED BY SIZE
           ' ' DELIMITED BY SIZE
           FUNCTION TRIM(audit-operator) DELIMITED BY SIZE
           ' ORDENTRY ' DELIMITED BY SIZE
           FUNCTION TRIM(audit-what) DELIMITED BY SIZE
           INTO audit-rec
    OPEN EXTEND AUDIT-FILE
    IF audit-file-status = '35' THEN
       OPEN OUTPUT AUDIT-FILE
    END-IF
    WRITE audit-rec
    CLOSE AUDIT-FILE.
