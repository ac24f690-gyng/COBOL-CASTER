IDENTIFICATION DIVISION.
PROGRAM-ID. ORDSTAT.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT ORDR-FILE ASSIGN TO "RENDORDR"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ordr-file-status.
    SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS audit-file-status.
    SELECT QUEUE-FILE ASSIGN TO "RENDQUE"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS queue-file-status.

DATA DIVISION.
    FILE SECTION.
    FD ORDR-FILE.
    01 ordr-rec PIC X(160).
    FD AUDIT-FILE.
    01 audit-rec PIC X(200).
    FD QUEUE-FILE.
    01 queue-rec PIC X(160).

    WORKING-STORAGE SECTION.
    01 ordr-file-status PIC X(2) VALUE '00'.
    01 audit-file-status PIC X(2) VALUE '00'.
    01 queue-file-status PIC X(2) VALUE '00'.
    01 ordr-eof PIC X(1) VALUE 'N'.
       88 ordr-eof-yes VALUE 'Y'.
    01 audit-eof PIC X(1) VALUE 'N'.
       88 audit-eof-yes VALUE 'Y'.
    01 queue-eof PIC X(1) VALUE 'N'.
       88 queue-eof-yes VALUE 'Y'.

*>  RENDORDR, one work order per record:
*>    order requester dept scene due method status entered started
*>    rendered delivered
*>  - dates yyyymmdd, "-" until they happen. Held whole while the
*>  statuses are brought up to date, then rewritten if any moved:
*>  comment and blank records, and orders that did not move, go back
*>  exactly as they were read (ord-raw). A RENDORDR longer than the
*>  table is left alone altogether rather than rewritten short.
    01 max-orders PIC S9(4) COMP VALUE 2000.
    01 num-orders PIC S9(4) COMP VALUE 0.
    01 ord-full PIC X(1) VALUE 'N'.
    01 ord-table.
       02 ord-ent OCCURS 2000 TIMES.
          03 ord-raw PIC X(160).
          03 ord-note PIC X(1).
          03 ord-touched PIC X(1).
          03 ord-no PIC X(8).
          03 ord-requester PIC X(16).
          03 ord-dept PIC X(16).
          03 ord-scene PIC X(16).
          03 ord-due PIC X(8).
          03 ord-method PIC X(8).
          03 ord-status PIC X(10).
          03 ord-entered PIC X(8).
          03 ord-started PIC X(8).
          03 ord-rendered PIC X(8).
          03 ord-delivered PIC X(8).
    01 oi PIC S9(4) COMP VALUE 0.
    01 ord-at PIC S9(4) COMP VALUE 0.
    01 find-order PIC X(8) VALUE SPACES.
    01 ord-changed PIC S9(4) COMP VALUE 0.
    01 today-date PIC 9(8) VALUE 0.

*>  Status ranks - an order only ever moves forward, so a late
*>  AUDITLOG line for an earlier stage can't pull it back.
    01 rank-now PIC S9(4) COMP VALUE 0.
    01 rank-status PIC X(10) VALUE SPACES.
    01 rank-of PIC X(10) VALUE SPACES.
    01 rank-val PIC S9(4) COMP VALUE 0.

    01 al-tok PIC X(40) OCCURS 16 TIMES.
    01 ai PIC S9(4) COMP VALUE 0.
    01 dot-at PIC S9(4) COMP VALUE 0.

    LINKAGE SECTION.
    01 ord-moved PIC 9(4).

*>  Called wherever an order can have moved on - RENDQUEUE at the end
*>  of a night, TRANSMIT after a pack tagged with its order, ORDRPT
*>  before it reports. Each order advances from the evidence already
*>  on disk, never by anyone's say-so:
*>    STARTED    an AUDITLOG render entry whose output name carries
*>               the order's JOBID prefix (name=ORD00012.RENDPPM)
*>    RENDERED   the order's RENDQUE record stamped *DONE
*>    DELIVERED  an AUDITLOG "TRANSMIT PACK order=ORD00012" entry
*>  ORDENTRY DELIVER records hand-over for orders that don't ship by
*>  TRANSMIT. ord-moved comes back with the number of orders whose
*>  status changed; RENDORDR is only rewritten when one did.
PROCEDURE DIVISION USING ord-moved.
    MOVE 0 TO ord-moved
    MOVE 0 TO ord-changed
    MOVE 0 TO num-orders
    MOVE 'N' TO ord-full
    ACCEPT today-date FROM DATE YYYYMMDD
    MOVE 'N' TO ordr-eof
    OPEN INPUT ORDR-FILE
    IF ordr-file-status NOT = '00' THEN
       EXIT PROGRAM
    END-IF
    PERFORM UNTIL ordr-eof-yes
       READ ORDR-FILE INTO ordr-rec
          AT END MOVE 'Y' TO ordr-eof
       END-READ
       IF NOT ordr-eof-yes THEN
          IF num-orders < max-orders THEN
             PERFORM TAKE-ORDER-RECORD
          ELSE
             MOVE 'Y' TO ord-full
          END-IF
       END-IF
    END-PERFORM
    CLOSE ORDR-FILE
    IF ord-full = 'Y' THEN
       DISPLAY 'ORDSTAT: RENDORDR holds more than 2000 records - '
          'statuses not updated; move closed orders to a history copy'
       EXIT PROGRAM
    END-IF
    IF num-orders = 0 THEN
       EXIT PROGRAM
    END-IF

    PERFORM SCAN-AUDITLOG
    PERFORM SCAN-QUEUE

    IF ord-changed > 0 THEN
       PERFORM WRITE-ORDERS
       MOVE ord-changed TO ord-moved
    END-IF
    EXIT PROGRAM.

TAKE-ORDER-RECORD.
    ADD 1 TO num-orders
    MOVE SPACES TO ord-ent(num-orders)
    MOVE ordr-rec TO ord-raw(num-orders)
    MOVE 'N' TO ord-touched(num-orders)
    IF ordr-rec = SPACES OR ordr-rec(1:1) = '*' THEN
       MOVE 'Y' TO ord-note(num-orders)
       EXIT PARAGRAPH
    END-IF
    MOVE 'N' TO ord-note(num-orders)
    UNSTRING ordr-rec DELIMITED BY ALL SPACES
       INTO ord-no(num-orders), ord-requester(num-orders),
            ord-dept(num-orders), ord-scene(num-orders),
            ord-due(num-orders), ord-method(num-orders),
            ord-status(num-orders), ord-entered(num-orders),
            ord-started(num-orders), ord-rendered(num-orders),
            ord-delivered(num-orders).

*>  Renderer entries give the start, TRANSMIT entries the delivery;
*>  either way the date is the entry's own first token.
SCAN-AUDITLOG.
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
          PERFORM TAKE-AUDIT-LINE
       END-IF
    END-PERFORM
    CLOSE AUDIT-FILE.

TAKE-AUDIT-LINE.
    PERFORM VARYING ai FROM 1 BY 1 UNTIL ai > 16
       MOVE SPACES TO al-tok(ai)
    END-PERFORM
    UNSTRING audit-rec DELIMITED BY ALL SPACES
       INTO al-tok(1), al-tok(2), al-tok(3), al-tok(4), al-tok(5),
            al-tok(6), al-tok(7), al-tok(8), al-tok(9), al-tok(10),
            al-tok(11), al-tok(12), al-tok(13), al-tok(14),
            al-tok(15), al-tok(16)
    IF al-tok(3) = 'TRANSMIT' AND al-tok(4) = 'PACK' THEN
       PERFORM VARYING ai FROM 5 BY 1 UNTIL ai > 16
          IF al-tok(ai)(1:6) = 'order=' THEN
             MOVE al-tok(ai)(7:8) TO find-order
             PERFORM FIND-ORDER-ROW
             IF ord-at > 0 THEN
                MOVE 'DELIVERED' TO rank-status
                PERFORM ADVANCE-ORDER
                IF ord-delivered(ord-at) = '-' THEN
                   MOVE al-tok(1)(1:8) TO ord-delivered(ord-at)
                   MOVE 'Y' TO ord-touched(ord-at)
                END-IF
             END-IF
          END-IF
       END-PERFORM
       EXIT PARAGRAPH
    END-IF
    PERFORM VARYING ai FROM 3 BY 1 UNTIL ai > 16
       IF al-tok(ai)(1:5) = 'name=' THEN
          MOVE 0 TO dot-at
          INSPECT al-tok(ai) TALLYING dot-at
             FOR CHARACTERS BEFORE INITIAL '.'
          IF dot-at > 5 AND dot-at <= 13 THEN
             MOVE SPACES TO find-order
             MOVE al-tok(ai)(6:dot-at - 5) TO find-order
             PERFORM FIND-ORDER-ROW
             IF ord-at > 0 THEN
                MOVE 'STARTED' TO rank-status
                PERFORM ADVANCE-ORDER
                IF ord-started(ord-at) = '-' THEN
                   MOVE al-tok(1)(1:8) TO ord-started(ord-at)
                   MOVE 'Y' TO ord-touched(ord-at)
                END-IF
             END-IF
          END-IF
       END-IF
    END-PERFORM.

*>  A *DONE stamp on the record queued under the order's number.
*>  The stamp carries no date, so the day it is first seen is the
*>  day it is taken as rendered - RENDQUEUE calls in at the end of
*>  the very run that stamped it.
SCAN-QUEUE.
    MOVE 'N' TO queue-eof
    OPEN INPUT QUEUE-FILE
    IF queue-file-status NOT = '00' THEN
       EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL queue-eof-yes
       READ QUEUE-FILE INTO queue-rec
          AT END MOVE 'Y' TO queue-eof
       END-READ
       IF NOT queue-eof-yes AND queue-rec NOT = SPACES THEN
          PERFORM VARYING ai FROM 1 BY 1 UNTIL ai > 16
             MOVE SPACES TO al-tok(ai)
          END-PERFORM
          UNSTRING queue-rec DELIMITED BY ALL SPACES
             INTO al-tok(1), al-tok(2), al-tok(3), al-tok(4),
                  al-tok(5), al-tok(6), al-tok(7), al-tok(8),
                  al-tok(9), al-tok(10), al-tok(11), al-tok(12),
                  al-tok(13), al-tok(14), al-tok(15), al-tok(16)
          MOVE FUNCTION UPPER-CASE(al-tok(1)(1:8)) TO find-order
          PERFORM FIND-ORDER-ROW
          IF ord-at > 0 THEN
             PERFORM VARYING ai FROM 2 BY 1 UNTIL ai > 16
                IF FUNCTION UPPER-CASE(al-tok(ai)(1:5)) = '*DONE' THEN
                   MOVE 'RENDERED' TO rank-status
                   PERFORM ADVANCE-ORDER
                   IF ord-rendered(ord-at) = '-' THEN
                      MOVE today-date TO ord-rendered(ord-at)
                      MOVE 'Y' TO ord-touched(ord-at)
                   END-IF
                END-IF
             END-PERFORM
          END-IF
       END-IF
    END-PERFORM
    CLOSE QUEUE-FILE.

FIND-ORDER-ROW.
    MOVE 0 TO ord-at
    IF find-order = SPACES THEN
       EXIT PARAGRAPH
    END-IF
    PERFORM VARYING oi FROM 1 BY 1 UNTIL oi > num-orders
       OR ord-at > 0
       IF ord-note(oi) = 'N' AND ord-no(oi) = find-order THEN
          MOVE oi TO ord-at
       END-IF
    END-PERFORM.

*>  The order at ord-at to rank-status, if that is forward of where
*>  it stands; a cancelled order stays cancelled.
ADVANCE-ORDER.
    IF ord-status(ord-at) = 'CANCELLED' THEN
       EXIT PARAGRAPH
    END-IF
    MOVE ord-status(ord-at) TO rank-of
    PERFORM RANK-OF-STATUS
    MOVE rank-val TO rank-now
    MOVE rank-status TO rank-of
    PERFORM RANK-OF-STATUS
    IF rank-val > rank-now THEN
       MOVE rank-status TO ord-status(ord-at)
       MOVE 'Y' TO ord-touched(ord-at)
       ADD 1 TO ord-changed
    END-IF.

RANK-OF-STATUS.
    EVALUATE rank-of
       WHEN 'QUEUED' MOVE 1 TO rank-val
       WHEN 'STARTED' MOVE 2 TO rank-val
       WHEN 'RENDERED' MOVE 3 TO rank-val
       WHEN 'DELIVERED' MOVE 4 TO rank-val
       WHEN OTHER MOVE 0 TO rank-val
    END-EVALUATE.

WRITE-ORDERS.
    OPEN OUTPUT ORDR-FILE
    PERFORM VARYING oi FROM 1 BY 1 UNTIL oi > num-orders
       IF ord-touched(oi) = 'N' THEN
          WRITE ordr-rec FROM ord-raw(oi)
       ELSE
          PERFORM BUILD-ORDER-RECORD
          WRITE ordr-rec
       END-IF
    END-PERFORM
    CLOSE ORDR-FILE.

*>  A moved order restated from its fields.
BUILD-ORDER-RECORD.
    MOVE SPACES TO ordr-rec
    STRING FUNCTION TRIM(ord-no(oi)) DELIMITED BY SIZE
           ' ' DELIMITED BY SIZE
           FUNCTION TRIM(ord-requester(oi)) DELIMITED BY SIZE
           ' ' DELIMITED BY SIZE
           FUNCTION TRIM(ord-dept(oi)) DELIMITED BY SIZE
           ' ' DELIMITED BY SIZE
           FUNCTION TRIM(ord-scene(oi)) DELIMITED BY SIZE
           ' ' DELIMITED BY SIZE
           FUNCTION TRIM(ord-due(oi)) DELIMITED BY SIZE
           ' ' DELIMITED BY SIZE
           FUNCTION TRIM(ord-method(oi)) DELIMITED BY SIZE
           ' ' DELIMITED BY SIZE
           FUNCTION TRIM(ord-status(oi)) DELIMITED BY SIZE
           ' ' DELIMITED BY SIZE
           FUNCTION TRIM(ord-entered(oi)) DELIMITED BY SIZE
           ' ' DELIMITED BY SIZE
           FUNCTION TRIM(ord-started(oi)) DELIMITED BY SIZE
           ' ' DELIMITED BY SIZE
           FUNCTION TRIM(ord-rendered(oi)) DELIMITED BY SIZE
           ' ' DELIMITED BY SIZE
           FUNCTION TRIM(ord-delivered(oi)) DELIMITED BY SIZE
           INTO ordr-rec.
