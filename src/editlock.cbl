IDENTIFICATION DIVISION.
PROGRAM-ID. EDITLOCK.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT LOCK-FILE ASSIGN TO DYNAMIC lock-fname
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS lock-file-status.

DATA DIVISION.
    FILE SECTION.
    FD LOCK-FILE.
    01 lock-rec PIC X(120).

    WORKING-STORAGE SECTION.
    01 lock-file-status PIC X(2) VALUE '00'.
    01 lock-fname PIC X(30) VALUE SPACES.
    01 lock-line PIC X(120) VALUE SPACES.
    01 rec-kind PIC X(8) VALUE SPACES.
    01 rec-oper PIC X(20) VALUE SPACES.
    01 rec-prog PIC X(10) VALUE SPACES.
    01 rec-date PIC X(8) VALUE SPACES.
    01 rec-time PIC X(8) VALUE SPACES.
    01 my-oper PIC X(20) VALUE SPACES.
    01 my-date PIC 9(8) VALUE 0.
    01 my-time PIC 9(8) VALUE 0.

*>  The locks this run holds, one per dataset: the date and time it
*>  was taken are its identity, so a SAVE mark or a FREE can tell
*>  its own lock from one somebody else has since put in its place.
    01 max-held PIC S9(4) COMP VALUE 4.
    01 num-held PIC S9(4) COMP VALUE 0.
    01 held-tbl.
       02 held-ent OCCURS 4 TIMES.
          03 held-dsn PIC X(10).
          03 held-date PIC X(8).
          03 held-time PIC X(8).
    01 hi PIC S9(4) COMP VALUE 0.
    01 held-i PIC S9(4) COMP VALUE 0.
    01 new-kind PIC X(8) VALUE SPACES.
    01 waited-note PIC X(1) VALUE 'N'.

*>  Busy-wait clock work, the same HH/MM/SS/CC rebuild RENDWATCH's
*>  poll uses - no sleep service in this dialect.
    01 tm-raw PIC 9(8).
    01 tm-hh PIC 9(2).
    01 tm-mm PIC 9(2).
    01 tm-ss PIC 9(2).
    01 tm-cc PIC 9(2).
    01 tm-csec PIC 9(8) COMP VALUE 0.
    01 tm-start PIC 9(8) COMP VALUE 0.
    01 tm-gone PIC S9(8) COMP VALUE 0.
    01 tm-want PIC S9(8) COMP VALUE 0.
    01 secs-waited PIC S9(4) COMP VALUE 0.

    LINKAGE SECTION.
    01 lock-func PIC X(1).
    01 lock-dsn PIC X(10).
    01 lock-prog PIC X(10).
    01 lock-wait PIC S9(4) COMP.
    01 lock-result PIC X(1).
    01 lock-holder PIC X(60).

*>  Dataset edit locks for the control datasets a console session or
*>  an update step rewrites whole - SCENEDAT, SCENELIB, MATDAT and
*>  LIGHTDAT - in the spirit of RENDLOCK: the lock is a one-record
*>  dataset beside its subject, "SCENEDAT.LOCK", holding
*>    "kind operator program yyyymmdd hhmmsscc"
*>  with kind EDIT while a session or step has the dataset out, and
*>  SAVE while it is actually rewriting it. A freed lock is emptied,
*>  not deleted, the same as RENDLOCK.
*>    lock-func 'T'  take the EDIT lock - refused ('N') while anyone
*>                 else holds it
*>    lock-func 'O'  take it over regardless (the stale-lock override -
*>                 the caller sees to the UNLOCK authority)
*>    lock-func 'S'  this run's lock to SAVE, just before the rewrite
*>    lock-func 'E'  back to EDIT once the rewrite is closed
*>    lock-func 'F'  free this run's lock
*>    lock-func 'C'  look only: 'Y' free, 'E' out for editing (the
*>                 dataset on disk is whole), 'S' a save in progress
*>    lock-func 'W'  as 'C', but wait up to lock-wait seconds for a save
*>                 in progress to finish first
*>  'S', 'E' and 'F' answer 'N' when the lock on disk is no longer
*>  this run's - somebody overrode it - and leave it alone. Whenever
*>  somebody else's lock is in the way lock-holder names it.
PROCEDURE DIVISION USING lock-func, lock-dsn, lock-prog, lock-wait,
    lock-result, lock-holder.
    MOVE 'Y' TO lock-result
    MOVE SPACES TO lock-holder
    MOVE SPACES TO lock-fname
    STRING FUNCTION TRIM(lock-dsn) DELIMITED BY SIZE
           '.LOCK' DELIMITED BY SIZE
           INTO lock-fname
    PERFORM FIND-HELD
    EVALUATE lock-func
       WHEN 'T'
          PERFORM READ-LOCK
          IF rec-kind NOT = SPACES AND held-i = 0 THEN
             MOVE 'N' TO lock-result
             PERFORM NAME-HOLDER
          ELSE
             MOVE 'EDIT' TO new-kind
             PERFORM WRITE-LOCK
          END-IF
       WHEN 'O'
          PERFORM READ-LOCK
          IF rec-kind NOT = SPACES THEN
             PERFORM NAME-HOLDER
          END-IF
          MOVE 'EDIT' TO new-kind
          PERFORM WRITE-LOCK
       WHEN 'S'
       WHEN 'E'
          PERFORM CHECK-STILL-MINE
          IF lock-result = 'Y' THEN
             IF lock-func = 'S' THEN
                MOVE 'SAVE' TO new-kind
             ELSE
                MOVE 'EDIT' TO new-kind
             END-IF
             PERFORM REWRITE-LOCK
          END-IF
       WHEN 'F'
          PERFORM CHECK-STILL-MINE
          IF lock-result = 'Y' THEN
             OPEN OUTPUT LOCK-FILE
             CLOSE LOCK-FILE
          END-IF
          IF held-i > 0 THEN
             MOVE SPACES TO held-dsn(held-i)
          END-IF
       WHEN 'C'
          PERFORM LOOK-AT-LOCK
       WHEN 'W'
          MOVE 0 TO secs-waited
          MOVE 'N' TO waited-note
          PERFORM LOOK-AT-LOCK
          PERFORM UNTIL lock-result NOT = 'S' OR secs-waited >= lock-wait
             IF waited-note = 'N' THEN
                DISPLAY 'EDITLOCK: ' FUNCTION TRIM(lock-dsn)
                   ' is being saved by ' FUNCTION TRIM(lock-holder)
                   ' - waiting'
                MOVE 'Y' TO waited-note
             END-IF
             PERFORM HOLD-ONE-SECOND
             ADD 1 TO secs-waited
             PERFORM LOOK-AT-LOCK
          END-PERFORM
    END-EVALUATE
EXIT PROGRAM.

*>  This run's entry for lock-dsn in the held table, 0 when none.
FIND-HELD.
    MOVE 0 TO held-i
    PERFORM VARYING hi FROM 1 BY 1 UNTIL hi > num-held OR held-i > 0
       IF held-dsn(hi) = lock-dsn THEN
          MOVE hi TO held-i
       END-IF
    END-PERFORM.

*>  The lock record split into its fields; kind blank when the lock
*>  dataset is missing or empty (nobody holds it).
READ-LOCK.
    MOVE SPACES TO rec-kind, rec-oper, rec-prog, rec-date,
       rec-time
    OPEN INPUT LOCK-FILE
    IF lock-file-status NOT = '00' THEN
       EXIT PARAGRAPH
    END-IF
    MOVE SPACES TO lock-line
    READ LOCK-FILE INTO lock-line
    END-READ
    IF lock-file-status = '00' AND lock-line NOT = SPACES THEN
       UNSTRING lock-line DELIMITED BY ALL SPACES
          INTO rec-kind, rec-oper, rec-prog, rec-date, rec-time
    END-IF
    CLOSE LOCK-FILE.

LOOK-AT-LOCK.
    PERFORM READ-LOCK
    EVALUATE rec-kind
       WHEN SPACES
          MOVE 'Y' TO lock-result
       WHEN 'SAVE'
          MOVE 'S' TO lock-result
          PERFORM NAME-HOLDER
       WHEN OTHER
          MOVE 'E' TO lock-result
          PERFORM NAME-HOLDER
    END-EVALUATE.

NAME-HOLDER.
    MOVE SPACES TO lock-holder
    STRING FUNCTION TRIM(rec-oper) DELIMITED BY SIZE
           ' (' DELIMITED BY SIZE
           FUNCTION TRIM(rec-prog) DELIMITED BY SIZE
           ') since ' DELIMITED BY SIZE
           rec-date DELIMITED BY SIZE
           ' ' DELIMITED BY SIZE
           rec-time(1:6) DELIMITED BY SIZE
           INTO lock-holder.

*>  Is the lock on disk still the one this run took?
CHECK-STILL-MINE.
    PERFORM READ-LOCK
    IF held-i = 0 THEN
       MOVE 'N' TO lock-result
       PERFORM NAME-HOLDER
       EXIT PARAGRAPH
    END-IF
    IF rec-date NOT = held-date(held-i)
       OR rec-time NOT = held-time(held-i)
       OR rec-prog NOT = lock-prog THEN
       MOVE 'N' TO lock-result
       PERFORM NAME-HOLDER
    END-IF.

*>  A fresh lock for this run, noted in the held table.
WRITE-LOCK.
    ACCEPT my-date FROM DATE YYYYMMDD
    ACCEPT my-time FROM TIME
    IF held-i = 0 THEN
       PERFORM VARYING hi FROM 1 BY 1 UNTIL hi > num-held
          OR held-i > 0
          IF held-dsn(hi) = SPACES THEN
             MOVE hi TO held-i
          END-IF
       END-PERFORM
       IF held-i = 0 AND num-held < max-held THEN
          ADD 1 TO num-held
          MOVE num-held TO held-i
       END-IF
    END-IF
    IF held-i > 0 THEN
       MOVE lock-dsn TO held-dsn(held-i)
       MOVE my-date TO held-date(held-i)
       MOVE my-time TO held-time(held-i)
    END-IF
    PERFORM PUT-LOCK-RECORD.

*>  The held lock with a new kind, same identity.
REWRITE-LOCK.
    MOVE held-date(held-i) TO my-date
    MOVE held-time(held-i) TO my-time
    PERFORM PUT-LOCK-RECORD.

PUT-LOCK-RECORD.
    ACCEPT my-oper FROM ENVIRONMENT "USER"
    IF my-oper = SPACES THEN
       ACCEPT my-oper FROM ENVIRONMENT "LOGNAME"
    END-IF
    IF my-oper = SPACES THEN
       MOVE "UNKNOWN" TO my-oper
    END-IF
    MOVE SPACES TO lock-rec
    STRING FUNCTION TRIM(new-kind) DELIMITED BY SIZE
           ' ' DELIMITED BY SIZE
           FUNCTION TRIM(my-oper) DELIMITED BY SIZE
           ' ' DELIMITED BY SIZE
           FUNCTION TRIM(lock-prog) DELIMITED BY SIZE
           ' ' DELIMITED BY SIZE
           my-date DELIMITED BY SIZE
           ' ' DELIMITED BY SIZE
           my-time DELIMITED BY SIZE
           INTO lock-rec
    OPEN OUTPUT LOCK-FILE
    WRITE lock-rec
    CLOSE LOCK-FILE.

HOLD-ONE-SECOND.
    ACCEPT tm-raw FROM TIME
    PERFORM CLOCK-TO-CSEC
    MOVE tm-csec TO tm-start
    MOVE 100 TO tm-want
    MOVE 0 TO tm-gone
    PERFORM UNTIL tm-gone >= tm-want
       ACCEPT tm-raw FROM TIME
       PERFORM CLOCK-TO-CSEC
       COMPUTE tm-gone = tm-csec - tm-start
       IF tm-gone < 0 THEN
          ADD 8640000 TO tm-gone
       END-IF
    END-PERFORM.

CLOCK-TO-CSEC.
    MOVE tm-raw(1:2) TO tm-hh
    MOVE tm-raw(3:2) TO tm-mm
    MOVE tm-raw(5:2) TO tm-ss
    MOVE tm-raw(7:2) TO tm-cc
    COMPUTE tm-csec = tm-hh * 360000
    COMPUTE tm-csec = tm-csec + (tm-mm * 6000)
    COMPUTE tm-csec = tm-csec + (tm-ss * 100)
    COMPUTE tm-csec = tm-csec + tm-cc.
