IDENTIFICATION DIVISION.
PROGRAM-ID. LIBMAINT.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT SCENELIB-FILE ASSIGN TO "SCENELIB"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS lib-key
        FILE STATUS IS scenelib-file-status.
    SELECT LIBIN-FILE ASSIGN TO "LIBIN"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS libin-file-status.
    SELECT LIBOUT-FILE ASSIGN TO "LIBOUT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS libout-file-status.
    SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS audit-file-status.

DATA DIVISION.
    FILE SECTION.
*>  The keyed library: every record of a scene filed under the
*>  scene's name and its position within the scene. Sequence zero is
*>  the "SCENE name" header (carrying the date and operator of the
*>  last change after the name); the scene's own records follow from
*>  one, in the order the loader applies them.
    FD SCENELIB-FILE.
    01 scenelib-rec.
       02 lib-key.
          03 lk-name PIC X(16).
          03 lk-seq PIC 9(4).
       02 lib-data PIC X(80).
    FD LIBIN-FILE.
    01 libin-rec PIC X(80).
    FD LIBOUT-FILE.
    01 libout-rec PIC X(80).
    FD AUDIT-FILE.
    01 audit-rec PIC X(160).

    WORKING-STORAGE SECTION.
    01 scenelib-file-status PIC X(2) VALUE '00'.
    01 libin-file-status PIC X(2) VALUE '00'.
    01 libout-file-status PIC X(2) VALUE '00'.
    01 audit-file-status PIC X(2) VALUE '00'.
    01 scenelib-eof PIC X(1) VALUE 'N'.
       88 scenelib-eof-yes VALUE 'Y'.
    01 libin-eof PIC X(1) VALUE 'N'.
       88 libin-eof-yes VALUE 'Y'.
    01 lib-open PIC X(1) VALUE 'N'.
       88 lib-open-yes VALUE 'Y'.

    01 maint-parm PIC X(80) VALUE SPACES.
    01 maint-action PIC X(10) VALUE SPACES.
    01 maint-name PIC X(16) VALUE SPACES.
    01 maint-name2 PIC X(16) VALUE SPACES.

*>  One scene's records, staged whole before anything touches the
*>  library - a batch that fails validation on its fortieth record
*>  must not leave thirty-nine of them filed.
    01 max-stage PIC S9(4) COMP VALUE 400.
    01 num-stage PIC S9(4) COMP VALUE 0.
    01 stage-lines.
       02 stage-line PIC X(80) OCCURS 400 TIMES.
    01 stage-name PIC X(16) VALUE SPACES.
    01 stage-bad PIC S9(4) COMP VALUE 0.

    01 scene-kind PIC X(10).
    01 scene-tok PIC X(16) OCCURS 11 TIMES.
    01 st-i PIC S9(4) COMP VALUE 0.
    01 st-j PIC S9(4) COMP VALUE 0.
    01 want-nums PIC S9(4) COMP VALUE 0.
    01 color-at PIC S9(4) COMP VALUE 0.
    01 tok-v PIC S9(8)V9(4) OCCURS 9 TIMES.
    01 reject-reason PIC X(50) VALUE SPACES.
    01 num-ok PIC X(1) VALUE 'N'.
    01 nv-i PIC S9(4) COMP VALUE 0.
    01 nv-len PIC S9(4) COMP VALUE 0.
    01 nv-digits PIC S9(4) COMP VALUE 0.
    01 nv-points PIC S9(4) COMP VALUE 0.
    01 nv-ch PIC X(1).
    01 nv-tok PIC X(16).
*>  A template record's &NAME symbols stand in for values only the
*>  render knows, so a token carrying one passes as a number or a
*>  color, and the record's kind-level checks wait for the render.
    01 sym-count PIC S9(4) COMP VALUE 0.

    01 hdr-tok1 PIC X(16).
    01 hdr-tok2 PIC X(16).
    01 hdr-tok3 PIC X(16).
    01 hdr-tok4 PIC X(20).
    01 inc-name PIC X(16).
    01 ref-count PIC S9(4) COMP VALUE 0.
    01 rec-count PIC S9(4) COMP VALUE 0.
    01 scene-count PIC S9(4) COMP VALUE 0.
    01 done-count PIC S9(4) COMP VALUE 0.
    01 reject-count PIC S9(4) COMP VALUE 0.
    01 warn-count PIC S9(4) COMP VALUE 0.
    01 seq-out PIC 9(4) VALUE 0.
    01 exists-flag PIC X(1) VALUE 'N'.
       88 scene-exists VALUE 'Y'.

    01 audit-date PIC 9(8).
    01 audit-operator PIC X(20) VALUE SPACES.
    01 audit-what PIC X(60) VALUE SPACES.
    01 cnt-ed PIC ZZZ9.
    01 cnt2-ed PIC ZZZ9.
    01 out-line PIC X(80) VALUE SPACES.

    01 auth-func PIC X(1) VALUE 'C'.
    01 auth-kind PIC X(8) VALUE 'PROGRAM'.
    01 auth-subject PIC X(16) VALUE 'LIBMAINT'.
    01 auth-oper PIC X(20) VALUE SPACES.
    01 auth-granted PIC X(1) VALUE 'Y'.

*>  The SCENELIB edit lock a changing action holds from open to close
*>  (see EDITLOCK); UNLOCK as a last PARM word takes over a stale one.
    01 parm-upper PIC X(80) VALUE SPACES.
    01 unlock-count PIC S9(4) COMP VALUE 0.
    01 lock-held PIC X(1) VALUE 'N'.
    01 lock-func PIC X(1) VALUE 'T'.
    01 lock-dsn PIC X(10) VALUE 'SCENELIB'.
    01 lock-prog PIC X(10) VALUE 'LIBMAINT'.
    01 lock-wait PIC S9(4) COMP VALUE 0.
    01 lock-result PIC X(1) VALUE 'Y'.
    01 lock-holder PIC X(60) VALUE SPACES.

*>  SCENELIB used to be a flat file every reader scanned top to
*>  bottom, and replacing a scene meant hand-editing it. It is now a
*>  keyed dataset - one record per scene record, keyed by scene name
*>  and sequence - and this is its maintenance program. PARM:
*>    ADD name          file LIBIN's records as a new scene
*>    REPLACE name      swap an existing scene's records for LIBIN's
*>    DELETE name       drop a scene
*>    RENAME old new    refile a scene under a new name
*>    LIST [name]       the directory, or one scene's records
*>    LOAD              file every scene of a flat library in LIBIN
*>    UNLOAD            write the whole library flat to LIBOUT
*>  LIBIN holds scene records in the SCENEDAT shapes (a leading
*>  "SCENE name" header is allowed and ignored for ADD/REPLACE; LOAD
*>  expects the old flat-library layout, one header per scene). Each
*>  record is validated the way SCENEEDIT and SCENEUPD validate
*>  entry - a clean number where a number belongs, the kind-level
*>  sanity checks, a known color code - and one bad record rejects
*>  the whole scene. Every change writes an AUDITLOG line. RC 4 for
*>  warnings (an INCLUDE of a scene that isn't filed, a scene still
*>  INCLUDEd under a name that is going away), RC 8 when anything
*>  was rejected or there was nothing to do. A template scene's
*>  "DEFAULT name value ..." records and &NAME symbols (see the
*>  renderer's VARS=) are filed as they stand.
*>  An operator RENDAUTH does not grant PROGRAM LIBMAINT (see AUTHCHK)
*>  is turned away before anything is read, RC 28, with the refusal
*>  in ERRLOG.
*>  ADD, REPLACE, DELETE, RENAME and LOAD hold the SCENELIB edit lock
*>  while the library is open for update and are turned away, RC 10,
*>  while another run holds it; UNLOCK as the last PARM word takes
*>  over a lock left by a run that died (RENDAUTH OPTION UNLOCK - an
*>  operator without it is turned away, RC 28).
PROCEDURE DIVISION.
    CALL 'AUTHCHK' USING auth-func, auth-kind, auth-subject,
       auth-oper, auth-granted
    IF auth-granted = 'N' THEN
       DISPLAY 'LIBMAINT: operator ' FUNCTION TRIM(auth-oper)
          ' is not authorized to run LIBMAINT (RENDAUTH)'
       MOVE 28 TO RETURN-CODE
       STOP RUN
    END-IF
    ACCEPT maint-parm FROM COMMAND-LINE
    UNSTRING maint-parm DELIMITED BY ALL SPACES
       INTO maint-action, maint-name, maint-name2
    MOVE FUNCTION UPPER-CASE(maint-action) TO maint-action
    MOVE FUNCTION UPPER-CASE(maint-parm) TO parm-upper
    INSPECT parm-upper TALLYING unlock-count FOR ALL ' UNLOCK'
    ACCEPT audit-date FROM DATE YYYYMMDD
    ACCEPT audit-operator FROM ENVIRONMENT "USER"
    IF audit-operator = SPACES THEN
       ACCEPT audit-operator FROM ENVIRONMENT "LOGNAME"
    END-IF
    IF audit-operator = SPACES THEN
       MOVE "UNKNOWN" TO audit-operator
    END-IF

    EVALUATE maint-action
       WHEN 'ADD'
       WHEN 'REPLACE'
          PERFORM NEED-NAME
          PERFORM OPEN-LIBRARY-UPDATE
          PERFORM STAGE-FROM-LIBIN
          MOVE maint-name TO stage-name
          PERFORM FILE-STAGED-SCENE
       WHEN 'DELETE'
          PERFORM NEED-NAME
          PERFORM OPEN-LIBRARY-UPDATE
          PERFORM DELETE-SCENE
       WHEN 'RENAME'
          PERFORM NEED-NAME
          IF maint-name2 = SPACES THEN
             DISPLAY 'LIBMAINT: RENAME needs an old and a new name'
             MOVE 8 TO RETURN-CODE
             STOP RUN
          END-IF
          PERFORM OPEN-LIBRARY-UPDATE
          PERFORM RENAME-SCENE
       WHEN 'LIST'
          PERFORM OPEN-LIBRARY-READ
          IF maint-name = SPACES THEN
             PERFORM LIST-DIRECTORY
          ELSE
             PERFORM LIST-ONE-SCENE
          END-IF
       WHEN 'LOAD'
          PERFORM OPEN-LIBRARY-UPDATE
          PERFORM LOAD-FLAT-LIBRARY
       WHEN 'UNLOAD'
          PERFORM OPEN-LIBRARY-READ
          PERFORM UNLOAD-LIBRARY
       WHEN OTHER
          DISPLAY 'LIBMAINT: PARM must be ADD, REPLACE, DELETE, '
             'RENAME, LIST, LOAD or UNLOAD'
          MOVE 8 TO RETURN-CODE
          STOP RUN
    END-EVALUATE
    IF lib-open-yes THEN
       CLOSE SCENELIB-FILE
    END-IF
    PERFORM FREE-EDIT-LOCK

    IF reject-count > 0 THEN
       MOVE 8 TO RETURN-CODE
    ELSE
       IF warn-count > 0 THEN
          MOVE 4 TO RETURN-CODE
       END-IF
    END-IF
    STOP RUN.

NEED-NAME.
    IF maint-name = SPACES THEN
       DISPLAY 'LIBMAINT: ' FUNCTION TRIM(maint-action)
          ' needs a scene name'
       MOVE 8 TO RETURN-CODE
       STOP RUN
    END-IF.

*>  I-O for the changing actions; a library that doesn't exist yet is
*>  created empty first, so the very first ADD or LOAD builds it.
OPEN-LIBRARY-UPDATE.
    PERFORM TAKE-EDIT-LOCK
    OPEN I-O SCENELIB-FILE
    IF scenelib-file-status = '35' THEN
       OPEN OUTPUT SCENELIB-FILE
       CLOSE SCENELIB-FILE
       DISPLAY 'LIBMAINT: SCENELIB created'
       OPEN I-O SCENELIB-FILE
    END-IF
    IF scenelib-file-status NOT = '00' THEN
       DISPLAY 'LIBMAINT: cannot open SCENELIB for update, status '
          scenelib-file-status
       PERFORM FREE-EDIT-LOCK
       MOVE 12 TO RETURN-CODE
       STOP RUN
    END-IF
    MOVE 'Y' TO lib-open.

*>  The SCENELIB edit lock, marked SAVE at once - an update rewrites
*>  the library record by record, so it is never whole until the
*>  close - or with UNLOCK the override of somebody else's.
TAKE-EDIT-LOCK.
    MOVE 'T' TO lock-func
    CALL 'EDITLOCK' USING lock-func, lock-dsn, lock-prog, lock-wait,
       lock-result, lock-holder
    IF lock-result = 'N' THEN
       IF unlock-count = 0 THEN
          DISPLAY 'LIBMAINT: SCENELIB is held by '
             FUNCTION TRIM(lock-holder) ' - nothing changed'
          DISPLAY 'LIBMAINT: UNLOCK as the last PARM word overrides '
             'a stale lock'
          MOVE 10 TO RETURN-CODE
          STOP RUN
       END-IF
       MOVE 'OPTION' TO auth-kind
       MOVE 'UNLOCK' TO auth-subject
       CALL 'AUTHCHK' USING auth-func, auth-kind, auth-subject,
          auth-oper, auth-granted
       IF auth-granted = 'N' THEN
          DISPLAY 'LIBMAINT: operator ' FUNCTION TRIM(auth-oper)
             ' is not authorized to override a lock (RENDAUTH UNLOCK)'
          MOVE 28 TO RETURN-CODE
          STOP RUN
       END-IF
       MOVE 'O' TO lock-func
       CALL 'EDITLOCK' USING lock-func, lock-dsn, lock-prog,
          lock-wait, lock-result, lock-holder
       DISPLAY 'LIBMAINT: SCENELIB lock taken over from '
          FUNCTION TRIM(lock-holder)
    END-IF
    MOVE 'Y' TO lock-held
    MOVE 'S' TO lock-func
    CALL 'EDITLOCK' USING lock-func, lock-dsn, lock-prog, lock-wait,
       lock-result, lock-holder.

FREE-EDIT-LOCK.
    IF lock-held = 'Y' THEN
       MOVE 'F' TO lock-func
       CALL 'EDITLOCK' USING lock-func, lock-dsn, lock-prog,
          lock-wait, lock-result, lock-holder
       MOVE 'N' TO lock-held
    END-IF.

OPEN-LIBRARY-READ.
    OPEN INPUT SCENELIB-FILE
    IF scenelib-file-status NOT = '00' THEN
       DISPLAY 'LIBMAINT: no SCENELIB library'
       MOVE 8 TO RETURN-CODE
       STOP RUN
    END-IF
    MOVE 'Y' TO lib-open.

*>  Is a scene of this name (in stage-name) filed? Its header record
*>  is the one key that answers it.
PROBE-SCENE.
    MOVE 'N' TO exists-flag
    MOVE stage-name TO lk-name
    MOVE 0 TO lk-seq
    READ SCENELIB-FILE
       INVALID KEY CONTINUE
       NOT INVALID KEY MOVE 'Y' TO exists-flag
    END-READ.

*>  LIBIN's records into the stage, blank and '*' lines dropped, a
*>  header line skipped.
STAGE-FROM-LIBIN.
    MOVE 0 TO num-stage
    OPEN INPUT LIBIN-FILE
    IF libin-file-status NOT = '00' THEN
       DISPLAY 'LIBMAINT: no LIBIN records to file'
       CLOSE SCENELIB-FILE
       PERFORM FREE-EDIT-LOCK
       MOVE 8 TO RETURN-CODE
       STOP RUN
    END-IF
    PERFORM UNTIL libin-eof-yes
       READ LIBIN-FILE INTO libin-rec
          AT END MOVE 'Y' TO libin-eof
       END-READ
       IF NOT libin-eof-yes AND libin-rec NOT = SPACES
          AND libin-rec(1:1) NOT = '*'
          AND libin-rec(1:6) NOT = 'SCENE ' THEN
          IF num-stage < max-stage THEN
             ADD 1 TO num-stage
             MOVE libin-rec TO stage-line(num-stage)
          ELSE
             DISPLAY 'LIBMAINT: more than 400 records for one scene'
                ' - the rest are not filed'
             ADD 1 TO warn-count
          END-IF
       END-IF
    END-PERFORM
    CLOSE LIBIN-FILE.

*>  Validate the stage and, if every record passes, file it under
*>  stage-name - a new header plus records one onward for ADD/LOAD,
*>  the old records dropped first for REPLACE.
FILE-STAGED-SCENE.
    IF num-stage = 0 THEN
       DISPLAY 'LIBMAINT: scene ' FUNCTION TRIM(stage-name)
          ' has no records - not filed'
       ADD 1 TO reject-count
       EXIT PARAGRAPH
    END-IF
    MOVE 0 TO stage-bad
    PERFORM VARYING st-i FROM 1 BY 1 UNTIL st-i > num-stage
       PERFORM VALIDATE-STAGE-LINE
       IF reject-reason NOT = SPACES THEN
          ADD 1 TO stage-bad
          DISPLAY '  REJECTED: ' FUNCTION TRIM(stage-line(st-i))
          DISPLAY '            reason: ' FUNCTION TRIM(reject-reason)
       END-IF
    END-PERFORM
    IF stage-bad > 0 THEN
       MOVE stage-bad TO cnt-ed
       DISPLAY 'LIBMAINT: scene ' FUNCTION TRIM(stage-name) ' not '
          'filed - ' FUNCTION TRIM(cnt-ed) ' record(s) failed '
          'validation'
       ADD 1 TO reject-count
       EXIT PARAGRAPH
    END-IF
    PERFORM PROBE-SCENE
    IF maint-action = 'REPLACE' THEN
       IF NOT scene-exists THEN
          DISPLAY 'LIBMAINT: no scene ' FUNCTION TRIM(stage-name)
             ' to replace - use ADD'
          ADD 1 TO reject-count
          EXIT PARAGRAPH
       END-IF
       PERFORM DROP-SCENE-RECORDS
    ELSE
       IF scene-exists THEN
          DISPLAY 'LIBMAINT: scene ' FUNCTION TRIM(stage-name)
             ' is already filed - use REPLACE'
          ADD 1 TO reject-count
          EXIT PARAGRAPH
       END-IF
    END-IF
    PERFORM WRITE-STAGED-SCENE
    MOVE num-stage TO cnt-ed
    DISPLAY 'LIBMAINT: ' FUNCTION TRIM(maint-action) ' '
       FUNCTION TRIM(stage-name) ' - ' FUNCTION TRIM(cnt-ed)
       ' record(s) filed'
    ADD 1 TO done-count
    MOVE SPACES TO audit-what
    STRING FUNCTION TRIM(maint-action) DELIMITED BY SIZE
           ' ' DELIMITED BY SIZE
           FUNCTION TRIM(stage-name) DELIMITED BY SIZE
           ' records=' DELIMITED BY SIZE
           FUNCTION TRIM(cnt-ed) DELIMITED BY SIZE
           INTO audit-what
    PERFORM WRITE-AUDIT-LINE
*>  An INCLUDE of a name that isn't filed loads as nothing; say so
*>  now rather than at render time (a symbol names its scene only
*>  at render time).
    PERFORM VARYING st-i FROM 1 BY 1 UNTIL st-i > num-stage
       IF stage-line(st-i)(1:8) = 'INCLUDE ' THEN
          MOVE SPACES TO hdr-tok1, hdr-tok2
          UNSTRING stage-line(st-i) DELIMITED BY ALL SPACES
             INTO hdr-tok1, hdr-tok2
          MOVE hdr-tok2 TO inc-name
          MOVE stage-name TO hdr-tok3
          MOVE inc-name TO stage-name
          PERFORM PROBE-SCENE
          MOVE hdr-tok3 TO stage-name
          IF NOT scene-exists AND inc-name(1:1) NOT = '&' THEN
             DISPLAY '  WARNING: INCLUDE ' FUNCTION TRIM(inc-name)
                ' names no filed scene'
             ADD 1 TO warn-count
          END-IF
       END-IF
    END-PERFORM.

WRITE-STAGED-SCENE.
    MOVE stage-name TO lk-name
    MOVE 0 TO lk-seq
    MOVE SPACES TO lib-data
    STRING 'SCENE ' DELIMITED BY SIZE
           FUNCTION TRIM(stage-name) DELIMITED BY SIZE
           ' ' DELIMITED BY SIZE
           audit-date DELIMITED BY SIZE
           ' ' DELIMITED BY SIZE
           FUNCTION TRIM(audit-operator) DELIMITED BY SIZE
           INTO lib-data
    WRITE scenelib-rec
       INVALID KEY
          DISPLAY 'LIBMAINT: header for ' FUNCTION TRIM(stage-name)
             ' could not be written, status ' scenelib-file-status
    END-WRITE
    PERFORM VARYING st-i FROM 1 BY 1 UNTIL st-i > num-stage
       MOVE stage-name TO lk-name
       MOVE st-i TO lk-seq
       MOVE stage-line(st-i) TO lib-data
       WRITE scenelib-rec
          INVALID KEY
             DISPLAY 'LIBMAINT: record ' st-i ' of '
                FUNCTION TRIM(stage-name) ' could not be written'
       END-WRITE
    END-PERFORM.

*>  Every record filed under stage-name, header included, deleted.
DROP-SCENE-RECORDS.
    MOVE 0 TO rec-count
    MOVE stage-name TO lk-name
    MOVE 0 TO lk-seq
    MOVE 'N' TO scenelib-eof
    START SCENELIB-FILE KEY IS NOT LESS THAN lib-key
       INVALID KEY MOVE 'Y' TO scenelib-eof
    END-START
    PERFORM UNTIL scenelib-eof-yes
       READ SCENELIB-FILE NEXT RECORD
          AT END MOVE 'Y' TO scenelib-eof
       END-READ
       IF NOT scenelib-eof-yes THEN
          IF lk-name NOT = stage-name THEN
             MOVE 'Y' TO scenelib-eof
          ELSE
             DELETE SCENELIB-FILE RECORD
                INVALID KEY CONTINUE
             END-DELETE
             ADD 1 TO rec-count
          END-IF
       END-IF
    END-PERFORM.

DELETE-SCENE.
    MOVE maint-name TO stage-name
    PERFORM PROBE-SCENE
    IF NOT scene-exists THEN
       DISPLAY 'LIBMAINT: no scene ' FUNCTION TRIM(maint-name)
          ' to delete'
       ADD 1 TO reject-count
       EXIT PARAGRAPH
    END-IF
    PERFORM DROP-SCENE-RECORDS
    SUBTRACT 1 FROM rec-count
    MOVE rec-count TO cnt-ed
    DISPLAY 'LIBMAINT: DELETE ' FUNCTION TRIM(maint-name) ' - '
       FUNCTION TRIM(cnt-ed) ' record(s) dropped'
    MOVE SPACES TO audit-what
    STRING 'DELETE ' DELIMITED BY SIZE
           FUNCTION TRIM(maint-name) DELIMITED BY SIZE
           ' records=' DELIMITED BY SIZE
           FUNCTION TRIM(cnt-ed) DELIMITED BY SIZE
           INTO audit-what
    PERFORM WRITE-AUDIT-LINE
    MOVE maint-name TO inc-name
    PERFORM COUNT-INCLUDERS.

*>  Read the old scene's records into the stage, file them under the
*>  new name with a fresh header, then drop the old key range.
RENAME-SCENE.
    MOVE maint-name2 TO stage-name
    PERFORM PROBE-SCENE
    IF scene-exists THEN
       DISPLAY 'LIBMAINT: scene ' FUNCTION TRIM(maint-name2)
          ' is already filed - not renamed'
       ADD 1 TO reject-count
       EXIT PARAGRAPH
    END-IF
    MOVE maint-name TO stage-name
    PERFORM PROBE-SCENE
    IF NOT scene-exists THEN
       DISPLAY 'LIBMAINT: no scene ' FUNCTION TRIM(maint-name)
          ' to rename'
       ADD 1 TO reject-count
       EXIT PARAGRAPH
    END-IF
    PERFORM STAGE-FROM-LIBRARY
    PERFORM DROP-SCENE-RECORDS
    MOVE maint-name2 TO stage-name
    PERFORM WRITE-STAGED-SCENE
    MOVE num-stage TO cnt-ed
    DISPLAY 'LIBMAINT: RENAME ' FUNCTION TRIM(maint-name) ' to '
       FUNCTION TRIM(maint-name2) ' - ' FUNCTION TRIM(cnt-ed)
       ' record(s) refiled'
    MOVE SPACES TO audit-what
    STRING 'RENAME ' DELIMITED BY SIZE
           FUNCTION TRIM(maint-name) DELIMITED BY SIZE
           '->' DELIMITED BY SIZE
           FUNCTION TRIM(maint-name2) DELIMITED BY SIZE
           ' records=' DELIMITED BY SIZE
           FUNCTION TRIM(cnt-ed) DELIMITED BY SIZE
           INTO audit-what
    PERFORM WRITE-AUDIT-LINE
    MOVE maint-name TO inc-name
    PERFORM COUNT-INCLUDERS.

*>  stage-name's filed records (not its header) into the stage.
STAGE-FROM-LIBRARY.
    MOVE 0 TO num-stage
    MOVE stage-name TO lk-name
    MOVE 1 TO lk-seq
    MOVE 'N' TO scenelib-eof
    START SCENELIB-FILE KEY IS NOT LESS THAN lib-key
       INVALID KEY MOVE 'Y' TO scenelib-eof
    END-START
    PERFORM UNTIL scenelib-eof-yes
       READ SCENELIB-FILE NEXT RECORD
          AT END MOVE 'Y' TO scenelib-eof
       END-READ
       IF NOT scenelib-eof-yes THEN
          IF lk-name NOT = stage-name THEN
             MOVE 'Y' TO scenelib-eof
          ELSE
             IF num-stage < max-stage THEN
                ADD 1 TO num-stage
                MOVE lib-data TO stage-line(num-stage)
             END-IF
          END-IF
       END-IF
    END-PERFORM.

*>  A scene going away (or changing its name) leaves every INCLUDE of
*>  the old name loading nothing - one pass over the library counts
*>  and names them.
COUNT-INCLUDERS.
    MOVE 0 TO ref-count
    MOVE LOW-VALUES TO lib-key
    MOVE 'N' TO scenelib-eof
    START SCENELIB-FILE KEY IS NOT LESS THAN lib-key
       INVALID KEY MOVE 'Y' TO scenelib-eof
    END-START
    PERFORM UNTIL scenelib-eof-yes
       READ SCENELIB-FILE NEXT RECORD
          AT END MOVE 'Y' TO scenelib-eof
       END-READ
       IF NOT scenelib-eof-yes AND lib-data(1:8) = 'INCLUDE ' THEN
          MOVE SPACES TO hdr-tok1, hdr-tok2
          UNSTRING lib-data DELIMITED BY ALL SPACES
             INTO hdr-tok1, hdr-tok2
          IF hdr-tok2 = inc-name THEN
             ADD 1 TO ref-count
             DISPLAY '  WARNING: scene ' FUNCTION TRIM(lk-name)
                ' still INCLUDEs ' FUNCTION TRIM(inc-name)
          END-IF
       END-IF
    END-PERFORM
    IF ref-count > 0 THEN
       ADD 1 TO warn-count
    END-IF.

*>  The directory: one line per scene, straight off the header keys -
*>  after each header the read jumps past the scene's last possible
*>  sequence number instead of reading its records.
LIST-DIRECTORY.
    DISPLAY '--- scene library directory ---'
    MOVE 0 TO scene-count
    MOVE LOW-VALUES TO lib-key
    MOVE 'N' TO scenelib-eof
    START SCENELIB-FILE KEY IS NOT LESS THAN lib-key
       INVALID KEY MOVE 'Y' TO scenelib-eof
    END-START
    PERFORM UNTIL scenelib-eof-yes
       READ SCENELIB-FILE NEXT RECORD
          AT END MOVE 'Y' TO scenelib-eof
       END-READ
       IF NOT scenelib-eof-yes THEN
          ADD 1 TO scene-count
          MOVE lk-name TO stage-name
          PERFORM COUNT-SCENE-RECORDS
          MOVE rec-count TO cnt-ed
          MOVE SPACES TO hdr-tok1, hdr-tok2, hdr-tok3, hdr-tok4
          UNSTRING lib-data DELIMITED BY ALL SPACES
             INTO hdr-tok1, hdr-tok2, hdr-tok3, hdr-tok4
          DISPLAY '  ' stage-name ' ' cnt-ed ' record(s)  changed '
             hdr-tok3(1:8) ' by ' FUNCTION TRIM(hdr-tok4)
          MOVE stage-name TO lk-name
          MOVE 9999 TO lk-seq
          START SCENELIB-FILE KEY IS GREATER THAN lib-key
             INVALID KEY MOVE 'Y' TO scenelib-eof
          END-START
       END-IF
    END-PERFORM
    MOVE scene-count TO cnt-ed
    DISPLAY 'LIBMAINT: ' FUNCTION TRIM(cnt-ed) ' scene(s) filed'.

*>  Records under stage-name past the header - the last sequence
*>  number filed, found by reading back from the top of its range.
COUNT-SCENE-RECORDS.
    MOVE 0 TO rec-count
    MOVE stage-name TO lk-name
    MOVE 1 TO lk-seq
    START SCENELIB-FILE KEY IS NOT LESS THAN lib-key
       INVALID KEY EXIT PARAGRAPH
    END-START
    PERFORM UNTIL scenelib-eof-yes
       READ SCENELIB-FILE NEXT RECORD
          AT END MOVE 'Y' TO scenelib-eof
       END-READ
       IF NOT scenelib-eof-yes THEN
          IF lk-name NOT = stage-name THEN
             EXIT PERFORM
          END-IF
          ADD 1 TO rec-count
       END-IF
    END-PERFORM
    MOVE 'N' TO scenelib-eof
*>  Re-read the header so the caller's view of it is intact.
    MOVE stage-name TO lk-name
    MOVE 0 TO lk-seq
    READ SCENELIB-FILE
       INVALID KEY CONTINUE
    END-READ.

LIST-ONE-SCENE.
    MOVE maint-name TO stage-name
    PERFORM PROBE-SCENE
    IF NOT scene-exists THEN
       DISPLAY 'LIBMAINT: no scene ' FUNCTION TRIM(maint-name)
       ADD 1 TO reject-count
       EXIT PARAGRAPH
    END-IF
    DISPLAY FUNCTION TRIM(lib-data)
    PERFORM STAGE-FROM-LIBRARY
    PERFORM VARYING st-i FROM 1 BY 1 UNTIL st-i > num-stage
       DISPLAY '  ' FUNCTION TRIM(stage-line(st-i))
    END-PERFORM
    MOVE num-stage TO cnt-ed
    DISPLAY 'LIBMAINT: ' FUNCTION TRIM(cnt-ed) ' record(s)'.

*>  The old flat library (or any unload) in through LIBIN, one scene
*>  per "SCENE name" header, each validated and filed on its own - a
*>  bad scene is rejected without holding up the rest. A name
*>  already filed is left alone; REPLACE is the deliberate way to
*>  overwrite one.
LOAD-FLAT-LIBRARY.
    OPEN INPUT LIBIN-FILE
    IF libin-file-status NOT = '00' THEN
       DISPLAY 'LIBMAINT: no LIBIN library to load'
       ADD 1 TO reject-count
       EXIT PARAGRAPH
    END-IF
    MOVE 0 TO num-stage
    MOVE SPACES TO stage-name
    PERFORM UNTIL libin-eof-yes
       READ LIBIN-FILE INTO libin-rec
          AT END MOVE 'Y' TO libin-eof
       END-READ
       IF NOT libin-eof-yes AND libin-rec NOT = SPACES
          AND libin-rec(1:1) NOT = '*' THEN
          IF libin-rec(1:6) = 'SCENE ' THEN
             IF stage-name NOT = SPACES THEN
                PERFORM FILE-STAGED-SCENE
             END-IF
             MOVE SPACES TO hdr-tok1, hdr-tok2
             UNSTRING libin-rec DELIMITED BY ALL SPACES
                INTO hdr-tok1, hdr-tok2
             MOVE hdr-tok2 TO stage-name
             MOVE 0 TO num-stage
          ELSE
             IF stage-name NOT = SPACES
                AND num-stage < max-stage THEN
                ADD 1 TO num-stage
                MOVE libin-rec TO stage-line(num-stage)
             END-IF
          END-IF
       END-IF
    END-PERFORM
    IF stage-name NOT = SPACES THEN
       PERFORM FILE-STAGED-SCENE
    END-IF
    CLOSE LIBIN-FILE
    MOVE done-count TO cnt-ed
    MOVE reject-count TO cnt2-ed
    DISPLAY 'LIBMAINT: LOAD filed ' FUNCTION TRIM(cnt-ed)
       ' scene(s), rejected ' FUNCTION TRIM(cnt2-ed).

*>  The whole library flat, in key order - the shape LOAD reads back
*>  and the shape a person can read.
UNLOAD-LIBRARY.
    OPEN OUTPUT LIBOUT-FILE
    MOVE 0 TO rec-count
    MOVE LOW-VALUES TO lib-key
    MOVE 'N' TO scenelib-eof
    START SCENELIB-FILE KEY IS NOT LESS THAN lib-key
       INVALID KEY MOVE 'Y' TO scenelib-eof
    END-START
    PERFORM UNTIL scenelib-eof-yes
       READ SCENELIB-FILE NEXT RECORD
          AT END MOVE 'Y' TO scenelib-eof
       END-READ
       IF NOT scenelib-eof-yes THEN
          WRITE libout-rec FROM lib-data
          ADD 1 TO rec-count
       END-IF
    END-PERFORM
    CLOSE LIBOUT-FILE
    MOVE rec-count TO cnt-ed
    DISPLAY 'LIBMAINT: ' FUNCTION TRIM(cnt-ed)
       ' record(s) unloaded to LIBOUT'.

*>  One staged record against the record shapes LOAD-SCENE-RECORD
*>  reads; reject-reason comes back blank when it passes.
VALIDATE-STAGE-LINE.
    MOVE SPACES TO reject-reason
    MOVE SPACES TO scene-kind
    PERFORM VARYING st-j FROM 1 BY 1 UNTIL st-j > 11
       MOVE SPACES TO scene-tok(st-j)
    END-PERFORM
    UNSTRING stage-line(st-i) DELIMITED BY ALL SPACES
       INTO scene-kind, scene-tok(1), scene-tok(2), scene-tok(3),
            scene-tok(4), scene-tok(5), scene-tok(6), scene-tok(7),
            scene-tok(8), scene-tok(9), scene-tok(10), scene-tok(11)
    MOVE 0 TO sym-count
    INSPECT stage-line(st-i) TALLYING sym-count FOR ALL '&'
    IF scene-kind(1:1) = '&' THEN
       EXIT PARAGRAPH
    END-IF
    MOVE 0 TO want-nums
    EVALUATE scene-kind
       WHEN 'SPHERE'
          MOVE 4 TO want-nums
       WHEN 'CYL'
*>        The general two-endpoint form shows itself by a number in
*>        token six - the same test the loader makes.
          MOVE scene-tok(6) TO nv-tok
          PERFORM CHECK-NUMBER-TOKEN
          IF num-ok = 'Y' AND scene-tok(7) NOT = SPACES THEN
             MOVE 7 TO want-nums
          ELSE
             MOVE 5 TO want-nums
          END-IF
       WHEN 'PLANE'
       WHEN 'BOX'
       WHEN 'ELLIP'
       WHEN 'CLIP'
          MOVE 6 TO want-nums
       WHEN 'CONE'
       WHEN 'TORUS'
          MOVE 8 TO want-nums
       WHEN 'TRI'
          MOVE 9 TO want-nums
       WHEN 'INCLUDE'
          IF scene-tok(1) = SPACES THEN
             MOVE 'INCLUDE needs a scene name' TO reject-reason
          END-IF
          EXIT PARAGRAPH
*>     "DEFAULT name value [name value ...]" - whole pairs only.
       WHEN 'DEFAULT'
          IF scene-tok(1) = SPACES THEN
             MOVE 'DEFAULT needs a name and a value' TO reject-reason
             EXIT PARAGRAPH
          END-IF
          PERFORM VARYING st-j FROM 1 BY 2 UNTIL st-j > 7
             IF scene-tok(st-j) NOT = SPACES
                AND scene-tok(st-j + 1) = SPACES THEN
                MOVE 'DEFAULT name has no value' TO reject-reason
             END-IF
          END-PERFORM
          EXIT PARAGRAPH
       WHEN 'CSG'
          IF scene-tok(1) NOT = 'DIFF' AND scene-tok(1) NOT = 'ISECT'
             THEN
             MOVE 'CSG operation is not DIFF/ISECT' TO reject-reason
             EXIT PARAGRAPH
          END-IF
          MOVE scene-tok(2) TO nv-tok
          PERFORM CHECK-NUMBER-TOKEN
          IF num-ok = 'Y' THEN
             MOVE scene-tok(3) TO nv-tok
             PERFORM CHECK-NUMBER-TOKEN
          END-IF
          IF num-ok = 'N' THEN
             MOVE 'CSG slot numbers must be numeric' TO reject-reason
          END-IF
          EXIT PARAGRAPH
       WHEN 'XFORM'
          MOVE scene-tok(2) TO nv-tok
          PERFORM CHECK-NUMBER-TOKEN
          IF num-ok = 'N' THEN
             MOVE 'XFORM slot number is not numeric' TO reject-reason
             EXIT PARAGRAPH
          END-IF
          IF scene-tok(3) NOT = 'TRANSLATE' AND scene-tok(3) NOT =
             'SCALE' AND scene-tok(3) NOT = 'ROTX' AND scene-tok(3)
             NOT = 'ROTY' AND scene-tok(3) NOT = 'ROTZ' THEN
             MOVE 'XFORM operation is not TRANSLATE/SCALE/ROTx'
                TO reject-reason
             EXIT PARAGRAPH
          END-IF
          PERFORM VARYING st-j FROM 4 BY 1 UNTIL st-j > 6
             IF scene-tok(st-j) NOT = SPACES THEN
                MOVE scene-tok(st-j) TO nv-tok
                PERFORM CHECK-NUMBER-TOKEN
                IF num-ok = 'N' THEN
                   MOVE 'XFORM amount is not numeric'
                      TO reject-reason
                END-IF
             END-IF
          END-PERFORM
          EXIT PARAGRAPH
*>     "MESH name x y z [rot] [scale] [color] [layer]" - a name, then
*>     three numbers; a number after z is the rotation and a second
*>     one the scale, which must be positive. The library model
*>     itself lives in MODLIB, not here.
       WHEN 'MESH'
          IF scene-tok(1) = SPACES THEN
             MOVE 'MESH needs a model name' TO reject-reason
             EXIT PARAGRAPH
          END-IF
          PERFORM VARYING st-j FROM 2 BY 1 UNTIL st-j > 4
             OR reject-reason NOT = SPACES
             MOVE scene-tok(st-j) TO nv-tok
             IF nv-tok = SPACES THEN
                MOVE 'too few value tokens for this kind'
                   TO reject-reason
             ELSE
                PERFORM CHECK-NUMBER-TOKEN
                IF num-ok = 'N' THEN
                   MOVE 'MESH position is not numeric'
                      TO reject-reason
                END-IF
             END-IF
          END-PERFORM
          IF reject-reason NOT = SPACES THEN
             EXIT PARAGRAPH
          END-IF
          MOVE 5 TO color-at
          MOVE scene-tok(5) TO nv-tok
          PERFORM CHECK-NUMBER-TOKEN
          IF nv-tok NOT = SPACES AND num-ok = 'Y' THEN
             MOVE 6 TO color-at
             MOVE scene-tok(6) TO nv-tok
             PERFORM CHECK-NUMBER-TOKEN
             IF nv-tok NOT = SPACES AND num-ok = 'Y' THEN
                MOVE 7 TO color-at
                IF FUNCTION NUMVAL(nv-tok) <= 0 THEN
                   MOVE 'MESH scale must be positive'
                      TO reject-reason
                   EXIT PARAGRAPH
                END-IF
             END-IF
          END-IF
          IF scene-tok(color-at) NOT = SPACES
             AND scene-tok(color-at)(1:1) NOT = '&' THEN
             MOVE FUNCTION UPPER-CASE(scene-tok(color-at)(1:1))
                TO nv-ch
             IF nv-ch NOT = 'R' AND nv-ch NOT = 'G'
                AND nv-ch NOT = 'B' AND nv-ch NOT = 'Y'
                AND nv-ch NOT = 'C' AND nv-ch NOT = 'M'
                AND nv-ch NOT = 'W' THEN
                MOVE 'color is not a material code' TO reject-reason
             END-IF
          END-IF
          EXIT PARAGRAPH
       WHEN OTHER
          MOVE 'not a scene record kind' TO reject-reason
          EXIT PARAGRAPH
    END-EVALUATE
    PERFORM VARYING st-j FROM 1 BY 1 UNTIL st-j > want-nums
       OR reject-reason NOT = SPACES
       MOVE scene-tok(st-j) TO nv-tok
       IF nv-tok = SPACES THEN
          MOVE 'too few value tokens for this kind' TO reject-reason
       ELSE
          PERFORM CHECK-NUMBER-TOKEN
          IF num-ok = 'N' THEN
             STRING 'value "' DELIMITED BY SIZE
                    FUNCTION TRIM(nv-tok) DELIMITED BY SIZE
                    '" is not numeric' DELIMITED BY SIZE
                    INTO reject-reason
          ELSE
             COMPUTE tok-v(st-j) = FUNCTION NUMVAL(nv-tok)
          END-IF
       END-IF
    END-PERFORM
    IF reject-reason NOT = SPACES THEN
       EXIT PARAGRAPH
    END-IF
*>  Color code (when given) right after the values; a CLIP has none.
    COMPUTE color-at = want-nums + 1
    IF scene-kind NOT = 'CLIP' AND scene-tok(color-at) NOT = SPACES
       AND scene-tok(color-at)(1:1) NOT = '&' THEN
       MOVE FUNCTION UPPER-CASE(scene-tok(color-at)(1:1)) TO nv-ch
       IF nv-ch NOT = 'R' AND nv-ch NOT = 'G' AND nv-ch NOT = 'B'
          AND nv-ch NOT = 'Y' AND nv-ch NOT = 'C' AND nv-ch NOT = 'M'
          AND nv-ch NOT = 'W' THEN
          MOVE 'color is not a material code' TO reject-reason
          EXIT PARAGRAPH
       END-IF
    END-IF
*>  The kind-level sanity checks SCENEEDIT applies at the prompt.
    IF sym-count > 0 THEN
       EXIT PARAGRAPH
    END-IF
    EVALUATE scene-kind
       WHEN 'SPHERE'
          IF tok-v(4) <= 0 THEN
             MOVE 'sphere radius must be positive' TO reject-reason
          END-IF
       WHEN 'PLANE'
       WHEN 'CLIP'
          IF tok-v(4) = 0 AND tok-v(5) = 0 AND tok-v(6) = 0 THEN
             MOVE 'normal cannot be all zero' TO reject-reason
          END-IF
       WHEN 'BOX'
          IF tok-v(4) <= tok-v(1) OR tok-v(5) <= tok-v(2)
             OR tok-v(6) <= tok-v(3) THEN
             MOVE 'box high corner must exceed low corner'
                TO reject-reason
          END-IF
       WHEN 'CYL'
          IF want-nums = 5 THEN
             IF tok-v(5) <= 0 THEN
                MOVE 'cylinder radius must be positive'
                   TO reject-reason
             END-IF
             IF tok-v(4) <= tok-v(3) THEN
                MOVE 'cylinder top z must exceed bottom z'
                   TO reject-reason
             END-IF
          ELSE
             IF tok-v(7) <= 0 THEN
                MOVE 'cylinder radius must be positive'
                   TO reject-reason
             END-IF
          END-IF
       WHEN 'ELLIP'
          IF tok-v(4) <= 0 OR tok-v(5) <= 0 OR tok-v(6) <= 0 THEN
             MOVE 'every ellipsoid radius must be positive'
                TO reject-reason
          END-IF
       WHEN 'CONE'
          IF tok-v(7) < 0 OR tok-v(8) < 0 THEN
             MOVE 'cone radii cannot be negative' TO reject-reason
          END-IF
       WHEN 'TORUS'
          IF tok-v(4) = 0 AND tok-v(5) = 0 AND tok-v(6) = 0 THEN
             MOVE 'torus axis cannot be all zero' TO reject-reason
          END-IF
          IF tok-v(7) <= 0 OR tok-v(8) <= 0 THEN
             MOVE 'both torus radii must be positive' TO reject-reason
          END-IF
    END-EVALUATE.

*>  Signed decimal only - the same walk SCENEEDIT's prompt makes.
CHECK-NUMBER-TOKEN.
    MOVE 'Y' TO num-ok
    IF nv-tok(1:1) = '&' THEN
       EXIT PARAGRAPH
    END-IF
    MOVE 0 TO nv-digits
    MOVE 0 TO nv-points
    COMPUTE nv-len =
       FUNCTION LENGTH(FUNCTION TRIM(nv-tok TRAILING))
    PERFORM VARYING nv-i FROM 1 BY 1 UNTIL nv-i > nv-len
       MOVE nv-tok(nv-i:1) TO nv-ch
       EVALUATE TRUE
          WHEN nv-ch >= '0' AND nv-ch <= '9'
             ADD 1 TO nv-digits
          WHEN nv-ch = '.'
             ADD 1 TO nv-points
             IF nv-points > 1 THEN MOVE 'N' TO num-ok END-IF
          WHEN nv-ch = '-' OR nv-ch = '+'
             IF nv-i NOT = 1 THEN MOVE 'N' TO num-ok END-IF
          WHEN OTHER
             MOVE 'N' TO num-ok
       END-EVALUATE
    END-PERFORM
    IF nv-digits = 0 THEN
       MOVE 'N' TO num-ok
    END-IF.

*>  One AUDITLOG line per change - the same EXTEND-with-OUTPUT-
*>  fallback append every AUDITLOG writer uses.
WRITE-AUDIT-LINE.
    MOVE SPACES TO audit-rec
    STRING FUNCTION TRIM(audit-date) DELIMITED BY SIZE
           ' ' DELIMITED BY SIZE
           FUNCTION TRIM(audit-operator) DELIMITED BY SIZE
           ' LIBMAINT ' DELIMITED BY SIZE
           FUNCTION TRIM(audit-what) DELIMITED BY SIZE
           INTO audit-rec
    OPEN EXTEND AUDIT-FILE
    IF audit-file-status = '35' THEN
       OPEN OUTPUT AUDIT-FILE
    END-IF
    WRITE audit-rec
    CLOSE AUDIT-FILE.
