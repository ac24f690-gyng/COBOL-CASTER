IDENTIFICATION DIVISION.
PROGRAM-ID. VARGEN.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT SCENELIB-FILE ASSIGN TO "SCENELIB"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS lib-key
        FILE STATUS IS scenelib-file-status.
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
    FD QUEUE-FILE.
    01 queue-rec PIC X(160).
    FD AUDIT-FILE.
    01 audit-rec PIC X(200).

    WORKING-STORAGE SECTION.
    01 scenelib-file-status PIC X(2) VALUE '00'.
    01 queue-file-status PIC X(2) VALUE '00'.
    01 audit-file-status PIC X(2) VALUE '00'.
    01 scenelib-eof PIC X(1) VALUE 'N'.
       88 scenelib-eof-yes VALUE 'Y'.

    01 gen-parm PIC X(200) VALUE SPACES.
    01 gen-tok PIC X(60) OCCURS 8 TIMES.
    01 gt PIC S9(4) COMP VALUE 0.
    01 gen-ptr PIC S9(4) COMP VALUE 0.
    01 tmpl-name PIC X(16) VALUE SPACES.
    01 gen-w PIC S9(6) COMP VALUE 0.
    01 gen-h PIC S9(6) COMP VALUE 0.
    01 w-ed PIC ZZZZZ9.
    01 h-ed PIC ZZZZZ9.
    01 reject-reason PIC X(60) VALUE SPACES.
    01 warn-count PIC S9(4) COMP VALUE 0.

*>  The matrix: up to five dimensions, each a symbol name and up to
*>  eight values (a value repeated within its list counts once).
    01 max-dims PIC S9(4) COMP VALUE 5.
    01 num-dims PIC S9(4) COMP VALUE 0.
    01 dim-table.
       02 dim-ent OCCURS 5 TIMES.
          03 dim-name PIC X(12).
          03 dim-count PIC S9(4) COMP.
          03 dim-at PIC S9(4) COMP.
          03 dim-val PIC X(16) OCCURS 8 TIMES.
    01 di PIC S9(4) COMP VALUE 0.
    01 dv PIC S9(4) COMP VALUE 0.
    01 dk PIC S9(4) COMP VALUE 0.
    01 dim-list PIC X(60) VALUE SPACES.
    01 dim-piece PIC X(16) OCCURS 8 TIMES.
    01 dup-val PIC X(1) VALUE 'N'.

*>  What the template itself says: the symbols its records (and the
*>  scenes they INCLUDE) use, and the ones a DEFAULT record covers.
    01 max-syms PIC S9(4) COMP VALUE 40.
    01 num-syms PIC S9(4) COMP VALUE 0.
    01 sym-table.
       02 sym-ent OCCURS 40 TIMES.
          03 sym-used PIC X(12).
          03 sym-dflt PIC X(1).
    01 si PIC S9(4) COMP VALUE 0.
    01 sym-hit PIC S9(4) COMP VALUE 0.
    01 sym-name PIC X(12) VALUE SPACES.
    01 sym-i PIC S9(4) COMP VALUE 0.
    01 sym-j PIC S9(4) COMP VALUE 0.
    01 sym-len PIC S9(4) COMP VALUE 0.
    01 sym-ch PIC X(1) VALUE SPACE.
    01 rec-tok PIC X(16) OCCURS 9 TIMES.
    01 rt PIC S9(4) COMP VALUE 0.
    01 max-scns PIC S9(4) COMP VALUE 16.
    01 num-scns PIC S9(4) COMP VALUE 0.
    01 scn-name PIC X(16) OCCURS 16 TIMES.
    01 sc PIC S9(4) COMP VALUE 0.
    01 scn-hit PIC S9(4) COMP VALUE 0.

*>  The generated jobs, built whole before RENDQUE is touched - a
*>  matrix whose VARS= word won't fit must not leave half a product
*>  line queued. RENDQUEUE holds at most 64 jobs and refuses a
*>  longer queue, so a generation that would take RENDQUE past 64
*>  records, counting the ones already there, is refused too.
    01 max-jobs PIC S9(4) COMP VALUE 64.
    01 num-jobs PIC S9(4) COMP VALUE 0.
    01 job-lines.
       02 job-line PIC X(160) OCCURS 64 TIMES.
    01 queue-count PIC S9(4) COMP VALUE 0.
    01 queue-eof PIC X(1) VALUE 'N'.
       88 queue-eof-yes VALUE 'Y'.
    01 queue-ed PIC ZZZ9.
    01 ji PIC S9(4) COMP VALUE 0.
    01 combo-count PIC S9(8) COMP VALUE 0.
    01 job-seq PIC 9(3) VALUE 0.
    01 job-name PIC X(16) VALUE SPACES.
    01 job-out PIC X(40) VALUE SPACES.
    01 job-vars PIC X(80) VALUE SPACES.
    01 vars-ptr PIC S9(4) COMP VALUE 1.
    01 out-ptr PIC S9(4) COMP VALUE 1.
    01 gen-done PIC X(1) VALUE 'N'.
    01 cnt-ed PIC ZZZ9.

    01 audit-date PIC 9(8).
    01 audit-operator PIC X(20) VALUE SPACES.

*>  One master template per product instead of a hand-copied SCENELIB
*>  entry per variant. VARGEN takes a template scene (its records
*>  carrying &NAME symbols - see the renderer's VARS=) and a matrix
*>  of values, and queues one RENDQUE render per combination:
*>    VARGEN template width height NAME=v,v,... [NAME=v,v,... ...]
*>  e.g. "VARGEN MUG 320 240 COLOR=R,G,B SIZE=1,1.5,2" queues nine
*>  jobs. Each is "job output template width height VARS=..." - the
*>  job named template-nnn, the output template-v-v.PPM from its own
*>  values (template-nnn.PPM when that runs past twenty characters),
*>  so no two variants overwrite each other. The template must be
*>  filed in SCENELIB; a matrix name the template (or a scene it
*>  INCLUDEs) never uses, or a symbol it uses with neither a matrix
*>  value nor a DEFAULT, is a warning - RC 4, the jobs still queued.
*>  RC 8 when the PARM is refused (no such template, more than 64
*>  combinations, a VARS= word past 35 characters) or RENDQUE would
*>  end up holding more than 64 jobs, and nothing is queued. The
*>  generation writes an AUDITLOG line.
PROCEDURE DIVISION.
    ACCEPT gen-parm FROM COMMAND-LINE
    MOVE 1 TO gen-ptr
    PERFORM VARYING gt FROM 1 BY 1 UNTIL gt > 8
       MOVE SPACES TO gen-tok(gt)
    END-PERFORM
    PERFORM VARYING gt FROM 1 BY 1 UNTIL gt > 8 OR gen-ptr > 200
       UNSTRING gen-parm DELIMITED BY ALL SPACES
          INTO gen-tok(gt) WITH POINTER gen-ptr
       END-UNSTRING
    END-PERFORM
    ACCEPT audit-date FROM DATE YYYYMMDD
    ACCEPT audit-operator FROM ENVIRONMENT "USER"
    IF audit-operator = SPACES THEN
       ACCEPT audit-operator FROM ENVIRONMENT "LOGNAME"
    END-IF
    IF audit-operator = SPACES THEN
       MOVE "UNKNOWN" TO audit-operator
    END-IF

    MOVE FUNCTION UPPER-CASE(gen-tok(1)) TO tmpl-name
    MOVE SPACES TO reject-reason
    EVALUATE TRUE
       WHEN gen-tok(4) = SPACES
          MOVE 'needs template width height NAME=v,v,...'
             TO reject-reason
       WHEN FUNCTION TEST-NUMVAL(gen-tok(2)) NOT = 0
          OR FUNCTION TEST-NUMVAL(gen-tok(3)) NOT = 0
          MOVE 'width and height must be numbers' TO reject-reason
    END-EVALUATE
    IF reject-reason = SPACES THEN
       COMPUTE gen-w = FUNCTION NUMVAL(gen-tok(2))
       COMPUTE gen-h = FUNCTION NUMVAL(gen-tok(3))
       IF gen-w < 1 OR gen-h < 1 THEN
          MOVE 'width and height must be above zero' TO reject-reason
       END-IF
    END-IF
    IF reject-reason = SPACES THEN
       PERFORM VARYING gt FROM 4 BY 1 UNTIL gt > 8
          OR reject-reason NOT = SPACES
          IF gen-tok(gt) NOT = SPACES THEN
             PERFORM TAKE-DIMENSION
          END-IF
       END-PERFORM
    END-IF
    IF reject-reason = SPACES THEN
       PERFORM SCAN-TEMPLATE
    END-IF
    IF reject-reason = SPACES THEN
       PERFORM CHECK-MATRIX-NAMES
       PERFORM BUILD-JOBS
    END-IF
    IF reject-reason = SPACES THEN
       PERFORM COUNT-QUEUE
    END-IF
    IF reject-reason NOT = SPACES THEN
       DISPLAY 'VARGEN: nothing queued - ' FUNCTION TRIM(reject-reason)
       MOVE 8 TO RETURN-CODE
       STOP RUN
    END-IF

    OPEN EXTEND QUEUE-FILE
    IF queue-file-status = '35' THEN
       OPEN OUTPUT QUEUE-FILE
    END-IF
    PERFORM VARYING ji FROM 1 BY 1 UNTIL ji > num-jobs
       MOVE job-line(ji) TO queue-rec
       WRITE queue-rec
       DISPLAY '  ' FUNCTION TRIM(job-line(ji))
    END-PERFORM
    CLOSE QUEUE-FILE
    MOVE num-jobs TO cnt-ed
    DISPLAY 'VARGEN: ' FUNCTION TRIM(cnt-ed) ' job(s) queued from '
       'template ' FUNCTION TRIM(tmpl-name)
    PERFORM WRITE-AUDIT
    IF warn-count > 0 THEN
       MOVE 4 TO RETURN-CODE
    END-IF
    STOP RUN.

*>  "NAME=v,v,..." - the name upper-cased with any leading & dropped,
*>  the values kept as written.
TAKE-DIMENSION.
    IF num-dims >= max-dims THEN
       MOVE 'more than five matrix dimensions' TO reject-reason
       EXIT PARAGRAPH
    END-IF
    ADD 1 TO num-dims
    MOVE SPACES TO dim-name(num-dims)
    MOVE SPACES TO dim-list
    UNSTRING gen-tok(gt) DELIMITED BY '='
       INTO dim-name(num-dims), dim-list
    IF dim-name(num-dims)(1:1) = '&' THEN
       MOVE dim-name(num-dims)(2:11) TO dim-name(num-dims)
    END-IF
    MOVE FUNCTION UPPER-CASE(dim-name(num-dims)) TO dim-name(num-dims)
    IF dim-name(num-dims) = SPACES OR dim-list = SPACES THEN
       STRING '"' DELIMITED BY SIZE
              FUNCTION TRIM(gen-tok(gt)) DELIMITED BY SIZE
              '" is not NAME=v,v,...' DELIMITED BY SIZE
              INTO reject-reason
       EXIT PARAGRAPH
    END-IF
    PERFORM VARYING dv FROM 1 BY 1 UNTIL dv > 8
       MOVE SPACES TO dim-piece(dv)
    END-PERFORM
    UNSTRING dim-list DELIMITED BY ','
       INTO dim-piece(1), dim-piece(2), dim-piece(3), dim-piece(4),
            dim-piece(5), dim-piece(6), dim-piece(7), dim-piece(8)
    MOVE 0 TO dim-count(num-dims)
    PERFORM VARYING dv FROM 1 BY 1 UNTIL dv > 8
       IF dim-piece(dv) NOT = SPACES THEN
          MOVE 'N' TO dup-val
          PERFORM VARYING dk FROM 1 BY 1
             UNTIL dk > dim-count(num-dims)
             IF dim-val(num-dims, dk) = dim-piece(dv) THEN
                MOVE 'Y' TO dup-val
             END-IF
          END-PERFORM
          IF dup-val = 'N' THEN
             ADD 1 TO dim-count(num-dims)
             MOVE dim-piece(dv)
                TO dim-val(num-dims, dim-count(num-dims))
          END-IF
       END-IF
    END-PERFORM.

*>  The template and every scene it INCLUDEs, read by key the way the
*>  renderer fetches them, for the symbols used and defaulted.
SCAN-TEMPLATE.
    OPEN INPUT SCENELIB-FILE
    IF scenelib-file-status NOT = '00' THEN
       MOVE 'no SCENELIB library to find the template in'
          TO reject-reason
       EXIT PARAGRAPH
    END-IF
    MOVE tmpl-name TO lk-name
    MOVE 0 TO lk-seq
    READ SCENELIB-FILE
       INVALID KEY
          STRING 'template ' DELIMITED BY SIZE
                 FUNCTION TRIM(tmpl-name) DELIMITED BY SIZE
                 ' is not filed in SCENELIB' DELIMITED BY SIZE
                 INTO reject-reason
    END-READ
    IF reject-reason NOT = SPACES THEN
       CLOSE SCENELIB-FILE
       EXIT PARAGRAPH
    END-IF
    MOVE 1 TO num-scns
    MOVE tmpl-name TO scn-name(1)
    PERFORM VARYING sc FROM 1 BY 1 UNTIL sc > num-scns
       PERFORM SCAN-ONE-SCENE
    END-PERFORM
    CLOSE SCENELIB-FILE.

SCAN-ONE-SCENE.
    MOVE scn-name(sc) TO lk-name
    MOVE 0 TO lk-seq
    READ SCENELIB-FILE
       INVALID KEY EXIT PARAGRAPH
    END-READ
    MOVE 'N' TO scenelib-eof
    PERFORM UNTIL scenelib-eof-yes
       READ SCENELIB-FILE NEXT RECORD
          AT END MOVE 'Y' TO scenelib-eof
       END-READ
       IF NOT scenelib-eof-yes THEN
          IF lk-name NOT = scn-name(sc) THEN
             MOVE 'Y' TO scenelib-eof
          ELSE
             PERFORM SCAN-ONE-RECORD
          END-IF
       END-IF
    END-PERFORM.

SCAN-ONE-RECORD.
    PERFORM VARYING rt FROM 1 BY 1 UNTIL rt > 9
       MOVE SPACES TO rec-tok(rt)
    END-PERFORM
    UNSTRING lib-data DELIMITED BY ALL SPACES
       INTO rec-tok(1), rec-tok(2), rec-tok(3), rec-tok(4),
            rec-tok(5), rec-tok(6), rec-tok(7), rec-tok(8),
            rec-tok(9)
    IF rec-tok(1) = 'DEFAULT' THEN
       PERFORM VARYING rt FROM 2 BY 2 UNTIL rt > 8
          IF rec-tok(rt) NOT = SPACES THEN
             MOVE FUNCTION UPPER-CASE(rec-tok(rt)) TO sym-name
             IF sym-name(1:1) = '&' THEN
                MOVE sym-name(2:11) TO sym-name
             END-IF
             PERFORM NOTE-SYMBOL
             MOVE 'Y' TO sym-dflt(sym-hit)
          END-IF
       END-PERFORM
       EXIT PARAGRAPH
    END-IF
*>  A literal INCLUDE joins the scenes to scan; one naming its scene
*>  by symbol can't be followed until render time.
    IF rec-tok(1) = 'INCLUDE' AND rec-tok(2)(1:1) NOT = '&'
       AND rec-tok(2) NOT = SPACES THEN
       MOVE 0 TO scn-hit
       PERFORM VARYING dk FROM 1 BY 1 UNTIL dk > num-scns
          IF scn-name(dk) = rec-tok(2) THEN
             MOVE dk TO scn-hit
          END-IF
       END-PERFORM
       IF scn-hit = 0 AND num-scns < max-scns THEN
          ADD 1 TO num-scns
          MOVE rec-tok(2) TO scn-name(num-scns)
       END-IF
    END-IF
    MOVE 0 TO sym-len
    IF lib-data NOT = SPACES THEN
       COMPUTE sym-len =
          FUNCTION LENGTH(FUNCTION TRIM(lib-data TRAILING))
    END-IF
    MOVE 1 TO sym-i
    PERFORM UNTIL sym-i > sym-len
       IF lib-data(sym-i:1) = '&' THEN
          COMPUTE sym-j = sym-i + 1
          PERFORM UNTIL sym-j > sym-len
             MOVE FUNCTION UPPER-CASE(lib-data(sym-j:1)) TO sym-ch
             IF (sym-ch >= 'A' AND sym-ch <= 'Z')
                OR (sym-ch >= '0' AND sym-ch <= '9')
                OR sym-ch = '_' THEN
                ADD 1 TO sym-j
             ELSE
                EXIT PERFORM
             END-IF
          END-PERFORM
          IF sym-j - sym-i >= 2 AND sym-j - sym-i <= 13 THEN
             MOVE FUNCTION UPPER-CASE(
                lib-data(sym-i + 1:sym-j - sym-i - 1)) TO sym-name
             PERFORM NOTE-SYMBOL
          END-IF
          MOVE sym-j TO sym-i
       ELSE
          ADD 1 TO sym-i
       END-IF
    END-PERFORM.

*>  sym-name into the symbol table (once); sym-hit comes back as its
*>  slot.
NOTE-SYMBOL.
    MOVE 0 TO sym-hit
    PERFORM VARYING si FROM 1 BY 1 UNTIL si > num-syms
       OR sym-hit > 0
       IF sym-used(si) = sym-name THEN
          MOVE si TO sym-hit
       END-IF
    END-PERFORM
    IF sym-hit = 0 AND num-syms < max-syms THEN
       ADD 1 TO num-syms
       MOVE sym-name TO sym-used(num-syms)
       MOVE 'N' TO sym-dflt(num-syms)
       MOVE num-syms TO sym-hit
    END-IF
    IF sym-hit = 0 THEN
       MOVE num-syms TO sym-hit
    END-IF.

*>  Matrix names the template never uses would queue identical
*>  frames; symbols with neither a matrix value nor a DEFAULT would
*>  drop their records in every variant.
CHECK-MATRIX-NAMES.
    PERFORM VARYING di FROM 1 BY 1 UNTIL di > num-dims
       MOVE 0 TO sym-hit
       PERFORM VARYING si FROM 1 BY 1 UNTIL si > num-syms
          IF sym-used(si) = dim-name(di) THEN
             MOVE si TO sym-hit
          END-IF
       END-PERFORM
       IF sym-hit = 0 THEN
          DISPLAY 'VARGEN: WARNING: template '
             FUNCTION TRIM(tmpl-name) ' has no &'
             FUNCTION TRIM(dim-name(di))
             ' - its values change nothing'
          ADD 1 TO warn-count
       END-IF
    END-PERFORM
    PERFORM VARYING si FROM 1 BY 1 UNTIL si > num-syms
       IF sym-dflt(si) = 'N' THEN
          MOVE 0 TO sym-hit
          PERFORM VARYING di FROM 1 BY 1 UNTIL di > num-dims
             IF dim-name(di) = sym-used(si) THEN
                MOVE di TO sym-hit
             END-IF
          END-PERFORM
          IF sym-hit = 0 THEN
             DISPLAY 'VARGEN: WARNING: &' FUNCTION TRIM(sym-used(si))
                ' has no DEFAULT and no matrix values - its records '
                'drop at load'
             ADD 1 TO warn-count
          END-IF
       END-IF
    END-PERFORM.

*>  The records RENDQUE already holds - blank lines aside, as
*>  RENDQUEUE reads it - and room for this generation beside them.
COUNT-QUEUE.
    MOVE 0 TO queue-count
    OPEN INPUT QUEUE-FILE
    IF queue-file-status = '35' THEN
       EXIT PARAGRAPH
    END-IF
    IF queue-file-status NOT = '00' THEN
       STRING 'RENDQUE cannot be read, status ' DELIMITED BY SIZE
              queue-file-status DELIMITED BY SIZE
              INTO reject-reason
       EXIT PARAGRAPH
    END-IF
    MOVE 'N' TO queue-eof
    PERFORM UNTIL queue-eof-yes
       READ QUEUE-FILE
          AT END MOVE 'Y' TO queue-eof
       END-READ
       IF NOT queue-eof-yes AND queue-rec NOT = SPACES THEN
          ADD 1 TO queue-count
       END-IF
    END-PERFORM
    CLOSE QUEUE-FILE
    IF queue-count + num-jobs > max-jobs THEN
       MOVE queue-count TO queue-ed
       MOVE num-jobs TO cnt-ed
       STRING 'RENDQUE holds ' DELIMITED BY SIZE
              FUNCTION TRIM(queue-ed) DELIMITED BY SIZE
              ' jobs, ' DELIMITED BY SIZE
              FUNCTION TRIM(cnt-ed) DELIMITED BY SIZE
              ' more would pass 64' DELIMITED BY SIZE
              INTO reject-reason
    END-IF.

*>  Every combination, the last dimension turning fastest.
BUILD-JOBS.
    MOVE 1 TO combo-count
    PERFORM VARYING di FROM 1 BY 1 UNTIL di > num-dims
       COMPUTE combo-count = combo-count * dim-count(di)
       MOVE 1 TO dim-at(di)
    END-PERFORM
    IF combo-count > max-jobs THEN
       MOVE combo-count TO cnt-ed
       STRING FUNCTION TRIM(cnt-ed) DELIMITED BY SIZE
              ' combinations - at most 64 per generation'
              DELIMITED BY SIZE
              INTO reject-reason
       EXIT PARAGRAPH
    END-IF
    MOVE 'N' TO gen-done
    PERFORM UNTIL gen-done = 'Y' OR reject-reason NOT = SPACES
       PERFORM BUILD-ONE-JOB
       PERFORM NEXT-COMBINATION
    END-PERFORM.

BUILD-ONE-JOB.
    ADD 1 TO num-jobs
    MOVE num-jobs TO job-seq
    MOVE SPACES TO job-name
    STRING FUNCTION TRIM(tmpl-name(1:12)) DELIMITED BY SIZE
           '-' DELIMITED BY SIZE
           job-seq DELIMITED BY SIZE
           INTO job-name
    MOVE SPACES TO job-vars
    MOVE 1 TO vars-ptr
    MOVE SPACES TO job-out
    MOVE 1 TO out-ptr
    STRING 'VARS=' DELIMITED BY SIZE
           INTO job-vars WITH POINTER vars-ptr
    STRING FUNCTION TRIM(tmpl-name) DELIMITED BY SIZE
           INTO job-out WITH POINTER out-ptr
    PERFORM VARYING di FROM 1 BY 1 UNTIL di > num-dims
       IF di > 1 THEN
          STRING ',' DELIMITED BY SIZE
                 INTO job-vars WITH POINTER vars-ptr
       END-IF
       STRING FUNCTION TRIM(dim-name(di)) DELIMITED BY SIZE
              ':' DELIMITED BY SIZE
              FUNCTION TRIM(dim-val(di, dim-at(di))) DELIMITED BY SIZE
              INTO job-vars WITH POINTER vars-ptr
       STRING '-' DELIMITED BY SIZE
              FUNCTION TRIM(dim-val(di, dim-at(di))) DELIMITED BY SIZE
              INTO job-out WITH POINTER out-ptr
    END-PERFORM
    STRING '.PPM' DELIMITED BY SIZE
           INTO job-out WITH POINTER out-ptr
*>  The renderer reads 35 characters of VARS= value; a longer one
*>  would quietly lose its tail.
    IF vars-ptr > 41 THEN
       STRING 'VARS= word for job ' DELIMITED BY SIZE
              FUNCTION TRIM(job-name) DELIMITED BY SIZE
              ' runs past 35 characters' DELIMITED BY SIZE
              INTO reject-reason
       EXIT PARAGRAPH
    END-IF
    IF out-ptr > 21 THEN
       MOVE SPACES TO job-out
       STRING FUNCTION TRIM(job-name) DELIMITED BY SIZE
              '.PPM' DELIMITED BY SIZE
              INTO job-out
    END-IF
    MOVE gen-w TO w-ed
    MOVE gen-h TO h-ed
    MOVE SPACES TO job-line(num-jobs)
    STRING FUNCTION TRIM(job-name) DELIMITED BY SIZE
           ' ' DELIMITED BY SIZE
           FUNCTION TRIM(job-out) DELIMITED BY SIZE
           ' ' DELIMITED BY SIZE
           FUNCTION TRIM(tmpl-name) DELIMITED BY SIZE
           ' ' DELIMITED BY SIZE
           FUNCTION TRIM(w-ed) DELIMITED BY SIZE
           ' ' DELIMITED BY SIZE
           FUNCTION TRIM(h-ed) DELIMITED BY SIZE
           ' ' DELIMITED BY SIZE
           FUNCTION TRIM(job-vars) DELIMITED BY SIZE
           INTO job-line(num-jobs).

*>  Odometer step: the last dimension advances, carrying left; the
*>  first dimension rolling over ends the generation.
NEXT-COMBINATION.
    MOVE num-dims TO di
    PERFORM UNTIL di < 1
       ADD 1 TO dim-at(di)
       IF dim-at(di) <= dim-count(di) THEN
          EXIT PARAGRAPH
       END-IF
       MOVE 1 TO dim-at(di)
       SUBTRACT 1 FROM di
    END-PERFORM
    MOVE 'Y' TO gen-done.

*>  The same EXTEND-with-OUTPUT-fallback append every AUDITLOG writer
*>  uses.
WRITE-AUDIT.
    MOVE num-jobs TO cnt-ed
    MOVE SPACES TO audit-rec
    STRING audit-date DELIMITED BY SIZE
           ' ' DELIMITED BY SIZE
           FUNCTION TRIM(audit-operator) DELIMITED BY SIZE
           ' VARGEN template=' DELIMITED BY SIZE
           FUNCTION TRIM(tmpl-name) DELIMITED BY SIZE
           ' jobs=' DELIMITED BY SIZE
           FUNCTION TRIM(cnt-ed) DELIMITED BY SIZE
           ' first=' DELIMITED BY SIZE
           FUNCTION TRIM(tmpl-name(1:12)) DELIMITED BY SIZE
           '-001' DELIMITED BY SIZE
           INTO audit-rec
    OPEN EXTEND AUDIT-FILE
    IF audit-file-status = '35' THEN
       OPEN OUTPUT AUDIT-FILE
    END-IF
    WRITE audit-rec
    CLOSE AUDIT-FILE.
