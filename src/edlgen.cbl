IDENTIFICATION DIVISION.
PROGRAM-ID. EDLGEN.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT CAMKEY-FILE ASSIGN TO "CAMKEYS"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS camkey-file-status.
    SELECT OBJKEY-FILE ASSIGN TO "OBJKEYS"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS objkey-file-status.
    SELECT LIGHTKEY-FILE ASSIGN TO "LIGHTKEYS"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS lightkey-file-status.
    SELECT PPM-FILE ASSIGN TO DYNAMIC ppm-fname
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ppm-file-status.
    SELECT EDL-FILE ASSIGN TO DYNAMIC edl-fname
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS edl-file-status.
    SELECT SHOT-FILE ASSIGN TO DYNAMIC shot-fname
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS shot-file-status.

DATA DIVISION.
    FILE SECTION.
    FD CAMKEY-FILE.
    01 camkey-rec PIC X(80).
    FD OBJKEY-FILE.
    01 objkey-rec PIC X(80).
    FD LIGHTKEY-FILE.
    01 lightkey-rec PIC X(80).
    FD PPM-FILE.
    01 ppm-rec PIC X(80).
    FD EDL-FILE.
    01 edl-rec PIC X(100).
    FD SHOT-FILE.
    01 shot-rec PIC X(200).

    WORKING-STORAGE SECTION.
    01 camkey-file-status PIC X(2) VALUE '00'.
    01 objkey-file-status PIC X(2) VALUE '00'.
    01 lightkey-file-status PIC X(2) VALUE '00'.
    01 ppm-file-status PIC X(2) VALUE '00'.
    01 edl-file-status PIC X(2) VALUE '00'.
    01 shot-file-status PIC X(2) VALUE '00'.
    01 key-eof PIC X(1) VALUE 'N'.
       88 key-eof-yes VALUE 'Y'.
    01 ppm-fname PIC X(30) VALUE SPACES.
    01 edl-fname PIC X(30) VALUE 'RENDEDL'.
    01 shot-fname PIC X(30) VALUE 'RENDSHOT'.
    01 ppm-base PIC X(30) VALUE 'RENDPPM'.

    01 edl-parm PIC X(120) VALUE SPACES.
    01 edl-tok PIC X(30) OCCURS 6 TIMES.
    01 et-i PIC S9(4) COMP VALUE 0.
    01 edl-work PIC X(30) VALUE SPACES.
    01 num-tok PIC X(10).
    01 jobid-name PIC X(8) VALUE SPACES.
    01 edl-title PIC X(30) VALUE SPACES.
    01 num-frames PIC S9(4) COMP VALUE 0.
    01 fps-rate PIC S9(4) COMP VALUE 0.
    01 warn-count PIC S9(4) COMP VALUE 0.

    01 key-tok PIC X(16) OCCURS 7 TIMES.
    01 kt-i PIC S9(4) COMP VALUE 0.

*>  Camera keyframes, the renderer's 20; only whether a segment's
*>  two ends differ matters here, so each keeps just its values.
    01 num-camkeys PIC S9(4) COMP VALUE 0.
    01 cam-table.
       02 cam-key PIC X(112) OCCURS 20 TIMES.

*>  Object and light keys in file order, 64 of each as the renderer
*>  loads them, with each key's slot; the per-slot lists say which
*>  slots are keyed and how many keys each has.
    01 num-objkeys PIC S9(4) COMP VALUE 0.
    01 objkey-table.
       02 objkey-ent OCCURS 64 TIMES.
          03 ok-slot PIC X(4).
          03 ok-pos PIC X(48).
    01 num-oslots PIC S9(4) COMP VALUE 0.
    01 oslot-table.
       02 oslot-ent OCCURS 64 TIMES.
          03 os-name PIC X(4).
          03 os-keys PIC S9(4) COMP.
    01 num-lgkeys PIC S9(4) COMP VALUE 0.
    01 lgkey-table.
       02 lgkey-ent OCCURS 64 TIMES.
          03 lk-slot PIC X(4).
          03 lk-val PIC X(64).
    01 num-lslots PIC S9(4) COMP VALUE 0.
    01 lslot-table.
       02 lslot-ent OCCURS 64 TIMES.
          03 ls-name PIC X(4).
          03 ls-keys PIC S9(4) COMP.
    01 si PIC S9(4) COMP VALUE 0.
    01 ki PIC S9(4) COMP VALUE 0.
    01 kn PIC S9(4) COMP VALUE 0.
    01 slot-work PIC X(4) VALUE SPACES.
    01 rest-work PIC X(112) VALUE SPACES.
    01 key-num PIC S9(8)V9(6) VALUE 0.
    01 key-ed PIC -9(8).9(6).
    01 rest-ptr PIC S9(4) COMP VALUE 0.

*>  One frame's segment arithmetic, exactly the renderer's: key
*>  count nk spread over the run, frame fi lands in segment seg.
    01 fi PIC S9(4) COMP VALUE 0.
    01 seg-nk PIC S9(4) COMP VALUE 0.
    01 seg-scaled PIC S9(8)V9(6) VALUE 0.
    01 seg-denom PIC S9(4) COMP VALUE 0.
    01 seg PIC S9(4) COMP VALUE 0.
    01 seg-k0 PIC S9(4) COMP VALUE 0.
    01 seg-k1 PIC S9(4) COMP VALUE 0.
    01 seg-v0 PIC X(112) VALUE SPACES.
    01 seg-v1 PIC X(112) VALUE SPACES.
    01 k0-ed PIC Z9.
    01 k1-ed PIC Z9.

    01 cam-text PIC X(20) VALUE SPACES.
    01 obj-text PIC X(120) VALUE SPACES.
    01 lgt-text PIC X(60) VALUE SPACES.
    01 obj-ptr PIC S9(4) COMP VALUE 1.
    01 lgt-ptr PIC S9(4) COMP VALUE 1.
    01 item-text PIC X(12) VALUE SPACES.
    01 frame-sig PIC X(200) VALUE SPACES.
    01 shot-sig PIC X(200) VALUE SPACES.
    01 shot-cam PIC X(20) VALUE SPACES.
    01 shot-obj PIC X(120) VALUE SPACES.
    01 shot-lgt PIC X(60) VALUE SPACES.
    01 shot-first PIC S9(4) COMP VALUE 0.
    01 num-shots PIC S9(4) COMP VALUE 0.

*>  Timecode, the renderer's count: frame 1 is 00:00:00:00,
*>  non-drop at fps-rate.
    01 tc-frame PIC S9(8) COMP VALUE 0.
    01 tc-count PIC S9(8) COMP VALUE 0.
    01 tc-secs PIC S9(8) COMP VALUE 0.
    01 tc-hh PIC 9(2) VALUE 0.
    01 tc-mm PIC 9(2) VALUE 0.
    01 tc-ss PIC 9(2) VALUE 0.
    01 tc-ff PIC 9(2) VALUE 0.
    01 tc-text PIC X(11) VALUE SPACES.
    01 tc-in PIC X(11) VALUE SPACES.
    01 tc-out PIC X(11) VALUE SPACES.

    01 frame-suffix PIC 9(2) VALUE 0.
    01 frame-name PIC X(30) VALUE SPACES.
    01 first-run PIC X(30) VALUE SPACES.
    01 ppm-tc PIC X(11) VALUE SPACES.
    01 ppm-note PIC X(60) VALUE SPACES.
    01 hdr-i PIC S9(4) COMP VALUE 0.
    01 hdr-tok PIC X(30) OCCURS 3 TIMES.
    01 evt-num PIC 9(3) VALUE 0.
    01 shot-ed PIC 9(3) VALUE 0.
    01 f0-ed PIC 9(2) VALUE 0.
    01 f1-ed PIC 9(2) VALUE 0.
    01 n-ed PIC ZZZ9.
    01 fps-ed PIC ZZZ9.
    01 out-line PIC X(200) VALUE SPACES.
    01 out-ptr PIC S9(4) COMP VALUE 1.
*>  Frame troubles, held for the foot of the shot log.
    01 num-notes PIC S9(4) COMP VALUE 0.
    01 note-table.
       02 note-line PIC X(100) OCCURS 99 TIMES.

*>  The video house rebuilt a FRAMESn run's timing by hand from a
*>  spreadsheet, and twice spliced frames out of order - RENDPPMnn
*>  names carry no timing. This writes the two documents they cut
*>  from, on the same timecode count the renderer's FPSn stamps:
*>    RENDEDL  - a CMX 3600 style edit decision list, one cut event
*>               per frame, source and record in/out both at the
*>               frame's own timecode, the frame's file named in a
*>               FROM CLIP NAME comment;
*>    RENDSHOT - the shot log: the run split into frame ranges at
*>               every change of CAMKEYS segment, of which OBJKEYS
*>               slots are moving (and along which segment) and of
*>               which LIGHTKEYS slots are changing, from the same
*>               even-paced segment arithmetic the renderer and
*>               PATHMAP use; a segment whose two keys agree holds.
*>  Each frame on disk is checked against its "# timecode" header
*>  comment; a frame missing, unstamped or stamped at another time
*>  is noted in both documents and ends the run RC 4.
*>  PARM: "FRAMESn FPSn [JOBID=name] [TITLE=text]" - JOBID reads
*>  and writes the job's own name.RENDPPMnn / name.RENDEDL /
*>  name.RENDSHOT, the names TRANSMIT ORDER= packs.
PROCEDURE DIVISION.
    ACCEPT edl-parm FROM COMMAND-LINE
    PERFORM VARYING et-i FROM 1 BY 1 UNTIL et-i > 6
       MOVE SPACES TO edl-tok(et-i)
    END-PERFORM
    UNSTRING edl-parm DELIMITED BY ALL SPACES
       INTO edl-tok(1), edl-tok(2), edl-tok(3), edl-tok(4),
            edl-tok(5), edl-tok(6)
    PERFORM VARYING et-i FROM 1 BY 1 UNTIL et-i > 6
       MOVE edl-tok(et-i) TO edl-work
       PERFORM TAKE-EDL-TOKEN
    END-PERFORM
    IF num-frames < 1 OR num-frames > 99 OR fps-rate < 1
       OR fps-rate > 99 THEN
       DISPLAY 'EDLGEN: usage: EDLGEN FRAMESn FPSn [JOBID=name] '
          '[TITLE=text]  (n frames 1-99, 1-99 a second)'
       MOVE 8 TO RETURN-CODE
       STOP RUN
    END-IF
    IF jobid-name NOT = SPACES THEN
       MOVE SPACES TO ppm-base edl-fname shot-fname
       STRING FUNCTION TRIM(jobid-name) DELIMITED BY SIZE
              '.RENDPPM' DELIMITED BY SIZE
              INTO ppm-base
       STRING FUNCTION TRIM(jobid-name) DELIMITED BY SIZE
              '.RENDEDL' DELIMITED BY SIZE
              INTO edl-fname
       STRING FUNCTION TRIM(jobid-name) DELIMITED BY SIZE
              '.RENDSHOT' DELIMITED BY SIZE
              INTO shot-fname
    END-IF
    IF edl-title = SPACES THEN
       MOVE ppm-base TO edl-title
    END-IF

    PERFORM LOAD-CAMKEYS
    PERFORM LOAD-OBJKEYS
    PERFORM LOAD-LIGHTKEYS

    OPEN OUTPUT EDL-FILE
    IF edl-file-status NOT = '00' THEN
       DISPLAY 'EDLGEN: cannot open ' FUNCTION TRIM(edl-fname)
          ' (status ' edl-file-status ')'
       MOVE 8 TO RETURN-CODE
       STOP RUN
    END-IF
    OPEN OUTPUT SHOT-FILE
    PERFORM WRITE-EDL-HEADER
    PERFORM WRITE-SHOT-HEADER

    PERFORM VARYING fi FROM 1 BY 1 UNTIL fi > num-frames
       PERFORM FRAME-SIGNATURE
       IF fi = 1 OR frame-sig NOT = shot-sig THEN
          IF fi > 1 THEN
             PERFORM WRITE-SHOT-LINE
          END-IF
          MOVE frame-sig TO shot-sig
          MOVE cam-text TO shot-cam
          MOVE obj-text TO shot-obj
          MOVE lgt-text TO shot-lgt
          MOVE fi TO shot-first
          ADD 1 TO num-shots
       END-IF
       PERFORM CHECK-FRAME-FILE
       PERFORM WRITE-EDL-EVENT
    END-PERFORM
    PERFORM WRITE-SHOT-LINE
    PERFORM WRITE-SHOT-TRAILER
    CLOSE EDL-FILE
    CLOSE SHOT-FILE

    MOVE num-frames TO n-ed
    DISPLAY 'EDLGEN: ' FUNCTION TRIM(n-ed) ' events to '
       FUNCTION TRIM(edl-fname)
    MOVE num-shots TO n-ed
    DISPLAY 'EDLGEN: ' FUNCTION TRIM(n-ed) ' shots to '
       FUNCTION TRIM(shot-fname)
    IF warn-count > 0 THEN
       MOVE warn-count TO n-ed
       DISPLAY 'EDLGEN: ' FUNCTION TRIM(n-ed) ' frame(s) missing '
          'or not stamped with this timing - see the NOTE lines'
       MOVE 4 TO RETURN-CODE
    END-IF
    STOP RUN.

TAKE-EDL-TOKEN.
    EVALUATE TRUE
       WHEN edl-work(1:6) = 'FRAMES' OR edl-work(1:6) = 'frames'
          MOVE edl-work(7:10) TO num-tok
          COMPUTE num-frames = FUNCTION NUMVAL(num-tok)
       WHEN edl-work(1:3) = 'FPS' OR edl-work(1:3) = 'fps'
          MOVE edl-work(4:10) TO num-tok
          COMPUTE fps-rate = FUNCTION NUMVAL(num-tok)
       WHEN edl-work(1:6) = 'JOBID=' OR edl-work(1:6) = 'jobid='
          MOVE edl-work(7:8) TO jobid-name
       WHEN edl-work(1:6) = 'TITLE=' OR edl-work(1:6) = 'title='
          MOVE FUNCTION UPPER-CASE(edl-work(7:24)) TO edl-title
    END-EVALUATE.

LOAD-CAMKEYS.
    OPEN INPUT CAMKEY-FILE
    IF camkey-file-status NOT = '00' THEN
       EXIT PARAGRAPH
    END-IF
    MOVE 'N' TO key-eof
    PERFORM UNTIL key-eof-yes OR num-camkeys >= 20
       READ CAMKEY-FILE INTO camkey-rec
          AT END MOVE 'Y' TO key-eof
       END-READ
       IF NOT key-eof-yes AND camkey-rec NOT = SPACES THEN
          ADD 1 TO num-camkeys
          PERFORM SQUEEZE-KEY-TOKENS
          MOVE rest-work TO cam-key(num-camkeys)
       END-IF
    END-PERFORM
    CLOSE CAMKEY-FILE.

*>  A key's numbers are compared as the renderer would read them:
*>  each token through NUMVAL and back, so "1" and "1.00" agree.
SQUEEZE-KEY-TOKENS.
    PERFORM VARYING kt-i FROM 1 BY 1 UNTIL kt-i > 7
       MOVE SPACES TO key-tok(kt-i)
    END-PERFORM
    UNSTRING camkey-rec DELIMITED BY ALL SPACES
       INTO key-tok(1), key-tok(2), key-tok(3), key-tok(4),
            key-tok(5), key-tok(6), key-tok(7)
    PERFORM BUILD-KEY-VALUES.

BUILD-KEY-VALUES.
    MOVE SPACES TO rest-work
    MOVE 1 TO rest-ptr
    PERFORM VARYING kt-i FROM 1 BY 1 UNTIL kt-i > 7
       IF key-tok(kt-i) NOT = SPACES THEN
          COMPUTE key-num = FUNCTION NUMVAL(key-tok(kt-i))
          MOVE key-num TO key-ed
          STRING key-ed DELIMITED BY SIZE
                 INTO rest-work WITH POINTER rest-ptr
       END-IF
    END-PERFORM.

LOAD-OBJKEYS.
    OPEN INPUT OBJKEY-FILE
    IF objkey-file-status NOT = '00' THEN
       EXIT PARAGRAPH
    END-IF
    MOVE 'N' TO key-eof
    PERFORM UNTIL key-eof-yes OR num-objkeys >= 64
       READ OBJKEY-FILE INTO objkey-rec
          AT END MOVE 'Y' TO key-eof
       END-READ
       IF NOT key-eof-yes AND objkey-rec NOT = SPACES THEN
          PERFORM VARYING kt-i FROM 1 BY 1 UNTIL kt-i > 7
             MOVE SPACES TO key-tok(kt-i)
          END-PERFORM
          UNSTRING objkey-rec DELIMITED BY ALL SPACES
             INTO slot-work, key-tok(1), key-tok(2), key-tok(3)
          MOVE FUNCTION UPPER-CASE(slot-work) TO slot-work
          PERFORM BUILD-KEY-VALUES
          ADD 1 TO num-objkeys
          MOVE slot-work TO ok-slot(num-objkeys)
          MOVE rest-work TO ok-pos(num-objkeys)
          MOVE 0 TO si
          PERFORM VARYING ki FROM 1 BY 1 UNTIL ki > num-oslots
             IF os-name(ki) = slot-work THEN
                MOVE ki TO si
             END-IF
          END-PERFORM
          IF si = 0 THEN
             ADD 1 TO num-oslots
             MOVE num-oslots TO si
             MOVE slot-work TO os-name(si)
             MOVE 0 TO os-keys(si)
          END-IF
          ADD 1 TO os-keys(si)
       END-IF
    END-PERFORM
    CLOSE OBJKEY-FILE.

LOAD-LIGHTKEYS.
    OPEN INPUT LIGHTKEY-FILE
    IF lightkey-file-status NOT = '00' THEN
       EXIT PARAGRAPH
    END-IF
    MOVE 'N' TO key-eof
    PERFORM UNTIL key-eof-yes OR num-lgkeys >= 64
       READ LIGHTKEY-FILE INTO lightkey-rec
          AT END MOVE 'Y' TO key-eof
       END-READ
       IF NOT key-eof-yes AND lightkey-rec NOT = SPACES THEN
          PERFORM VARYING kt-i FROM 1 BY 1 UNTIL kt-i > 7
             MOVE SPACES TO key-tok(kt-i)
          END-PERFORM
          UNSTRING lightkey-rec DELIMITED BY ALL SPACES
             INTO slot-work, key-tok(1), key-tok(2), key-tok(3),
                  key-tok(4)
*>        A key without an intensity runs at 1.0, as loaded.
          IF key-tok(4) = SPACES THEN
             MOVE '1' TO key-tok(4)
          END-IF
          PERFORM BUILD-KEY-VALUES
          ADD 1 TO num-lgkeys
          MOVE slot-work TO lk-slot(num-lgkeys)
          MOVE rest-work TO lk-val(num-lgkeys)
          MOVE 0 TO si
          PERFORM VARYING ki FROM 1 BY 1 UNTIL ki > num-lslots
             IF ls-name(ki) = slot-work THEN
                MOVE ki TO si
             END-IF
          END-PERFORM
          IF si = 0 THEN
             ADD 1 TO num-lslots
             MOVE num-lslots TO si
             MOVE slot-work TO ls-name(si)
             MOVE 0 TO ls-keys(si)
          END-IF
          ADD 1 TO ls-keys(si)
       END-IF
    END-PERFORM
    CLOSE LIGHTKEY-FILE.

*>  Frame fi's camera segment, moving objects and changing lights,
*>  as text for the log and run together as the shot signature.
FRAME-SIGNATURE.
    IF num-camkeys < 2 THEN
       MOVE 'FIXED' TO cam-text
    ELSE
       MOVE num-camkeys TO seg-nk
       PERFORM FIND-SEGMENT
       MOVE cam-key(seg-k0) TO seg-v0
       MOVE cam-key(seg-k1) TO seg-v1
       MOVE seg-k0 TO k0-ed
       MOVE seg-k1 TO k1-ed
       MOVE SPACES TO cam-text
       MOVE 1 TO obj-ptr
       STRING 'KEY ' DELIMITED BY SIZE
              FUNCTION TRIM(k0-ed) DELIMITED BY SIZE
              '-' DELIMITED BY SIZE
              FUNCTION TRIM(k1-ed) DELIMITED BY SIZE
              INTO cam-text WITH POINTER obj-ptr
       IF seg-v0 = seg-v1 THEN
          STRING ' HOLD' DELIMITED BY SIZE
                 INTO cam-text WITH POINTER obj-ptr
       END-IF
    END-IF
    MOVE SPACES TO obj-text
    MOVE 1 TO obj-ptr
    PERFORM VARYING si FROM 1 BY 1 UNTIL si > num-oslots
       IF os-keys(si) >= 2 THEN
          MOVE os-keys(si) TO seg-nk
          PERFORM FIND-SEGMENT
          MOVE SPACES TO seg-v0 seg-v1
          MOVE 0 TO kn
          PERFORM VARYING ki FROM 1 BY 1 UNTIL ki > num-objkeys
             IF ok-slot(ki) = os-name(si) THEN
                ADD 1 TO kn
                IF kn = seg-k0 THEN MOVE ok-pos(ki) TO seg-v0 END-IF
                IF kn = seg-k1 THEN MOVE ok-pos(ki) TO seg-v1 END-IF
             END-IF
          END-PERFORM
          IF seg-v0 NOT = seg-v1 THEN
             MOVE os-name(si) TO slot-work
             PERFORM BUILD-ITEM-TEXT
             IF obj-ptr < 110 THEN
                STRING FUNCTION TRIM(item-text) DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       INTO obj-text WITH POINTER obj-ptr
             END-IF
          END-IF
       END-IF
    END-PERFORM
    IF obj-text = SPACES THEN
       MOVE '-' TO obj-text
    END-IF
    MOVE SPACES TO lgt-text
    MOVE 1 TO lgt-ptr
    PERFORM VARYING si FROM 1 BY 1 UNTIL si > num-lslots
       IF ls-keys(si) >= 2 THEN
          MOVE ls-keys(si) TO seg-nk
          PERFORM FIND-SEGMENT
          MOVE SPACES TO seg-v0 seg-v1
          MOVE 0 TO kn
          PERFORM VARYING ki FROM 1 BY 1 UNTIL ki > num-lgkeys
             IF lk-slot(ki) = ls-name(si) THEN
                ADD 1 TO kn
                IF kn = seg-k0 THEN MOVE lk-val(ki) TO seg-v0 END-IF
                IF kn = seg-k1 THEN MOVE lk-val(ki) TO seg-v1 END-IF
             END-IF
          END-PERFORM
          IF seg-v0 NOT = seg-v1 THEN
             MOVE ls-name(si) TO slot-work
             PERFORM BUILD-ITEM-TEXT
             IF lgt-ptr < 50 THEN
                STRING FUNCTION TRIM(item-text) DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       INTO lgt-text WITH POINTER lgt-ptr
             END-IF
          END-IF
       END-IF
    END-PERFORM
    IF lgt-text = SPACES THEN
       MOVE '-' TO lgt-text
    END-IF
    MOVE SPACES TO frame-sig
    STRING cam-text DELIMITED BY SIZE
           obj-text DELIMITED BY SIZE
           lgt-text DELIMITED BY SIZE
           INTO frame-sig.

*>  "slot(k0-k1)" for a moving object or changing light.
BUILD-ITEM-TEXT.
    MOVE seg-k0 TO k0-ed
    MOVE seg-k1 TO k1-ed
    MOVE SPACES TO item-text
    STRING FUNCTION TRIM(slot-work) DELIMITED BY SIZE
           '(' DELIMITED BY SIZE
           FUNCTION TRIM(k0-ed) DELIMITED BY SIZE
           '-' DELIMITED BY SIZE
           FUNCTION TRIM(k1-ed) DELIMITED BY SIZE
           ')' DELIMITED BY SIZE
           INTO item-text.

*>  The renderer's split: frame fi of num-frames falls at
*>  (fi - 1) * (nk - 1) / (num-frames - 1) along nk keys; the last
*>  frame stays in the last segment, and a one-frame run sits at
*>  the first key.
FIND-SEGMENT.
    IF num-frames = 1 THEN
       MOVE 0 TO seg
    ELSE
       COMPUTE seg-scaled = fi - 1
       COMPUTE seg-denom = seg-nk - 1
       COMPUTE seg-scaled = seg-scaled * seg-denom
       COMPUTE seg-denom = num-frames - 1
       COMPUTE seg-scaled = seg-scaled / seg-denom
       COMPUTE seg = seg-scaled
       IF seg >= seg-nk - 1 THEN
          COMPUTE seg = seg-nk - 2
       END-IF
    END-IF
    COMPUTE seg-k0 = seg + 1
    COMPUTE seg-k1 = seg + 2.

MAKE-TIMECODE.
    COMPUTE tc-count = tc-frame - 1
    DIVIDE tc-count BY fps-rate GIVING tc-secs REMAINDER tc-ff
    COMPUTE tc-ss = FUNCTION MOD(tc-secs, 60)
    COMPUTE tc-secs = tc-secs / 60
    COMPUTE tc-mm = FUNCTION MOD(tc-secs, 60)
    COMPUTE tc-secs = tc-secs / 60
    COMPUTE tc-hh = FUNCTION MOD(tc-secs, 24)
    MOVE SPACES TO tc-text
    STRING tc-hh ':' tc-mm ':' tc-ss ':' tc-ff DELIMITED BY SIZE
           INTO tc-text.

*>  The frame's file, its "# run" line (the first frame's names the
*>  run in both headers) and its "# timecode" stamp against the
*>  time this list gives it.
CHECK-FRAME-FILE.
    MOVE SPACES TO frame-name
    IF num-frames = 1 THEN
       MOVE ppm-base TO frame-name
    ELSE
       MOVE fi TO frame-suffix
       STRING FUNCTION TRIM(ppm-base) DELIMITED BY SIZE
              frame-suffix DELIMITED BY SIZE
              INTO frame-name
    END-IF
    MOVE frame-name TO ppm-fname
    MOVE SPACES TO ppm-tc ppm-note
    MOVE fi TO tc-frame
    PERFORM MAKE-TIMECODE
    OPEN INPUT PPM-FILE
    IF ppm-file-status NOT = '00' THEN
       MOVE 'frame not on disk' TO ppm-note
       ADD 1 TO warn-count
       EXIT PARAGRAPH
    END-IF
    MOVE 'N' TO key-eof
    PERFORM VARYING hdr-i FROM 1 BY 1 UNTIL hdr-i > 5 OR key-eof-yes
       READ PPM-FILE INTO ppm-rec
          AT END MOVE 'Y' TO key-eof
       END-READ
       IF NOT key-eof-yes AND ppm-rec(1:1) = '#' THEN
          MOVE SPACES TO hdr-tok(1) hdr-tok(2) hdr-tok(3)
          UNSTRING ppm-rec DELIMITED BY ALL SPACES
             INTO hdr-tok(1), hdr-tok(2), hdr-tok(3)
          IF hdr-tok(2) = 'timecode' THEN
             MOVE hdr-tok(3) TO ppm-tc
          END-IF
          IF hdr-tok(2) = 'run' AND fi = 1 THEN
             MOVE hdr-tok(3) TO first-run
          END-IF
       END-IF
    END-PERFORM
    CLOSE PPM-FILE
    IF ppm-tc = SPACES THEN
       MOVE 'frame carries no timecode - render it with FPSn'
          TO ppm-note
       ADD 1 TO warn-count
    ELSE
       IF ppm-tc NOT = tc-text THEN
          STRING 'frame is stamped ' DELIMITED BY SIZE
                 ppm-tc DELIMITED BY SIZE
                 ' - rendered at another FPS?' DELIMITED BY SIZE
                 INTO ppm-note
          ADD 1 TO warn-count
       END-IF
    END-IF.

WRITE-EDL-HEADER.
    MOVE SPACES TO out-line
    STRING 'TITLE: ' DELIMITED BY SIZE
           FUNCTION TRIM(edl-title) DELIMITED BY SIZE
           INTO out-line
    WRITE edl-rec FROM out-line
    MOVE 'FCM: NON-DROP FRAME' TO out-line
    WRITE edl-rec FROM out-line
    MOVE SPACES TO out-line
    WRITE edl-rec FROM out-line.

*>  One cut per frame: a still lasts one frame, so source and record
*>  both run from the frame's timecode to the next one.
WRITE-EDL-EVENT.
    MOVE tc-text TO tc-in
    COMPUTE tc-frame = fi + 1
    PERFORM MAKE-TIMECODE
    MOVE tc-text TO tc-out
    MOVE fi TO evt-num
    MOVE SPACES TO out-line
    STRING evt-num DELIMITED BY SIZE
           '  AX       V     C        ' DELIMITED BY SIZE
           tc-in DELIMITED BY SIZE
           ' ' DELIMITED BY SIZE
           tc-out DELIMITED BY SIZE
           ' ' DELIMITED BY SIZE
           tc-in DELIMITED BY SIZE
           ' ' DELIMITED BY SIZE
           tc-out DELIMITED BY SIZE
           INTO out-line
    WRITE edl-rec FROM out-line
    MOVE SPACES TO out-line
    STRING '* FROM CLIP NAME: ' DELIMITED BY SIZE
           FUNCTION TRIM(frame-name) DELIMITED BY SIZE
           INTO out-line
    WRITE edl-rec FROM out-line
    MOVE num-shots TO shot-ed
    MOVE SPACES TO out-line
    STRING '* SHOT ' DELIMITED BY SIZE
           shot-ed DELIMITED BY SIZE
           INTO out-line
    WRITE edl-rec FROM out-line
    IF ppm-note NOT = SPACES THEN
       MOVE SPACES TO out-line
       STRING '* NOTE: ' DELIMITED BY SIZE
              FUNCTION TRIM(ppm-note) DELIMITED BY SIZE
              INTO out-line
       WRITE edl-rec FROM out-line
       IF num-notes < 99 THEN
          ADD 1 TO num-notes
          MOVE SPACES TO note-line(num-notes)
          STRING FUNCTION TRIM(frame-name) DELIMITED BY SIZE
                 ' - ' DELIMITED BY SIZE
                 FUNCTION TRIM(ppm-note) DELIMITED BY SIZE
                 INTO note-line(num-notes)
       END-IF
    END-IF
    MOVE SPACES TO out-line
    WRITE edl-rec FROM out-line.

WRITE-SHOT-HEADER.
    MOVE fps-rate TO fps-ed
    MOVE num-frames TO n-ed
    MOVE SPACES TO out-line
    STRING 'SHOT LOG  ' DELIMITED BY SIZE
           FUNCTION TRIM(edl-title) DELIMITED BY SIZE
           '  ' DELIMITED BY SIZE
           FUNCTION TRIM(n-ed) DELIMITED BY SIZE
           ' FRAMES AT ' DELIMITED BY SIZE
           FUNCTION TRIM(fps-ed) DELIMITED BY SIZE
           ' FPS NON-DROP' DELIMITED BY SIZE
           INTO out-line
    WRITE shot-rec FROM out-line
    MOVE SPACES TO out-line
    STRING 'SHOT  FRAMES  TC IN       TC OUT      CAMERA       '
              DELIMITED BY SIZE
           'OBJECTS MOVING                LIGHTS CHANGING'
              DELIMITED BY SIZE
           INTO out-line
    WRITE shot-rec FROM out-line.

*>  The shot that ran from shot-first up to the frame before
*>  tc-frame (TC OUT is the first frame after it, as in the EDL).
WRITE-SHOT-LINE.
    MOVE fi TO tc-frame
    PERFORM MAKE-TIMECODE
    MOVE tc-text TO tc-out
    MOVE shot-first TO tc-frame
    PERFORM MAKE-TIMECODE
    MOVE tc-text TO tc-in
    MOVE num-shots TO shot-ed
    MOVE shot-first TO f0-ed
    COMPUTE f1-ed = fi - 1
    MOVE SPACES TO out-line
    STRING shot-ed DELIMITED BY SIZE
           '   ' DELIMITED BY SIZE
           f0-ed DELIMITED BY SIZE
           '-' DELIMITED BY SIZE
           f1-ed DELIMITED BY SIZE
           '   ' DELIMITED BY SIZE
           tc-in DELIMITED BY SIZE
           ' ' DELIMITED BY SIZE
           tc-out DELIMITED BY SIZE
           ' ' DELIMITED BY SIZE
           shot-cam(1:13) DELIMITED BY SIZE
           shot-obj(1:30) DELIMITED BY SIZE
           FUNCTION TRIM(shot-lgt) DELIMITED BY SIZE
           INTO out-line
    WRITE shot-rec FROM out-line
*>  An object list too long for its column runs on beneath.
    IF shot-obj(31:90) NOT = SPACES THEN
       MOVE SPACES TO out-line
       MOVE shot-obj(31:90) TO out-line(52:90)
       WRITE shot-rec FROM out-line
    END-IF.

WRITE-SHOT-TRAILER.
    MOVE SPACES TO out-line
    WRITE shot-rec FROM out-line
    PERFORM VARYING ki FROM 1 BY 1 UNTIL ki > num-notes
       MOVE SPACES TO out-line
       STRING 'NOTE: ' DELIMITED BY SIZE
              note-line(ki) DELIMITED BY SIZE
              INTO out-line
       WRITE shot-rec FROM out-line
    END-PERFORM
    IF first-run = SPACES THEN
       MOVE '-' TO first-run
    END-IF
    MOVE SPACES TO out-line
    MOVE 1 TO out-ptr
    MOVE num-shots TO n-ed
    STRING FUNCTION TRIM(n-ed) DELIMITED BY SIZE
           ' shot(s); run ' DELIMITED BY SIZE
           FUNCTION TRIM(first-run) DELIMITED BY SIZE
           INTO out-line WITH POINTER out-ptr
    MOVE num-camkeys TO n-ed
    STRING '; CAMKEYS ' DELIMITED BY SIZE
           FUNCTION TRIM(n-ed) DELIMITED BY SIZE
           INTO out-line WITH POINTER out-ptr
    MOVE num-objkeys TO n-ed
    STRING ', OBJKEYS ' DELIMITED BY SIZE
           FUNCTION TRIM(n-ed) DELIMITED BY SIZE
           INTO out-line WITH POINTER out-ptr
    MOVE num-lgkeys TO n-ed
    STRING ', LIGHTKEYS ' DELIMITED BY SIZE
           FUNCTION TRIM(n-ed) DELIMITED BY SIZE
           ' records' DELIMITED BY SIZE
           INTO out-line WITH POINTER out-ptr
    WRITE shot-rec FROM out-line.
