IDENTIFICATION DIVISION.
PROGRAM-ID. SUNPOS.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT LIGHT-FILE ASSIGN TO "LIGHTDAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS light-file-status.
    SELECT LIGHTKEY-FILE ASSIGN TO "LIGHTKEYS"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS lightkey-file-status.
    SELECT HOURS-FILE ASSIGN TO "SUNHOURS"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS hours-file-status.

DATA DIVISION.
    FILE SECTION.
    FD LIGHT-FILE.
    01 light-rec PIC X(80).
    FD LIGHTKEY-FILE.
    01 lightkey-rec PIC X(80).
    FD HOURS-FILE.
    01 hours-rec PIC X(80).

    WORKING-STORAGE SECTION.
    01 light-file-status PIC X(2) VALUE '00'.
    01 lightkey-file-status PIC X(2) VALUE '00'.
    01 hours-file-status PIC X(2) VALUE '00'.
    01 light-eof PIC X(1) VALUE 'N'.
       88 light-eof-yes VALUE 'Y'.
    01 lightkey-eof PIC X(1) VALUE 'N'.
       88 lightkey-eof-yes VALUE 'Y'.

    01 gen-parm PIC X(200) VALUE SPACES.
    01 gen-tok PIC X(40) OCCURS 16 TIMES.
    01 gt-i PIC S9(4) COMP VALUE 0.
    01 gen-work PIC X(40) VALUE SPACES.
    01 num-tok PIC X(14).
    01 parm-bad PIC X(1) VALUE 'N'.
       88 parm-bad-yes VALUE 'Y'.
    01 warn-count PIC S9(4) COMP VALUE 0.

*>  Where and when: latitude north and longitude east in degrees,
*>  the zone's hours ahead of UTC, and the scene's north - degrees
*>  from the scene's +Y axis round toward +X, as on a site plan.
    01 lat-given PIC X(1) VALUE 'N'.
    01 lon-given PIC X(1) VALUE 'N'.
    01 site-lat PIC S9(3)V9(6) VALUE 0.
    01 site-lon PIC S9(3)V9(6) VALUE 0.
    01 site-tz PIC S9(3)V9(6) VALUE 0.
    01 site-north PIC S9(3)V9(6) VALUE 0.
    01 sun-date PIC 9(8) VALUE 0.
    01 sun-year PIC 9(4) VALUE 0.
    01 day-of-year PIC S9(4) COMP VALUE 0.
    01 days-in-year PIC S9(4) COMP VALUE 365.
    01 time-from PIC S9(4) COMP VALUE 720.
    01 time-to PIC S9(4) COMP VALUE 720.
    01 time-range PIC X(1) VALUE 'N'.
       88 time-range-yes VALUE 'Y'.
    01 time-hh PIC 9(2) VALUE 0.
    01 time-mm PIC 9(2) VALUE 0.
    01 num-frames PIC S9(4) COMP VALUE 0.
    01 light-slot PIC S9(4) COMP VALUE 1.
    01 gen-unlock PIC X(1) VALUE 'N'.

*>  The floor window handed on to LUXSURV for the shade study,
*>  token for token.
    01 shade-wanted PIC X(1) VALUE 'N'.
       88 shade-wanted-yes VALUE 'Y'.
    01 shade-args PIC X(120) VALUE SPACES.
    01 shade-ptr PIC S9(4) COMP VALUE 1.
    01 lux-cmd PIC X(80) VALUE SPACES.
    01 sys-cmd PIC X(200) VALUE SPACES.
    01 sys-rc PIC S9(9) COMP VALUE 0.

*>  LIGHTDAT as it stands, line for line; the slot's record is
*>  replaced in place (or added at the end) and everything else is
*>  written back untouched. The renderer reads at most 8 lights.
    01 max-lights PIC S9(4) COMP VALUE 8.
    01 num-ld PIC S9(4) COMP VALUE 0.
    01 ld-table.
       02 ld-line PIC X(80) OCCURS 40 TIMES.
    01 ld-i PIC S9(4) COMP VALUE 0.
    01 ld-lights PIC S9(4) COMP VALUE 0.
    01 ld-slot-line PIC S9(4) COMP VALUE 0.
    01 ld-kind PIC X(8).
    01 old-tok PIC X(16) OCCURS 14 TIMES.
    01 ot-i PIC S9(4) COMP VALUE 0.
    01 ot-pos PIC S9(4) COMP VALUE 0.
    01 old-sun PIC X(1) VALUE 'N'.
    01 keep-tail PIC X(60) VALUE SPACES.
    01 keep-links PIC X(60) VALUE SPACES.
    01 tail-ptr PIC S9(4) COMP VALUE 1.
    01 link-ptr PIC S9(4) COMP VALUE 1.
    01 day-int PIC S9(4)V9(4) VALUE 1.0.
    01 sun-line PIC X(80) VALUE SPACES.

*>  LIGHTKEYS: the other slots' waypoints are kept as they are; this
*>  slot's are replaced by the day's sun path (or, for one moment,
*>  dropped so they cannot drag the sun off the written position).
*>  The renderer reads 64 records across every slot.
    01 max-lgkeys PIC S9(4) COMP VALUE 64.
    01 num-kept PIC S9(4) COMP VALUE 0.
    01 kept-table.
       02 kept-line PIC X(80) OCCURS 64 TIMES.
    01 num-dropped PIC S9(4) COMP VALUE 0.
    01 kt PIC S9(4) COMP VALUE 0.
    01 key-room PIC S9(4) COMP VALUE 0.
    01 keys-per-slot PIC S9(4) COMP VALUE 0.
    01 lgk-tok1 PIC X(16).

*>  The sun at one clock time (sp-clock, minutes after local
*>  midnight; past 1440 runs on into the next morning): NOAA's
*>  low-precision equation of time and declination, good to a
*>  fraction of a degree - plenty for where a shadow falls, with no
*>  allowance for refraction at the horizon.
    01 pi-const PIC S9(1)V9(8) VALUE 3.14159265.
    01 deg-rad PIC S9(1)V9(9) VALUE 0.
    01 sp-clock PIC S9(4) COMP VALUE 0.
    01 sp-gamma PIC S9(4)V9(9) VALUE 0.
    01 sp-eqt PIC S9(4)V9(9) VALUE 0.
    01 sp-decl PIC S9(4)V9(9) VALUE 0.
    01 sp-tst PIC S9(6)V9(6) VALUE 0.
    01 sp-work PIC S9(6)V9(6) VALUE 0.
    01 sp-t1 PIC S9(4)V9(9) VALUE 0.
    01 sp-t2 PIC S9(4)V9(9) VALUE 0.
    01 sp-ha PIC S9(4)V9(9) VALUE 0.
    01 sp-lat PIC S9(4)V9(9) VALUE 0.
    01 sp-cosz PIC S9(4)V9(9) VALUE 0.
    01 sp-cosel PIC S9(4)V9(9) VALUE 0.
    01 sp-ay PIC S9(4)V9(9) VALUE 0.
    01 sp-ax PIC S9(4)V9(9) VALUE 0.
    01 sp-az PIC S9(4)V9(9) VALUE 0.
    01 sp-elev PIC S9(4)V9(6) VALUE 0.
    01 sp-azim PIC S9(4)V9(6) VALUE 0.
    01 sp-east PIC S9(4)V9(9) VALUE 0.
    01 sp-north PIC S9(4)V9(9) VALUE 0.
    01 sp-rot PIC S9(4)V9(9) VALUE 0.
    01 sp-dx PIC S9(4)V9(6) VALUE 0.
    01 sp-dy PIC S9(4)V9(6) VALUE 0.
    01 sp-dz PIC S9(4)V9(6) VALUE 0.
    01 sp-int PIC S9(4)V9(4) VALUE 0.
    01 sp-span PIC S9(4) COMP VALUE 0.
    01 sp-hour PIC S9(4) COMP VALUE 0.
    01 sp-hour-to PIC S9(4) COMP VALUE 0.
    01 sp-hours PIC S9(4) COMP VALUE 0.
    01 sp-down PIC S9(4) COMP VALUE 0.

*>  The edit lock on LIGHTDAT (see EDITLOCK), held while LIGHTDAT and
*>  LIGHTKEYS are rewritten; the UNLOCK token takes over a stale one.
    01 lock-func PIC X(1) VALUE 'T'.
    01 lock-dsn PIC X(10) VALUE 'LIGHTDAT'.
    01 lock-prog PIC X(10) VALUE 'SUNPOS'.
    01 lock-wait PIC S9(4) COMP VALUE 0.
    01 lock-result PIC X(1) VALUE 'Y'.
    01 lock-holder PIC X(60) VALUE SPACES.
    01 auth-func PIC X(1) VALUE 'C'.
    01 auth-kind PIC X(8) VALUE 'OPTION'.
    01 auth-subject PIC X(16) VALUE 'UNLOCK'.
    01 auth-oper PIC X(20) VALUE SPACES.
    01 auth-granted PIC X(1) VALUE 'Y'.

    01 v1-ed PIC -9.9999.
    01 v2-ed PIC -9.9999.
    01 v3-ed PIC -9.9999.
    01 int-ed PIC ZZ9.99.
    01 az-ed PIC ZZ9.9.
    01 el-ed PIC --9.9.
    01 clock-mins PIC S9(4) COMP VALUE 0.
    01 clock-hh PIC 9(2) VALUE 0.
    01 clock-mm PIC 9(2) VALUE 0.
    01 clock-text PIC X(5) VALUE SPACES.
    01 clock2-text PIC X(4) VALUE SPACES.
    01 clock1-text PIC X(4) VALUE SPACES.
    01 n-ed PIC ZZZ9.
    01 n2-ed PIC ZZZ9.
    01 out-line PIC X(80) VALUE SPACES.

*>  Daylight studies used to mean guessing a SUN direction, rendering,
*>  and guessing again. This works out where the sun actually stands
*>  from the site, the date and the clock, and puts it in the scene:
*>    one moment (TIME=hhmm) - the light slot's LIGHTDAT record
*>      becomes "SUN dx dy dz intensity" pointing at the sun;
*>    a time-lapse (TIME=hhmm-hhmm) - the same record for the first
*>      moment plus a LIGHTKEYS waypoint for the slot at each frame
*>      time (one per frame, thinned like ANIMGEN's keys when the
*>      64-record table is short), so a FRAMESn render walks the
*>      shadows across the day. The closing line gives the render
*>      PARM, with CLOCKhhmm-hhmm so every frame's caption carries
*>      its own clock time.
*>  A sun at or below the horizon keeps its true direction at
*>  intensity 0 - the frame goes dark, and a time-lapse fades in and
*>  out at sunrise and sunset. A SUN record being replaced keeps its
*>  intensity as the daylight level, its area radius and color and
*>  its light-link tokens. X=x0,x1 Y=y0,y1 [Z=h] [GRID=c,r] choose a
*>  floor region for the shade study: each whole hour of the range
*>  (of the whole day for one moment, sun-up hours only) goes to the
*>  SUNHOURS dataset and LUXSURV (the LUXCMD environment variable,
*>  default ./luxsurv) reports the shaded percentage of the region
*>  hour by hour, shadow rays through the same intersect routines.
*>  PARM: "LAT=d LON=d [TZ=h] [NORTH=d] [DATE=yyyymmdd]
*>  [TIME=hhmm|TIME=hhmm-hhmm] [FRAMESn] [SLOTn] [X=x0,x1 Y=y0,y1
*>  [Z=h] [GRID=c,r]] [UNLOCK]". Defaults: TZ 0, NORTH 0 (scene +Y
*>  is north), today, 1200, a frame every half hour, slot 1.
*>  RC: 0 clean, 4 warnings (sun down, keys thinned, shade study
*>  trouble), 8 bad PARM or a slot LIGHTDAT cannot take, 10 LIGHTDAT
*>  held by someone else, 28 UNLOCK not granted by RENDAUTH.
PROCEDURE DIVISION.
    ACCEPT gen-parm FROM COMMAND-LINE
    PERFORM VARYING gt-i FROM 1 BY 1 UNTIL gt-i > 16
       MOVE SPACES TO gen-tok(gt-i)
    END-PERFORM
    UNSTRING gen-parm DELIMITED BY ALL SPACES
       INTO gen-tok(1), gen-tok(2), gen-tok(3), gen-tok(4),
            gen-tok(5), gen-tok(6), gen-tok(7), gen-tok(8),
            gen-tok(9), gen-tok(10), gen-tok(11), gen-tok(12),
            gen-tok(13), gen-tok(14), gen-tok(15), gen-tok(16)
    ACCEPT sun-date FROM DATE YYYYMMDD
    PERFORM VARYING gt-i FROM 1 BY 1 UNTIL gt-i > 16
       MOVE gen-tok(gt-i) TO gen-work
       PERFORM TAKE-SUN-TOKEN
    END-PERFORM
    PERFORM CHECK-SUN-PARM
    IF parm-bad-yes THEN
       DISPLAY 'SUNPOS: usage: SUNPOS LAT=d LON=d [TZ=h] [NORTH=d] '
          '[DATE=yyyymmdd] [TIME=hhmm|TIME=hhmm-hhmm] [FRAMESn] '
          '[SLOTn] [X=x0,x1 Y=y0,y1 [Z=h] [GRID=c,r]] [UNLOCK]'
       MOVE 8 TO RETURN-CODE
       STOP RUN
    END-IF

    COMPUTE deg-rad = pi-const / 180
    COMPUTE sun-year = sun-date / 10000
    COMPUTE day-of-year = FUNCTION INTEGER-OF-DATE(sun-date)
       - FUNCTION INTEGER-OF-DATE(sun-year * 10000 + 0101) + 1
    COMPUTE days-in-year =
       FUNCTION INTEGER-OF-DATE((sun-year + 1) * 10000 + 0101)
       - FUNCTION INTEGER-OF-DATE(sun-year * 10000 + 0101)
    MOVE time-to TO sp-span
    IF sp-span < time-from THEN
       ADD 1440 TO sp-span
    END-IF
    COMPUTE sp-span = sp-span - time-from

    PERFORM LOAD-LIGHTDAT
    IF RETURN-CODE > 4 THEN
       STOP RUN
    END-IF
    PERFORM LOAD-LIGHTKEYS
    IF RETURN-CODE > 4 THEN
       STOP RUN
    END-IF
    IF time-range-yes THEN
       PERFORM SIZE-KEYS
       IF RETURN-CODE > 4 THEN
          STOP RUN
       END-IF
    END-IF

    PERFORM TAKE-EDIT-LOCK
    MOVE 'S' TO lock-func
    CALL 'EDITLOCK' USING lock-func, lock-dsn, lock-prog, lock-wait,
       lock-result, lock-holder
    MOVE time-from TO sp-clock
    PERFORM SUN-AT-CLOCK
    PERFORM BUILD-SUN-RECORD
    PERFORM WRITE-LIGHTDAT
    IF time-range-yes OR num-dropped > 0 THEN
       PERFORM WRITE-LIGHTKEYS
    END-IF
    MOVE 'F' TO lock-func
    CALL 'EDITLOCK' USING lock-func, lock-dsn, lock-prog, lock-wait,
       lock-result, lock-holder

    PERFORM PRINT-SUMMARY
    IF shade-wanted-yes THEN
       PERFORM WRITE-SUNHOURS
       PERFORM RUN-SHADE-STUDY
    END-IF
    IF warn-count > 0 AND RETURN-CODE < 4 THEN
       MOVE 4 TO RETURN-CODE
    END-IF
    STOP RUN.

TAKE-SUN-TOKEN.
    EVALUATE TRUE
       WHEN gen-work = SPACES
          CONTINUE
       WHEN gen-work(1:4) = 'LAT=' OR gen-work(1:4) = 'lat='
          MOVE gen-work(5:14) TO num-tok
          PERFORM CHECK-SUN-NUMBER
          COMPUTE site-lat = FUNCTION NUMVAL(num-tok)
          MOVE 'Y' TO lat-given
       WHEN gen-work(1:4) = 'LON=' OR gen-work(1:4) = 'lon='
          MOVE gen-work(5:14) TO num-tok
          PERFORM CHECK-SUN-NUMBER
          COMPUTE site-lon = FUNCTION NUMVAL(num-tok)
          MOVE 'Y' TO lon-given
       WHEN gen-work(1:3) = 'TZ=' OR gen-work(1:3) = 'tz='
          MOVE gen-work(4:14) TO num-tok
          PERFORM CHECK-SUN-NUMBER
          COMPUTE site-tz = FUNCTION NUMVAL(num-tok)
       WHEN gen-work(1:6) = 'NORTH=' OR gen-work(1:6) = 'north='
          MOVE gen-work(7:14) TO num-tok
          PERFORM CHECK-SUN-NUMBER
          COMPUTE site-north = FUNCTION NUMVAL(num-tok)
       WHEN gen-work(1:5) = 'DATE=' OR gen-work(1:5) = 'date='
          IF gen-work(6:8) NOT NUMERIC
             OR gen-work(14:) NOT = SPACES THEN
             DISPLAY 'SUNPOS: "' FUNCTION TRIM(gen-work)
                '" wants DATE=yyyymmdd'
             MOVE 'Y' TO parm-bad
          ELSE
             MOVE gen-work(6:8) TO sun-date
          END-IF
       WHEN gen-work(1:5) = 'TIME=' OR gen-work(1:5) = 'time='
          PERFORM TAKE-TIME-TOKEN
       WHEN gen-work(1:6) = 'FRAMES' OR gen-work(1:6) = 'frames'
          MOVE gen-work(7:14) TO num-tok
          PERFORM CHECK-SUN-NUMBER
          COMPUTE num-frames = FUNCTION NUMVAL(num-tok)
       WHEN gen-work(1:4) = 'SLOT' OR gen-work(1:4) = 'slot'
          MOVE gen-work(5:14) TO num-tok
          PERFORM CHECK-SUN-NUMBER
          COMPUTE light-slot = FUNCTION NUMVAL(num-tok)
       WHEN gen-work(1:2) = 'X=' OR gen-work(1:2) = 'x='
          OR gen-work(1:2) = 'Y=' OR gen-work(1:2) = 'y='
          OR gen-work(1:2) = 'Z=' OR gen-work(1:2) = 'z='
          OR gen-work(1:5) = 'GRID=' OR gen-work(1:5) = 'grid='
          IF gen-work(1:1) = 'X' OR gen-work(1:1) = 'x'
             OR gen-work(1:1) = 'Y' OR gen-work(1:1) = 'y' THEN
             MOVE 'Y' TO shade-wanted
          END-IF
          STRING FUNCTION TRIM(gen-work) DELIMITED BY SIZE
                 ' ' DELIMITED BY SIZE
             INTO shade-args WITH POINTER shade-ptr
       WHEN gen-work = 'UNLOCK' OR gen-work = 'unlock'
          MOVE 'Y' TO gen-unlock
       WHEN OTHER
          DISPLAY 'SUNPOS: option "' FUNCTION TRIM(gen-work)
             '" not recognised'
          MOVE 'Y' TO parm-bad
    END-EVALUATE.

CHECK-SUN-NUMBER.
    IF num-tok = SPACES OR FUNCTION TEST-NUMVAL(num-tok) NOT = 0 THEN
       DISPLAY 'SUNPOS: "' FUNCTION TRIM(gen-work) '" needs a number'
       MOVE 'Y' TO parm-bad
       MOVE '0' TO num-tok
    END-IF.

*>  TIME=hhmm for one moment, TIME=hhmm-hhmm for a time-lapse; a
*>  range that ends before it starts runs on past midnight.
TAKE-TIME-TOKEN.
    IF gen-work(6:4) NOT NUMERIC THEN
       MOVE 'Y' TO parm-bad
    ELSE
       MOVE gen-work(6:2) TO time-hh
       MOVE gen-work(8:2) TO time-mm
       IF time-hh > 23 OR time-mm > 59 THEN
          MOVE 'Y' TO parm-bad
       END-IF
       COMPUTE time-from = time-hh * 60 + time-mm
       MOVE time-from TO time-to
       MOVE 'N' TO time-range
       IF gen-work(10:1) = '-' THEN
          IF gen-work(11:4) NOT NUMERIC
             OR gen-work(15:) NOT = SPACES THEN
             MOVE 'Y' TO parm-bad
          ELSE
             MOVE gen-work(11:2) TO time-hh
             MOVE gen-work(13:2) TO time-mm
             IF time-hh > 23 OR time-mm > 59 THEN
                MOVE 'Y' TO parm-bad
             END-IF
             COMPUTE time-to = time-hh * 60 + time-mm
             MOVE 'Y' TO time-range
          END-IF
       ELSE
          IF gen-work(10:) NOT = SPACES THEN
             MOVE 'Y' TO parm-bad
          END-IF
       END-IF
    END-IF
    IF parm-bad-yes THEN
       DISPLAY 'SUNPOS: "' FUNCTION TRIM(gen-work)
          '" wants TIME=hhmm or TIME=hhmm-hhmm'
    END-IF.

CHECK-SUN-PARM.
    IF lat-given = 'N' OR lon-given = 'N' THEN
       DISPLAY 'SUNPOS: LAT= and LON= are both needed'
       MOVE 'Y' TO parm-bad
    END-IF
    IF site-lat < -90 OR site-lat > 90 THEN
       DISPLAY 'SUNPOS: LAT= must be -90 to 90 (north positive)'
       MOVE 'Y' TO parm-bad
    END-IF
    IF site-lon < -180 OR site-lon > 180 THEN
       DISPLAY 'SUNPOS: LON= must be -180 to 180 (east positive)'
       MOVE 'Y' TO parm-bad
    END-IF
    IF site-tz < -14 OR site-tz > 14 THEN
       DISPLAY 'SUNPOS: TZ= must be -14 to 14 hours from UTC'
       MOVE 'Y' TO parm-bad
    END-IF
    IF FUNCTION TEST-DATE-YYYYMMDD(sun-date) NOT = 0 THEN
       DISPLAY 'SUNPOS: DATE=' sun-date ' is not a calendar date'
       MOVE 'Y' TO parm-bad
    END-IF
    IF light-slot < 1 OR light-slot > max-lights THEN
       DISPLAY 'SUNPOS: SLOT must be 1 to 8 - the renderer''s '
          'light table'
       MOVE 'Y' TO parm-bad
    END-IF
    IF time-range-yes AND time-from = time-to THEN
       DISPLAY 'SUNPOS: a TIME= range needs two different times'
       MOVE 'Y' TO parm-bad
    END-IF
    IF num-frames > 0 AND NOT time-range-yes THEN
       DISPLAY 'SUNPOS: FRAMES needs a TIME=hhmm-hhmm range'
       MOVE 'Y' TO parm-bad
    END-IF
    IF time-range-yes AND num-frames = 0 THEN
       MOVE time-to TO num-frames
       IF num-frames < time-from THEN
          ADD 1440 TO num-frames
       END-IF
       COMPUTE num-frames = (num-frames - time-from) / 30 + 1
       IF num-frames < 2 THEN
          MOVE 2 TO num-frames
       END-IF
    END-IF
    IF time-range-yes AND num-frames < 2 THEN
       DISPLAY 'SUNPOS: FRAMES must be 2 or more for a time-lapse'
       MOVE 'Y' TO parm-bad
    END-IF.

*>  LIGHTDAT into the table, noting which line holds the slot's
*>  light. A file without it can take the slot only as its next
*>  light - anything further would renumber nothing and land the sun
*>  in some other slot.
LOAD-LIGHTDAT.
    MOVE 0 TO num-ld
    MOVE 0 TO ld-lights
    MOVE 0 TO ld-slot-line
    OPEN INPUT LIGHT-FILE
    IF light-file-status = '00' THEN
       PERFORM UNTIL light-eof-yes
          READ LIGHT-FILE
             AT END MOVE 'Y' TO light-eof
          END-READ
          IF NOT light-eof-yes THEN
             IF num-ld >= 40 THEN
                DISPLAY 'SUNPOS: LIGHTDAT is longer than 40 records '
                   '- not rewritten'
                MOVE 8 TO RETURN-CODE
                MOVE 'Y' TO light-eof
             ELSE
                ADD 1 TO num-ld
                MOVE light-rec TO ld-line(num-ld)
                MOVE SPACES TO ld-kind
                UNSTRING light-rec DELIMITED BY ALL SPACES
                   INTO ld-kind
                MOVE FUNCTION UPPER-CASE(ld-kind) TO ld-kind
                IF ld-kind = 'SUN' OR ld-kind = 'POINT'
                   OR ld-kind = 'SPOT' THEN
                   ADD 1 TO ld-lights
                   IF ld-lights = light-slot THEN
                      MOVE num-ld TO ld-slot-line
                   END-IF
                END-IF
             END-IF
          END-IF
       END-PERFORM
       CLOSE LIGHT-FILE
    END-IF
    IF RETURN-CODE > 4 THEN
       EXIT PARAGRAPH
    END-IF
    IF ld-slot-line = 0 THEN
       IF light-slot NOT = ld-lights + 1 OR num-ld >= 40 THEN
          MOVE light-slot TO n-ed
          MOVE ld-lights TO n2-ed
          DISPLAY 'SUNPOS: LIGHTDAT holds ' FUNCTION TRIM(n2-ed)
             ' light(s) - SLOT' FUNCTION TRIM(n-ed)
             ' would not be the slot the renderer sees'
          MOVE 8 TO RETURN-CODE
       END-IF
    END-IF.

*>  LIGHTKEYS: the other slots' records kept, this slot's counted
*>  and dropped.
LOAD-LIGHTKEYS.
    MOVE 0 TO num-kept
    MOVE 0 TO num-dropped
    OPEN INPUT LIGHTKEY-FILE
    IF lightkey-file-status NOT = '00' THEN
       EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL lightkey-eof-yes
       READ LIGHTKEY-FILE
          AT END MOVE 'Y' TO lightkey-eof
       END-READ
       IF NOT lightkey-eof-yes AND lightkey-rec NOT = SPACES THEN
          MOVE SPACES TO lgk-tok1
          UNSTRING lightkey-rec DELIMITED BY ALL SPACES
             INTO lgk-tok1
          IF FUNCTION TEST-NUMVAL(lgk-tok1) = 0
             AND FUNCTION NUMVAL(lgk-tok1) = light-slot THEN
             ADD 1 TO num-dropped
          ELSE
             IF num-kept < max-lgkeys THEN
                ADD 1 TO num-kept
                MOVE lightkey-rec TO kept-line(num-kept)
             END-IF
          END-IF
       END-IF
    END-PERFORM
    CLOSE LIGHTKEY-FILE.

*>  One waypoint per frame when it fits beside the other slots'
*>  records; otherwise thinned to the room left, the renderer
*>  blending the sun between them.
SIZE-KEYS.
    COMPUTE key-room = max-lgkeys - num-kept
    MOVE num-frames TO keys-per-slot
    IF keys-per-slot > key-room THEN
       MOVE key-room TO keys-per-slot
       IF keys-per-slot >= 2 THEN
          MOVE keys-per-slot TO n-ed
          DISPLAY 'SUNPOS: thinned to ' FUNCTION TRIM(n-ed)
             ' sun positions to fit the 64-record LIGHTKEYS table'
          ADD 1 TO warn-count
       END-IF
    END-IF
    IF keys-per-slot < 2 THEN
       DISPLAY 'SUNPOS: no room for two sun positions in the '
          '64-record LIGHTKEYS table'
       MOVE 8 TO RETURN-CODE
    END-IF.

*>  The LIGHTDAT lock, or with UNLOCK the override of somebody
*>  else's.
TAKE-EDIT-LOCK.
    MOVE 'T' TO lock-func
    CALL 'EDITLOCK' USING lock-func, lock-dsn, lock-prog, lock-wait,
       lock-result, lock-holder
    IF lock-result = 'Y' THEN
       EXIT PARAGRAPH
    END-IF
    IF gen-unlock = 'N' THEN
       DISPLAY 'SUNPOS: LIGHTDAT is held by '
          FUNCTION TRIM(lock-holder) ' - not rewritten'
       DISPLAY 'SUNPOS: UNLOCK in the PARM overrides a stale lock'
       MOVE 10 TO RETURN-CODE
       STOP RUN
    END-IF
    CALL 'AUTHCHK' USING auth-func, auth-kind, auth-subject,
       auth-oper, auth-granted
    IF auth-granted = 'N' THEN
       DISPLAY 'SUNPOS: operator ' FUNCTION TRIM(auth-oper)
          ' is not authorized to override a lock (RENDAUTH UNLOCK)'
       MOVE 28 TO RETURN-CODE
       STOP RUN
    END-IF
    MOVE 'O' TO lock-func
    CALL 'EDITLOCK' USING lock-func, lock-dsn, lock-prog, lock-wait,
       lock-result, lock-holder
    DISPLAY 'SUNPOS: LIGHTDAT lock taken over from '
       FUNCTION TRIM(lock-holder).

*>  Solar elevation and azimuth (clockwise from north) at sp-clock,
*>  then the unit direction toward the sun in scene axes: east and
*>  north turned through NORTH about the scene's z, up along z.
SUN-AT-CLOCK.
    MOVE sp-clock TO sp-tst
    COMPUTE sp-gamma = sp-tst / 60
    COMPUTE sp-gamma = (sp-gamma - 12) / 24
    MOVE day-of-year TO sp-work
    COMPUTE sp-gamma = sp-gamma + sp-work - 1
    MOVE days-in-year TO sp-work
    COMPUTE sp-gamma = sp-gamma * 2 * pi-const / sp-work
    COMPUTE sp-eqt = 0.001868 * FUNCTION COS(sp-gamma)
    COMPUTE sp-t1 = 0.032077 * FUNCTION SIN(sp-gamma)
    SUBTRACT sp-t1 FROM sp-eqt
    COMPUTE sp-t1 = 0.014615 * FUNCTION COS(2 * sp-gamma)
    SUBTRACT sp-t1 FROM sp-eqt
    COMPUTE sp-t1 = 0.040849 * FUNCTION SIN(2 * sp-gamma)
    SUBTRACT sp-t1 FROM sp-eqt
    COMPUTE sp-eqt = (sp-eqt + 0.000075) * 229.18
    COMPUTE sp-decl = 0.006918 - 0.399912 * FUNCTION COS(sp-gamma)
    COMPUTE sp-t1 = 0.070257 * FUNCTION SIN(sp-gamma)
    ADD sp-t1 TO sp-decl
    COMPUTE sp-t1 = 0.006758 * FUNCTION COS(2 * sp-gamma)
    SUBTRACT sp-t1 FROM sp-decl
    COMPUTE sp-t1 = 0.000907 * FUNCTION SIN(2 * sp-gamma)
    ADD sp-t1 TO sp-decl
    COMPUTE sp-t1 = 0.002697 * FUNCTION COS(3 * sp-gamma)
    SUBTRACT sp-t1 FROM sp-decl
    COMPUTE sp-t1 = 0.00148 * FUNCTION SIN(3 * sp-gamma)
    ADD sp-t1 TO sp-decl
    COMPUTE sp-t1 = 4 * site-lon
    ADD sp-t1 TO sp-tst
    COMPUTE sp-t1 = 60 * site-tz
    SUBTRACT sp-t1 FROM sp-tst
    ADD sp-eqt TO sp-tst
    COMPUTE sp-ha = (sp-tst / 4 - 180) * deg-rad
    COMPUTE sp-lat = site-lat * deg-rad
    COMPUTE sp-cosz = FUNCTION SIN(sp-lat) * FUNCTION SIN(sp-decl)
    COMPUTE sp-t1 = FUNCTION COS(sp-lat) * FUNCTION COS(sp-decl)
    COMPUTE sp-t1 = sp-t1 * FUNCTION COS(sp-ha)
    ADD sp-t1 TO sp-cosz
    IF sp-cosz > 1 THEN MOVE 1 TO sp-cosz END-IF
    IF sp-cosz < -1 THEN MOVE -1 TO sp-cosz END-IF
    COMPUTE sp-t1 = FUNCTION ACOS(sp-cosz)
    COMPUTE sp-elev = 90 - sp-t1 / deg-rad
    COMPUTE sp-ay = FUNCTION SIN(sp-ha)
    COMPUTE sp-ax = FUNCTION COS(sp-ha) * FUNCTION SIN(sp-lat)
    COMPUTE sp-t1 = FUNCTION TAN(sp-decl) * FUNCTION COS(sp-lat)
    SUBTRACT sp-t1 FROM sp-ax
    PERFORM SOUTH-ANGLE
    COMPUTE sp-az = sp-az + pi-const
    COMPUTE sp-azim = sp-az / deg-rad
    IF sp-azim >= 360 THEN
       COMPUTE sp-azim = sp-azim - 360
    END-IF
    COMPUTE sp-t1 = sp-cosz * sp-cosz
    COMPUTE sp-t1 = 1 - sp-t1
    COMPUTE sp-cosel = FUNCTION SQRT(sp-t1)
    COMPUTE sp-east = sp-cosel * FUNCTION SIN(sp-az)
    COMPUTE sp-north = sp-cosel * FUNCTION COS(sp-az)
    COMPUTE sp-rot = site-north * deg-rad
    COMPUTE sp-t1 = sp-east * FUNCTION COS(sp-rot)
    COMPUTE sp-t2 = sp-north * FUNCTION SIN(sp-rot)
    COMPUTE sp-dx ROUNDED = sp-t1 + sp-t2
    COMPUTE sp-t1 = sp-north * FUNCTION COS(sp-rot)
    COMPUTE sp-t2 = sp-east * FUNCTION SIN(sp-rot)
    COMPUTE sp-dy ROUNDED = sp-t1 - sp-t2
    COMPUTE sp-dz ROUNDED = sp-cosz
    IF sp-elev > 0 THEN
       MOVE day-int TO sp-int
    ELSE
       MOVE 0 TO sp-int
    END-IF.

*>  The hour angle's bearing from due south, westward positive:
*>  atan of sp-ay over sp-ax carried into the right quadrant.
SOUTH-ANGLE.
    EVALUATE TRUE
       WHEN sp-ax > 0
          COMPUTE sp-az = FUNCTION ATAN(sp-ay / sp-ax)
       WHEN sp-ax < 0 AND sp-ay >= 0
          COMPUTE sp-az = FUNCTION ATAN(sp-ay / sp-ax) + pi-const
       WHEN sp-ax < 0
          COMPUTE sp-az = FUNCTION ATAN(sp-ay / sp-ax) - pi-const
       WHEN sp-ay > 0
          COMPUTE sp-az = pi-const / 2
       WHEN sp-ay < 0
          COMPUTE sp-az = 0 - pi-const / 2
       WHEN OTHER
          MOVE 0 TO sp-az
    END-EVALUATE.

*>  The slot's new SUN record. A SUN already there lends its
*>  intensity (as the daylight level - unless it was left at 0 by a
*>  sun-down moment), its radius and color, and any
*>  light-link tokens; a POINT or SPOT turned into the sun keeps only
*>  its links.
BUILD-SUN-RECORD.
    MOVE SPACES TO keep-tail
    MOVE SPACES TO keep-links
    MOVE 1 TO tail-ptr
    MOVE 1 TO link-ptr
    MOVE 'N' TO old-sun
    IF ld-slot-line > 0 THEN
       PERFORM VARYING ot-i FROM 1 BY 1 UNTIL ot-i > 14
          MOVE SPACES TO old-tok(ot-i)
       END-PERFORM
       UNSTRING ld-line(ld-slot-line) DELIMITED BY ALL SPACES
          INTO old-tok(1), old-tok(2), old-tok(3), old-tok(4),
               old-tok(5), old-tok(6), old-tok(7), old-tok(8),
               old-tok(9), old-tok(10), old-tok(11), old-tok(12),
               old-tok(13), old-tok(14)
       IF FUNCTION UPPER-CASE(old-tok(1)) = 'SUN' THEN
          MOVE 'Y' TO old-sun
       END-IF
       MOVE 0 TO ot-pos
       PERFORM VARYING ot-i FROM 2 BY 1 UNTIL ot-i > 14
          EVALUATE TRUE
             WHEN old-tok(ot-i) = SPACES
                CONTINUE
             WHEN FUNCTION UPPER-CASE(old-tok(ot-i)(1:5)) = 'ONLY='
                OR FUNCTION UPPER-CASE(old-tok(ot-i)(1:7)) = 'EXCEPT='
                OR FUNCTION UPPER-CASE(old-tok(ot-i)) = 'NOSHADOW'
                STRING ' ' DELIMITED BY SIZE
                       FUNCTION TRIM(old-tok(ot-i)) DELIMITED BY SIZE
                   INTO keep-links WITH POINTER link-ptr
             WHEN OTHER
                ADD 1 TO ot-pos
                IF old-sun = 'Y' AND ot-pos = 4
                   AND FUNCTION TEST-NUMVAL(old-tok(ot-i)) = 0 THEN
                   IF FUNCTION NUMVAL(old-tok(ot-i)) > 0 THEN
                      COMPUTE day-int = FUNCTION NUMVAL(old-tok(ot-i))
                   END-IF
                END-IF
                IF old-sun = 'Y' AND ot-pos > 4 THEN
                   STRING ' ' DELIMITED BY SIZE
                          FUNCTION TRIM(old-tok(ot-i))
                          DELIMITED BY SIZE
                      INTO keep-tail WITH POINTER tail-ptr
                END-IF
          END-EVALUATE
       END-PERFORM
       IF sp-elev > 0 THEN
          MOVE day-int TO sp-int
       END-IF
    END-IF
    MOVE sp-dx TO v1-ed
    MOVE sp-dy TO v2-ed
    MOVE sp-dz TO v3-ed
    MOVE sp-int TO int-ed
    MOVE SPACES TO sun-line
    STRING 'SUN ' DELIMITED BY SIZE
           FUNCTION TRIM(v1-ed) DELIMITED BY SIZE
           ' ' DELIMITED BY SIZE
           FUNCTION TRIM(v2-ed) DELIMITED BY SIZE
           ' ' DELIMITED BY SIZE
           FUNCTION TRIM(v3-ed) DELIMITED BY SIZE
           ' ' DELIMITED BY SIZE
           FUNCTION TRIM(int-ed) DELIMITED BY SIZE
           keep-tail DELIMITED BY '  '
           keep-links DELIMITED BY '  '
           INTO sun-line.

WRITE-LIGHTDAT.
    IF ld-slot-line = 0 THEN
       ADD 1 TO num-ld
       MOVE num-ld TO ld-slot-line
    END-IF
    MOVE sun-line TO ld-line(ld-slot-line)
    OPEN OUTPUT LIGHT-FILE
    PERFORM VARYING ld-i FROM 1 BY 1 UNTIL ld-i > num-ld
       WRITE light-rec FROM ld-line(ld-i)
    END-PERFORM
    CLOSE LIGHT-FILE.

*>  The kept records first, then - for a time-lapse - the slot's
*>  waypoints: key kt at clock time from + span * (kt - 1) / (keys
*>  - 1), the fraction of the run the renderer puts it on.
WRITE-LIGHTKEYS.
    OPEN OUTPUT LIGHTKEY-FILE
    PERFORM VARYING kt FROM 1 BY 1 UNTIL kt > num-kept
       WRITE lightkey-rec FROM kept-line(kt)
    END-PERFORM
    IF time-range-yes THEN
       DISPLAY 'SUNPOS:  TIME   AZIMUTH  ELEVATION   DIRECTION'
       MOVE 0 TO sp-down
       PERFORM VARYING kt FROM 1 BY 1 UNTIL kt > keys-per-slot
          COMPUTE sp-clock ROUNDED = time-from
             + sp-span * (kt - 1) / (keys-per-slot - 1)
          PERFORM SUN-AT-CLOCK
          PERFORM SHOW-SUN-LINE
          MOVE light-slot TO n-ed
          MOVE SPACES TO out-line
          STRING FUNCTION TRIM(n-ed) DELIMITED BY SIZE
                 ' ' DELIMITED BY SIZE
                 FUNCTION TRIM(v1-ed) DELIMITED BY SIZE
                 ' ' DELIMITED BY SIZE
                 FUNCTION TRIM(v2-ed) DELIMITED BY SIZE
                 ' ' DELIMITED BY SIZE
                 FUNCTION TRIM(v3-ed) DELIMITED BY SIZE
                 ' ' DELIMITED BY SIZE
                 FUNCTION TRIM(int-ed) DELIMITED BY SIZE
                 INTO out-line
          WRITE lightkey-rec FROM out-line
       END-PERFORM
    END-IF
    CLOSE LIGHTKEY-FILE.

*>  One sun position on the listing (and into the edit fields the
*>  record writers take it from).
SHOW-SUN-LINE.
    PERFORM EDIT-CLOCK
    MOVE sp-azim TO az-ed
    MOVE sp-elev TO el-ed
    MOVE sp-dx TO v1-ed
    MOVE sp-dy TO v2-ed
    MOVE sp-dz TO v3-ed
    MOVE sp-int TO int-ed
    IF sp-elev > 0 THEN
       DISPLAY '        ' clock-text '   ' az-ed '     ' el-ed
          '    ' v1-ed ' ' v2-ed ' ' v3-ed
    ELSE
       DISPLAY '        ' clock-text '   ' az-ed '     ' el-ed
          '    ' v1-ed ' ' v2-ed ' ' v3-ed '  sun down'
       ADD 1 TO sp-down
    END-IF.

EDIT-CLOCK.
    COMPUTE clock-mins = FUNCTION MOD(sp-clock, 1440)
    DIVIDE clock-mins BY 60 GIVING clock-hh REMAINDER clock-mm
    MOVE SPACES TO clock-text
    STRING clock-hh ':' clock-mm DELIMITED BY SIZE INTO clock-text.

PRINT-SUMMARY.
    MOVE light-slot TO n-ed
    MOVE time-from TO sp-clock
    PERFORM SUN-AT-CLOCK
    PERFORM EDIT-CLOCK
    MOVE sp-azim TO az-ed
    MOVE sp-elev TO el-ed
    DISPLAY 'SUNPOS: ' sun-date ' ' clock-text ' sun at azimuth '
       FUNCTION TRIM(az-ed) ', elevation ' FUNCTION TRIM(el-ed)
    DISPLAY 'SUNPOS: LIGHTDAT slot ' FUNCTION TRIM(n-ed) ': '
       FUNCTION TRIM(sun-line)
    IF sp-elev <= 0 THEN
       DISPLAY 'SUNPOS: the sun is below the horizon at '
          clock-text ' - written at intensity 0'
       IF NOT time-range-yes THEN
          ADD 1 TO warn-count
       END-IF
    END-IF
    IF num-dropped > 0 AND NOT time-range-yes THEN
       MOVE num-dropped TO n2-ed
       DISPLAY 'SUNPOS: ' FUNCTION TRIM(n2-ed) ' LIGHTKEYS waypoint(s)'
          ' for slot ' FUNCTION TRIM(n-ed) ' dropped'
    END-IF
    IF NOT time-range-yes THEN
       EXIT PARAGRAPH
    END-IF
    IF sp-down >= keys-per-slot THEN
       DISPLAY 'SUNPOS: the sun is down for the whole range'
       ADD 1 TO warn-count
    END-IF
    COMPUTE kt = num-kept + keys-per-slot
    MOVE kt TO n2-ed
    DISPLAY 'SUNPOS: LIGHTKEYS holds ' FUNCTION TRIM(n2-ed)
       ' of 64 records'
    MOVE time-from TO sp-clock
    PERFORM EDIT-CLOCK
    STRING clock-hh clock-mm DELIMITED BY SIZE INTO clock1-text
    COMPUTE sp-clock = time-from + sp-span
    PERFORM EDIT-CLOCK
    STRING clock-hh clock-mm DELIMITED BY SIZE INTO clock2-text
    MOVE num-frames TO n-ed
    DISPLAY 'SUNPOS: render with FRAMES' FUNCTION TRIM(n-ed)
       ' CAPTION CLOCK' clock1-text '-' clock2-text.

*>  The shade study's sun positions: each whole hour of the range,
*>  or of the whole day while the sun is up for a single moment.
WRITE-SUNHOURS.
    MOVE 0 TO sp-hours
    OPEN OUTPUT HOURS-FILE
    IF time-range-yes THEN
       COMPUTE sp-hour = (time-from + 59) / 60
       COMPUTE sp-hour-to = (time-from + sp-span) / 60
    ELSE
       MOVE 0 TO sp-hour
       MOVE 23 TO sp-hour-to
    END-IF
    PERFORM UNTIL sp-hour > sp-hour-to
       COMPUTE sp-clock = sp-hour * 60
       PERFORM SUN-AT-CLOCK
       IF time-range-yes OR sp-elev > 0 THEN
          PERFORM WRITE-HOUR-RECORD
       END-IF
       ADD 1 TO sp-hour
    END-PERFORM
*>  A range inside one hour still gets its own start looked at.
    IF sp-hours = 0 AND time-range-yes THEN
       MOVE time-from TO sp-clock
       PERFORM SUN-AT-CLOCK
       PERFORM WRITE-HOUR-RECORD
    END-IF
    CLOSE HOURS-FILE.

WRITE-HOUR-RECORD.
    PERFORM EDIT-CLOCK
    MOVE sp-dx TO v1-ed
    MOVE sp-dy TO v2-ed
    MOVE sp-dz TO v3-ed
    MOVE sp-elev TO el-ed
    MOVE SPACES TO out-line
    STRING clock-text DELIMITED BY SIZE
           ' ' DELIMITED BY SIZE
           FUNCTION TRIM(v1-ed) DELIMITED BY SIZE
           ' ' DELIMITED BY SIZE
           FUNCTION TRIM(v2-ed) DELIMITED BY SIZE
           ' ' DELIMITED BY SIZE
           FUNCTION TRIM(v3-ed) DELIMITED BY SIZE
           ' ' DELIMITED BY SIZE
           FUNCTION TRIM(el-ed) DELIMITED BY SIZE
           INTO out-line
    WRITE hours-rec FROM out-line
    ADD 1 TO sp-hours.

*>  LUXSURV does the shadow rays: SHADE=SUNHOURS over the window.
RUN-SHADE-STUDY.
    IF sp-hours = 0 THEN
       DISPLAY 'SUNPOS: the sun never rises on ' sun-date
          ' - no shade study'
       ADD 1 TO warn-count
       EXIT PARAGRAPH
    END-IF
    ACCEPT lux-cmd FROM ENVIRONMENT "LUXCMD"
    IF lux-cmd = SPACES THEN
       MOVE "./luxsurv" TO lux-cmd
    END-IF
    MOVE SPACES TO sys-cmd
    STRING FUNCTION TRIM(lux-cmd) DELIMITED BY SIZE
           ' SHADE=SUNHOURS ' DELIMITED BY SIZE
           FUNCTION TRIM(shade-args) DELIMITED BY SIZE
           INTO sys-cmd
    CALL 'SYSTEM' USING sys-cmd
    MOVE RETURN-CODE TO sys-rc
    MOVE 0 TO RETURN-CODE
    IF sys-rc NOT = 0 THEN
       DISPLAY 'SUNPOS: the shade study did not run cleanly'
       ADD 1 TO warn-count
    END-IF.
