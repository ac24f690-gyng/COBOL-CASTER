IDENTIFICATION DIVISION.
PROGRAM-ID. TERRIMP.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT ASC-FILE ASSIGN TO DYNAMIC asc-fname
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS asc-file-status.
    SELECT TERR-FILE ASSIGN TO "TERRDAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS terr-file-status.
    SELECT MODEL-FILE ASSIGN TO "MODELDAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS model-file-status.

DATA DIVISION.
    FILE SECTION.
    FD ASC-FILE.
    01 asc-rec PIC X(32000).
    FD TERR-FILE.
    01 terr-rec PIC X(160).
    FD MODEL-FILE.
    01 model-rec PIC X(160).

    WORKING-STORAGE SECTION.
    01 asc-file-status PIC X(2) VALUE '00'.
    01 terr-file-status PIC X(2) VALUE '00'.
    01 model-file-status PIC X(2) VALUE '00'.
    01 asc-fname PIC X(60) VALUE SPACES.
    01 asc-eof PIC X(1) VALUE 'N'.
       88 asc-eof-yes VALUE 'Y'.
    01 model-eof PIC X(1) VALUE 'N'.
       88 model-eof-yes VALUE 'Y'.

    01 imp-parm PIC X(160).
    01 parm-tok-tbl.
       02 parm-tok PIC X(40) OCCURS 12 TIMES.
    01 pk PIC S9(4) COMP VALUE 0.
    01 num-tok PIC X(40).
    01 parm-bad PIC X(1) VALUE 'N'.

*>  What the PARM asks for: the world window (survey coordinates,
*>  defaulting to the file's whole extent), the grid size, the
*>  triangle budget, and how the result is placed in the scene.
    01 win-west PIC S9(9)V9(6) VALUE 0.
    01 win-east PIC S9(9)V9(6) VALUE 0.
    01 win-south PIC S9(9)V9(6) VALUE 0.
    01 win-north PIC S9(9)V9(6) VALUE 0.
    01 west-given PIC X(1) VALUE 'N'.
    01 east-given PIC X(1) VALUE 'N'.
    01 south-given PIC X(1) VALUE 'N'.
    01 north-given PIC X(1) VALUE 'N'.
    01 want-size PIC S9(4) COMP VALUE 17.
    01 want-tris PIC S9(4) COMP VALUE 0.
    01 imp-scale PIC S9(6)V9(6) VALUE 1.
    01 imp-exag PIC S9(6)V9(6) VALUE 1.
    01 off-x PIC S9(8)V9(4) VALUE 0.
    01 off-y PIC S9(8)V9(4) VALUE 0.
    01 off-z PIC S9(8)V9(4) VALUE 0.
    01 imp-color PIC X(1) VALUE 'G'.

*>  The .asc header. xllcorner/yllcorner give the outer corner of
*>  the lower-left cell, xllcenter/yllcenter its centre; either way
*>  asc-x0/asc-y0 end up as the centre of that cell.
    01 asc-ncols PIC S9(8) COMP VALUE 0.
    01 asc-nrows PIC S9(8) COMP VALUE 0.
    01 asc-xll PIC S9(9)V9(6) VALUE 0.
    01 asc-yll PIC S9(9)V9(6) VALUE 0.
    01 asc-corner PIC X(1) VALUE 'Y'.
    01 asc-cell PIC S9(8)V9(6) VALUE 0.
    01 asc-nodata PIC S9(9)V9(6) VALUE -9999.
    01 have-ncols PIC X(1) VALUE 'N'.
    01 have-nrows PIC X(1) VALUE 'N'.
    01 have-xll PIC X(1) VALUE 'N'.
    01 have-yll PIC X(1) VALUE 'N'.
    01 have-cell PIC X(1) VALUE 'N'.
    01 asc-x0 PIC S9(9)V9(6) VALUE 0.
    01 asc-y0 PIC S9(9)V9(6) VALUE 0.
    01 asc-x1 PIC S9(9)V9(6) VALUE 0.
    01 asc-y1 PIC S9(9)V9(6) VALUE 0.
    01 in-header PIC X(1) VALUE 'Y'.
    01 key-word PIC X(16) VALUE SPACES.
    01 key-val PIC X(40) VALUE SPACES.

*>  One .asc line at a time, taken a value at a time - a row of a
*>  few hundred cells runs to thousands of characters, and some
*>  exporters wrap a row over several lines, so the values are
*>  counted as one stream and placed by their ordinal.
    01 line-ptr PIC S9(8) COMP VALUE 0.
    01 line-len PIC S9(8) COMP VALUE 0.
    01 val-tok PIC X(40) VALUE SPACES.
    01 val-count PIC S9(9) COMP VALUE 0.
    01 val-need PIC S9(9) COMP VALUE 0.
    01 val-extra PIC S9(9) COMP VALUE 0.
    01 val-bad PIC S9(9) COMP VALUE 0.
    01 val-z PIC S9(9)V9(6) VALUE 0.
    01 src-r PIC S9(8) COMP VALUE 0.
    01 src-c PIC S9(8) COMP VALUE 0.
    01 src-x PIC S9(9)V9(6) VALUE 0.
    01 src-y PIC S9(9)V9(6) VALUE 0.
    01 scan-pass PIC 9(1) VALUE 1.

*>  The output grid: nx by ny nodes cell apart, node (1,1) on the
*>  window's south-west corner, rows running north as TERRDAT's do.
*>  Each node averages the source cells within half a cell of it;
*>  node-state is D (averaged from data), F (filled from its
*>  neighbours), N (filled this fill pass) or space (nothing yet).
    01 out-nx PIC S9(4) COMP VALUE 0.
    01 out-ny PIC S9(4) COMP VALUE 0.
    01 out-cell PIC S9(8)V9(6) VALUE 0.
    01 out-long PIC S9(9)V9(6) VALUE 0.
    01 out-size PIC S9(4) COMP VALUE 0.
    01 out-tris PIC S9(8) COMP VALUE 0.
    01 grid-x1 PIC S9(9)V9(6) VALUE 0.
    01 grid-y1 PIC S9(9)V9(6) VALUE 0.
    01 node-tbl.
       02 node-row OCCURS 17 TIMES.
          03 node OCCURS 17 TIMES.
             04 node-sum PIC S9(11)V9(4).
             04 node-cnt PIC S9(8) COMP.
             04 node-z PIC S9(9)V9(6).
             04 node-state PIC X(1).
    01 nr PIC S9(4) COMP VALUE 0.
    01 nc PIC S9(4) COMP VALUE 0.
    01 nr2 PIC S9(4) COMP VALUE 0.
    01 nc2 PIC S9(4) COMP VALUE 0.
    01 bin-f PIC S9(9)V9(6) VALUE 0.
    01 bin-i PIC S9(8) COMP VALUE 0.
    01 bin-j PIC S9(8) COMP VALUE 0.
    01 fill-sum PIC S9(11)V9(6) VALUE 0.
    01 fill-n PIC S9(4) COMP VALUE 0.
    01 fill-count PIC S9(4) COMP VALUE 0.
    01 fill-made PIC S9(4) COMP VALUE 0.
    01 empty-count PIC S9(4) COMP VALUE 0.
    01 data-count PIC S9(4) COMP VALUE 0.
    01 used-cells PIC S9(9) COMP VALUE 0.
    01 gap-cells PIC S9(9) COMP VALUE 0.

*>  The second pass: each source cell inside the grid against the
*>  surface the renderer will build - two triangles a cell, split
*>  corner (1,1) to corner (2,2) as LOAD-TERRAIN-GRID splits them.
    01 loc-u PIC S9(4)V9(8) VALUE 0.
    01 loc-v PIC S9(4)V9(8) VALUE 0.
    01 z00 PIC S9(9)V9(6) VALUE 0.
    01 z10 PIC S9(9)V9(6) VALUE 0.
    01 z01 PIC S9(9)V9(6) VALUE 0.
    01 z11 PIC S9(9)V9(6) VALUE 0.
    01 surf-z PIC S9(9)V9(6) VALUE 0.
    01 err-d PIC S9(9)V9(6) VALUE 0.
    01 err-abs PIC S9(9)V9(6) VALUE 0.
    01 err-n PIC S9(9) COMP VALUE 0.
    01 err-sum PIC S9(11)V9(6) VALUE 0.
    01 err-sq PIC S9(15)V9(6) VALUE 0.
    01 err-max PIC S9(9)V9(6) VALUE 0.
    01 err-max-x PIC S9(9)V9(6) VALUE 0.
    01 err-max-y PIC S9(9)V9(6) VALUE 0.
    01 err-rms PIC S9(9)V9(6) VALUE 0.
    01 err-mean PIC S9(9)V9(6) VALUE 0.

    01 model-tris PIC S9(8) COMP VALUE 0.
    01 tri-budget PIC S9(8) COMP VALUE 0.
    01 out-zmax PIC S9(9)V9(6) VALUE 0.
    01 out-z PIC S9(9)V9(6) VALUE 0.
    01 out-line PIC X(160) VALUE SPACES.
    01 out-ptr PIC S9(4) COMP VALUE 0.
    01 z2-ed PIC -(4)9.99.
    01 z3-ed PIC -(2)9.999.
    01 xy-ed PIC -(7)9.9999.
    01 er-ed PIC -(7)9.999.
    01 en-ed PIC -(8)9.99.
    01 cnt-ed PIC ZZZZZZZZ9.
    01 cnt2-ed PIC ZZZZZZZZ9.
    01 nx-ed PIC Z9.
    01 ny-ed PIC Z9.

*>  The site surveyors deliver ESRI ASCII grids (.asc) - hundreds of
*>  cells a side, their own cell size and origin, NODATA holes -
*>  where TERRDAT holds a GRID header and at most 17 elevations a
*>  side. This does the conversion that used to be done by hand:
*>  it reads the .asc, crops it to a world window, averages it down
*>  to a grid within the renderer's limits, fills the holes from
*>  their neighbours, scales and places the result, writes TERRDAT
*>  and says how far the renderer's surface strays from the survey.
*>  PARM: "file [WESTn] [EASTn] [SOUTHn] [NORTHn] [SIZEn] [TRISn]
*>  [SCALEn] [EXAGn] [DXn] [DYn] [DZn] [COLORc]" -
*>    WEST EAST SOUTH NORTH  the window in the file's own survey
*>            coordinates (each defaults to that edge of the grid;
*>            a window past the grid is cut back to it)
*>    SIZEn   nodes along the window's longer side, 2 to 17 (17);
*>            the shorter side gets as many as the same square cell
*>            spacing fits
*>    TRISn   the triangles the terrain may take - by default the
*>            renderer's 512 less the triangles MODELDAT already
*>            holds; SIZE comes down until the grid fits
*>    SCALEn  scene units per survey unit, all three axes (1)
*>    EXAGn   vertical exaggeration on top of SCALE (1)
*>    DXn DYn where the window's south-west corner lands (0 0)
*>    DZn     added to every elevation after scaling (0)
*>    COLORc  TERRDAT's material code (G)
*>  Each node is the average of the valid survey cells within half
*>  a grid cell of it; a node with none is filled from its
*>  neighbours. The error report compares every valid survey cell
*>  inside the grid with the triangulated surface, in survey units
*>  before SCALE and EXAG.
*>  RC 4 when nodes had to be filled, RC 8 when nothing was written.
PROCEDURE DIVISION.
    ACCEPT imp-parm FROM COMMAND-LINE
    PERFORM VARYING pk FROM 1 BY 1 UNTIL pk > 12
       MOVE SPACES TO parm-tok(pk)
    END-PERFORM
    UNSTRING imp-parm DELIMITED BY ALL SPACES
       INTO parm-tok(1), parm-tok(2), parm-tok(3), parm-tok(4),
            parm-tok(5), parm-tok(6), parm-tok(7), parm-tok(8),
            parm-tok(9), parm-tok(10), parm-tok(11), parm-tok(12)
    IF parm-tok(1) = SPACES THEN
       DISPLAY 'TERRIMP: usage: TERRIMP file [WESTn] [EASTn] '
          '[SOUTHn] [NORTHn] [SIZEn] [TRISn] [SCALEn] [EXAGn] '
          '[DXn] [DYn] [DZn] [COLORc]'
       MOVE 8 TO RETURN-CODE
       STOP RUN
    END-IF
    MOVE parm-tok(1) TO asc-fname
    PERFORM VARYING pk FROM 2 BY 1 UNTIL pk > 12
       PERFORM TAKE-IMP-TOKEN
    END-PERFORM
    IF want-size < 2 OR want-size > 17 THEN
       DISPLAY 'TERRIMP: SIZE runs 2 to 17 - TERRDAT''s limit'
       MOVE 'Y' TO parm-bad
    END-IF
    IF imp-scale <= 0 THEN
       DISPLAY 'TERRIMP: SCALE must be positive'
       MOVE 'Y' TO parm-bad
    END-IF
    IF parm-bad = 'Y' THEN
       MOVE 8 TO RETURN-CODE
       STOP RUN
    END-IF

*>  First pass: the header, then every value binned to its node.
    MOVE 1 TO scan-pass
    PERFORM SCAN-ASC-FILE
    IF have-ncols = 'N' OR have-nrows = 'N' OR have-xll = 'N'
       OR have-yll = 'N' OR have-cell = 'N' THEN
       DISPLAY 'TERRIMP: ' FUNCTION TRIM(asc-fname)
          ' lacks an ncols, nrows, xll, yll or cellsize header '
          '- not an ESRI ASCII grid?'
       MOVE 8 TO RETURN-CODE
       STOP RUN
    END-IF
    COMPUTE val-need = asc-ncols * asc-nrows
    IF val-count < val-need THEN
       MOVE val-count TO cnt-ed
       MOVE val-need TO cnt2-ed
       DISPLAY 'TERRIMP: ' FUNCTION TRIM(asc-fname) ' holds '
          FUNCTION TRIM(cnt-ed) ' values, the header promises '
          FUNCTION TRIM(cnt2-ed) ' - the missing cells count as '
          'NODATA'
    END-IF
    IF val-extra > 0 THEN
       MOVE val-extra TO cnt-ed
       DISPLAY 'TERRIMP: ' FUNCTION TRIM(cnt-ed)
          ' value(s) past ncols x nrows ignored'
    END-IF
    IF val-bad > 0 THEN
       MOVE val-bad TO cnt-ed
       DISPLAY 'TERRIMP: ' FUNCTION TRIM(cnt-ed)
          ' value(s) not numbers - taken as NODATA'
    END-IF

*>  Empty nodes from their neighbours, then the second pass to
*>  measure what the averaging cost.
    PERFORM FILL-EMPTY-NODES
    IF data-count = 0 THEN
       DISPLAY 'TERRIMP: no survey data inside the window - '
          'nothing written'
       MOVE 8 TO RETURN-CODE
       STOP RUN
    END-IF
    MOVE 2 TO scan-pass
    PERFORM SCAN-ASC-FILE
    PERFORM WRITE-TERRDAT
    PERFORM REPORT-RESULT
    STOP RUN.

TAKE-IMP-TOKEN.
    MOVE FUNCTION UPPER-CASE(parm-tok(pk)) TO num-tok
    EVALUATE TRUE
       WHEN num-tok = SPACES
          CONTINUE
       WHEN num-tok(1:4) = 'WEST'
          COMPUTE win-west = FUNCTION NUMVAL(num-tok(5:30))
          MOVE 'Y' TO west-given
       WHEN num-tok(1:4) = 'EAST'
          COMPUTE win-east = FUNCTION NUMVAL(num-tok(5:30))
          MOVE 'Y' TO east-given
       WHEN num-tok(1:5) = 'SOUTH'
          COMPUTE win-south = FUNCTION NUMVAL(num-tok(6:30))
          MOVE 'Y' TO south-given
       WHEN num-tok(1:5) = 'NORTH'
          COMPUTE win-north = FUNCTION NUMVAL(num-tok(6:30))
          MOVE 'Y' TO north-given
       WHEN num-tok(1:4) = 'SIZE'
          COMPUTE want-size = FUNCTION NUMVAL(num-tok(5:30))
       WHEN num-tok(1:4) = 'TRIS'
          COMPUTE want-tris = FUNCTION NUMVAL(num-tok(5:30))
       WHEN num-tok(1:5) = 'SCALE'
          COMPUTE imp-scale = FUNCTION NUMVAL(num-tok(6:30))
       WHEN num-tok(1:4) = 'EXAG'
          COMPUTE imp-exag = FUNCTION NUMVAL(num-tok(5:30))
       WHEN num-tok(1:2) = 'DX'
          COMPUTE off-x = FUNCTION NUMVAL(num-tok(3:30))
       WHEN num-tok(1:2) = 'DY'
          COMPUTE off-y = FUNCTION NUMVAL(num-tok(3:30))
       WHEN num-tok(1:2) = 'DZ'
          COMPUTE off-z = FUNCTION NUMVAL(num-tok(3:30))
       WHEN num-tok(1:5) = 'COLOR'
          MOVE num-tok(6:1) TO imp-color
       WHEN OTHER
          DISPLAY 'TERRIMP: PARM token ignored: '
             FUNCTION TRIM(parm-tok(pk))
    END-EVALUATE.

*>  One pass over the .asc: header keywords until the first line
*>  that starts with a number, values from there on. The grid is
*>  laid out as the header closes, ahead of the first value.
SCAN-ASC-FILE.
    OPEN INPUT ASC-FILE
    IF asc-file-status NOT = '00' THEN
       DISPLAY 'TERRIMP: cannot open ' FUNCTION TRIM(asc-fname)
          ', status ' asc-file-status
       MOVE 8 TO RETURN-CODE
       STOP RUN
    END-IF
    MOVE 'Y' TO in-header
    MOVE 0 TO val-count
    MOVE 'N' TO asc-eof
    PERFORM UNTIL asc-eof-yes
       READ ASC-FILE
          AT END MOVE 'Y' TO asc-eof
       END-READ
       IF NOT asc-eof-yes THEN
          INSPECT asc-rec REPLACING ALL X'09' BY SPACE
          INSPECT asc-rec REPLACING ALL X'0D' BY SPACE
          IF asc-rec NOT = SPACES THEN
             PERFORM TAKE-ASC-LINE
          END-IF
       END-IF
    END-PERFORM
    CLOSE ASC-FILE.

TAKE-ASC-LINE.
    IF in-header = 'Y' THEN
       MOVE SPACES TO key-word
       MOVE SPACES TO key-val
       UNSTRING FUNCTION TRIM(asc-rec LEADING) DELIMITED BY ALL SPACES
          INTO key-word, key-val
       IF (key-word(1:1) >= 'A' AND key-word(1:1) <= 'Z')
          OR (key-word(1:1) >= 'a' AND key-word(1:1) <= 'z') THEN
          IF scan-pass = 1 THEN
             PERFORM TAKE-HEADER-LINE
          END-IF
          EXIT PARAGRAPH
       END-IF
       MOVE 'N' TO in-header
       IF scan-pass = 1 THEN
          PERFORM LAY-OUT-GRID
       END-IF
    END-IF
    COMPUTE line-len =
       FUNCTION LENGTH(FUNCTION TRIM(asc-rec TRAILING))
    MOVE 1 TO line-ptr
    PERFORM UNTIL line-ptr > line-len
       MOVE SPACES TO val-tok
       UNSTRING asc-rec DELIMITED BY ALL SPACES
          INTO val-tok WITH POINTER line-ptr
       IF val-tok NOT = SPACES THEN
          PERFORM TAKE-VALUE
       END-IF
    END-PERFORM.

TAKE-HEADER-LINE.
    EVALUATE FUNCTION LOWER-CASE(key-word)
       WHEN 'ncols'
          COMPUTE asc-ncols = FUNCTION NUMVAL(key-val)
          MOVE 'Y' TO have-ncols
       WHEN 'nrows'
          COMPUTE asc-nrows = FUNCTION NUMVAL(key-val)
          MOVE 'Y' TO have-nrows
       WHEN 'xllcorner'
          COMPUTE asc-xll = FUNCTION NUMVAL-F(key-val)
          MOVE 'Y' TO have-xll
       WHEN 'xllcenter'
       WHEN 'xllcentre'
          COMPUTE asc-xll = FUNCTION NUMVAL-F(key-val)
          MOVE 'Y' TO have-xll
          MOVE 'N' TO asc-corner
       WHEN 'yllcorner'
          COMPUTE asc-yll = FUNCTION NUMVAL-F(key-val)
          MOVE 'Y' TO have-yll
       WHEN 'yllcenter'
       WHEN 'yllcentre'
          COMPUTE asc-yll = FUNCTION NUMVAL-F(key-val)
          MOVE 'Y' TO have-yll
          MOVE 'N' TO asc-corner
       WHEN 'cellsize'
          COMPUTE asc-cell = FUNCTION NUMVAL-F(key-val)
          MOVE 'Y' TO have-cell
       WHEN 'nodata_value'
          COMPUTE asc-nodata = FUNCTION NUMVAL-F(key-val)
       WHEN OTHER
          DISPLAY 'TERRIMP: header keyword ignored: '
             FUNCTION TRIM(key-word)
    END-EVALUATE.

*>  The header is complete: the window (defaulted and cut back to
*>  the grid's cell centres), the node spacing that puts SIZE nodes
*>  along its longer side, and SIZE brought down until the grid's
*>  triangles fit the budget.
LAY-OUT-GRID.
    IF have-ncols = 'N' OR have-nrows = 'N' OR have-xll = 'N'
       OR have-yll = 'N' OR have-cell = 'N' OR asc-ncols < 2
       OR asc-nrows < 2 OR asc-cell <= 0 THEN
       DISPLAY 'TERRIMP: ' FUNCTION TRIM(asc-fname)
          ' header needs ncols and nrows of 2 or more, xll, yll '
          'and a positive cellsize'
       CLOSE ASC-FILE
       MOVE 8 TO RETURN-CODE
       STOP RUN
    END-IF
    MOVE asc-xll TO asc-x0
    MOVE asc-yll TO asc-y0
    IF asc-corner = 'Y' THEN
       COMPUTE asc-x0 = asc-xll + (asc-cell / 2)
       COMPUTE asc-y0 = asc-yll + (asc-cell / 2)
    END-IF
    COMPUTE asc-x1 = asc-ncols - 1
    COMPUTE asc-x1 = asc-x1 * asc-cell
    ADD asc-x0 TO asc-x1
    COMPUTE asc-y1 = asc-nrows - 1
    COMPUTE asc-y1 = asc-y1 * asc-cell
    ADD asc-y0 TO asc-y1
    IF west-given = 'N' OR win-west < asc-x0 THEN
       IF west-given = 'Y' THEN
          DISPLAY 'TERRIMP: WEST is past the grid - cut back to it'
       END-IF
       MOVE asc-x0 TO win-west
    END-IF
    IF east-given = 'N' OR win-east > asc-x1 THEN
       IF east-given = 'Y' THEN
          DISPLAY 'TERRIMP: EAST is past the grid - cut back to it'
       END-IF
       MOVE asc-x1 TO win-east
    END-IF
    IF south-given = 'N' OR win-south < asc-y0 THEN
       IF south-given = 'Y' THEN
          DISPLAY 'TERRIMP: SOUTH is past the grid - cut back to it'
       END-IF
       MOVE asc-y0 TO win-south
    END-IF
    IF north-given = 'N' OR win-north > asc-y1 THEN
       IF north-given = 'Y' THEN
          DISPLAY 'TERRIMP: NORTH is past the grid - cut back to it'
       END-IF
       MOVE asc-y1 TO win-north
    END-IF
    IF win-east <= win-west OR win-north <= win-south THEN
       DISPLAY 'TERRIMP: the window has no width or no height '
          'inside the grid - nothing written'
       CLOSE ASC-FILE
       MOVE 8 TO RETURN-CODE
       STOP RUN
    END-IF

    PERFORM COUNT-MODEL-TRIS
    IF want-tris > 0 THEN
       MOVE want-tris TO tri-budget
    ELSE
       COMPUTE tri-budget = 512 - model-tris
    END-IF
    IF tri-budget < 2 THEN
       MOVE model-tris TO cnt-ed
       DISPLAY 'TERRIMP: no triangles left for terrain - MODELDAT '
          'holds ' FUNCTION TRIM(cnt-ed) ' of the renderer''s 512'
       CLOSE ASC-FILE
       MOVE 8 TO RETURN-CODE
       STOP RUN
    END-IF
    COMPUTE out-long = win-east - win-west
    IF win-north - win-south > out-long THEN
       COMPUTE out-long = win-north - win-south
    END-IF
    MOVE want-size TO out-size
    MOVE 999999 TO out-tris
    PERFORM UNTIL out-tris <= tri-budget
       COMPUTE bin-i = out-size - 1
       DIVIDE out-long BY bin-i GIVING out-cell
       COMPUTE bin-f = (win-east - win-west) / out-cell
       COMPUTE out-nx = FUNCTION INTEGER-PART(bin-f + 0.000001)
       ADD 1 TO out-nx
       COMPUTE bin-f = (win-north - win-south) / out-cell
       COMPUTE out-ny = FUNCTION INTEGER-PART(bin-f + 0.000001)
       ADD 1 TO out-ny
       COMPUTE out-tris = (out-nx - 1) * (out-ny - 1)
       COMPUTE out-tris = out-tris * 2
       IF out-tris > tri-budget THEN
          SUBTRACT 1 FROM out-size
       END-IF
    END-PERFORM
    IF out-nx < 2 OR out-ny < 2 THEN
       DISPLAY 'TERRIMP: the window is too narrow for two nodes '
          'across at this spacing - widen it or raise SIZE'
       CLOSE ASC-FILE
       MOVE 8 TO RETURN-CODE
       STOP RUN
    END-IF
    IF out-size < want-size THEN
       MOVE out-size TO nx-ed
       MOVE tri-budget TO cnt-ed
       DISPLAY 'TERRIMP: SIZE brought down to '
          FUNCTION TRIM(nx-ed) ' to fit ' FUNCTION TRIM(cnt-ed)
          ' triangles'
    END-IF
    COMPUTE grid-x1 = out-nx - 1
    COMPUTE grid-x1 = grid-x1 * out-cell
    ADD win-west TO grid-x1
    COMPUTE grid-y1 = out-ny - 1
    COMPUTE grid-y1 = grid-y1 * out-cell
    ADD win-south TO grid-y1
    PERFORM VARYING nr FROM 1 BY 1 UNTIL nr > 17
       PERFORM VARYING nc FROM 1 BY 1 UNTIL nc > 17
          MOVE 0 TO node-sum(nr, nc)
          MOVE 0 TO node-cnt(nr, nc)
          MOVE 0 TO node-z(nr, nc)
          MOVE SPACE TO node-state(nr, nc)
       END-PERFORM
    END-PERFORM.

*>  The renderer loads MODELDAT's triangles before TERRDAT's, out of
*>  the same 512 - a V record is a vertex, any other a triangle.
COUNT-MODEL-TRIS.
    MOVE 0 TO model-tris
    OPEN INPUT MODEL-FILE
    IF model-file-status NOT = '00' THEN
       EXIT PARAGRAPH
    END-IF
    MOVE 'N' TO model-eof
    PERFORM UNTIL model-eof-yes
       READ MODEL-FILE
          AT END MOVE 'Y' TO model-eof
       END-READ
       IF NOT model-eof-yes AND model-rec NOT = SPACES THEN
          MOVE SPACES TO key-word
          UNSTRING model-rec DELIMITED BY ALL SPACES INTO key-word
          IF key-word NOT = 'V' THEN
             ADD 1 TO model-tris
          END-IF
       END-IF
    END-PERFORM
    CLOSE MODEL-FILE.

*>  Value val-count of the stream: the cell it belongs to (rows run
*>  north to south in the file), then the pass's use of it.
TAKE-VALUE.
    ADD 1 TO val-count
    IF val-count > asc-ncols * asc-nrows THEN
       IF scan-pass = 1 THEN
          ADD 1 TO val-extra
       END-IF
       EXIT PARAGRAPH
    END-IF
    COMPUTE src-r = (val-count - 1) / asc-ncols
    COMPUTE src-c = src-r * asc-ncols
    COMPUTE src-c = val-count - src-c
    SUBTRACT 1 FROM src-c
    COMPUTE src-x = src-c * asc-cell
    ADD asc-x0 TO src-x
    COMPUTE src-r = asc-nrows - src-r
    SUBTRACT 1 FROM src-r
    COMPUTE src-y = src-r * asc-cell
    ADD asc-y0 TO src-y
    IF FUNCTION TEST-NUMVAL-F(val-tok) NOT = 0 THEN
       IF scan-pass = 1 THEN
          ADD 1 TO val-bad
       END-IF
       EXIT PARAGRAPH
    END-IF
    COMPUTE val-z = FUNCTION NUMVAL-F(val-tok)
    IF val-z = asc-nodata THEN
       EXIT PARAGRAPH
    END-IF
    IF scan-pass = 1 THEN
       PERFORM BIN-VALUE
    ELSE
       PERFORM MEASURE-VALUE
    END-IF.

*>  Into the node within half a grid cell, if any.
BIN-VALUE.
    COMPUTE bin-f = (src-x - win-west) / out-cell
    IF bin-f < -0.5 THEN
       EXIT PARAGRAPH
    END-IF
    COMPUTE bin-i ROUNDED = bin-f
    COMPUTE bin-f = (src-y - win-south) / out-cell
    IF bin-f < -0.5 THEN
       EXIT PARAGRAPH
    END-IF
    COMPUTE bin-j ROUNDED = bin-f
    ADD 1 TO bin-i
    ADD 1 TO bin-j
    IF bin-i < 1 OR bin-i > out-nx OR bin-j < 1 OR bin-j > out-ny
       THEN
       EXIT PARAGRAPH
    END-IF
    ADD val-z TO node-sum(bin-j, bin-i)
    ADD 1 TO node-cnt(bin-j, bin-i)
    ADD 1 TO used-cells.

*>  Nodes with data take their average; the rest are filled in
*>  rings from the outside of each hole inward, each pass giving
*>  an empty node the mean of its already-valued neighbours (all
*>  eight), until no node is left empty.
FILL-EMPTY-NODES.
    MOVE 0 TO data-count
    MOVE 0 TO empty-count
    PERFORM VARYING nr FROM 1 BY 1 UNTIL nr > out-ny
       PERFORM VARYING nc FROM 1 BY 1 UNTIL nc > out-nx
          IF node-cnt(nr, nc) > 0 THEN
             COMPUTE node-z(nr, nc) =
                node-sum(nr, nc) / node-cnt(nr, nc)
             MOVE 'D' TO node-state(nr, nc)
             ADD 1 TO data-count
          ELSE
             ADD 1 TO empty-count
          END-IF
       END-PERFORM
    END-PERFORM
    MOVE 0 TO fill-count
    IF data-count = 0 THEN
       EXIT PARAGRAPH
    END-IF
    MOVE 1 TO fill-made
    PERFORM UNTIL empty-count = 0 OR fill-made = 0
       MOVE 0 TO fill-made
       PERFORM VARYING nr FROM 1 BY 1 UNTIL nr > out-ny
          PERFORM VARYING nc FROM 1 BY 1 UNTIL nc > out-nx
             IF node-state(nr, nc) = SPACE THEN
                PERFORM FILL-ONE-NODE
             END-IF
          END-PERFORM
       END-PERFORM
       PERFORM VARYING nr FROM 1 BY 1 UNTIL nr > out-ny
          PERFORM VARYING nc FROM 1 BY 1 UNTIL nc > out-nx
             IF node-state(nr, nc) = 'N' THEN
                MOVE 'F' TO node-state(nr, nc)
             END-IF
          END-PERFORM
       END-PERFORM
       SUBTRACT fill-made FROM empty-count
       ADD fill-made TO fill-count
    END-PERFORM.

FILL-ONE-NODE.
    MOVE 0 TO fill-sum
    MOVE 0 TO fill-n
    PERFORM VARYING nr2 FROM nr BY 1 UNTIL nr2 > nr + 2
       PERFORM VARYING nc2 FROM nc BY 1 UNTIL nc2 > nc + 2
          IF nr2 - 1 >= 1 AND nr2 - 1 <= out-ny
             AND nc2 - 1 >= 1 AND nc2 - 1 <= out-nx THEN
             IF node-state(nr2 - 1, nc2 - 1) = 'D'
                OR node-state(nr2 - 1, nc2 - 1) = 'F' THEN
                ADD node-z(nr2 - 1, nc2 - 1) TO fill-sum
                ADD 1 TO fill-n
             END-IF
          END-IF
       END-PERFORM
    END-PERFORM
    IF fill-n > 0 THEN
       COMPUTE node-z(nr, nc) = fill-sum / fill-n
       MOVE 'N' TO node-state(nr, nc)
       ADD 1 TO fill-made
    END-IF.

*>  A survey cell inside the grid against the triangulated surface:
*>  its grid cell, where in it (u east, v north, 0 to 1), and which
*>  of the cell's two triangles holds it.
MEASURE-VALUE.
    IF src-x < win-west OR src-x > grid-x1
       OR src-y < win-south OR src-y > grid-y1 THEN
       EXIT PARAGRAPH
    END-IF
    COMPUTE bin-f = (src-x - win-west) / out-cell
    COMPUTE bin-i = FUNCTION INTEGER-PART(bin-f)
    IF bin-i > out-nx - 2 THEN
       COMPUTE bin-i = out-nx - 2
    END-IF
    COMPUTE loc-u = bin-f - bin-i
    COMPUTE bin-f = (src-y - win-south) / out-cell
    COMPUTE bin-j = FUNCTION INTEGER-PART(bin-f)
    IF bin-j > out-ny - 2 THEN
       COMPUTE bin-j = out-ny - 2
    END-IF
    COMPUTE loc-v = bin-f - bin-j
    ADD 1 TO bin-i
    ADD 1 TO bin-j
    MOVE node-z(bin-j, bin-i) TO z00
    MOVE node-z(bin-j, bin-i + 1) TO z10
    MOVE node-z(bin-j + 1, bin-i) TO z01
    MOVE node-z(bin-j + 1, bin-i + 1) TO z11
    IF loc-u >= loc-v THEN
       COMPUTE surf-z = loc-u * (z10 - z00)
       COMPUTE err-d = loc-v * (z11 - z10)
    ELSE
       COMPUTE surf-z = loc-v * (z01 - z00)
       COMPUTE err-d = loc-u * (z11 - z01)
    END-IF
    ADD err-d TO surf-z
    ADD z00 TO surf-z
    COMPUTE err-d = surf-z - val-z
    MOVE err-d TO err-abs
    IF err-abs < 0 THEN
       COMPUTE err-abs = 0 - err-abs
    END-IF
    ADD 1 TO err-n
    ADD err-d TO err-sum
    COMPUTE err-sq = err-sq + (err-d * err-d)
    IF err-abs > err-max THEN
       MOVE err-abs TO err-max
       MOVE src-x TO err-max-x
       MOVE src-y TO err-max-y
    END-IF.

*>  The GRID header and one record per node row, south row first;
*>  elevations carry three decimals while they stay under 100 and
*>  two beyond, so seventeen always fit TERRDAT's record.
WRITE-TERRDAT.
    MOVE 0 TO out-zmax
    PERFORM VARYING nr FROM 1 BY 1 UNTIL nr > out-ny
       PERFORM VARYING nc FROM 1 BY 1 UNTIL nc > out-nx
          PERFORM SCALE-NODE
          IF out-z < 0 THEN
             COMPUTE out-z = 0 - out-z
          END-IF
          IF out-z > out-zmax THEN
             MOVE out-z TO out-zmax
          END-IF
       END-PERFORM
    END-PERFORM
    OPEN OUTPUT TERR-FILE
    IF terr-file-status NOT = '00' THEN
       DISPLAY 'TERRIMP: cannot open TERRDAT, status '
          terr-file-status
       MOVE 8 TO RETURN-CODE
       STOP RUN
    END-IF
    MOVE out-nx TO nx-ed
    MOVE out-ny TO ny-ed
    MOVE SPACES TO out-line
    MOVE 1 TO out-ptr
    STRING 'GRID ' DELIMITED BY SIZE
           FUNCTION TRIM(nx-ed) DELIMITED BY SIZE
           ' ' DELIMITED BY SIZE
           FUNCTION TRIM(ny-ed) DELIMITED BY SIZE
           INTO out-line WITH POINTER out-ptr
    MOVE off-x TO xy-ed
    STRING ' ' DELIMITED BY SIZE
           FUNCTION TRIM(xy-ed) DELIMITED BY SIZE
           INTO out-line WITH POINTER out-ptr
    MOVE off-y TO xy-ed
    STRING ' ' DELIMITED BY SIZE
           FUNCTION TRIM(xy-ed) DELIMITED BY SIZE
           INTO out-line WITH POINTER out-ptr
    COMPUTE xy-ed = out-cell * imp-scale
    STRING ' ' DELIMITED BY SIZE
           FUNCTION TRIM(xy-ed) DELIMITED BY SIZE
           ' ' DELIMITED BY SIZE
           imp-color DELIMITED BY SIZE
           INTO out-line WITH POINTER out-ptr
    WRITE terr-rec FROM out-line
    PERFORM VARYING nr FROM 1 BY 1 UNTIL nr > out-ny
       MOVE SPACES TO out-line
       MOVE 1 TO out-ptr
       PERFORM VARYING nc FROM 1 BY 1 UNTIL nc > out-nx
          PERFORM SCALE-NODE
          IF out-zmax < 100 THEN
             MOVE out-z TO z3-ed
             STRING FUNCTION TRIM(z3-ed) DELIMITED BY SIZE
                    ' ' DELIMITED BY SIZE
                    INTO out-line WITH POINTER out-ptr
          ELSE
             MOVE out-z TO z2-ed
             STRING FUNCTION TRIM(z2-ed) DELIMITED BY SIZE
                    ' ' DELIMITED BY SIZE
                    INTO out-line WITH POINTER out-ptr
          END-IF
       END-PERFORM
       WRITE terr-rec FROM out-line
    END-PERFORM
    CLOSE TERR-FILE.

*>  Node (nr, nc)'s elevation as the scene will have it.
SCALE-NODE.
    COMPUTE out-z = node-z(nr, nc) * imp-scale
    COMPUTE out-z = out-z * imp-exag
    ADD off-z TO out-z.

REPORT-RESULT.
    MOVE asc-ncols TO cnt-ed
    MOVE asc-nrows TO cnt2-ed
    DISPLAY 'TERRIMP: ' FUNCTION TRIM(asc-fname) ': '
       FUNCTION TRIM(cnt-ed) ' x ' FUNCTION TRIM(cnt2-ed)
       ' cells'
    MOVE win-west TO en-ed
    DISPLAY 'TERRIMP:   window west  ' en-ed
    MOVE grid-x1 TO en-ed
    DISPLAY 'TERRIMP:          east  ' en-ed
    MOVE win-south TO en-ed
    DISPLAY 'TERRIMP:          south ' en-ed
    MOVE grid-y1 TO en-ed
    DISPLAY 'TERRIMP:          north ' en-ed
    MOVE used-cells TO cnt-ed
    MOVE out-cell TO er-ed
    DISPLAY 'TERRIMP:   ' FUNCTION TRIM(cnt-ed)
       ' survey cells averaged onto a ' FUNCTION TRIM(nx-ed) ' x '
       FUNCTION TRIM(ny-ed) ' grid, ' FUNCTION TRIM(er-ed)
       ' survey units a cell'
    IF fill-count > 0 THEN
       MOVE fill-count TO cnt-ed
       DISPLAY 'TERRIMP:   ' FUNCTION TRIM(cnt-ed)
          ' node(s) had no survey data and were filled from their '
          'neighbours'
       MOVE 4 TO RETURN-CODE
    END-IF
    IF err-n > 0 THEN
       COMPUTE err-mean = err-sum / err-n
       COMPUTE err-rms = err-sq / err-n
       COMPUTE err-rms = FUNCTION SQRT(err-rms)
    END-IF
    MOVE err-n TO cnt-ed
    DISPLAY 'TERRIMP:   resampling error over '
       FUNCTION TRIM(cnt-ed) ' survey cells, survey units:'
    MOVE err-rms TO er-ed
    DISPLAY 'TERRIMP:     rms  ' er-ed
    MOVE err-mean TO er-ed
    DISPLAY 'TERRIMP:     mean ' er-ed
    MOVE err-max TO er-ed
    DISPLAY 'TERRIMP:     max  ' er-ed
    MOVE err-max-x TO en-ed
    DISPLAY 'TERRIMP:       at east  ' en-ed
    MOVE err-max-y TO en-ed
    DISPLAY 'TERRIMP:          north ' en-ed
    COMPUTE out-tris = (out-nx - 1) * (out-ny - 1)
    COMPUTE out-tris = out-tris * 2
    MOVE out-tris TO cnt-ed
    DISPLAY 'TERRIMP: wrote TERRDAT, ' FUNCTION TRIM(cnt-ed)
       ' triangles'.
