    01 rpt-tok1 PIC X(30).

*>  Pixel tallies per mask id (kind digit * 100 + slot, cones at
*>  1200 + slot, toruses at 1300 + slot, MESH instances at 1400 +
*>  slot, the AUX writer's own packing; id 0 is sky).
    01 max-ids PIC S9(4) COMP VALUE 128.
    01 num-ids PIC S9(4) COMP VALUE 0.
    01 id-table.
    01 cnt-cyl PIC S9(4) COMP VALUE 1.
    01 cnt-ellip PIC S9(4) COMP VALUE 1.
    01 cnt-cone PIC S9(4) COMP VALUE 0.
    01 cnt-torus PIC S9(4) COMP VALUE 0.
    01 cnt-mesh PIC S9(4) COMP VALUE 0.
    01 sphere-seen PIC X(1) VALUE 'N'.
    01 plane-seen PIC X(1) VALUE 'N'.
    01 box-seen PIC X(1) VALUE 'N'.
    DISPLAY '--- screen coverage from ' FUNCTION TRIM(mask-fname)
       ' ---'
    DISPLAY 'object         pixels  pct-of-frame'
    PERFORM VARYING rk FROM 1 BY 1 UNTIL rk > 9
       PERFORM REPORT-ONE-KIND
    END-PERFORM
    MOVE sky-px TO count-ed
       WHEN 7
          MOVE 'CONE' TO kind-name
          MOVE cnt-cone TO kind-limit
       WHEN 8
          MOVE 'TORUS' TO kind-name
          MOVE cnt-torus TO kind-limit
       WHEN 9
          MOVE 'MESH' TO kind-name
          MOVE cnt-mesh TO kind-limit
    END-EVALUATE
    PERFORM VARYING rs FROM 1 BY 1 UNTIL rs > kind-limit
       EVALUATE rk
          WHEN 7
             COMPUTE want-id = 1200 + rs
          WHEN 8
             COMPUTE want-id = 1300 + rs
          WHEN 9
             COMPUTE want-id = 1400 + rs
          WHEN OTHER
             COMPUTE want-id = (rk * 100) + rs
       END-EVALUATE
       MOVE 0 TO id-found
       PERFORM VARYING mi FROM 1 BY 1 UNTIL mi > num-ids
          OR id-found > 0
                ADD 1 TO cnt-ellip
             WHEN 'CONE'
                ADD 1 TO cnt-cone
             WHEN 'TORUS'
                ADD 1 TO cnt-torus
             WHEN 'MESH'
                ADD 1 TO cnt-mesh
             WHEN 'CSG'
                COMPUTE csg-b = FUNCTION NUMVAL(scene-tok3)
                IF csg-b >= 1 AND csg-b <= 32 THEN
