             MOVE 'C' TO oshape(num-objs)
             MOVE 'K' TO omark(num-objs)
          END-IF
       WHEN 'TORUS'
*>        The ring's plan footprint is its outer circle, R + r about
*>        the centre, whichever way the axis leans.
          IF num-objs < max-objs THEN
             ADD 1 TO num-objs
             COMPUTE obx(num-objs) = FUNCTION NUMVAL(scene-tok1)
             COMPUTE oby(num-objs) = FUNCTION NUMVAL(scene-tok2)
             COMPUTE wx = FUNCTION NUMVAL(scene-tok7)
             COMPUTE wy = FUNCTION NUMVAL(scene-tok8)
             ADD wy TO wx
             MOVE wx TO orx(num-objs)
             MOVE wx TO ory(num-objs)
             MOVE 'C' TO oshape(num-objs)
             MOVE 'T' TO omark(num-objs)
          END-IF
       WHEN 'ELLIP'
          IF ellip-seen = 'N' THEN
             MOVE 'Y' TO ellip-seen
    MOVE max-y TO hdr-hi-ed
    DISPLAY '         y ' hdr-lo-ed ' .. ' hdr-hi-ed ' down'
    DISPLAY '  o sphere  B box  C cylinder  E ellipsoid  K cone  '
       'T torus  . camera track  1..n frame'
    DISPLAY '+-------------------------------------------------------'
       '------+'
    PERFORM VARYING mp-r FROM 1 BY 1 UNTIL mp-r > map-h
