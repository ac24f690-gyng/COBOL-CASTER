        01 btmin  PIC S9(8)V9(4) VALUE IS 0.
        01 btmax  PIC S9(8)V9(4) VALUE IS 0.
        01 hit-axis PIC 9(1) COMP VALUE IS 0.
*>      Overflowing terms counted and handed back in RETURN-CODE,
*>      the same as SPHERE-INTERSECT does.
        01 size-traps PIC S9(4) COMP VALUE IS 0.

        LINKAGE SECTION.
        01 bx0  PIC S9(8)V9(4).
                          tmin, tmax, ret, tout, nx, ny, nz.
        MOVE 0.0 TO ret
        MOVE 0.0 TO tout
        MOVE 0 TO size-traps
        MOVE 0 TO hit-axis
        MOVE tmin TO btmin
        MOVE tmax TO btmax
           END-IF
        ELSE
           COMPUTE lo = (bx0 - vox) / vx
              ON SIZE ERROR ADD 1 TO size-traps
           END-COMPUTE
           COMPUTE hi = (bx1 - vox) / vx
              ON SIZE ERROR ADD 1 TO size-traps
           END-COMPUTE
           IF lo > hi THEN
              MOVE lo TO swap
              MOVE hi TO lo
              END-IF
           ELSE
              COMPUTE lo = (by0 - voy) / vy
                 ON SIZE ERROR ADD 1 TO size-traps
              END-COMPUTE
              COMPUTE hi = (by1 - voy) / vy
                 ON SIZE ERROR ADD 1 TO size-traps
              END-COMPUTE
              IF lo > hi THEN
                 MOVE lo TO swap
                 MOVE hi TO lo
              END-IF
           ELSE
              COMPUTE lo = (bz0 - voz) / vz
                 ON SIZE ERROR ADD 1 TO size-traps
              END-COMPUTE
              COMPUTE hi = (bz1 - voz) / vz
                 ON SIZE ERROR ADD 1 TO size-traps
              END-COMPUTE
              IF lo > hi THEN
                 MOVE lo TO swap
                 MOVE hi TO lo
                 IF vz > 0.0 THEN MOVE -1.0 TO nz ELSE MOVE 1.0 TO nz END-IF
           END-EVALUATE
        END-IF.
        MOVE size-traps TO RETURN-CODE.
EXIT PROGRAM.
