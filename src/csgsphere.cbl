           88 a-in-range-yes VALUE 'Y'.
        01 b-in-range PIC X(1) VALUE IS 'Y'.
           88 b-in-range-yes VALUE 'Y'.
*>      Overflowing terms counted and handed back in RETURN-CODE,
*>      the same as SPHERE-INTERSECT does.
        01 size-traps PIC S9(4) COMP VALUE IS 0.

        LINKAGE SECTION.
        01 ax   PIC S9(8)V9(4).
                          tmin, tmax, ret, tout, nx, ny, nz.
        MOVE 0.0 TO ret
        MOVE 0.0 TO tout
        MOVE 0 TO size-traps

*>      Sphere A's own entry/exit roots (same quadratic as
*>      SPHERE-INTERSECT, split across named intermediates for the
*>      A's bounding sphere can't be in range.
        MOVE 'N' TO a-valid
        CALL 'VSUB' USING ax, ay, az, vox, voy, voz, tmpvx, tmpvy, tmpvz.
        CALL 'DOT' USING tmpvx, tmpvy, tmpvz, tmpvx, tmpvy, tmpvz, cc
        ADD RETURN-CODE TO size-traps.
        MOVE 'Y' TO a-in-range
        IF tmax < tmax-cutoff THEN
           COMPUTE bound = tmax + ar
           COMPUTE boundsq = bound * bound
              ON SIZE ERROR ADD 1 TO size-traps
           END-COMPUTE
           IF cc > boundsq THEN
              MOVE 'N' TO a-in-range
           END-IF
        END-IF
        IF a-in-range-yes THEN
           CALL 'DOT' USING vx, vy, vz, tmpvx, tmpvy, tmpvz, b
           ADD RETURN-CODE TO size-traps
           MULTIPLY +002.000 BY b
           COMPUTE cc = cc - (ar * ar)
              ON SIZE ERROR ADD 1 TO size-traps
           END-COMPUTE
           COMPUTE b2 = b * b
              ON SIZE ERROR ADD 1 TO size-traps
           END-COMPUTE
           COMPUTE fourac = 4 * a * cc
              ON SIZE ERROR ADD 1 TO size-traps
           END-COMPUTE
           COMPUTE disc = b2 - fourac
           IF disc >= 0.0 THEN
              COMPUTE sq = FUNCTION SQRT(disc)
*>      scratch fields now that A's results are safely captured.
        MOVE 'N' TO b-valid
        CALL 'VSUB' USING bx, byy, bz, vox, voy, voz, tmpvx, tmpvy, tmpvz.
        CALL 'DOT' USING tmpvx, tmpvy, tmpvz, tmpvx, tmpvy, tmpvz, cc
        ADD RETURN-CODE TO size-traps.
        MOVE 'Y' TO b-in-range
        IF tmax < tmax-cutoff THEN
           COMPUTE bound = tmax + br
           COMPUTE boundsq = bound * bound
              ON SIZE ERROR ADD 1 TO size-traps
           END-COMPUTE
           IF cc > boundsq THEN
              MOVE 'N' TO b-in-range
           END-IF
        END-IF
        IF b-in-range-yes THEN
           CALL 'DOT' USING vx, vy, vz, tmpvx, tmpvy, tmpvz, b
           ADD RETURN-CODE TO size-traps
           MULTIPLY +002.000 BY b
           COMPUTE cc = cc - (br * br)
              ON SIZE ERROR ADD 1 TO size-traps
           END-COMPUTE
           COMPUTE b2 = b * b
              ON SIZE ERROR ADD 1 TO size-traps
           END-COMPUTE
           COMPUTE fourac = 4 * a * cc
              ON SIZE ERROR ADD 1 TO size-traps
           END-COMPUTE
           COMPUTE disc = b2 - fourac
           IF disc >= 0.0 THEN
              COMPUTE sq = FUNCTION SQRT(disc)
              END-IF
           END-IF
        END-IF.
        MOVE size-traps TO RETURN-CODE.
EXIT PROGRAM.
