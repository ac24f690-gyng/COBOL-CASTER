        01 boundsq PIC S9(8)V9(4) VALUE IS 0.
        01 in-range PIC X(1) VALUE IS 'Y'.
           88 in-range-yes VALUE 'Y'.
*>      A term too big for its picture (a scene built at a scale
*>      these fields can't hold) is trapped and counted rather than
*>      left to land as a silently wrong hit; the count, DOT's own
*>      overflow flags folded in, goes back as RETURN-CODE - 0 for a
*>      clean call.
        01 size-traps PIC S9(4) COMP VALUE IS 0.

        LINKAGE SECTION.
        01 sx   PIC S9(8)V9(4).
                          tmin, tmax, ret, tout, nx, ny, nz.
        MOVE 0.0 TO ret
        MOVE 0.0 TO tout
        MOVE 0 TO size-traps
*>      tmpv = ray origin minus sphere centre ("oc" in the usual
*>      ray/sphere write-up); both b and c are derived from it.
        CALL 'VSUB' USING sx, sy, sz, vox, voy, voz, tmpvx, tmpvy, tmpvz.
        CALL 'DOT' USING tmpvx, tmpvy, tmpvz, tmpvx, tmpvy, tmpvz, cc
        ADD RETURN-CODE TO size-traps.

        MOVE 'Y' TO in-range
        IF tmax < tmax-cutoff THEN
           COMPUTE bound = tmax + r
           COMPUTE boundsq = bound * bound
              ON SIZE ERROR ADD 1 TO size-traps
           END-COMPUTE
           IF cc > boundsq THEN
              MOVE 'N' TO in-range
           END-IF
        END-IF
        IF in-range-yes THEN
           CALL 'DOT' USING vx, vy, vz, tmpvx, tmpvy, tmpvz, b
           ADD RETURN-CODE TO size-traps
           MULTIPLY +002.000 BY b

           COMPUTE cc = cc - (r * r)
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
*>      the sphere's centre out to where the ray landed.
        IF ret > 0.1 THEN
           COMPUTE hitx = vox + (vx * tout)
              ON SIZE ERROR ADD 1 TO size-traps
           END-COMPUTE
           COMPUTE hity = voy + (vy * tout)
              ON SIZE ERROR ADD 1 TO size-traps
           END-COMPUTE
           COMPUTE hitz = voz + (vz * tout)
              ON SIZE ERROR ADD 1 TO size-traps
           END-COMPUTE
           CALL 'VSUB' USING sx, sy, sz, hitx, hity, hitz, nx, ny, nz
           CALL 'VNORM' USING nx, ny, nz
        END-IF.
        MOVE size-traps TO RETURN-CODE.
EXIT PROGRAM.
