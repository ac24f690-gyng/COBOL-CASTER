        01 tcand  PIC S9(8)V9(4) VALUE IS 0.
        01 try-i  PIC S9(4) COMP VALUE IS 0.
        01 tmpv   PIC S9(8)V9(4) VALUE IS 0.
*>      Overflowing terms counted and handed back in RETURN-CODE,
*>      the same as SPHERE-INTERSECT does.
        01 size-traps PIC S9(4) COMP VALUE IS 0.

        LINKAGE SECTION.
        01 c0x  PIC S9(8)V9(4).
        MOVE 0.0 TO nx
        MOVE 0.0 TO ny
        MOVE 0.0 TO nz
        MOVE 0 TO size-traps

        CALL 'VSUB' USING c0x, c0y, c0z, c1x, c1y, c1z,
           adx, ady, adz
        CALL 'DOT' USING adx, ady, adz, adx, ady, adz, alensq
        ADD RETURN-CODE TO size-traps
        IF alensq < 0.0001 THEN
           MOVE size-traps TO RETURN-CODE
           EXIT PROGRAM
        END-IF
        COMPUTE alen = FUNCTION SQRT(alensq)
        CALL 'VSUB' USING c0x, c0y, c0z, vox, voy, voz,
           oox, ooy, ooz
        CALL 'DOT' USING vx, vy, vz, adx, ady, adz, apar
        ADD RETURN-CODE TO size-traps
        CALL 'DOT' USING oox, ooy, ooz, adx, ady, adz, opar
        ADD RETURN-CODE TO size-traps
        COMPUTE tmpv = apar * adx
        COMPUTE vpx = vx - tmpv
        COMPUTE tmpv = apar * ady
*>      before the subtraction - the compound-COMPUTE term drop
*>      documented at the antialiasing offsets bites these shapes.
        CALL 'DOT' USING vpx, vpy, vpz, vpx, vpy, vpz, qa
        ADD RETURN-CODE TO size-traps
        COMPUTE tmpv = ka * ka
           ON SIZE ERROR ADD 1 TO size-traps
        END-COMPUTE
        SUBTRACT tmpv FROM qa
        CALL 'DOT' USING opx, opy, opz, vpx, vpy, vpz, qb
        ADD RETURN-CODE TO size-traps
        COMPUTE tmpv = ka * rbase
           ON SIZE ERROR ADD 1 TO size-traps
        END-COMPUTE
        SUBTRACT tmpv FROM qb
        MULTIPLY +002.000 BY qb
        CALL 'DOT' USING opx, opy, opz, opx, opy, opz, qc
        ADD RETURN-CODE TO size-traps
        COMPUTE tmpv = rbase * rbase
           ON SIZE ERROR ADD 1 TO size-traps
        END-COMPUTE
        SUBTRACT tmpv FROM qc

        IF qa > -0.0001 AND qa < 0.0001 THEN
           IF qb > 0.0001 OR qb < -0.0001 THEN
              COMPUTE t0 = 0 - qc
              COMPUTE t0 = t0 / qb
                 ON SIZE ERROR ADD 1 TO size-traps
              END-COMPUTE
              MOVE t0 TO tcand
              PERFORM TRY-CONE-ROOT
           END-IF
        ELSE
           COMPUTE b2 = qb * qb
              ON SIZE ERROR ADD 1 TO size-traps
           END-COMPUTE
           COMPUTE fourac = 4 * qa * qc
              ON SIZE ERROR ADD 1 TO size-traps
           END-COMPUTE
           COMPUTE disc = b2 - fourac
           IF disc >= 0.0 THEN
              COMPUTE sq = FUNCTION SQRT(disc)
              COMPUTE negb = 0 - qb
              COMPUTE twoa = 2 * qa
              COMPUTE t0 = (negb - sq) / twoa
                 ON SIZE ERROR ADD 1 TO size-traps
              END-COMPUTE
              COMPUTE t1 = (negb + sq) / twoa
                 ON SIZE ERROR ADD 1 TO size-traps
              END-COMPUTE
*>            A negative leading coefficient swaps which root is
*>            nearer - order them before trying nearest first.
              IF t1 < t0 THEN
           CALL 'VSUB' USING c0x, c0y, c0z, hitx, hity, hitz,
              wx, wy, wz
           CALL 'DOT' USING wx, wy, wz, adx, ady, adz, hit-x
           ADD RETURN-CODE TO size-traps
           COMPUTE tmpv = hit-x * adx
           COMPUTE radx = wx - tmpv
           COMPUTE tmpv = hit-x * ady
           COMPUTE radz = wz - tmpv
           CALL 'DOT' USING radx, rady, radz, radx, rady, radz,
              radsq
           ADD RETURN-CODE TO size-traps
           IF radsq < 0.00000001 THEN
*>            An apex hit has no radial direction - the axis itself
*>            (pointed out of the narrow end) stands in.
              CALL 'VNORM' USING nx, ny, nz
           END-IF
        END-IF.
        MOVE size-traps TO RETURN-CODE.
EXIT PROGRAM.

*>      One candidate root: inside [tmin, tmax] along the ray and
