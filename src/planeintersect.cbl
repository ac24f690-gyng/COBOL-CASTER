        01 adenom PIC S9(8)V9(4) VALUE IS 0.
        01 numer  PIC S9(8)V9(4) VALUE IS 0.
        01 t      PIC S9(8)V9(4) VALUE IS 0.
*>      Overflowing terms counted and handed back in RETURN-CODE,
*>      the same as SPHERE-INTERSECT does.
        01 size-traps PIC S9(4) COMP VALUE IS 0.

        LINKAGE SECTION.
        01 px   PIC S9(8)V9(4).
                          tmin, tmax, ret, tout.
        MOVE 0.0 TO ret
        MOVE 0.0 TO tout
        MOVE 0 TO size-traps

        CALL 'DOT' USING vx, vy, vz, nx, ny, nz, denom
        ADD RETURN-CODE TO size-traps.
        COMPUTE adenom = FUNCTION ABS(denom).

*>      Ray parallel (or nearly so) to the plane never hits it.
        IF adenom > 0.0001 THEN
           CALL 'VSUB' USING vox, voy, voz, px, py, pz, diffx, diffy, diffz
           CALL 'DOT' USING diffx, diffy, diffz, nx, ny, nz, numer
           ADD RETURN-CODE TO size-traps
           COMPUTE t = numer / denom
              ON SIZE ERROR ADD 1 TO size-traps
           END-COMPUTE
           IF t >= tmin AND t <= tmax THEN
              MOVE 1.0 TO ret
              MOVE t TO tout
           END-IF
        END-IF.
        MOVE size-traps TO RETURN-CODE.
EXIT PROGRAM.
