        01 uv     PIC S9(8)V9(4) VALUE IS 0.
        01 t      PIC S9(8)V9(4) VALUE IS 0.
        01 ndotd  PIC S9(8)V9(4) VALUE IS 0.
*>      Overflowing terms counted and handed back in RETURN-CODE,
*>      the same as SPHERE-INTERSECT does.
        01 size-traps PIC S9(4) COMP VALUE IS 0.

        LINKAGE SECTION.
        01 tx1  PIC S9(8)V9(4).
        MOVE 0.0 TO tout
        MOVE 0.0 TO buout
        MOVE 0.0 TO bvout
        MOVE 0 TO size-traps

        CALL 'VSUB' USING tx1, ty1, tz1, tx2, ty2, tz2, e1x, e1y, e1z.
        CALL 'VSUB' USING tx1, ty1, tz1, tx3, ty3, tz3, e2x, e2y, e2z.
        CALL 'VCROSS' USING vx, vy, vz, e2x, e2y, e2z, pvx, pvy, pvz.
        CALL 'DOT' USING e1x, e1y, e1z, pvx, pvy, pvz, det
        ADD RETURN-CODE TO size-traps.
        COMPUTE adet = FUNCTION ABS(det).

*>      A determinant near zero means the ray runs in the triangle's
           COMPUTE invdet = 1.0 / det
           CALL 'VSUB' USING tx1, ty1, tz1, vox, voy, voz, tvx, tvy, tvz
           CALL 'DOT' USING tvx, tvy, tvz, pvx, pvy, pvz, u
           ADD RETURN-CODE TO size-traps
           COMPUTE u = u * invdet
              ON SIZE ERROR ADD 1 TO size-traps
           END-COMPUTE
           IF u >= 0.0 AND u <= 1.0 THEN
              CALL 'VCROSS' USING tvx, tvy, tvz, e1x, e1y, e1z,
                 qvx, qvy, qvz
              CALL 'DOT' USING vx, vy, vz, qvx, qvy, qvz, v
              ADD RETURN-CODE TO size-traps
              COMPUTE v = v * invdet
                 ON SIZE ERROR ADD 1 TO size-traps
              END-COMPUTE
              COMPUTE uv = u + v
              IF v >= 0.0 AND uv <= 1.0 THEN
                 CALL 'DOT' USING e2x, e2y, e2z, qvx, qvy, qvz, t
                 ADD RETURN-CODE TO size-traps
                 COMPUTE t = t * invdet
                    ON SIZE ERROR ADD 1 TO size-traps
                 END-COMPUTE
                 IF t >= tmin AND t <= tmax THEN
                    MOVE 1.0 TO ret
                    MOVE t TO tout
           CALL 'VCROSS' USING e1x, e1y, e1z, e2x, e2y, e2z, nx, ny, nz
           CALL 'VNORM' USING nx, ny, nz
           CALL 'DOT' USING nx, ny, nz, vx, vy, vz, ndotd
           ADD RETURN-CODE TO size-traps
           IF ndotd > 0.0 THEN
              COMPUTE nx = 0 - nx
              COMPUTE ny = 0 - ny
              COMPUTE nz = 0 - nz
           END-IF
        END-IF.
        MOVE size-traps TO RETURN-CODE.
EXIT PROGRAM.
