        01 rvy   PIC S9(8)V9(4) VALUE IS 0.
        01 rvz   PIC S9(8)V9(4) VALUE IS 0.
        01 negsin PIC S9(8)V9(4) VALUE IS 0.
*>      The object-space test's overflow count, kept across the
*>      normal's ROTAXIS call and handed back as RETURN-CODE.
        01 size-traps PIC S9(4) COMP VALUE IS 0.

        LINKAGE SECTION.
        01 ex   PIC S9(8)V9(4).
           CALL 'ELLIPSOID-INTERSECT' USING ex, ey, ez, erx, ery, erz,
              rvox, rvoy, rvoz, rvx, rvy, rvz,
              tmin, tmax, ret, tout, nx, ny, nz
           MOVE RETURN-CODE TO size-traps
           IF ret > 0.1 THEN
              CALL 'ROTAXIS' USING raxis, rcos, rsin, nx, ny, nz
           END-IF
           MOVE size-traps TO RETURN-CODE
        END-IF.
EXIT PROGRAM.
