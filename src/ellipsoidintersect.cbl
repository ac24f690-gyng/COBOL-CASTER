        01 hitx   PIC S9(8)V9(4) VALUE IS 0.
        01 hity   PIC S9(8)V9(4) VALUE IS 0.
        01 hitz   PIC S9(8)V9(4) VALUE IS 0.
*>      Overflowing terms counted and handed back in RETURN-CODE,
*>      the same as SPHERE-INTERSECT does - a radius small against
*>      the camera distance is what usually does it here.
        01 size-traps PIC S9(4) COMP VALUE IS 0.

        LINKAGE SECTION.
        01 ex   PIC S9(8)V9(4).
                          tmin, tmax, ret, tout, nx, ny, nz.
        MOVE 0.0 TO ret
        MOVE 0.0 TO tout
        MOVE 0 TO size-traps
        COMPUTE rx2 = erx * erx
        COMPUTE ry2 = ery * ery
        COMPUTE rz2 = erz * erz
*>      parenthesized division terms at once has tripped up this
*>      compiler's expression evaluator before.
        COMPUTE ax = vx * vx / rx2
           ON SIZE ERROR ADD 1 TO size-traps
        END-COMPUTE
        COMPUTE ay = vy * vy / ry2
           ON SIZE ERROR ADD 1 TO size-traps
        END-COMPUTE
        COMPUTE az = vz * vz / rz2
           ON SIZE ERROR ADD 1 TO size-traps
        END-COMPUTE
        COMPUTE a = ax + ay + az

        COMPUTE bxt = ocx * vx / rx2
           ON SIZE ERROR ADD 1 TO size-traps
        END-COMPUTE
        COMPUTE byt = ocy * vy / ry2
           ON SIZE ERROR ADD 1 TO size-traps
        END-COMPUTE
        COMPUTE bzt = ocz * vz / rz2
           ON SIZE ERROR ADD 1 TO size-traps
        END-COMPUTE
        COMPUTE b = bxt + byt + bzt
        MULTIPLY +002.000 BY b

        COMPUTE cx = ocx * ocx / rx2
           ON SIZE ERROR ADD 1 TO size-traps
        END-COMPUTE
        COMPUTE cy = ocy * ocy / ry2
           ON SIZE ERROR ADD 1 TO size-traps
        END-COMPUTE
        COMPUTE cz = ocz * ocz / rz2
           ON SIZE ERROR ADD 1 TO size-traps
        END-COMPUTE
        COMPUTE cc = cx + cy + cz - 1.00
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
           COMPUTE nz = (hitz - ez) / rz2
           CALL 'VNORM' USING nx, ny, nz
        END-IF.
        MOVE size-traps TO RETURN-CODE.
EXIT PROGRAM.
