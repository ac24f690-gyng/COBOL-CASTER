IDENTIFICATION DIVISION.
PROGRAM-ID. TORUS-INTERSECT.

DATA DIVISION.
        WORKING-STORAGE SECTION.
*>      Ray and axis in the torus's own frame, carried at eight
*>      places: the quartic squares its terms twice over and four
*>      places leave nothing of a thin ring's root.
        01 uax    PIC S9(8)V9(8) VALUE IS 0.
        01 uay    PIC S9(8)V9(8) VALUE IS 0.
        01 uaz    PIC S9(8)V9(8) VALUE IS 0.
        01 alen   PIC S9(8)V9(8) VALUE IS 0.
        01 wx     PIC S9(8)V9(8) VALUE IS 0.
        01 wy     PIC S9(8)V9(8) VALUE IS 0.
        01 wz     PIC S9(8)V9(8) VALUE IS 0.
        01 px     PIC S9(8)V9(8) VALUE IS 0.
        01 py     PIC S9(8)V9(8) VALUE IS 0.
        01 pz     PIC S9(8)V9(8) VALUE IS 0.
        01 dd     PIC S9(8)V9(8) VALUE IS 0.
        01 wd     PIC S9(8)V9(8) VALUE IS 0.
        01 ww     PIC S9(8)V9(8) VALUE IS 0.
        01 pd     PIC S9(8)V9(8) VALUE IS 0.
        01 pp     PIC S9(8)V9(8) VALUE IS 0.
        01 oz     PIC S9(8)V9(8) VALUE IS 0.
        01 dz     PIC S9(8)V9(8) VALUE IS 0.
        01 brad   PIC S9(8)V9(8) VALUE IS 0.
        01 disc   PIC S9(12)V9(8) VALUE IS 0.
        01 sq     PIC S9(8)V9(8) VALUE IS 0.
        01 t0     PIC S9(8)V9(8) VALUE IS 0.
        01 t1     PIC S9(8)V9(8) VALUE IS 0.
        01 tlo    PIC S9(8)V9(8) VALUE IS 0.
        01 thi    PIC S9(8)V9(8) VALUE IS 0.
*>      Quartic coefficients, highest power first, and its value.
        01 rr4    PIC S9(12)V9(8) VALUE IS 0.
        01 cq     PIC S9(12)V9(8) VALUE IS 0.
        01 c4     PIC S9(12)V9(8) VALUE IS 0.
        01 c3     PIC S9(12)V9(8) VALUE IS 0.
        01 c2     PIC S9(12)V9(8) VALUE IS 0.
        01 c1     PIC S9(12)V9(8) VALUE IS 0.
        01 c0     PIC S9(12)V9(8) VALUE IS 0.
        01 fv     PIC S9(12)V9(8) VALUE IS 0.
        01 fprev  PIC S9(12)V9(8) VALUE IS 0.
        01 flo    PIC S9(12)V9(8) VALUE IS 0.
        01 tmpv   PIC S9(12)V9(8) VALUE IS 0.
        01 tmpw   PIC S9(12)V9(8) VALUE IS 0.
*>      The march along the bounded span and the bisection after it.
        01 span   PIC S9(8)V9(8) VALUE IS 0.
        01 ds     PIC S9(8)V9(8) VALUE IS 0.
        01 sv     PIC S9(8)V9(8) VALUE IS 0.
        01 sprev  PIC S9(8)V9(8) VALUE IS 0.
        01 slo    PIC S9(8)V9(8) VALUE IS 0.
        01 shi    PIC S9(8)V9(8) VALUE IS 0.
        01 sroot  PIC S9(8)V9(8) VALUE IS 0.
        01 nstep  PIC S9(4) COMP VALUE IS 0.
        01 step-i PIC S9(4) COMP VALUE IS 0.
        01 bis-i  PIC S9(4) COMP VALUE IS 0.
        01 root-found PIC X(1) VALUE 'N'.
*>      Hit point and the ring point under it.
        01 qx     PIC S9(8)V9(8) VALUE IS 0.
        01 qy     PIC S9(8)V9(8) VALUE IS 0.
        01 qz     PIC S9(8)V9(8) VALUE IS 0.
        01 qh     PIC S9(8)V9(8) VALUE IS 0.
        01 radx   PIC S9(8)V9(8) VALUE IS 0.
        01 rady   PIC S9(8)V9(8) VALUE IS 0.
        01 radz   PIC S9(8)V9(8) VALUE IS 0.
        01 radlen PIC S9(8)V9(8) VALUE IS 0.
        01 rscale PIC S9(8)V9(8) VALUE IS 0.
*>      Overflowing terms counted and handed back in RETURN-CODE,
*>      the same as SPHERE-INTERSECT does - a ring set far off the
*>      camera squares its distance past these pictures first.
        01 size-traps PIC S9(4) COMP VALUE IS 0.

        LINKAGE SECTION.
        01 cx   PIC S9(8)V9(4).
        01 cy   PIC S9(8)V9(4).
        01 cz   PIC S9(8)V9(4).
        01 ax   PIC S9(8)V9(4).
        01 ay   PIC S9(8)V9(4).
        01 az   PIC S9(8)V9(4).
        01 rmaj PIC S9(8)V9(4).
        01 rmin PIC S9(8)V9(4).
        01 vox  PIC S9(8)V9(4).
        01 voy  PIC S9(8)V9(4).
        01 voz  PIC S9(8)V9(4).
        01 vx   PIC S9(8)V9(4).
        01 vy   PIC S9(8)V9(4).
        01 vz   PIC S9(8)V9(4).
        01 tmin PIC S9(8)V9(4).
        01 tmax PIC S9(8)V9(4).
        01 ret  PIC S9(8)V9(4).
        01 tout PIC S9(8)V9(4).
        01 nx   PIC S9(8)V9(4).
        01 ny   PIC S9(8)V9(4).
        01 nz   PIC S9(8)V9(4).

*>      Ring of tube radius rmin swept round a circle of radius rmaj
*>      about (cx,cy,cz), the circle's plane square to the axis
*>      (ax,ay,az) - O-rings, gaskets, handles and pipe elbows. A
*>      point p (taken from the centre) is on it when
*>         (p.p + R*R - r*r)**2 = 4*R*R*(p.p - (p.a)**2)
*>      and with p = o + s*d that is a quartic in s. No closed form
*>      is worth carrying in fixed point, so the ray is first cut
*>      down to the stretch inside the bounding sphere (radius R+r,
*>      the same quadratic SPHERE-INTERSECT solves), the quartic's
*>      coefficients are worked out once for that stretch, and it is
*>      marched in steps of an eighth of the tube radius for the
*>      first sign change, which bisection then pins down. A chord
*>      thinner than a step can slip between samples; at render
*>      scale that is a grazing silhouette pixel at most. The normal
*>      runs from the nearest point on the ring's centre circle out
*>      through the hit.
PROCEDURE DIVISION USING cx, cy, cz, ax, ay, az, rmaj, rmin,
                          vox, voy, voz, vx, vy, vz,
                          tmin, tmax, ret, tout, nx, ny, nz.
        MOVE 0.0 TO ret
        MOVE 0.0 TO tout
        MOVE 0.0 TO nx
        MOVE 0.0 TO ny
        MOVE 0.0 TO nz
        MOVE 0 TO size-traps
        IF rmin <= 0 OR rmaj < 0 THEN
           EXIT PROGRAM
        END-IF

        MOVE ax TO uax
        MOVE ay TO uay
        MOVE az TO uaz
        COMPUTE alen = uax * uax
        COMPUTE tmpv = uay * uay
        ADD tmpv TO alen
        COMPUTE tmpv = uaz * uaz
        ADD tmpv TO alen
        IF alen < 0.0001 THEN
           EXIT PROGRAM
        END-IF
        COMPUTE alen = FUNCTION SQRT(alen)
        COMPUTE uax = uax / alen
        COMPUTE uay = uay / alen
        COMPUTE uaz = uaz / alen

        COMPUTE wx = vox - cx
        COMPUTE wy = voy - cy
        COMPUTE wz = voz - cz
        COMPUTE dd = vx * vx
        COMPUTE tmpv = vy * vy
        ADD tmpv TO dd
        COMPUTE tmpv = vz * vz
        ADD tmpv TO dd
        IF dd < 0.00000001 THEN
           EXIT PROGRAM
        END-IF
        COMPUTE wd = wx * vx
        COMPUTE tmpv = wy * vy
        ADD tmpv TO wd
        COMPUTE tmpv = wz * vz
        ADD tmpv TO wd
        COMPUTE ww = wx * wx
           ON SIZE ERROR ADD 1 TO size-traps
        END-COMPUTE
        COMPUTE tmpv = wy * wy
        COMPUTE ww = ww + tmpv
           ON SIZE ERROR ADD 1 TO size-traps
        END-COMPUTE
        COMPUTE tmpv = wz * wz
        COMPUTE ww = ww + tmpv
           ON SIZE ERROR ADD 1 TO size-traps
        END-COMPUTE

*>      Bounding sphere first - most rays stop here.
        COMPUTE brad = rmaj + rmin
        COMPUTE disc = wd * wd
           ON SIZE ERROR ADD 1 TO size-traps
        END-COMPUTE
        COMPUTE tmpv = brad * brad
        COMPUTE tmpw = ww - tmpv
        COMPUTE tmpv = dd * tmpw
           ON SIZE ERROR ADD 1 TO size-traps
        END-COMPUTE
        SUBTRACT tmpv FROM disc
        IF disc < 0 THEN
           MOVE size-traps TO RETURN-CODE
           EXIT PROGRAM
        END-IF
        COMPUTE sq = FUNCTION SQRT(disc)
        COMPUTE t0 = 0 - wd
        SUBTRACT sq FROM t0
        COMPUTE t0 = t0 / dd
        COMPUTE t1 = 0 - wd
        ADD sq TO t1
        COMPUTE t1 = t1 / dd
*>      Open the stretch a hair outside the sphere: a ray square on
*>      to the outer rim meets the ring exactly where it enters the
*>      sphere, and a march starting on a root sees no sign change.
        COMPUTE tlo = t0 - 0.001
        IF tlo < tmin THEN
           MOVE tmin TO tlo
        END-IF
        MOVE t1 TO thi
        IF thi > tmax THEN
           MOVE tmax TO thi
        END-IF
        IF tlo >= thi THEN
           MOVE size-traps TO RETURN-CODE
           EXIT PROGRAM
        END-IF

*>      Start the quartic's s at tlo so its terms stay the size of
*>      the ring, not of the distance back to the camera.
        COMPUTE tmpv = vx * tlo
        COMPUTE px = wx + tmpv
        COMPUTE tmpv = vy * tlo
        COMPUTE py = wy + tmpv
        COMPUTE tmpv = vz * tlo
        COMPUTE pz = wz + tmpv
        COMPUTE pd = px * vx
        COMPUTE tmpv = py * vy
        ADD tmpv TO pd
        COMPUTE tmpv = pz * vz
        ADD tmpv TO pd
        COMPUTE pp = px * px
        COMPUTE tmpv = py * py
        ADD tmpv TO pp
        COMPUTE tmpv = pz * pz
        ADD tmpv TO pp
        COMPUTE oz = px * uax
        COMPUTE tmpv = py * uay
        ADD tmpv TO oz
        COMPUTE tmpv = pz * uaz
        ADD tmpv TO oz
        COMPUTE dz = vx * uax
        COMPUTE tmpv = vy * uay
        ADD tmpv TO dz
        COMPUTE tmpv = vz * uaz
        ADD tmpv TO dz

*>      Coefficients one product at a time - the compound-COMPUTE
*>      term drop documented at the antialiasing offsets bites
*>      exactly this shape of sum.
        COMPUTE rr4 = rmaj * rmaj
        MULTIPLY 4 BY rr4
        COMPUTE cq = rmaj * rmaj
        ADD pp TO cq
        COMPUTE tmpv = rmin * rmin
        SUBTRACT tmpv FROM cq
        COMPUTE c4 = dd * dd
        COMPUTE c3 = dd * pd
        MULTIPLY 4 BY c3
        COMPUTE c2 = pd * pd
        MULTIPLY 4 BY c2
        COMPUTE tmpv = dd * cq
        MULTIPLY 2 BY tmpv
        ADD tmpv TO c2
        COMPUTE tmpw = dz * dz
        COMPUTE tmpw = dd - tmpw
        COMPUTE tmpv = rr4 * tmpw
           ON SIZE ERROR ADD 1 TO size-traps
        END-COMPUTE
        SUBTRACT tmpv FROM c2
        COMPUTE c1 = pd * cq
        MULTIPLY 4 BY c1
        COMPUTE tmpw = oz * dz
        COMPUTE tmpw = pd - tmpw
        MULTIPLY 2 BY tmpw
        COMPUTE tmpv = rr4 * tmpw
           ON SIZE ERROR ADD 1 TO size-traps
        END-COMPUTE
        SUBTRACT tmpv FROM c1
        COMPUTE c0 = cq * cq
           ON SIZE ERROR ADD 1 TO size-traps
        END-COMPUTE
        COMPUTE tmpw = oz * oz
        COMPUTE tmpw = pp - tmpw
        COMPUTE tmpv = rr4 * tmpw
           ON SIZE ERROR ADD 1 TO size-traps
        END-COMPUTE
        SUBTRACT tmpv FROM c0

        COMPUTE span = thi - tlo
        COMPUTE ds = rmin / 8
        COMPUTE nstep = (span / ds) + 1
        IF nstep < 8 THEN
           MOVE 8 TO nstep
        END-IF
        IF nstep > 400 THEN
           MOVE 400 TO nstep
        END-IF
        COMPUTE ds = span / nstep

        MOVE 'N' TO root-found
        MOVE 0 TO sv
        PERFORM EVAL-QUARTIC
        MOVE fv TO fprev
        MOVE 0 TO sprev
        PERFORM VARYING step-i FROM 1 BY 1
           UNTIL step-i > nstep OR root-found = 'Y'
           COMPUTE sv = ds * step-i
           PERFORM EVAL-QUARTIC
           IF (fprev > 0 AND fv <= 0) OR (fprev < 0 AND fv >= 0)
              THEN
              MOVE 'Y' TO root-found
           ELSE
              MOVE fv TO fprev
              MOVE sv TO sprev
           END-IF
        END-PERFORM
        IF root-found = 'N' THEN
           MOVE size-traps TO RETURN-CODE
           EXIT PROGRAM
        END-IF

*>      The root is bracketed in [sprev, sv]; halve it down.
        MOVE sprev TO slo
        MOVE sv TO shi
        MOVE fprev TO flo
        PERFORM VARYING bis-i FROM 1 BY 1 UNTIL bis-i > 30
           COMPUTE sv = slo + shi
           COMPUTE sv = sv / 2
           PERFORM EVAL-QUARTIC
           IF (flo > 0 AND fv > 0) OR (flo < 0 AND fv < 0) THEN
              MOVE sv TO slo
              MOVE fv TO flo
           ELSE
              MOVE sv TO shi
           END-IF
        END-PERFORM
        COMPUTE sroot = slo + shi
        COMPUTE sroot = sroot / 2
        COMPUTE tout = tlo + sroot
        IF tout < tmin OR tout > tmax THEN
           MOVE 0.0 TO tout
           MOVE size-traps TO RETURN-CODE
           EXIT PROGRAM
        END-IF
        MOVE 1.0 TO ret

*>      Hit relative to the centre, its height along the axis, and
*>      the radial part left over - the ring point sits rmaj out
*>      along that.
        COMPUTE tmpv = vx * sroot
        COMPUTE qx = px + tmpv
        COMPUTE tmpv = vy * sroot
        COMPUTE qy = py + tmpv
        COMPUTE tmpv = vz * sroot
        COMPUTE qz = pz + tmpv
        COMPUTE qh = qx * uax
        COMPUTE tmpv = qy * uay
        ADD tmpv TO qh
        COMPUTE tmpv = qz * uaz
        ADD tmpv TO qh
        COMPUTE tmpv = qh * uax
        COMPUTE radx = qx - tmpv
        COMPUTE tmpv = qh * uay
        COMPUTE rady = qy - tmpv
        COMPUTE tmpv = qh * uaz
        COMPUTE radz = qz - tmpv
        COMPUTE radlen = radx * radx
        COMPUTE tmpv = rady * rady
        ADD tmpv TO radlen
        COMPUTE tmpv = radz * radz
        ADD tmpv TO radlen
        IF radlen < 0.00000001 THEN
*>         Only a ring fatter than its own hole can be hit on the
*>         axis - the axis itself stands in, pointed back at the ray.
           IF dz > 0 THEN
              COMPUTE nx = 0 - uax
              COMPUTE ny = 0 - uay
              COMPUTE nz = 0 - uaz
           ELSE
              MOVE uax TO nx
              MOVE uay TO ny
              MOVE uaz TO nz
           END-IF
        ELSE
           COMPUTE radlen = FUNCTION SQRT(radlen)
           COMPUTE rscale = rmaj / radlen
           COMPUTE tmpv = radx * rscale
           COMPUTE nx = qx - tmpv
           COMPUTE tmpv = rady * rscale
           COMPUTE ny = qy - tmpv
           COMPUTE tmpv = radz * rscale
           COMPUTE nz = qz - tmpv
           CALL 'VNORM' USING nx, ny, nz
        END-IF.
        MOVE size-traps TO RETURN-CODE.
EXIT PROGRAM.

*>      f(sv) by Horner's rule, one step per COMPUTE.
EVAL-QUARTIC.
        COMPUTE fv = c4 * sv
           ON SIZE ERROR ADD 1 TO size-traps
        END-COMPUTE
        ADD c3 TO fv
        COMPUTE fv = fv * sv
           ON SIZE ERROR ADD 1 TO size-traps
        END-COMPUTE
        ADD c2 TO fv
        COMPUTE fv = fv * sv
           ON SIZE ERROR ADD 1 TO size-traps
        END-COMPUTE
        ADD c1 TO fv
        COMPUTE fv = fv * sv
           ON SIZE ERROR ADD 1 TO size-traps
        END-COMPUTE
        ADD c0 TO fv.
