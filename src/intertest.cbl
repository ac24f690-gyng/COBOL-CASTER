    PERFORM CALL-CONE
    PERFORM CHECK-CASE

*>  --- TORUS-INTERSECT: R 2, r 0.5 about the origin, z axis ---
    MOVE 0 TO g1 MOVE 0 TO g2 MOVE 0 TO g3
    MOVE 0 TO g4 MOVE 0 TO g5 MOVE 1.0 TO g6
    MOVE 2.0 TO g7 MOVE 0.5 TO g8
    MOVE 'torus outer rim head-on' TO case-name
    MOVE 5.0 TO vox MOVE 0 TO voy MOVE 0 TO voz
    MOVE -1.0 TO vx MOVE 0 TO vy MOVE 0 TO vz
    MOVE 'Y' TO exp-hit MOVE 2.5 TO exp-t
    MOVE 'Y' TO chk-normal
    MOVE 1.0 TO exp-nx MOVE 0 TO exp-ny MOVE 0 TO exp-nz
    PERFORM CALL-TORUS
    PERFORM CHECK-CASE

    MOVE 'torus straight down the hole' TO case-name
    MOVE 0 TO vox MOVE 0 TO voy MOVE 3.0 TO voz
    MOVE 0 TO vx MOVE 0 TO vy MOVE -1.0 TO vz
    MOVE 'N' TO exp-hit
    PERFORM CALL-TORUS
    PERFORM CHECK-CASE

    MOVE 'torus tube crown from above' TO case-name
    MOVE 2.0 TO vox MOVE 0 TO voy MOVE 3.0 TO voz
    MOVE 0 TO vx MOVE 0 TO vy MOVE -1.0 TO vz
    MOVE 'Y' TO exp-hit MOVE 2.5 TO exp-t
    MOVE 'Y' TO chk-normal
    MOVE 0 TO exp-nx MOVE 0 TO exp-ny MOVE 1.0 TO exp-nz
    PERFORM CALL-TORUS
    PERFORM CHECK-CASE

    MOVE 'torus inner wall from the hole' TO case-name
    MOVE 0 TO vox MOVE 0 TO voy MOVE 0 TO voz
    MOVE 1.0 TO vx MOVE 0 TO vy MOVE 0 TO vz
    MOVE 'Y' TO exp-hit MOVE 1.5 TO exp-t
    MOVE 'Y' TO chk-normal
    MOVE -1.0 TO exp-nx MOVE 0 TO exp-ny MOVE 0 TO exp-nz
    PERFORM CALL-TORUS
    PERFORM CHECK-CASE

*>  tmin past the near tube's entry: the near tube's exit wall,
*>  facing back into the hole, is the next root.
    MOVE 'torus tube exit past tmin' TO case-name
    MOVE 5.0 TO vox MOVE 0 TO voy MOVE 0 TO voz
    MOVE -1.0 TO vx MOVE 0 TO vy MOVE 0 TO vz
    MOVE 3.0 TO tmin
    MOVE 'Y' TO exp-hit MOVE 3.5 TO exp-t
    MOVE 'Y' TO chk-normal
    MOVE -1.0 TO exp-nx MOVE 0 TO exp-ny MOVE 0 TO exp-nz
    PERFORM CALL-TORUS
    PERFORM CHECK-CASE
    MOVE 0.01 TO tmin

*>  Axis along x stands the ring up in the y-z plane.
    MOVE 1.0 TO g4 MOVE 0 TO g5 MOVE 0 TO g6
    MOVE 'torus tilted axis rim hit' TO case-name
    MOVE 0 TO vox MOVE 5.0 TO voy MOVE 0 TO voz
    MOVE 0 TO vx MOVE -1.0 TO vy MOVE 0 TO vz
    MOVE 'Y' TO exp-hit MOVE 2.5 TO exp-t
    MOVE 'Y' TO chk-normal
    MOVE 0 TO exp-nx MOVE 1.0 TO exp-ny MOVE 0 TO exp-nz
    PERFORM CALL-TORUS
    PERFORM CHECK-CASE

    MOVE 'torus tilted axis beyond tmax' TO case-name
    MOVE 2.0 TO tmax
    MOVE 'N' TO exp-hit
    PERFORM CALL-TORUS
    PERFORM CHECK-CASE
    MOVE 99999999.99 TO tmax

*>  --- TRIANGLE-INTERSECT: upright triangle in the x=0 plane ---
    MOVE 'triangle interior hit' TO case-name
    MOVE 2.0 TO vox MOVE 0 TO voy MOVE 0 TO voz
    MOVE 'N' TO exp-hit
    PERFORM CALL-TRI
    PERFORM CHECK-CASE
*>  The intersect routines leave their trap counts in RETURN-CODE;
*>  the step's own code is the test verdict alone.
    MOVE 0 TO RETURN-CODE

    MOVE pass-count TO pass-ed
    MOVE fail-count TO fail-ed
    CALL 'CONE-INTERSECT' USING g1, g2, g3, g4, g5, g6, g7, g8,
       vox, voy, voz, vx, vy, vz, tmin, tmax,
       ret, tout, nx, ny, nz.
CALL-TORUS.
    CALL 'TORUS-INTERSECT' USING g1, g2, g3, g4, g5, g6, g7, g8,
       vox, voy, voz, vx, vy, vz, tmin, tmax,
       ret, tout, nx, ny, nz.
CALL-CSG.
    CALL 'CSG-SPHERE-INTERSECT' USING g1, g2, g3, g4,
       g5, g6, g7, g8, csg-op,
