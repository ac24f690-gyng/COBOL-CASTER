        01 rupx  PIC S9(8)V9(4) VALUE IS 0.
        01 rupy  PIC S9(8)V9(4) VALUE IS 0.
        01 rupz  PIC S9(8)V9(4) VALUE IS 0.
*>      Panorama: the pixel's longitude round the camera and latitude
*>      up from the horizon, both in radians, and the true up axis -
*>      square to forward, so the sphere of directions doesn't shear.
        01 pi-const PIC S9(1)V9(8) VALUE IS 3.14159265.
        01 plon  PIC S9(8)V9(6) VALUE IS 0.
        01 plat  PIC S9(8)V9(6) VALUE IS 0.
        01 cosa  PIC S9(8)V9(4) VALUE IS 0.
        01 sina  PIC S9(8)V9(4) VALUE IS 0.
        01 cosb  PIC S9(8)V9(4) VALUE IS 0.
        01 sinb  PIC S9(8)V9(4) VALUE IS 0.
        01 qux   PIC S9(8)V9(4) VALUE IS 0.
        01 quy   PIC S9(8)V9(4) VALUE IS 0.
        01 quz   PIC S9(8)V9(4) VALUE IS 0.

        LINKAGE SECTION.
        01 x    PIC S9(8)V9(4).
*>      change in CAMERADAT, not a recompile of this subprogram. ortho
*>      = 'Y' switches to a parallel-ray projection, where fov is
*>      reused as the orthographic view's world-unit half-width
*>      instead of a perspective angle. ortho = 'P' is the 360-degree
*>      equirectangular panorama: x runs once round the camera and y
*>      from straight down to straight up, with the look-at direction
*>      in the middle column; fov and pixaspect play no part.
PROCEDURE DIVISION USING x, y, w, h,
                          cx, cy, cz, clax, clay, claz, fov,
                          vox, voy, voz, vx, vy, vz, roll, ortho,
*>      above keeps it non-zero even for a dead-vertical shot.
        CALL 'VNORM' USING rx, ry, rz.

        IF ortho = 'P' THEN
           COMPUTE plon = x / w
           COMPUTE plon = plon - 0.5
           COMPUTE plon = plon * pi-const
           COMPUTE plon = plon * 2.0
           COMPUTE plat = y / h
           COMPUTE plat = plat - 0.5
           COMPUTE plat = plat * pi-const
           COMPUTE cosa = FUNCTION COS(plon)
           COMPUTE sina = FUNCTION SIN(plon)
           COMPUTE cosb = FUNCTION COS(plat)
           COMPUTE sinb = FUNCTION SIN(plat)
           CALL 'VCROSS' USING rx, ry, rz, eyex, eyey, eyez,
              qux, quy, quz
           CALL 'VNORM' USING qux, quy, quz
           COMPUTE tmp = cosb * cosa
           CALL 'VSCALE' USING eyex, eyey, eyez, tmp, vx, vy, vz
           COMPUTE tmp = cosb * sina
           CALL 'VSCALE' USING rx, ry, rz, tmp, t1x, t1y, t1z
           CALL 'VADD' USING vx, vy, vz, t1x, t1y, t1z, vx, vy, vz
           CALL 'VSCALE' USING qux, quy, quz, sinb, t2x, t2y, t2z
           CALL 'VADD' USING vx, vy, vz, t2x, t2y, t2z, vx, vy, vz
           CALL 'VNORM' USING vx, vy, vz
           MOVE cx TO vox
           MOVE cy TO voy
           MOVE cz TO voz
           EXIT PROGRAM
        END-IF

        DIVIDE h BY w GIVING ratio.
        COMPUTE ratio = ratio * pixaspect.
        IF ortho = 'Y' THEN
