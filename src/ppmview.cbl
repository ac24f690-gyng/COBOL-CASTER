    END-IF
    STOP RUN.

*>  A '#' record is a PPM comment (the renderer's run id line), not
*>  part of the image.
PARSE-PPM-RECORD.
    IF ppm-in-rec(1:1) = '#' THEN
       EXIT PARAGRAPH
    END-IF
    MOVE 0 TO tok-len
    MOVE SPACES TO tok-buf
    PERFORM VARYING tok-pos FROM 1 BY 1 UNTIL tok-pos > 80
