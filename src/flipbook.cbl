
*>  One spooled record's worth of whitespace-separated values; the
*>  magic "P3" token is simply not numeric and parses to zero, which
*>  the header counter swallows harmlessly as value one of three. A
*>  '#' comment record (the renderer's run id line) is skipped.
PARSE-PPM-RECORD.
    IF ppm-in-rec(1:1) = '#' THEN
       EXIT PARAGRAPH
    END-IF
    MOVE 0 TO tok-len
    MOVE SPACES TO tok-buf
    PERFORM VARYING tok-pos FROM 1 BY 1 UNTIL tok-pos > 80
