*>  The renderer's own 3x5 caption font, repeated here glyph for
*>  glyph (this repo keeps no copybooks) - the same cells the burned
*>  caption lights on a finished frame become standing geometry.
    01 cap-font-chars PIC X(39) VALUE
       '0123456789ABCDEFGHIJKLMNOPQRSTUVWXYZ- :'.
    01 cap-font-defs.
       02 FILLER PIC X(15) VALUE '####.##.##.####'.
       02 FILLER PIC X(15) VALUE '.#.##..#..#.###'.
       02 FILLER PIC X(15) VALUE '###..#.#.#..###'.
       02 FILLER PIC X(15) VALUE '......###......'.
       02 FILLER PIC X(15) VALUE '...............'.
       02 FILLER PIC X(15) VALUE '....#.....#....'.
    01 cap-font REDEFINES cap-font-defs.
       02 cap-glyph PIC X(15) OCCURS 39 TIMES.

    01 gen-parm PIC X(80).
    01 gen-tok PIC X(20) OCCURS 8 TIMES.
*>  world units, and FACE which axis the panel faces (FACEX = read
*>  from +x looking -x, letters running along +y; FACEY = read from
*>  +y, letters along +x). Text runs 12 characters of the caption
*>  font's 0-9 A-Z, dash and colon; anything else prints as a blank
*>  cell.
PROCEDURE DIVISION.
    ACCEPT gen-parm FROM COMMAND-LINE
    PERFORM VARYING gt-i FROM 1 BY 1 UNTIL gt-i > 8
       MOVE sign-text(char-i:1) TO cap-c
       MOVE 0 TO cap-fi
       PERFORM VARYING cap-cell FROM 1 BY 1
          UNTIL cap-cell > 39 OR cap-fi > 0
          IF cap-font-chars(cap-cell:1) = cap-c THEN
             MOVE cap-cell TO cap-fi
          END-IF
