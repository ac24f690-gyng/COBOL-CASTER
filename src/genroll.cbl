IDENTIFICATION DIVISION.
PROGRAM-ID. GENROLL.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT SCENE-FILE ASSIGN TO "SCENEDAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS scene-file-status.
    SELECT GEN-FILE ASSIGN TO DYNAMIC gen-fname
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS gen-file-status.
    SELECT GDG-FILE ASSIGN TO "SCENEGDG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS gdg-file-status.

DATA DIVISION.
    FILE SECTION.
    FD SCENE-FILE.
    01 scene-rec PIC X(80).
    FD GEN-FILE.
    01 gen-rec PIC X(80).
    FD GDG-FILE.
    01 gdg-rec PIC X(120).

    WORKING-STORAGE SECTION.
    01 scene-file-status PIC X(2) VALUE '00'.
    01 gen-file-status PIC X(2) VALUE '00'.
    01 gdg-file-status PIC X(2) VALUE '00'.
    01 scene-eof PIC X(1) VALUE 'N'.
       88 scene-eof-yes VALUE 'Y'.
    01 gdg-eof PIC X(1) VALUE 'N'.
       88 gdg-eof-yes VALUE 'Y'.
    01 gen-fname PIC X(30) VALUE SPACES.

*>  The generation catalog, held whole while a roll rewrites it: the
*>  LIMIT record (how many generations to keep, default 10) and one
*>  line per generation, oldest first -
*>    "G0004 yyyymmdd operator PROGRAM SPHERE=n PLANE=n BOX=n CYL=n
*>     ELLIP=n OTHER=n"
*>  - the counts being what that generation held, so SCENEVER can
*>  list them without opening every file.
    01 gen-limit PIC S9(4) COMP VALUE 10.
    01 max-gens PIC S9(4) COMP VALUE 99.
    01 num-gens PIC S9(4) COMP VALUE 0.
    01 gdg-lines.
       02 gdg-line PIC X(120) OCCURS 100 TIMES.
    01 high-gen PIC 9(4) VALUE 0.
    01 this-gen PIC 9(4) VALUE 0.
    01 gdg-tok1 PIC X(16).
    01 gdg-tok2 PIC X(16).
    01 gi PIC S9(4) COMP VALUE 0.

    01 scene-kind PIC X(10).
    01 cnt-sphere PIC S9(4) COMP VALUE 0.
    01 cnt-plane PIC S9(4) COMP VALUE 0.
    01 cnt-box PIC S9(4) COMP VALUE 0.
    01 cnt-cyl PIC S9(4) COMP VALUE 0.
    01 cnt-ellip PIC S9(4) COMP VALUE 0.
    01 cnt-other PIC S9(4) COMP VALUE 0.
    01 c1-ed PIC ZZZ9.
    01 c2-ed PIC ZZZ9.
    01 c3-ed PIC ZZZ9.
    01 c4-ed PIC ZZZ9.
    01 c5-ed PIC ZZZ9.
    01 c6-ed PIC ZZZ9.
    01 limit-ed PIC ZZZ9.

    01 roll-date PIC 9(8).
    01 roll-operator PIC X(20) VALUE SPACES.

    LINKAGE SECTION.
    01 roll-prog PIC X(10).
    01 roll-gen PIC 9(4).

*>  Called by everything that rewrites SCENEDAT, just before it does:
*>  the current SCENEDAT is copied to the next numbered generation,
*>  SCENEDAT.G0001, G0002, ... (the mainframe GDG idea on a flat
*>  file), catalogued in SCENEGDG with the date, operator, calling
*>  program and object counts, and generations past the catalog's
*>  LIMIT are deleted oldest first. roll-gen comes back with the
*>  generation number written, or zero when there was no SCENEDAT
*>  to keep (the very first save). SCENEVER lists, diffs and
*>  restores what this leaves behind.
PROCEDURE DIVISION USING roll-prog, roll-gen.
    MOVE 0 TO roll-gen
    PERFORM READ-CATALOG

    OPEN INPUT SCENE-FILE
    IF scene-file-status NOT = '00' THEN
       EXIT PROGRAM
    END-IF
    IF high-gen >= 9999 THEN
       MOVE 1 TO this-gen
    ELSE
       COMPUTE this-gen = high-gen + 1
    END-IF
    MOVE SPACES TO gen-fname
    STRING 'SCENEDAT.G' DELIMITED BY SIZE
           this-gen DELIMITED BY SIZE
           INTO gen-fname
    OPEN OUTPUT GEN-FILE
    IF gen-file-status NOT = '00' THEN
       DISPLAY 'GENROLL: cannot write ' FUNCTION TRIM(gen-fname)
          ' - SCENEDAT not kept, status ' gen-file-status
       CLOSE SCENE-FILE
       EXIT PROGRAM
    END-IF
    MOVE 'N' TO scene-eof
    MOVE 0 TO cnt-sphere, cnt-plane, cnt-box, cnt-cyl, cnt-ellip,
       cnt-other
    PERFORM UNTIL scene-eof-yes
       READ SCENE-FILE INTO scene-rec
          AT END MOVE 'Y' TO scene-eof
       END-READ
       IF NOT scene-eof-yes THEN
          WRITE gen-rec FROM scene-rec
          IF scene-rec NOT = SPACES AND scene-rec(1:1) NOT = '*' THEN
             MOVE SPACES TO scene-kind
             UNSTRING scene-rec DELIMITED BY ALL SPACES
                INTO scene-kind
             EVALUATE scene-kind
                WHEN 'SPHERE' ADD 1 TO cnt-sphere
                WHEN 'PLANE' ADD 1 TO cnt-plane
                WHEN 'BOX' ADD 1 TO cnt-box
                WHEN 'CYL' ADD 1 TO cnt-cyl
                WHEN 'ELLIP' ADD 1 TO cnt-ellip
                WHEN OTHER ADD 1 TO cnt-other
             END-EVALUATE
          END-IF
       END-IF
    END-PERFORM
    CLOSE SCENE-FILE
    CLOSE GEN-FILE
    MOVE this-gen TO roll-gen

    ACCEPT roll-date FROM DATE YYYYMMDD
    ACCEPT roll-operator FROM ENVIRONMENT "USER"
    IF roll-operator = SPACES THEN
       ACCEPT roll-operator FROM ENVIRONMENT "LOGNAME"
    END-IF
    IF roll-operator = SPACES THEN
       MOVE "UNKNOWN" TO roll-operator
    END-IF
    MOVE cnt-sphere TO c1-ed
    MOVE cnt-plane TO c2-ed
    MOVE cnt-box TO c3-ed
    MOVE cnt-cyl TO c4-ed
    MOVE cnt-ellip TO c5-ed
    MOVE cnt-other TO c6-ed
*>  A full table drops its oldest line to make room; the LIMIT
*>  prune below would have taken it anyway.
    IF num-gens >= max-gens THEN
       PERFORM DROP-OLDEST
    END-IF
    ADD 1 TO num-gens
    MOVE SPACES TO gdg-line(num-gens)
    STRING 'G' DELIMITED BY SIZE
           this-gen DELIMITED BY SIZE
           ' ' DELIMITED BY SIZE
           roll-date DELIMITED BY SIZE
           ' ' DELIMITED BY SIZE
           FUNCTION TRIM(roll-operator) DELIMITED BY SIZE
           ' ' DELIMITED BY SIZE
           FUNCTION TRIM(roll-prog) DELIMITED BY SIZE
           ' SPHERE=' DELIMITED BY SIZE
           FUNCTION TRIM(c1-ed) DELIMITED BY SIZE
           ' PLANE=' DELIMITED BY SIZE
           FUNCTION TRIM(c2-ed) DELIMITED BY SIZE
           ' BOX=' DELIMITED BY SIZE
           FUNCTION TRIM(c3-ed) DELIMITED BY SIZE
           ' CYL=' DELIMITED BY SIZE
           FUNCTION TRIM(c4-ed) DELIMITED BY SIZE
           ' ELLIP=' DELIMITED BY SIZE
           FUNCTION TRIM(c5-ed) DELIMITED BY SIZE
           ' OTHER=' DELIMITED BY SIZE
           FUNCTION TRIM(c6-ed) DELIMITED BY SIZE
           INTO gdg-line(num-gens)
    PERFORM UNTIL num-gens <= gen-limit
       PERFORM DROP-OLDEST
    END-PERFORM
    PERFORM WRITE-CATALOG
    EXIT PROGRAM.

*>  SCENEGDG into the table; a missing catalog is an empty one with
*>  the default limit.
READ-CATALOG.
    MOVE 0 TO num-gens
    MOVE 0 TO high-gen
    MOVE 10 TO gen-limit
    MOVE 'N' TO gdg-eof
    OPEN INPUT GDG-FILE
    IF gdg-file-status NOT = '00' THEN
       EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL gdg-eof-yes
       READ GDG-FILE INTO gdg-rec
          AT END MOVE 'Y' TO gdg-eof
       END-READ
       IF NOT gdg-eof-yes AND gdg-rec NOT = SPACES THEN
          MOVE SPACES TO gdg-tok1, gdg-tok2
          UNSTRING gdg-rec DELIMITED BY ALL SPACES
             INTO gdg-tok1, gdg-tok2
          IF gdg-tok1 = 'LIMIT' THEN
             COMPUTE gen-limit = FUNCTION NUMVAL(gdg-tok2)
             IF gen-limit < 1 THEN MOVE 1 TO gen-limit END-IF
             IF gen-limit > max-gens THEN
                MOVE max-gens TO gen-limit
             END-IF
          ELSE
             IF gdg-tok1(1:1) = 'G' AND num-gens < max-gens THEN
                ADD 1 TO num-gens
                MOVE gdg-rec TO gdg-line(num-gens)
                MOVE gdg-tok1(2:4) TO this-gen
                IF this-gen > high-gen THEN
                   MOVE this-gen TO high-gen
                END-IF
             END-IF
          END-IF
       END-IF
    END-PERFORM
    CLOSE GDG-FILE.

*>  The oldest generation's file deleted and its catalog line dropped.
DROP-OLDEST.
    MOVE SPACES TO gen-fname
    STRING 'SCENEDAT.' DELIMITED BY SIZE
           gdg-line(1)(1:5) DELIMITED BY SIZE
           INTO gen-fname
    OPEN INPUT GEN-FILE
    IF gen-file-status = '00' THEN
       CLOSE GEN-FILE
       DELETE FILE GEN-FILE
    END-IF
    PERFORM VARYING gi FROM 1 BY 1 UNTIL gi >= num-gens
       MOVE gdg-line(gi + 1) TO gdg-line(gi)
    END-PERFORM
    SUBTRACT 1 FROM num-gens.

WRITE-CATALOG.
    OPEN OUTPUT GDG-FILE
    MOVE gen-limit TO limit-ed
    MOVE SPACES TO gdg-rec
    STRING 'LIMIT ' DELIMITED BY SIZE
           FUNCTION TRIM(limit-ed) DELIMITED BY SIZE
           INTO gdg-rec
    WRITE gdg-rec
    PERFORM VARYING gi FROM 1 BY 1 UNTIL gi > num-gens
       WRITE gdg-rec FROM gdg-line(gi)
    END-PERFORM
    CLOSE GDG-FILE.
