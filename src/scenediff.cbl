IDENTIFICATION DIVISION.
PROGRAM-ID. SCENEDIFF.

DATA DIVISION.
    WORKING-STORAGE SECTION.
    01 scene-a-fname PIC X(30) VALUE "SCENEOLD".
    01 scene-b-fname PIC X(30) VALUE "SCENEDAT".
    01 diff-parm PIC X(60).
    01 diff-tok1 PIC X(20) VALUE SPACES.
    01 diff-tok2 PIC X(20) VALUE SPACES.

*>  What DIFFSCAN hands back: the report lines, and (unused here) the
*>  per-object states the renderer's HIGHLIGHT option paints by.
    01 diff-result PIC X(1) VALUE 'N'.
    01 diff-report.
       02 diff-line-count PIC S9(4) COMP VALUE 0.
       02 diff-line OCCURS 512 TIMES.
          03 diff-line-text PIC X(72).
          03 diff-line-kind PIC X(6).
          03 diff-line-slot PIC S9(4) COMP.
          03 diff-line-what PIC X(1).
    01 diff-objects.
       02 diff-obj-count PIC S9(4) COMP VALUE 0.
       02 diff-obj OCCURS 128 TIMES.
          03 diff-obj-kind PIC X(6).
          03 diff-obj-slot PIC S9(4) COMP.
          03 diff-obj-state PIC X(1).
          03 diff-obj-line PIC S9(4) COMP.
          03 diff-obj-v1 PIC S9(8)V9(4).
          03 diff-obj-v2 PIC S9(8)V9(4).
          03 diff-obj-v3 PIC S9(8)V9(4).
          03 diff-obj-v4 PIC S9(8)V9(4).
          03 diff-obj-v5 PIC S9(8)V9(4).
          03 diff-obj-v6 PIC S9(8)V9(4).
          03 diff-obj-v7 PIC S9(8)V9(4).
          03 diff-obj-v8 PIC S9(8)V9(4).
          03 diff-obj-color PIC X(1).
          03 diff-obj-model PIC X(16).
    01 di PIC S9(4) COMP VALUE 0.

*>  When a nightly render looks different, the first question is what
*>  changed in the scene - this reads two scene files and reports the
*>  changes object by object instead of someone eyeballing the files
*>  line by line. PARM: "oldfile newfile" (default SCENEOLD SCENEDAT).
*>  Slots are matched per kind by ordinal, the same way the renderer
*>  numbers them; the comparison itself is DIFFSCAN's.
PROCEDURE DIVISION.
    ACCEPT diff-parm FROM COMMAND-LINE
*>  UNSTRING leaves receivers past the last token untouched - blank
       MOVE diff-tok2 TO scene-b-fname
    END-IF

    CALL 'DIFFSCAN' USING scene-a-fname, scene-b-fname, diff-result,
       diff-report, diff-objects
    IF diff-result = 'A' THEN
       DISPLAY 'SCENEDIFF: cannot open ' FUNCTION TRIM(scene-a-fname)
       MOVE 8 TO RETURN-CODE
       STOP RUN
    END-IF
    IF diff-result = 'B' THEN
       DISPLAY 'SCENEDIFF: cannot open ' FUNCTION TRIM(scene-b-fname)
       MOVE 8 TO RETURN-CODE
       STOP RUN
    END-IF

    DISPLAY 'SCENEDIFF: ' FUNCTION TRIM(scene-a-fname) ' -> '
       FUNCTION TRIM(scene-b-fname)
    PERFORM VARYING di FROM 1 BY 1 UNTIL di > diff-line-count
       DISPLAY FUNCTION TRIM(diff-line-text(di) TRAILING)
    END-PERFORM
    IF diff-line-count = 0 THEN
       DISPLAY '  no object-level differences'
    END-IF
    STOP RUN.
