IDENTIFICATION DIVISION.
PROGRAM-ID. BINFILE.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT BLOCK-FILE ASSIGN TO DYNAMIC bin-file-name
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS block-status.
    SELECT BYTE-FILE ASSIGN TO DYNAMIC bin-file-name
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS byte-status.

DATA DIVISION.
    FILE SECTION.
    FD BLOCK-FILE.
    01 block-rec PIC X(512).
    FD BYTE-FILE.
    01 byte-rec PIC X(1).

    WORKING-STORAGE SECTION.
    01 block-status PIC X(2) VALUE '00'.
    01 byte-status PIC X(2) VALUE '00'.
    01 bin-file-name PIC X(40) VALUE SPACES.
    01 out-buf PIC X(512) VALUE LOW-VALUES.
    01 out-used PIC S9(4) COMP VALUE 0.
    01 out-open PIC X(1) VALUE 'N'.
    01 in-open PIC X(1) VALUE 'N'.
    01 in-eof PIC X(1) VALUE 'N'.
    01 bi PIC S9(4) COMP VALUE 0.
    01 want-len PIC S9(4) COMP VALUE 0.

    LINKAGE SECTION.
    01 bin-func PIC X(1).
    01 bin-fname PIC X(40).
    01 bin-data PIC X(512).
    01 bin-len PIC S9(4) COMP.
    01 bin-status PIC X(2).

*>  Raw bytes in and out, for the one kind of file that is not
*>  records of text: an image a desktop program will open. Every
*>  other dataset here is line sequential; a BMP's header and pixel
*>  rows are binary and must land on disk exactly as built, with no
*>  record delimiters and no padding past the last byte.
*>    bin-func 'O'  open bin-fname for output
*>             'W'  write the first bin-len bytes of bin-data
*>             'C'  close the output
*>             'I'  open bin-fname for input
*>             'R'  read up to bin-len bytes into bin-data; bin-len
*>                  comes back with the number read, 0 at the end
*>             'X'  close the input
*>  bin-status is the file status of the open, '00' otherwise.
*>  Output goes in 512-byte blocks, and whatever is left over at the
*>  close is added a byte at a time, so the file is exactly as long
*>  as what was written. Input is read a byte at a time.
PROCEDURE DIVISION USING bin-func, bin-fname, bin-data, bin-len,
    bin-status.
    MOVE '00' TO bin-status
    EVALUATE bin-func
       WHEN 'O'
          MOVE bin-fname TO bin-file-name
          OPEN OUTPUT BLOCK-FILE
          MOVE block-status TO bin-status
          IF block-status = '00' THEN
             MOVE 'Y' TO out-open
             MOVE 0 TO out-used
          END-IF
       WHEN 'W'
          PERFORM PUT-BYTES
       WHEN 'C'
          PERFORM CLOSE-OUTPUT
       WHEN 'I'
          MOVE bin-fname TO bin-file-name
          OPEN INPUT BYTE-FILE
          MOVE byte-status TO bin-status
          IF byte-status = '00' THEN
             MOVE 'Y' TO in-open
             MOVE 'N' TO in-eof
          END-IF
       WHEN 'R'
          PERFORM GET-BYTES
       WHEN 'X'
          IF in-open = 'Y' THEN
             CLOSE BYTE-FILE
             MOVE 'N' TO in-open
          END-IF
    END-EVALUATE
    EXIT PROGRAM.

PUT-BYTES.
    IF out-open = 'N' THEN
       EXIT PARAGRAPH
    END-IF
    PERFORM VARYING bi FROM 1 BY 1 UNTIL bi > bin-len
       ADD 1 TO out-used
       MOVE bin-data(bi:1) TO out-buf(out-used:1)
       IF out-used = 512 THEN
          WRITE block-rec FROM out-buf
          MOVE 0 TO out-used
       END-IF
    END-PERFORM.

*>  Full blocks are already out; the tail goes on byte by byte
*>  through the one-byte view of the same file.
CLOSE-OUTPUT.
    IF out-open = 'N' THEN
       EXIT PARAGRAPH
    END-IF
    CLOSE BLOCK-FILE
    MOVE 'N' TO out-open
    IF out-used = 0 THEN
       EXIT PARAGRAPH
    END-IF
    OPEN EXTEND BYTE-FILE
    PERFORM VARYING bi FROM 1 BY 1 UNTIL bi > out-used
       WRITE byte-rec FROM out-buf(bi:1)
    END-PERFORM
    CLOSE BYTE-FILE
    MOVE 0 TO out-used.

GET-BYTES.
    MOVE bin-len TO want-len
    MOVE 0 TO bin-len
    IF in-open = 'N' THEN
       EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL bin-len >= want-len OR in-eof = 'Y'
       READ BYTE-FILE
          AT END MOVE 'Y' TO in-eof
       END-READ
       IF in-eof = 'N' THEN
          ADD 1 TO bin-len
          MOVE byte-rec TO bin-data(bin-len:1)
       END-IF
    END-PERFORM.
