IDENTIFICATION DIVISION.
PROGRAM-ID. ARTSUM.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT SUM-FILE ASSIGN TO DYNAMIC sum-file-name
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS sum-file-status.

DATA DIVISION.
    FILE SECTION.
    FD SUM-FILE.
    01 sum-file-rec PIC X(256).

    WORKING-STORAGE SECTION.
    01 sum-file-status PIC X(2) VALUE '00'.
    01 sum-file-name PIC X(40) VALUE SPACES.
    01 sum-eof PIC X(1) VALUE 'N'.
       88 sum-eof-yes VALUE 'Y'.
    01 sum-len PIC S9(4) COMP VALUE 0.
    01 sum-i PIC S9(4) COMP VALUE 0.
    01 sum-byte PIC S9(4) COMP VALUE 0.
    01 hex-val PIC S9(10) COMP VALUE 0.
    01 hex-digit PIC S9(4) COMP VALUE 0.
    01 hex-i PIC S9(4) COMP VALUE 0.
    01 hex-chars PIC X(16) VALUE '0123456789ABCDEF'.
    01 bin-func PIC X(1) VALUE 'I'.
    01 bin-data PIC X(512) VALUE LOW-VALUES.
    01 bin-len PIC S9(4) COMP VALUE 0.
    01 bin-status PIC X(2) VALUE '00'.
    01 bin-eof PIC X(1) VALUE 'N'.
    01 bin-i PIC S9(4) COMP VALUE 0.
    01 bin-byte PIC S9(4) COMP VALUE 0.
    01 bin-hi PIC S9(4) COMP VALUE 0.
    01 bin-lo PIC S9(4) COMP VALUE 0.

    LINKAGE SECTION.
    01 sum-func PIC X(1).
    01 sum-fname PIC X(40).
    01 sum-line PIC X(256).
    01 sum-a PIC S9(9) COMP.
    01 sum-b PIC S9(9) COMP.
    01 sum-recs PIC S9(9) COMP.
    01 sum-hex PIC X(8).

*>  The one artifact checksum every program agrees on, so a sum the
*>  renderer logged, a sum TRANSMIT shipped in its manifest and a sum
*>  INTEGCHK recomputes from the archive can be held against each
*>  other. Adler-32 over each record's bytes with trailing blanks
*>  dropped (line sequential stores them that way anyway) and one
*>  end-of-record byte per record, so a shifted record boundary
*>  changes the sum as surely as a changed pixel does. Printed as
*>  eight hex digits.
*>    sum-func 'F'  whole file sum-fname: sum-recs comes back with its
*>                  record count, or -1 when the file isn't there
*>    sum-func 'H'  the same for a file of bytes (a RENDPFM), summed
*>                  as the records of hex TRANSMIT and ARCHOFF carry
*>                  it in - 100 bytes to a record - so its sum and
*>                  count agree with theirs
*>    sum-func 'S'  start a running sum (sum-a, sum-b, sum-recs)
*>    sum-func 'A'  add the record in sum-line to it
*>    sum-func 'E'  finish it into sum-hex
*>  The running form is for a caller already reading records for its
*>  own purposes - TRANSMIT streaming a bundle section - and keeps
*>  its state in the caller's fields, so several can run at once.
PROCEDURE DIVISION USING sum-func, sum-fname, sum-line, sum-a, sum-b,
    sum-recs, sum-hex.
    EVALUATE sum-func
       WHEN 'S'
          PERFORM START-SUM
       WHEN 'A'
          PERFORM ADD-RECORD
       WHEN 'E'
          PERFORM END-SUM
       WHEN 'F'
          PERFORM START-SUM
          MOVE sum-fname TO sum-file-name
          MOVE 'N' TO sum-eof
          OPEN INPUT SUM-FILE
          IF sum-file-status NOT = '00' THEN
             MOVE -1 TO sum-recs
             MOVE SPACES TO sum-hex
             EXIT PROGRAM
          END-IF
          PERFORM UNTIL sum-eof-yes
             READ SUM-FILE INTO sum-file-rec
                AT END MOVE 'Y' TO sum-eof
             END-READ
             IF NOT sum-eof-yes THEN
                MOVE sum-file-rec TO sum-line
                PERFORM ADD-RECORD
             END-IF
          END-PERFORM
          CLOSE SUM-FILE
          PERFORM END-SUM
       WHEN 'H'
          PERFORM START-SUM
          MOVE 'I' TO bin-func
          CALL 'BINFILE' USING bin-func, sum-fname, bin-data, bin-len,
             bin-status
          IF bin-status NOT = '00' THEN
             MOVE -1 TO sum-recs
             MOVE SPACES TO sum-hex
             EXIT PROGRAM
          END-IF
          MOVE 'N' TO bin-eof
          PERFORM UNTIL bin-eof = 'Y'
             PERFORM READ-BYTES-AS-HEX
             IF bin-eof = 'N' THEN
                PERFORM ADD-RECORD
             END-IF
          END-PERFORM
          MOVE 'X' TO bin-func
          CALL 'BINFILE' USING bin-func, sum-fname, bin-data, bin-len,
             bin-status
          PERFORM END-SUM
    END-EVALUATE
    EXIT PROGRAM.

START-SUM.
    MOVE 1 TO sum-a
    MOVE 0 TO sum-b
    MOVE 0 TO sum-recs
    MOVE SPACES TO sum-hex.

*>  The next 100 bytes as one record of hex in sum-line, the way
*>  TRANSMIT's READ-BMP-AS-HEX builds it.
READ-BYTES-AS-HEX.
    MOVE SPACES TO sum-line
    MOVE 100 TO bin-len
    MOVE 'R' TO bin-func
    CALL 'BINFILE' USING bin-func, sum-fname, bin-data, bin-len,
       bin-status
    IF bin-len = 0 THEN
       MOVE 'Y' TO bin-eof
       EXIT PARAGRAPH
    END-IF
    PERFORM VARYING bin-i FROM 1 BY 1 UNTIL bin-i > bin-len
       COMPUTE bin-byte = FUNCTION ORD(bin-data(bin-i:1)) - 1
       DIVIDE bin-byte BY 16 GIVING bin-hi REMAINDER bin-lo
       COMPUTE sum-i = bin-i * 2 - 1
       MOVE hex-chars(bin-hi + 1:1) TO sum-line(sum-i:1)
       MOVE hex-chars(bin-lo + 1:1) TO sum-line(sum-i + 1:1)
    END-PERFORM.

ADD-RECORD.
    ADD 1 TO sum-recs
    COMPUTE sum-len = FUNCTION LENGTH(FUNCTION TRIM(sum-line TRAILING))
    IF sum-line = SPACES THEN
       MOVE 0 TO sum-len
    END-IF
    PERFORM VARYING sum-i FROM 1 BY 1 UNTIL sum-i > sum-len
       COMPUTE sum-byte = FUNCTION ORD(sum-line(sum-i:1)) - 1
       PERFORM ADD-BYTE
    END-PERFORM
    MOVE 10 TO sum-byte
    PERFORM ADD-BYTE.

ADD-BYTE.
    ADD sum-byte TO sum-a
    IF sum-a >= 65521 THEN
       SUBTRACT 65521 FROM sum-a
    END-IF
    ADD sum-a TO sum-b
    IF sum-b >= 65521 THEN
       SUBTRACT 65521 FROM sum-b
    END-IF.

END-SUM.
    COMPUTE hex-val = sum-b * 65536 + sum-a
    MOVE SPACES TO sum-hex
    PERFORM VARYING hex-i FROM 8 BY -1 UNTIL hex-i < 1
       COMPUTE hex-digit = FUNCTION MOD(hex-val, 16)
       MOVE hex-chars(hex-digit + 1:1) TO sum-hex(hex-i:1)
       COMPUTE hex-val = hex-val / 16
    END-PERFORM.
