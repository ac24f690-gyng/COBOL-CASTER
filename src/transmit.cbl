    SELECT ART-FILE ASSIGN TO DYNAMIC art-fname
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS art-file-status.
    SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS audit-file-status.
    SELECT XLOG-FILE ASSIGN TO "XMITLOG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS xlog-file-status.
    SELECT ACK-FILE ASSIGN TO "XMITACK"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ack-file-status.

DATA DIVISION.
    FILE SECTION.
    01 xmit-rec PIC X(200).
    FD ART-FILE.
    01 art-rec PIC X(200).
    FD AUDIT-FILE.
    01 audit-rec PIC X(160).
    FD XLOG-FILE.
    01 xlog-rec PIC X(120).
    FD ACK-FILE.
    01 ack-rec PIC X(120).

    WORKING-STORAGE SECTION.
    01 xmit-file-status PIC X(2) VALUE '00'.
    01 art-file-status PIC X(2) VALUE '00'.
    01 audit-file-status PIC X(2) VALUE '00'.
    01 xlog-file-status PIC X(2) VALUE '00'.
    01 ack-file-status PIC X(2) VALUE '00'.
    01 art-fname PIC X(30) VALUE SPACES.
    01 xmit-eof PIC X(1) VALUE 'N'.
       88 xmit-eof-yes VALUE 'Y'.
    01 xmit-parm PIC X(40).
    01 xmit-tok1 PIC X(16).
    01 xmit-tok2 PIC X(16).
    01 xmit-tok3 PIC X(16).
    01 xmit-tok4 PIC X(16).
    01 xmit-opt PIC X(16).
    01 xo-i PIC S9(4) COMP VALUE 0.
    01 xmit-order PIC X(8) VALUE SPACES.
    01 order-prefix PIC X(10) VALUE SPACES.
    01 ord-moved PIC 9(4) VALUE 0.
    01 xmit-mode PIC X(6) VALUE SPACES.
    01 num-tok PIC X(10).
    01 want-frames PIC S9(4) COMP VALUE 0.
    01 xmit-bmp PIC X(1) VALUE 'N'.

*>  The run's artifact manifest: every file the bundle will carry
*>  (or claims to carry), with its record count.
    01 max-arts PIC S9(4) COMP VALUE 160.
    01 num-arts PIC S9(4) COMP VALUE 0.
    01 art-table.
       02 art-ent OCCURS 160 TIMES.
          03 at-name PIC X(30).
          03 at-count PIC S9(8) COMP.
          03 at-seen PIC X(1).
          03 at-sum PIC X(8).
          03 at-hex PIC X(1).
    01 ai PIC S9(4) COMP VALUE 0.
    01 frame-suffix PIC 9(2) VALUE 0.
    01 fi PIC S9(4) COMP VALUE 0.
    01 audit-date PIC 9(8) VALUE 0.
    01 audit-operator PIC X(20) VALUE SPACES.
    01 res-text PIC X(16) VALUE SPACES.
    01 hdr-tok PIC X(30) OCCURS 8 TIMES.
*>  The renderer's run id, from the first PPM's "# run" comment line,
*>  rides in the header so the receiving side can name the run the
*>  frames came from ('-' for frames older than run ids).
    01 xmit-run PIC X(30) VALUE SPACES.
    01 hdr-seen PIC S9(4) COMP VALUE 0.

*>  Every bundle carries a stamp (its pack date and time) in the
*>  header; XMITLOG on the sending side and XMITACK on the receiving
*>  side are both keyed on it, and XMITRECON pairs them up.
    01 pack-time PIC 9(8) VALUE 0.
    01 bundle-stamp PIC X(16) VALUE SPACES.
    01 reject-reason PIC X(60) VALUE SPACES.
    01 reason-try PIC X(60) VALUE SPACES.
    01 ack-matched PIC X(1) VALUE 'Y'.

*>  Each artifact's ARTSUM checksum rides in its directory record,
*>  so the receiving side checks content as well as counts - the
*>  same sum the renderer logged to AUDITLOG when it wrote the file.
    01 sum-func PIC X(1) VALUE 'S'.
    01 sum-fname PIC X(40) VALUE SPACES.
    01 sum-line PIC X(256) VALUE SPACES.
    01 sum-a PIC S9(9) COMP VALUE 0.
    01 sum-b PIC S9(9) COMP VALUE 0.
    01 sum-recs PIC S9(9) COMP VALUE 0.
    01 sum-hex PIC X(8) VALUE SPACES.
    01 ht-i PIC S9(4) COMP VALUE 0.

    01 sect-name PIC X(30) VALUE SPACES.
    01 cnt2-ed PIC ZZZZZZZ9.
    01 fr-ed PIC ZZZ9.

*>  A BMP or an HDR run's RENDPFM is bytes, not text records, so it
*>  rides in the bundle as hex - 100 bytes to a 200-character record
*>  - and its =FILE separator says HEX so the receiving side turns it
*>  back into bytes. Counts and checksums are over the hex records.
    01 sect-hex PIC X(1) VALUE 'N'.
    01 bin-func PIC X(1) VALUE 'I'.
    01 bin-fname PIC X(40) VALUE SPACES.
    01 bin-data PIC X(512) VALUE LOW-VALUES.
    01 bin-len PIC S9(4) COMP VALUE 0.
    01 bin-status PIC X(2) VALUE '00'.
    01 hex-digits PIC X(16) VALUE '0123456789ABCDEF'.
    01 hex-line PIC X(200) VALUE SPACES.
    01 hex-i PIC S9(4) COMP VALUE 0.
    01 hex-pos PIC S9(4) COMP VALUE 0.
    01 hex-byte PIC S9(4) COMP VALUE 0.
    01 hex-hi PIC S9(4) COMP VALUE 0.
    01 hex-lo PIC S9(4) COMP VALUE 0.
    01 bmp-eof PIC X(1) VALUE 'N'.

*>  Shipping a 24-frame run to the print bureau meant collecting
*>  RENDPPMnn plus depth and mask files by hand, and about once a
*>  month a frame got left behind. This packs a run's artifacts into
*>  the one RENDXMIT dataset - a header record (run date, operator,
*>  resolution, frame count, stamp, the renderer's run id), a
*>  directory of contained files with record counts, a separator
*>  record ahead of each file's records, and a trailer with totals -
*>  and unpacks or verifies it on the receiving side, checking every
*>  count the way AUDITCHK reconciles the log against the directory.
*>  PARM:
*>    "PACK [FRAMESn] [ORDER=ORDnnnnn] [BMP]"
*>                      collect RENDPPM/RENDDEPTH/RENDMASK (the
*>                      numbered nn sets when FRAMESn is given); with
*>                      ORDER= the work order's own JOBID-prefixed
*>                      set (ORDnnnnn.RENDPPM ...), and the AUDITLOG
*>                      entry carries order= so ORDSTAT can mark the
*>                      order DELIVERED; with BMP each PPM's
*>                      PPM2BMP copy (RENDPPM.bmp ...) goes along
*>                      beside it, hex-encoded, where one exists;
*>                      an HDR run's RENDPFM (hex-encoded, per
*>                      frame), EDLGEN's RENDEDL and RENDSHOT (under
*>                      the same prefix) ride along where they exist
*>    "UNPACK"          write the contents back out, checking counts
*>                      and checksums (a BMP or PFM back to its
*>                      bytes)
*>    "VERIFY"          check counts and checksums without writing
*>                      anything,
*>                      and append an acknowledgement to XMITACK -
*>                      "stamp received-date Y|N reason" - for the
*>                      receiving side to send back
*>  PACK appends "stamp date operator files records order" to
*>  XMITLOG, the sending side's record of every bundle out the door.
*>  RC 4 when any count disagrees, RC 8 when there is nothing to do.
PROCEDURE DIVISION.
    ACCEPT xmit-parm FROM COMMAND-LINE
    MOVE SPACES TO xmit-tok1, xmit-tok2, xmit-tok3, xmit-tok4
    UNSTRING xmit-parm DELIMITED BY ALL SPACES
       INTO xmit-tok1, xmit-tok2, xmit-tok3, xmit-tok4
    MOVE FUNCTION UPPER-CASE(xmit-tok1) TO xmit-tok1
    MOVE FUNCTION UPPER-CASE(xmit-tok2) TO xmit-tok2
    MOVE FUNCTION UPPER-CASE(xmit-tok3) TO xmit-tok3
    MOVE FUNCTION UPPER-CASE(xmit-tok4) TO xmit-tok4
    EVALUATE xmit-tok1
       WHEN 'PACK'
          MOVE 'PACK' TO xmit-mode
       WHEN 'VERIFY'
          MOVE 'VERIFY' TO xmit-mode
       WHEN OTHER
          DISPLAY 'TRANSMIT: usage: TRANSMIT PACK [FRAMESn] '
             '[ORDER=ORDnnnnn] [BMP] | UNPACK | VERIFY'
          MOVE 8 TO RETURN-CODE
          STOP RUN
    END-EVALUATE
    PERFORM VARYING xo-i FROM 1 BY 1 UNTIL xo-i > 3
       EVALUATE xo-i
          WHEN 1 MOVE xmit-tok2 TO xmit-opt
          WHEN 2 MOVE xmit-tok3 TO xmit-opt
          WHEN 3 MOVE xmit-tok4 TO xmit-opt
       END-EVALUATE
       IF xmit-opt = 'BMP' THEN
          MOVE 'Y' TO xmit-bmp
       END-IF
       IF xmit-opt(1:6) = 'FRAMES' THEN
          MOVE xmit-opt(7:10) TO num-tok
          COMPUTE want-frames = FUNCTION NUMVAL(num-tok)
       END-IF
       IF xmit-opt(1:6) = 'ORDER=' THEN
          MOVE xmit-opt(7:8) TO xmit-order
       END-IF
    END-PERFORM
    IF xmit-order NOT = SPACES THEN
       STRING FUNCTION TRIM(xmit-order) DELIMITED BY SIZE
              '.' DELIMITED BY SIZE
              INTO order-prefix
    END-IF

    IF xmit-mode = 'PACK' THEN
    IF want-frames <= 1 THEN
       PERFORM VARYING prefix-i FROM 1 BY 1 UNTIL prefix-i > 3
          PERFORM SET-PREFIX
          MOVE SPACES TO art-fname
          STRING FUNCTION TRIM(order-prefix) DELIMITED BY SIZE
                 FUNCTION TRIM(art-prefix) DELIMITED BY SIZE
                 INTO art-fname
          PERFORM NOTE-ARTIFACT
          IF prefix-i = 1 AND xmit-bmp = 'Y' THEN
             PERFORM NOTE-BMP-ARTIFACT
          END-IF
       END-PERFORM
       MOVE SPACES TO bin-fname
       STRING FUNCTION TRIM(order-prefix) DELIMITED BY SIZE
              'RENDPFM' DELIMITED BY SIZE
              INTO bin-fname
       PERFORM NOTE-HEX-ARTIFACT
    ELSE
       PERFORM VARYING fi FROM 1 BY 1 UNTIL fi > want-frames
          OR fi > 99
          PERFORM VARYING prefix-i FROM 1 BY 1 UNTIL prefix-i > 3
             PERFORM SET-PREFIX
             MOVE SPACES TO art-fname
             STRING FUNCTION TRIM(order-prefix) DELIMITED BY SIZE
                    FUNCTION TRIM(art-prefix) DELIMITED BY SIZE
                    frame-suffix DELIMITED BY SIZE
                    INTO art-fname
             PERFORM NOTE-ARTIFACT
             IF prefix-i = 1 AND xmit-bmp = 'Y' THEN
                PERFORM NOTE-BMP-ARTIFACT
             END-IF
          END-PERFORM
          MOVE SPACES TO bin-fname
          STRING FUNCTION TRIM(order-prefix) DELIMITED BY SIZE
                 'RENDPFM' DELIMITED BY SIZE
                 frame-suffix DELIMITED BY SIZE
                 INTO bin-fname
          PERFORM NOTE-HEX-ARTIFACT
       END-PERFORM
    END-IF
*>  EDLGEN's edit decision list and shot log go along with the
*>  frames they time, when the run has them (never on their own -
*>  the first artifact must stay a frame).
    PERFORM VARYING prefix-i FROM 4 BY 1 UNTIL prefix-i > 5
       OR num-arts = 0
       PERFORM SET-PREFIX
       MOVE SPACES TO art-fname
       STRING FUNCTION TRIM(order-prefix) DELIMITED BY SIZE
              FUNCTION TRIM(art-prefix) DELIMITED BY SIZE
              INTO art-fname
       PERFORM NOTE-ARTIFACT
    END-PERFORM
    IF num-arts = 0 THEN
       DISPLAY 'TRANSMIT: nothing on disk to pack'
       MOVE 8 TO RETURN-CODE
    END-IF

*>  The first artifact is a PPM - its second header record is the
*>  resolution the receiving side will want to know, and its "# run"
*>  comment line the run that rendered it.
    MOVE SPACES TO res-text
    MOVE '-' TO xmit-run
    MOVE at-name(1) TO art-fname
    MOVE 'N' TO art-eof
    OPEN INPUT ART-FILE
    IF art-file-status = '00' THEN
       MOVE 0 TO hdr-seen
       PERFORM UNTIL hdr-seen >= 2 OR art-eof-yes
          READ ART-FILE INTO art-rec
             AT END MOVE 'Y' TO art-eof
          END-READ
          IF NOT art-eof-yes THEN
             IF art-rec(1:6) = '# run ' THEN
                IF art-rec(7:30) NOT = SPACES THEN
                   MOVE art-rec(7:30) TO xmit-run
                END-IF
             ELSE
                IF art-rec(1:1) NOT = '#' THEN
                   ADD 1 TO hdr-seen
                   IF hdr-seen = 2 THEN
                      MOVE art-rec(1:16) TO res-text
                   END-IF
                END-IF
             END-IF
          END-IF
       END-PERFORM
       CLOSE ART-FILE
    END-IF

    END-IF
    IF want-frames < 1 THEN MOVE 1 TO want-frames END-IF
    MOVE want-frames TO fr-ed
    ACCEPT pack-time FROM TIME
    MOVE SPACES TO bundle-stamp
    STRING audit-date DELIMITED BY SIZE
           '.' DELIMITED BY SIZE
           pack-time(1:6) DELIMITED BY SIZE
           INTO bundle-stamp

    OPEN OUTPUT XMIT-FILE
    MOVE SPACES TO out-line
           FUNCTION TRIM(res-text) DELIMITED BY SIZE
           ' ' DELIMITED BY SIZE
           FUNCTION TRIM(fr-ed) DELIMITED BY SIZE
           ' ' DELIMITED BY SIZE
           FUNCTION TRIM(bundle-stamp) DELIMITED BY SIZE
           ' ' DELIMITED BY SIZE
           FUNCTION TRIM(xmit-run) DELIMITED BY SIZE
           INTO out-line
    WRITE xmit-rec FROM out-line
    MOVE 0 TO total-recs
              FUNCTION TRIM(at-name(ai)) DELIMITED BY SIZE
              ' ' DELIMITED BY SIZE
              FUNCTION TRIM(cnt-ed) DELIMITED BY SIZE
              ' ' DELIMITED BY SIZE
              at-sum(ai) DELIMITED BY SIZE
              INTO out-line
       WRITE xmit-rec FROM out-line
       ADD at-count(ai) TO total-recs
              ' ' DELIMITED BY SIZE
              FUNCTION TRIM(cnt-ed) DELIMITED BY SIZE
              INTO out-line
       IF at-hex(ai) = 'Y' THEN
          MOVE SPACES TO hex-line
          STRING FUNCTION TRIM(out-line) DELIMITED BY SIZE
                 ' HEX' DELIMITED BY SIZE
                 INTO hex-line
          MOVE hex-line TO out-line
       END-IF
       WRITE xmit-rec FROM out-line
       IF at-hex(ai) = 'Y' THEN
          PERFORM PACK-BMP-SECTION
       ELSE
          MOVE at-name(ai) TO art-fname
          MOVE 'N' TO art-eof
          OPEN INPUT ART-FILE
          PERFORM UNTIL art-eof-yes
             READ ART-FILE INTO art-rec
                AT END MOVE 'Y' TO art-eof
             END-READ
             IF NOT art-eof-yes THEN
                WRITE xmit-rec FROM art-rec
             END-IF
          END-PERFORM
          CLOSE ART-FILE
       END-IF
    END-PERFORM
    MOVE num-arts TO cnt-ed
    MOVE total-recs TO cnt2-ed
    WRITE xmit-rec FROM out-line
    CLOSE XMIT-FILE
    DISPLAY 'TRANSMIT: packed ' FUNCTION TRIM(cnt-ed) ' file(s), '
       FUNCTION TRIM(cnt2-ed) ' record(s) into RENDXMIT, stamp '
       FUNCTION TRIM(bundle-stamp)
    PERFORM WRITE-PACK-AUDIT
    PERFORM WRITE-XMITLOG
    IF xmit-order NOT = SPACES THEN
       CALL 'ORDSTAT' USING ord-moved
    END-IF.

*>  Every bundle sent is on the log, and one packed for a work order
*>  says which - that entry is what marks the order DELIVERED.
WRITE-PACK-AUDIT.
    MOVE SPACES TO audit-rec
    STRING audit-date DELIMITED BY SIZE
           ' ' DELIMITED BY SIZE
           FUNCTION TRIM(audit-operator) DELIMITED BY SIZE
           ' TRANSMIT PACK' DELIMITED BY SIZE
           INTO audit-rec
    IF xmit-order NOT = SPACES THEN
       MOVE SPACES TO out-line
       STRING FUNCTION TRIM(audit-rec) DELIMITED BY SIZE
              ' order=' DELIMITED BY SIZE
              FUNCTION TRIM(xmit-order) DELIMITED BY SIZE
              INTO out-line
       MOVE out-line TO audit-rec
    END-IF
    MOVE SPACES TO out-line
    STRING FUNCTION TRIM(audit-rec) DELIMITED BY SIZE
           ' files=' DELIMITED BY SIZE
           FUNCTION TRIM(cnt-ed) DELIMITED BY SIZE
           ' records=' DELIMITED BY SIZE
           FUNCTION TRIM(cnt2-ed) DELIMITED BY SIZE
           INTO out-line
    MOVE out-line TO audit-rec
    OPEN EXTEND AUDIT-FILE
    IF audit-file-status = '35' THEN
       OPEN OUTPUT AUDIT-FILE
    END-IF
    WRITE audit-rec
    CLOSE AUDIT-FILE.

WRITE-XMITLOG.
    MOVE SPACES TO xlog-rec
    STRING FUNCTION TRIM(bundle-stamp) DELIMITED BY SIZE
           ' ' DELIMITED BY SIZE
           audit-date DELIMITED BY SIZE
           ' ' DELIMITED BY SIZE
           FUNCTION TRIM(audit-operator) DELIMITED BY SIZE
           ' ' DELIMITED BY SIZE
           FUNCTION TRIM(cnt-ed) DELIMITED BY SIZE
           ' ' DELIMITED BY SIZE
           FUNCTION TRIM(cnt2-ed) DELIMITED BY SIZE
           INTO xlog-rec
    IF xmit-order NOT = SPACES THEN
       MOVE SPACES TO out-line
       STRING FUNCTION TRIM(xlog-rec) DELIMITED BY SIZE
              ' ' DELIMITED BY SIZE
              FUNCTION TRIM(xmit-order) DELIMITED BY SIZE
              INTO out-line
    ELSE
       MOVE SPACES TO out-line
       STRING FUNCTION TRIM(xlog-rec) DELIMITED BY SIZE
              ' -' DELIMITED BY SIZE
              INTO out-line
    END-IF
    MOVE out-line TO xlog-rec
    OPEN EXTEND XLOG-FILE
    IF xlog-file-status = '35' THEN
       OPEN OUTPUT XLOG-FILE
    END-IF
    WRITE xlog-rec
    CLOSE XLOG-FILE.

SET-PREFIX.
    EVALUATE prefix-i
       WHEN 1 MOVE 'RENDPPM' TO art-prefix
       WHEN 2 MOVE 'RENDDEPTH' TO art-prefix
       WHEN 3 MOVE 'RENDMASK' TO art-prefix
       WHEN 4 MOVE 'RENDEDL' TO art-prefix
       WHEN 5 MOVE 'RENDSHOT' TO art-prefix
    END-EVALUATE.

*>  An artifact that simply isn't there (a run without AUX has no
    IF art-file-status NOT = '00' THEN
       EXIT PARAGRAPH
    END-IF
    MOVE 'S' TO sum-func
    PERFORM CALL-ARTSUM
    PERFORM UNTIL art-eof-yes
       READ ART-FILE INTO art-rec
          AT END MOVE 'Y' TO art-eof
       END-READ
       IF NOT art-eof-yes THEN
          ADD 1 TO rec-count
          MOVE art-rec TO sum-line
          MOVE 'A' TO sum-func
          PERFORM CALL-ARTSUM
       END-IF
    END-PERFORM
    CLOSE ART-FILE
    MOVE 'E' TO sum-func
    PERFORM CALL-ARTSUM
    IF num-arts < max-arts THEN
       ADD 1 TO num-arts
       MOVE art-fname TO at-name(num-arts)
       MOVE rec-count TO at-count(num-arts)
       MOVE sum-hex TO at-sum(num-arts)
       MOVE 'N' TO at-hex(num-arts)
    END-IF.

*>  The PPM just noted may have a BMP beside it.
NOTE-BMP-ARTIFACT.
    MOVE SPACES TO bin-fname
    STRING FUNCTION TRIM(art-fname) DELIMITED BY SIZE
           '.bmp' DELIMITED BY SIZE
           INTO bin-fname
    PERFORM NOTE-HEX-ARTIFACT.

*>  A binary file named in bin-fname, if it exists, goes in the
*>  manifest, counted and summed as the hex records it will travel
*>  as.
NOTE-HEX-ARTIFACT.
    MOVE 'I' TO bin-func
    PERFORM CALL-BINFILE
    IF bin-status NOT = '00' THEN
       EXIT PARAGRAPH
    END-IF
    MOVE 0 TO rec-count
    MOVE 'S' TO sum-func
    PERFORM CALL-ARTSUM
    MOVE 'N' TO bmp-eof
    PERFORM UNTIL bmp-eof = 'Y'
       PERFORM READ-BMP-AS-HEX
       IF bmp-eof = 'N' THEN
          ADD 1 TO rec-count
          MOVE hex-line TO sum-line
          MOVE 'A' TO sum-func
          PERFORM CALL-ARTSUM
       END-IF
    END-PERFORM
    MOVE 'X' TO bin-func
    PERFORM CALL-BINFILE
    MOVE 'E' TO sum-func
    PERFORM CALL-ARTSUM
    IF num-arts < max-arts THEN
       ADD 1 TO num-arts
       MOVE bin-fname TO at-name(num-arts)
       MOVE rec-count TO at-count(num-arts)
       MOVE sum-hex TO at-sum(num-arts)
       MOVE 'Y' TO at-hex(num-arts)
    END-IF.

PACK-BMP-SECTION.
    MOVE at-name(ai) TO bin-fname
    MOVE 'I' TO bin-func
    PERFORM CALL-BINFILE
    MOVE 'N' TO bmp-eof
    PERFORM UNTIL bmp-eof = 'Y'
       PERFORM READ-BMP-AS-HEX
       IF bmp-eof = 'N' THEN
          WRITE xmit-rec FROM hex-line
       END-IF
    END-PERFORM
    MOVE 'X' TO bin-func
    PERFORM CALL-BINFILE.

*>  The next 100 bytes of the open BMP as one record of hex.
READ-BMP-AS-HEX.
    MOVE SPACES TO hex-line
    MOVE 100 TO bin-len
    MOVE 'R' TO bin-func
    PERFORM CALL-BINFILE
    IF bin-len = 0 THEN
       MOVE 'Y' TO bmp-eof
       EXIT PARAGRAPH
    END-IF
    PERFORM VARYING hex-i FROM 1 BY 1 UNTIL hex-i > bin-len
       COMPUTE hex-byte = FUNCTION ORD(bin-data(hex-i:1)) - 1
       DIVIDE hex-byte BY 16 GIVING hex-hi REMAINDER hex-lo
       COMPUTE hex-pos = hex-i * 2 - 1
       MOVE hex-digits(hex-hi + 1:1) TO hex-line(hex-pos:1)
       MOVE hex-digits(hex-lo + 1:1) TO hex-line(hex-pos + 1:1)
    END-PERFORM.

*>  One record of a HEX section back into bytes on the open BMP.
WRITE-HEX-AS-BMP.
    MOVE 0 TO bin-len
    PERFORM VARYING hex-pos FROM 1 BY 2 UNTIL hex-pos > 199
       OR xmit-rec(hex-pos:1) = SPACE
       MOVE 0 TO hex-hi
       MOVE 0 TO hex-lo
       PERFORM VARYING hex-i FROM 1 BY 1 UNTIL hex-i > 16
          IF hex-digits(hex-i:1) = xmit-rec(hex-pos:1) THEN
             COMPUTE hex-hi = hex-i - 1
          END-IF
          IF hex-digits(hex-i:1) = xmit-rec(hex-pos + 1:1) THEN
             COMPUTE hex-lo = hex-i - 1
          END-IF
       END-PERFORM
       ADD 1 TO bin-len
       MOVE FUNCTION CHAR(hex-hi * 16 + hex-lo + 1)
          TO bin-data(bin-len:1)
    END-PERFORM
    IF bin-len > 0 THEN
       MOVE 'W' TO bin-func
       PERFORM CALL-BINFILE
    END-IF.

CALL-BINFILE.
    CALL 'BINFILE' USING bin-func, bin-fname, bin-data, bin-len,
       bin-status.

CALL-ARTSUM.
    CALL 'ARTSUM' USING sum-func, sum-fname, sum-line, sum-a, sum-b,
       sum-recs, sum-hex.

*>  The receiving side: walk the bundle's sections, write each file
*>  back out (UNPACK) or just count it (VERIFY), and hold every
*>  per-file count against both the separator's claim and the
       IF NOT xmit-eof-yes THEN
          EVALUATE TRUE
             WHEN xmit-rec(1:6) = '=XMIT '
                PERFORM VARYING ht-i FROM 1 BY 1 UNTIL ht-i > 8
                   MOVE SPACES TO hdr-tok(ht-i)
                END-PERFORM
                UNSTRING xmit-rec DELIMITED BY ALL SPACES
                   INTO hdr-tok(1), hdr-tok(2), hdr-tok(3),
                        hdr-tok(4), hdr-tok(5), hdr-tok(6),
                        hdr-tok(7), hdr-tok(8)
                MOVE hdr-tok(7) TO bundle-stamp
                DISPLAY 'TRANSMIT: bundle of ' FUNCTION TRIM(
                   hdr-tok(2)) ' by ' FUNCTION TRIM(hdr-tok(3))
                   ' res ' FUNCTION TRIM(hdr-tok(4)) ' '
                   FUNCTION TRIM(hdr-tok(5)) ' frames '
                   FUNCTION TRIM(hdr-tok(6))
                IF hdr-tok(8) NOT = SPACES
                   AND hdr-tok(8) NOT = '-' THEN
                   DISPLAY 'TRANSMIT: rendered by run '
                      FUNCTION TRIM(hdr-tok(8))
                END-IF
             WHEN xmit-rec(1:5) = '=DIR '
                PERFORM TAKE-DIR-RECORD
             WHEN xmit-rec(1:6) = '=FILE '
             WHEN sect-open = 'Y'
                ADD 1 TO sect-count
                ADD 1 TO total-recs
                MOVE xmit-rec TO sum-line
                MOVE 'A' TO sum-func
                PERFORM CALL-ARTSUM
                IF writing-mode = 'Y' THEN
                   IF sect-hex = 'Y' THEN
                      PERFORM WRITE-HEX-AS-BMP
                   ELSE
                      WRITE art-rec FROM xmit-rec
                   END-IF
                END-IF
          END-EVALUATE
       END-IF
    PERFORM CLOSE-OLD-SECTION
    IF saw-trailer = 'N' THEN
       DISPLAY 'TRANSMIT: no =END trailer - the bundle is truncated'
       MOVE 'no trailer - bundle truncated' TO reason-try
       PERFORM NOTE-REJECT
    ELSE
       IF trailer-files NOT = file-count
          OR trailer-recs NOT = total-recs THEN
          DISPLAY 'TRANSMIT: trailer totals disagree with what the '
             'bundle held'
          MOVE 'trailer totals disagree' TO reason-try
          PERFORM NOTE-REJECT
       END-IF
    END-IF
    PERFORM VARYING ai FROM 1 BY 1 UNTIL ai > num-arts
       IF at-seen(ai) NOT = 'Y' THEN
          DISPLAY 'TRANSMIT: ' FUNCTION TRIM(at-name(ai))
             ' is in the directory but not in the bundle'
          MOVE SPACES TO reason-try
          STRING FUNCTION TRIM(at-name(ai)) DELIMITED BY SIZE
                 ' missing from bundle' DELIMITED BY SIZE
                 INTO reason-try
          PERFORM NOTE-REJECT
       END-IF
    END-PERFORM
    MOVE file-count TO cnt-ed
    MOVE total-recs TO cnt2-ed
    IF xmit-mode = 'VERIFY' THEN
       PERFORM WRITE-ACK
    END-IF
    IF bad-count = 0 THEN
       DISPLAY 'TRANSMIT: ' FUNCTION TRIM(cnt-ed) ' file(s), '
          FUNCTION TRIM(cnt2-ed) ' record(s) - all counts and '
          'checksums agree'
    ELSE
       DISPLAY 'TRANSMIT: ' FUNCTION TRIM(cnt-ed) ' file(s) with '
          bad-count ' problem(s)'
       MOVE SPACES TO hdr-tok(ht-i)
    END-PERFORM
    UNSTRING xmit-rec DELIMITED BY ALL SPACES
       INTO hdr-tok(1), hdr-tok(2), hdr-tok(3), hdr-tok(4)
    IF num-arts < max-arts THEN
       ADD 1 TO num-arts
       MOVE hdr-tok(2) TO at-name(num-arts)
       COMPUTE at-count(num-arts) = FUNCTION NUMVAL(hdr-tok(3))
       MOVE 'N' TO at-seen(num-arts)
       MOVE hdr-tok(4) TO at-sum(num-arts)
    END-IF.

START-NEW-SECTION.
       MOVE SPACES TO hdr-tok(ht-i)
    END-PERFORM
    UNSTRING xmit-rec DELIMITED BY ALL SPACES
       INTO hdr-tok(1), hdr-tok(2), hdr-tok(3), hdr-tok(4)
    MOVE hdr-tok(2) TO sect-name
    MOVE 'N' TO sect-hex
    IF hdr-tok(4) = 'HEX' THEN
       MOVE 'Y' TO sect-hex
    END-IF
    COMPUTE sect-claim = FUNCTION NUMVAL(hdr-tok(3))
    MOVE 0 TO sect-count
    MOVE 'S' TO sum-func
    PERFORM CALL-ARTSUM
    MOVE 'Y' TO sect-open
    ADD 1 TO file-count
    IF writing-mode = 'Y' THEN
       IF sect-hex = 'Y' THEN
          MOVE sect-name TO bin-fname
          MOVE 'O' TO bin-func
          PERFORM CALL-BINFILE
       ELSE
          MOVE sect-name TO art-fname
          OPEN OUTPUT ART-FILE
       END-IF
    END-IF.

*>  End of one file's records: the count observed against the
       EXIT PARAGRAPH
    END-IF
    IF writing-mode = 'Y' THEN
       IF sect-hex = 'Y' THEN
          MOVE 'C' TO bin-func
          PERFORM CALL-BINFILE
       ELSE
          CLOSE ART-FILE
       END-IF
    END-IF
    MOVE sect-count TO cnt-ed
    IF sect-count NOT = sect-claim THEN
       DISPLAY 'TRANSMIT: ' FUNCTION TRIM(sect-name) ' held '
          FUNCTION TRIM(cnt-ed) ' record(s) against its separator''s '
          'claim'
       MOVE SPACES TO reason-try
       STRING FUNCTION TRIM(sect-name) DELIMITED BY SIZE
              ' disagrees with separator count' DELIMITED BY SIZE
              INTO reason-try
       PERFORM NOTE-REJECT
    END-IF
    MOVE 0 TO ai
    PERFORM VARYING ht-i FROM 1 BY 1 UNTIL ht-i > num-arts
    IF ai = 0 THEN
       DISPLAY 'TRANSMIT: ' FUNCTION TRIM(sect-name) ' missing from '
          'the directory'
       MOVE SPACES TO reason-try
       STRING FUNCTION TRIM(sect-name) DELIMITED BY SIZE
              ' not in directory' DELIMITED BY SIZE
              INTO reason-try
       PERFORM NOTE-REJECT
    ELSE
       MOVE 'Y' TO at-seen(ai)
       MOVE 'E' TO sum-func
       PERFORM CALL-ARTSUM
*>     A bundle packed before manifests carried sums has none to hold
*>     the content against - its counts are all there is.
       IF at-sum(ai) NOT = SPACES AND at-sum(ai) NOT = sum-hex THEN
          DISPLAY 'TRANSMIT: ' FUNCTION TRIM(sect-name)
             ' checksum ' sum-hex ' against the manifest''s '
             at-sum(ai)
          MOVE SPACES TO reason-try
          STRING FUNCTION TRIM(sect-name) DELIMITED BY SIZE
                 ' checksum mismatch' DELIMITED BY SIZE
                 INTO reason-try
          PERFORM NOTE-REJECT
       END-IF
       IF at-count(ai) NOT = sect-count THEN
          DISPLAY 'TRANSMIT: ' FUNCTION TRIM(sect-name)
             ' disagrees with its directory count'
          MOVE SPACES TO reason-try
          STRING FUNCTION TRIM(sect-name) DELIMITED BY SIZE
                 ' disagrees with directory count' DELIMITED BY SIZE
                 INTO reason-try
          PERFORM NOTE-REJECT
       END-IF
    END-IF
    MOVE 'N' TO sect-open.

*>  One more problem; the first one found is the reason the
*>  acknowledgement gives.
NOTE-REJECT.
    ADD 1 TO bad-count
    IF reject-reason = SPACES THEN
       MOVE reason-try TO reject-reason
    END-IF.

*>  The receiving side's answer: which bundle, when it arrived, and
*>  whether every count held. A bundle packed before stamps were
*>  written answers as its header date alone.
WRITE-ACK.
    ACCEPT audit-date FROM DATE YYYYMMDD
    IF bundle-stamp = SPACES THEN
       MOVE hdr-tok(2) TO bundle-stamp
    END-IF
    IF bundle-stamp = SPACES THEN
       MOVE 'UNKNOWN' TO bundle-stamp
    END-IF
    IF bad-count = 0 THEN
       MOVE 'Y' TO ack-matched
       MOVE '-' TO reject-reason
    ELSE
       MOVE 'N' TO ack-matched
    END-IF
    MOVE SPACES TO ack-rec
    STRING FUNCTION TRIM(bundle-stamp) DELIMITED BY SIZE
           ' ' DELIMITED BY SIZE
           audit-date DELIMITED BY SIZE
           ' ' DELIMITED BY SIZE
           ack-matched DELIMITED BY SIZE
           ' ' DELIMITED BY SIZE
           FUNCTION TRIM(reject-reason) DELIMITED BY SIZE
           INTO ack-rec
    OPEN EXTEND ACK-FILE
    IF ack-file-status = '35' THEN
       OPEN OUTPUT ACK-FILE
    END-IF
    WRITE ack-rec
    CLOSE ACK-FILE
    DISPLAY 'TRANSMIT: acknowledgement for '
       FUNCTION TRIM(bundle-stamp) ' written to XMITACK'.
