DATA DIVISION.
    FILE SECTION.
    FD HIST-FILE.
    01 hist-rec PIC X(160).

    WORKING-STORAGE SECTION.
    01 hist-file-status PIC X(2) VALUE '00'.
    01 run-count PIC S9(8) COMP VALUE 0.

    01 slow-secs PIC S9(9)V9(2) COMP-3 VALUE 0.
    01 slow-line PIC X(160) VALUE SPACES.

    01 rate-kpx PIC S9(9)V9(2) COMP-3 VALUE 0.
    01 tot-pixels PIC S9(12) COMP VALUE 0.
