DATA DIVISION.
FILE SECTION.
FD  SUMMARY-REPORT-FILE.
01  SUMMARY-REPORT-RECORD    PIC X(78).
FD  SUM-ARCHIVE-FILE.
01  SUM-ARCHIVE-RECORD       PIC X(78).
FD  HIGH-SCORE-FILE.
01  HIGH-SCORE-RECORD.
    05 HS-REC-KEY.
