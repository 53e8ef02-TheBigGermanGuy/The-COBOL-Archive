    05 SUM-MATCH-NUMBER      PIC 9(4).
    05 SUM-SEP-7             PIC X.
    05 SUM-HANDICAP          PIC 9(2).
    05 SUM-SEP-8             PIC X.
    05 SUM-PLAYER-SLOT       PIC X.
    05 SUM-SEP-9             PIC X.
    05 SUM-END-CAUSE         PIC X.
    05 SUM-SEP-10            PIC X.
    05 SUM-END-X             PIC 9(2).
    05 SUM-SEP-11            PIC X.
    05 SUM-END-Y             PIC 9(2).
    05 SUM-SEP-12            PIC X.
    05 SUM-COURSE-ID         PIC X(8).
    05 SUM-SEP-13            PIC X.
    05 SUM-SEASON-ID         PIC X(8).
    05 SUM-SEP-14            PIC X.
    05 SUM-RULES-VERSION     PIC 9(4).
FD  AUDIT-FILE.
01  AUDIT-RECORD.
    05 AUD-PLAYER            PIC X(2).
