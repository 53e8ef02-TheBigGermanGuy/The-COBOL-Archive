      *> start included) and decide the ranking; gross points strip
      *> the head start back out of each game's length, so the table
      *> shows both the levelled result and the raw merit.
      *>
      *> Only the open season's games count (the season on SEASCTL.DAT
      *> that SNAKE-GAME stamps on every summary row), so the table
      *> starts from zero after each SNAKE-SEASON close-out.  Until the
      *> first close-out there is no control file and every unstamped
      *> row counts, as before.
      *>*****************************************************************
      >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
    SELECT STANDINGS-REPORT-FILE ASSIGN TO "STANDING.RPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RPT-FILE-STATUS.
    SELECT SEASON-CONTROL-FILE ASSIGN TO "SEASCTL.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-SCT-FILE-STATUS.
DATA DIVISION.
FILE SECTION.
FD  SUMMARY-REPORT-FILE.
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
FD  STANDINGS-REPORT-FILE.
01  STANDINGS-REPORT-RECORD  PIC X(80).
FD  SEASON-CONTROL-FILE.
01  SEASON-CONTROL-RECORD.
    05 SC-SEASON-ID          PIC X(8).
    05 SC-SEP-1              PIC X.
    05 SC-START-DATE         PIC 9(8).
    05 SC-SEP-2              PIC X.
    05 SC-LAST-CLOSED        PIC X(8).
    05 SC-SEP-3              PIC X.
    05 SC-LAST-END-DATE      PIC 9(8).
WORKING-STORAGE SECTION.
01 WS-SUM-FILE-STATUS PIC XX VALUE SPACES.
01 WS-RPT-FILE-STATUS PIC XX VALUE SPACES.
01 WS-SUM-EOF PIC X VALUE 'N'.
01 WS-RECORDS-READ PIC 9(6) VALUE 0.
01 WS-SCT-FILE-STATUS PIC XX VALUE SPACES.
01 WS-SEASON-ID PIC X(8) VALUE SPACES.
01 WS-OTHER-SEASONS PIC 9(6) VALUE 0.

01 WS-PLAYER-COUNT PIC 9(3) VALUE 0.
01 WS-PLAYER-LIMIT PIC 9(3) VALUE 100.
01 HEADING-LINE-1.
   05 FILLER PIC X(31) VALUE "SNAKE LEAGUE STANDINGS    RUN ".
   05 HDG-DATE PIC 9(8).
   05 FILLER PIC X(4) VALUE SPACES.
   05 HDG-SEASON-LABEL PIC X(7) VALUE SPACES.
   05 HDG-SEASON-ID PIC X(8) VALUE SPACES.
   05 FILLER PIC X(12) VALUE SPACES.
   05 FILLER PIC X(5) VALUE "PAGE ".
   05 HDG-PAGE PIC ZZ9.
01 HEADING-LINE-2 PIC X(80) VALUE
   05 TOT-RECORDS PIC ZZZZZ9.
   05 FILLER PIC X(12) VALUE "   PLAYERS: ".
   05 TOT-PLAYERS PIC ZZ9.
   05 FILLER PIC X(21) VALUE "   OTHER SEASONS: ".
   05 TOT-OTHER-SEASONS PIC ZZZZZ9.

PROCEDURE DIVISION.
MAIN-LOGIC.
    ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
    PERFORM READ-SEASON-CONTROL.
    PERFORM LOAD-SUMMARY-FILE.
    IF WS-PLAYER-COUNT = 0
       DISPLAY "NO SUMMARY RECORDS FOR THE SEASON - NO STANDINGS TO REPORT"
       STOP RUN
    END-IF.
    PERFORM COMPUTE-POINTS.
             MOVE 'Y' TO WS-SUM-EOF
          NOT AT END
             ADD 1 TO WS-RECORDS-READ
             IF SUM-SEASON-ID = WS-SEASON-ID
                PERFORM ACCUMULATE-PLAYER
             ELSE
                ADD 1 TO WS-OTHER-SEASONS
             END-IF
       END-READ
    END-PERFORM
    CLOSE SUMMARY-REPORT-FILE.
READ-SEASON-CONTROL.
    MOVE SPACES TO WS-SEASON-ID
    OPEN INPUT SEASON-CONTROL-FILE
    IF WS-SCT-FILE-STATUS = "00"
       READ SEASON-CONTROL-FILE
          AT END
             CONTINUE
          NOT AT END
             MOVE SC-SEASON-ID TO WS-SEASON-ID
       END-READ
       CLOSE SEASON-CONTROL-FILE
    END-IF.
ACCUMULATE-PLAYER.
    MOVE 'N' TO WS-PLAYER-FOUND
    PERFORM VARYING ST-J FROM 1 BY 1
    WRITE STANDINGS-REPORT-RECORD
    MOVE WS-RECORDS-READ TO TOT-RECORDS
    MOVE WS-PLAYER-COUNT TO TOT-PLAYERS
    MOVE WS-OTHER-SEASONS TO TOT-OTHER-SEASONS
    MOVE TOTAL-LINE TO STANDINGS-REPORT-RECORD
    WRITE STANDINGS-REPORT-RECORD
    CLOSE STANDINGS-REPORT-FILE.
PRINT-PAGE-HEADING.
    ADD 1 TO WS-PAGE-NUMBER
    MOVE WS-RUN-DATE TO HDG-DATE
    IF WS-SEASON-ID NOT = SPACES
       MOVE "SEASON " TO HDG-SEASON-LABEL
       MOVE WS-SEASON-ID TO HDG-SEASON-ID
    END-IF
    MOVE WS-PAGE-NUMBER TO HDG-PAGE
    MOVE HEADING-LINE-1 TO STANDINGS-REPORT-RECORD
    WRITE STANDINGS-REPORT-RECORD
