      *>*****************************************************************
      *> SNAKE-DIFFICULTY
      *> Course difficulty analysis for the course committee.  Reads
      *> the summary file, where every game now records how each
      *> player's game ended (wall, self, obstacle, head-on, body, queue
      *> exhausted, tick limit, or not eliminated), the final head cell
      *> and the course played, and reports by course:
      *>   - games played, average and median survival in iterations
      *>   - the share of player-games ended by each cause
      *>   - the ten deadliest cells, counted over eliminations only
      *>     (wall, self, obstacle, head-on, body); a wall death is
      *>     shown on the cell just beyond the wall the head crossed
      *> A two-player game writes two summary rows; the game is counted
      *> once, on the player-1 row, and both rows count toward causes
      *> and cells.  Courses on the library COURSES.DAT that have never
      *> been played are listed as well, and games played without a
      *> course id are reported under DEFAULT (the computed layout).
      *> Courses are ranked hardest first on median survival.  Summary
      *> rows written before the cause was recorded are counted and
      *> skipped.  Written to DIFFCLTY.RPT.
      *>*****************************************************************
      >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. SNAKE-DIFFICULTY.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT SUMMARY-REPORT-FILE ASSIGN TO "SUMMARY.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-SUM-FILE-STATUS.
    SELECT COURSE-FILE ASSIGN TO "COURSES.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CRS-FILE-STATUS.
    SELECT DIFFICULTY-REPORT-FILE ASSIGN TO "DIFFCLTY.RPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RPT-FILE-STATUS.
DATA DIVISION.
FILE SECTION.
FD  SUMMARY-REPORT-FILE.
01  SUMMARY-REPORT-RECORD.
    05 SUM-PLAYER-ID         PIC X(8).
    05 SUM-SEP-1             PIC X.
    05 SUM-FINAL-LENGTH      PIC 9(4).
    05 SUM-SEP-2             PIC X.
    05 SUM-ITERATIONS        PIC 9(6).
    05 SUM-SEP-3             PIC X.
    05 SUM-FOOD-EATEN        PIC 9(4).
    05 SUM-SEP-4             PIC X.
    05 SUM-GAME-NUMBER       PIC 9(2).
    05 SUM-SEP-5             PIC X.
    05 SUM-DATE              PIC 9(8).
    05 SUM-SEP-6             PIC X.
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
FD  COURSE-FILE.
01  COURSE-RECORD.
    05 CRS-COURSE-ID         PIC X(8).
    05 CRS-OBSTACLE-COUNT    PIC 9(2).
    05 CRS-COORD OCCURS 20 TIMES.
       10 CRS-X              PIC 9(2).
       10 CRS-Y              PIC 9(2).
FD  DIFFICULTY-REPORT-FILE.
01  DIFFICULTY-REPORT-RECORD PIC X(80).
WORKING-STORAGE SECTION.
01 WS-SUM-FILE-STATUS PIC XX VALUE SPACES.
01 WS-CRS-FILE-STATUS PIC XX VALUE SPACES.
01 WS-RPT-FILE-STATUS PIC XX VALUE SPACES.
01 WS-SUM-EOF PIC X VALUE 'N'.
01 WS-CRS-EOF PIC X VALUE 'N'.
01 WS-RECORDS-READ PIC 9(6) VALUE 0.
01 WS-RECORDS-SKIPPED PIC 9(6) VALUE 0.
01 WS-ROW-COURSE PIC X(8) VALUE SPACES.

*> Cause codes as written by SNAKE-GAME, in report column order.
*> The first five are eliminations and count toward deadly cells.
01 WS-CAUSE-CODES PIC X(8) VALUE "WSOHBQTN".
01 WS-CAUSE-CODE-TABLE REDEFINES WS-CAUSE-CODES.
   05 WS-CAUSE-CODE PIC X OCCURS 8 TIMES.
01 WS-CAUSE-COUNT PIC 9 VALUE 8.
01 WS-DEATH-CAUSES PIC 9 VALUE 5.
01 WS-CAUSE-SLOT PIC 9 VALUE 0.
01 CS-J PIC 9.

01 WS-COURSE-COUNT PIC 9(3) VALUE 0.
01 WS-COURSE-LIMIT PIC 9(3) VALUE 50.
01 COURSE-TABLE.
   05 COURSE-ENTRY OCCURS 50 TIMES INDEXED BY CT-IDX.
      10 CT-COURSE-ID PIC X(8).
      10 CT-GAMES PIC 9(6).
      10 CT-TOTAL-ITERATIONS PIC 9(10).
      10 CT-AVERAGE PIC 9(6).
      10 CT-MEDIAN PIC 9(6).
      10 CT-PLAYER-GAMES PIC 9(6).
      10 CT-DEATHS PIC 9(6).
      10 CT-CAUSE-TALLY PIC 9(6) OCCURS 8 TIMES.
01 CT-SWAP-ENTRY.
   05 CTS-COURSE-ID PIC X(8).
   05 CTS-GAMES PIC 9(6).
   05 CTS-TOTAL-ITERATIONS PIC 9(10).
   05 CTS-AVERAGE PIC 9(6).
   05 CTS-MEDIAN PIC 9(6).
   05 CTS-PLAYER-GAMES PIC 9(6).
   05 CTS-DEATHS PIC 9(6).
   05 CTS-CAUSE-TALLY PIC 9(6) OCCURS 8 TIMES.
01 CT-J PIC 9(3).
01 CT-K PIC 9(3).
01 WS-COURSE-FOUND PIC X VALUE 'N'.
01 WS-SWAP-NEEDED PIC X VALUE 'N'.

*> One entry per game for the median; the course is held by its
*> position in the course table, which the ranking sort moves, so
*> medians are taken before the courses are ranked.
01 WS-GAME-COUNT PIC 9(5) VALUE 0.
01 WS-GAME-LIMIT PIC 9(5) VALUE 5000.
01 GAME-TABLE.
   05 GAME-ENTRY OCCURS 5000 TIMES INDEXED BY GT-IDX.
      10 GT-COURSE PIC 9(3).
      10 GT-ITERATIONS PIC 9(6).
01 GT-J PIC 9(5).
01 WS-MEDIAN-COUNT PIC 9(5) VALUE 0.
01 MEDIAN-TABLE.
   05 MD-ITERATIONS PIC 9(6) OCCURS 5000 TIMES INDEXED BY MD-IDX.
01 MD-J PIC 9(5).
01 MD-K PIC 9(5).
01 MD-SWAP PIC 9(6).
01 MD-MID PIC 9(5).

01 WS-CELL-COUNT PIC 9(4) VALUE 0.
01 WS-CELL-LIMIT PIC 9(4) VALUE 2000.
01 CELL-TABLE.
   05 CELL-ENTRY OCCURS 2000 TIMES INDEXED BY DC-IDX.
      10 DC-COURSE PIC 9(3).
      10 DC-X PIC 9(2).
      10 DC-Y PIC 9(2).
      10 DC-DEATHS PIC 9(6).
      10 DC-LISTED PIC X.
01 DC-J PIC 9(4).
01 DC-BEST PIC 9(4).
01 WS-CELL-FOUND PIC X VALUE 'N'.
01 WS-CELL-RANK PIC 9(2).
01 WS-CELLS-SHOWN PIC 9(2) VALUE 10.

01 WS-PERCENT PIC 9(3).
01 WS-COURSES-PLAYED PIC 9(3) VALUE 0.
01 WS-GAMES-TOTAL PIC 9(6) VALUE 0.

01 WS-RUN-DATE PIC 9(8).
01 WS-PAGE-NUMBER PIC 9(3) VALUE 0.
01 WS-LINE-COUNT PIC 9(2) VALUE 0.
01 WS-LINES-PER-PAGE PIC 9(2) VALUE 55.
01 WS-HELD-LINE PIC X(80) VALUE SPACES.

01 HEADING-LINE-1.
   05 FILLER PIC X(31) VALUE "COURSE DIFFICULTY ANALYSIS RUN ".
   05 HDG-DATE PIC 9(8).
   05 FILLER PIC X(31) VALUE SPACES.
   05 FILLER PIC X(5) VALUE "PAGE ".
   05 HDG-PAGE PIC ZZ9.
01 COURSE-HEADING-1 PIC X(80) VALUE
   "                 SURVIVAL        ------ SHARE OF PLAYER-GAMES BY CAUSE -------".
01 COURSE-HEADING-2 PIC X(80) VALUE
   "COURSE    GAMES    AVG MEDIAN    WALL SELF OBST HDON BODY QUEU TICK  NOT ELIM".
01 COURSE-HEADING-3 PIC X(80) VALUE
   "--------  -----  ----- ------    ---- ---- ---- ---- ---- ---- ----  --------".
01 COURSE-LINE.
   05 CL-COURSE-ID PIC X(8).
   05 FILLER PIC X(2) VALUE SPACES.
   05 CL-GAMES PIC ZZZZ9.
   05 FILLER PIC X(2) VALUE SPACES.
   05 CL-AVERAGE PIC ZZZZ9.
   05 FILLER PIC X VALUE SPACE.
   05 CL-MEDIAN PIC ZZZZZ9.
   05 FILLER PIC X(3) VALUE SPACES.
   05 CL-CAUSE-SHARE OCCURS 7 TIMES.
      10 CL-SHARE PIC ZZ9.
      10 FILLER PIC X(2) VALUE "% ".
   05 FILLER PIC X(4) VALUE SPACES.
   05 CL-NOT-ELIM PIC ZZ9.
   05 FILLER PIC X VALUE "%".
01 UNPLAYED-LINE.
   05 UL-COURSE-ID PIC X(8).
   05 FILLER PIC X(2) VALUE SPACES.
   05 FILLER PIC X(5) VALUE "    0".
   05 FILLER PIC X(14) VALUE "  NOT PLAYED".
01 CELL-TITLE-LINE.
   05 FILLER PIC X(25) VALUE "DEADLIEST CELLS - COURSE ".
   05 CTL-COURSE-ID PIC X(8).
   05 FILLER PIC X(12) VALUE "  DEATHS: ".
   05 CTL-DEATHS PIC ZZZZZ9.
01 CELL-HEADING PIC X(80) VALUE
   "    RANK   X   Y   DEATHS  SHARE".
01 CELL-LINE.
   05 FILLER PIC X(4) VALUE SPACES.
   05 CEL-RANK PIC Z9.
   05 FILLER PIC X(3) VALUE SPACES.
   05 CEL-X PIC Z9.
   05 FILLER PIC X(2) VALUE SPACES.
   05 CEL-Y PIC Z9.
   05 FILLER PIC X(3) VALUE SPACES.
   05 CEL-DEATHS PIC ZZZZZ9.
   05 FILLER PIC X(2) VALUE SPACES.
   05 CEL-SHARE PIC ZZ9.
   05 FILLER PIC X VALUE "%".
01 NO-DEATHS-LINE PIC X(80) VALUE
   "    NO ELIMINATIONS RECORDED ON THIS COURSE".
01 TOTAL-LINE.
   05 FILLER PIC X(14) VALUE "RECORDS READ: ".
   05 TOT-RECORDS PIC ZZZZZ9.
   05 FILLER PIC X(11) VALUE "   GAMES: ".
   05 TOT-GAMES PIC ZZZZZ9.
   05 FILLER PIC X(13) VALUE "   COURSES: ".
   05 TOT-COURSES PIC ZZ9.
01 SKIPPED-LINE.
   05 FILLER PIC X(39)
      VALUE "ROWS WITHOUT A RECORDED CAUSE SKIPPED: ".
   05 TOT-SKIPPED PIC ZZZZZ9.

PROCEDURE DIVISION.
MAIN-LOGIC.
    ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
    PERFORM LOAD-COURSE-LIBRARY.
    PERFORM LOAD-SUMMARY-FILE.
    IF WS-GAME-COUNT = 0 AND WS-COURSE-COUNT = 0
       DISPLAY "NO CAUSE-RECORDED GAMES ON FILE - NOTHING TO ANALYSE"
       STOP RUN
    END-IF.
    PERFORM COMPUTE-COURSE-FIGURES.
    PERFORM RANK-COURSES.
    PERFORM PRINT-DIFFICULTY-REPORT.
    DISPLAY "DIFFICULTY REPORT WRITTEN TO DIFFCLTY.RPT - "
       WS-GAMES-TOTAL " GAMES ON " WS-COURSES-PLAYED " COURSES".
    STOP RUN.
LOAD-COURSE-LIBRARY.
    OPEN INPUT COURSE-FILE
    IF WS-CRS-FILE-STATUS NOT = "00"
       DISPLAY "WARNING: CANNOT OPEN COURSE LIBRARY - STATUS "
          WS-CRS-FILE-STATUS " - PLAYED COURSES ONLY"
    ELSE
       PERFORM UNTIL WS-CRS-EOF = 'Y'
          READ COURSE-FILE
             AT END
                MOVE 'Y' TO WS-CRS-EOF
             NOT AT END
                MOVE CRS-COURSE-ID TO WS-ROW-COURSE
                PERFORM FIND-COURSE
          END-READ
       END-PERFORM
       CLOSE COURSE-FILE
    END-IF.
LOAD-SUMMARY-FILE.
    OPEN INPUT SUMMARY-REPORT-FILE
    IF WS-SUM-FILE-STATUS NOT = "00"
       DISPLAY "ERROR: CANNOT OPEN SUMMARY FILE - STATUS "
          WS-SUM-FILE-STATUS
       MOVE 16 TO RETURN-CODE
       STOP RUN
    END-IF
    PERFORM UNTIL WS-SUM-EOF = 'Y'
       READ SUMMARY-REPORT-FILE
          AT END
             MOVE 'Y' TO WS-SUM-EOF
          NOT AT END
             ADD 1 TO WS-RECORDS-READ
             PERFORM TAKE-SUMMARY-ROW
       END-READ
    END-PERFORM
    CLOSE SUMMARY-REPORT-FILE.
TAKE-SUMMARY-ROW.
    MOVE 0 TO WS-CAUSE-SLOT
    PERFORM VARYING CS-J FROM 1 BY 1 UNTIL CS-J > WS-CAUSE-COUNT
       IF SUM-END-CAUSE = WS-CAUSE-CODE(CS-J)
          MOVE CS-J TO WS-CAUSE-SLOT
       END-IF
    END-PERFORM
    IF WS-CAUSE-SLOT = 0 OR SUM-ITERATIONS NOT NUMERIC
       ADD 1 TO WS-RECORDS-SKIPPED
    ELSE
       IF SUM-COURSE-ID = SPACES
          MOVE "DEFAULT" TO WS-ROW-COURSE
       ELSE
          MOVE SUM-COURSE-ID TO WS-ROW-COURSE
       END-IF
       PERFORM FIND-COURSE
       IF WS-COURSE-FOUND = 'N'
          ADD 1 TO WS-RECORDS-SKIPPED
       ELSE
          ADD 1 TO CT-PLAYER-GAMES(CT-J)
          ADD 1 TO CT-CAUSE-TALLY(CT-J, WS-CAUSE-SLOT)
          IF SUM-PLAYER-SLOT NOT = '2'
             PERFORM ADD-GAME-TO-COURSE
          END-IF
          IF WS-CAUSE-SLOT <= WS-DEATH-CAUSES
             ADD 1 TO CT-DEATHS(CT-J)
             PERFORM ADD-DEATH-CELL
          END-IF
       END-IF
    END-IF.
FIND-COURSE.
    MOVE 'N' TO WS-COURSE-FOUND
    PERFORM VARYING CT-K FROM 1 BY 1
       UNTIL CT-K > WS-COURSE-COUNT OR WS-COURSE-FOUND = 'Y'
       IF CT-COURSE-ID(CT-K) = WS-ROW-COURSE
          MOVE 'Y' TO WS-COURSE-FOUND
          MOVE CT-K TO CT-J
       END-IF
    END-PERFORM
    IF WS-COURSE-FOUND = 'N'
       IF WS-COURSE-COUNT >= WS-COURSE-LIMIT
          DISPLAY "WARNING: MORE THAN " WS-COURSE-LIMIT " COURSES"
             " - COURSE " WS-ROW-COURSE " DROPPED"
       ELSE
          ADD 1 TO WS-COURSE-COUNT
          MOVE WS-COURSE-COUNT TO CT-J
          MOVE WS-ROW-COURSE TO CT-COURSE-ID(CT-J)
          MOVE 0 TO CT-GAMES(CT-J) CT-TOTAL-ITERATIONS(CT-J)
             CT-AVERAGE(CT-J) CT-MEDIAN(CT-J) CT-PLAYER-GAMES(CT-J)
             CT-DEATHS(CT-J)
          PERFORM VARYING CS-J FROM 1 BY 1 UNTIL CS-J > WS-CAUSE-COUNT
             MOVE 0 TO CT-CAUSE-TALLY(CT-J, CS-J)
          END-PERFORM
          MOVE 'Y' TO WS-COURSE-FOUND
       END-IF
    END-IF.
ADD-GAME-TO-COURSE.
    ADD 1 TO CT-GAMES(CT-J)
    ADD SUM-ITERATIONS TO CT-TOTAL-ITERATIONS(CT-J)
    IF WS-GAME-COUNT >= WS-GAME-LIMIT
       IF WS-GAME-COUNT = WS-GAME-LIMIT
          DISPLAY "WARNING: MORE THAN " WS-GAME-LIMIT " GAMES"
             " - MEDIANS TAKEN FROM THE FIRST " WS-GAME-LIMIT
          ADD 1 TO WS-GAME-COUNT
       END-IF
    ELSE
       ADD 1 TO WS-GAME-COUNT
       MOVE CT-J TO GT-COURSE(WS-GAME-COUNT)
       MOVE SUM-ITERATIONS TO GT-ITERATIONS(WS-GAME-COUNT)
    END-IF.
ADD-DEATH-CELL.
    MOVE 'N' TO WS-CELL-FOUND
    PERFORM VARYING DC-J FROM 1 BY 1
       UNTIL DC-J > WS-CELL-COUNT OR WS-CELL-FOUND = 'Y'
       IF DC-COURSE(DC-J) = CT-J AND DC-X(DC-J) = SUM-END-X
          AND DC-Y(DC-J) = SUM-END-Y
          MOVE 'Y' TO WS-CELL-FOUND
          ADD 1 TO DC-DEATHS(DC-J)
       END-IF
    END-PERFORM
    IF WS-CELL-FOUND = 'N'
       IF WS-CELL-COUNT >= WS-CELL-LIMIT
          DISPLAY "WARNING: MORE THAN " WS-CELL-LIMIT
             " DEADLY CELLS - CELL " SUM-END-X "," SUM-END-Y
             " ON COURSE " CT-COURSE-ID(CT-J) " DROPPED"
       ELSE
          ADD 1 TO WS-CELL-COUNT
          MOVE CT-J TO DC-COURSE(WS-CELL-COUNT)
          MOVE SUM-END-X TO DC-X(WS-CELL-COUNT)
          MOVE SUM-END-Y TO DC-Y(WS-CELL-COUNT)
          MOVE 1 TO DC-DEATHS(WS-CELL-COUNT)
          MOVE 'N' TO DC-LISTED(WS-CELL-COUNT)
       END-IF
    END-IF.
COMPUTE-COURSE-FIGURES.
    IF WS-GAME-COUNT > WS-GAME-LIMIT
       MOVE WS-GAME-LIMIT TO WS-GAME-COUNT
    END-IF
    PERFORM VARYING CT-J FROM 1 BY 1 UNTIL CT-J > WS-COURSE-COUNT
       IF CT-GAMES(CT-J) > 0
          ADD 1 TO WS-COURSES-PLAYED
          ADD CT-GAMES(CT-J) TO WS-GAMES-TOTAL
          COMPUTE CT-AVERAGE(CT-J) ROUNDED =
             CT-TOTAL-ITERATIONS(CT-J) / CT-GAMES(CT-J)
          PERFORM COMPUTE-COURSE-MEDIAN
       END-IF
    END-PERFORM.
*> Gather the course's game lengths, sort them, and take the middle
*> one (the mean of the two middle ones for an even count).
COMPUTE-COURSE-MEDIAN.
    MOVE 0 TO WS-MEDIAN-COUNT
    PERFORM VARYING GT-J FROM 1 BY 1 UNTIL GT-J > WS-GAME-COUNT
       IF GT-COURSE(GT-J) = CT-J
          ADD 1 TO WS-MEDIAN-COUNT
          MOVE GT-ITERATIONS(GT-J) TO MD-ITERATIONS(WS-MEDIAN-COUNT)
       END-IF
    END-PERFORM
    IF WS-MEDIAN-COUNT > 0
       PERFORM VARYING MD-J FROM 1 BY 1 UNTIL MD-J > WS-MEDIAN-COUNT
          PERFORM VARYING MD-K FROM 1 BY 1
             UNTIL MD-K > WS-MEDIAN-COUNT - MD-J
             IF MD-ITERATIONS(MD-K) > MD-ITERATIONS(MD-K + 1)
                MOVE MD-ITERATIONS(MD-K) TO MD-SWAP
                MOVE MD-ITERATIONS(MD-K + 1) TO MD-ITERATIONS(MD-K)
                MOVE MD-SWAP TO MD-ITERATIONS(MD-K + 1)
             END-IF
          END-PERFORM
       END-PERFORM
       COMPUTE MD-MID = (WS-MEDIAN-COUNT + 1) / 2
       IF FUNCTION MOD(WS-MEDIAN-COUNT, 2) = 1
          MOVE MD-ITERATIONS(MD-MID) TO CT-MEDIAN(CT-J)
       ELSE
          COMPUTE CT-MEDIAN(CT-J) ROUNDED =
             (MD-ITERATIONS(MD-MID) + MD-ITERATIONS(MD-MID + 1)) / 2
       END-IF
    END-IF.
*> Hardest first: played courses before unplayed ones, then the
*> shorter median survival, then the shorter average.  The cell
*> table follows each course to its new position.
RANK-COURSES.
    PERFORM VARYING CT-J FROM 1 BY 1 UNTIL CT-J > WS-COURSE-COUNT
       PERFORM VARYING CT-K FROM 1 BY 1
          UNTIL CT-K > WS-COURSE-COUNT - CT-J
          MOVE 'N' TO WS-SWAP-NEEDED
          IF CT-GAMES(CT-K) = 0 AND CT-GAMES(CT-K + 1) > 0
             MOVE 'Y' TO WS-SWAP-NEEDED
          END-IF
          IF CT-GAMES(CT-K) > 0 AND CT-GAMES(CT-K + 1) > 0
             IF CT-MEDIAN(CT-K) > CT-MEDIAN(CT-K + 1)
                MOVE 'Y' TO WS-SWAP-NEEDED
             END-IF
             IF CT-MEDIAN(CT-K) = CT-MEDIAN(CT-K + 1)
                AND CT-AVERAGE(CT-K) > CT-AVERAGE(CT-K + 1)
                MOVE 'Y' TO WS-SWAP-NEEDED
             END-IF
          END-IF
          IF WS-SWAP-NEEDED = 'Y'
             MOVE COURSE-ENTRY(CT-K) TO CT-SWAP-ENTRY
             MOVE COURSE-ENTRY(CT-K + 1) TO COURSE-ENTRY(CT-K)
             MOVE CT-SWAP-ENTRY TO COURSE-ENTRY(CT-K + 1)
             PERFORM VARYING DC-J FROM 1 BY 1
                UNTIL DC-J > WS-CELL-COUNT
                IF DC-COURSE(DC-J) = CT-K
                   COMPUTE DC-COURSE(DC-J) = CT-K + 1
                ELSE
                   IF DC-COURSE(DC-J) = CT-K + 1
                      MOVE CT-K TO DC-COURSE(DC-J)
                   END-IF
                END-IF
             END-PERFORM
          END-IF
       END-PERFORM
    END-PERFORM.
PRINT-DIFFICULTY-REPORT.
    OPEN OUTPUT DIFFICULTY-REPORT-FILE
    IF WS-RPT-FILE-STATUS NOT = "00"
       DISPLAY "ERROR: CANNOT OPEN DIFFICULTY REPORT - STATUS "
          WS-RPT-FILE-STATUS
       MOVE 16 TO RETURN-CODE
       STOP RUN
    END-IF
    PERFORM PRINT-PAGE-HEADING
    MOVE COURSE-HEADING-1 TO DIFFICULTY-REPORT-RECORD
    PERFORM WRITE-REPORT-LINE
    MOVE COURSE-HEADING-2 TO DIFFICULTY-REPORT-RECORD
    PERFORM WRITE-REPORT-LINE
    MOVE COURSE-HEADING-3 TO DIFFICULTY-REPORT-RECORD
    PERFORM WRITE-REPORT-LINE
    PERFORM VARYING CT-J FROM 1 BY 1 UNTIL CT-J > WS-COURSE-COUNT
       PERFORM PRINT-COURSE-LINE
    END-PERFORM
    PERFORM VARYING CT-J FROM 1 BY 1 UNTIL CT-J > WS-COURSE-COUNT
       IF CT-GAMES(CT-J) > 0
          PERFORM PRINT-DEADLY-CELLS
       END-IF
    END-PERFORM
    MOVE SPACES TO DIFFICULTY-REPORT-RECORD
    PERFORM WRITE-REPORT-LINE
    MOVE WS-RECORDS-READ TO TOT-RECORDS
    MOVE WS-GAMES-TOTAL TO TOT-GAMES
    MOVE WS-COURSES-PLAYED TO TOT-COURSES
    MOVE TOTAL-LINE TO DIFFICULTY-REPORT-RECORD
    PERFORM WRITE-REPORT-LINE
    IF WS-RECORDS-SKIPPED > 0
       MOVE WS-RECORDS-SKIPPED TO TOT-SKIPPED
       MOVE SKIPPED-LINE TO DIFFICULTY-REPORT-RECORD
       PERFORM WRITE-REPORT-LINE
    END-IF
    CLOSE DIFFICULTY-REPORT-FILE.
PRINT-COURSE-LINE.
    IF CT-GAMES(CT-J) = 0
       MOVE CT-COURSE-ID(CT-J) TO UL-COURSE-ID
       MOVE UNPLAYED-LINE TO DIFFICULTY-REPORT-RECORD
    ELSE
       MOVE CT-COURSE-ID(CT-J) TO CL-COURSE-ID
       MOVE CT-GAMES(CT-J) TO CL-GAMES
       MOVE CT-AVERAGE(CT-J) TO CL-AVERAGE
       MOVE CT-MEDIAN(CT-J) TO CL-MEDIAN
       PERFORM VARYING CS-J FROM 1 BY 1 UNTIL CS-J > 7
          COMPUTE WS-PERCENT ROUNDED =
             CT-CAUSE-TALLY(CT-J, CS-J) * 100 / CT-PLAYER-GAMES(CT-J)
          MOVE WS-PERCENT TO CL-SHARE(CS-J)
       END-PERFORM
       COMPUTE WS-PERCENT ROUNDED =
          CT-CAUSE-TALLY(CT-J, 8) * 100 / CT-PLAYER-GAMES(CT-J)
       MOVE WS-PERCENT TO CL-NOT-ELIM
       MOVE COURSE-LINE TO DIFFICULTY-REPORT-RECORD
    END-IF
    PERFORM WRITE-REPORT-LINE.
*> Up to ten cells, picked by repeated search for the highest count
*> not yet listed; ties go to the cell seen first.
PRINT-DEADLY-CELLS.
    MOVE SPACES TO DIFFICULTY-REPORT-RECORD
    PERFORM WRITE-REPORT-LINE
    MOVE CT-COURSE-ID(CT-J) TO CTL-COURSE-ID
    MOVE CT-DEATHS(CT-J) TO CTL-DEATHS
    MOVE CELL-TITLE-LINE TO DIFFICULTY-REPORT-RECORD
    PERFORM WRITE-REPORT-LINE
    IF CT-DEATHS(CT-J) = 0
       MOVE NO-DEATHS-LINE TO DIFFICULTY-REPORT-RECORD
       PERFORM WRITE-REPORT-LINE
    ELSE
       MOVE CELL-HEADING TO DIFFICULTY-REPORT-RECORD
       PERFORM WRITE-REPORT-LINE
       MOVE 1 TO DC-BEST
       PERFORM VARYING WS-CELL-RANK FROM 1 BY 1
          UNTIL WS-CELL-RANK > WS-CELLS-SHOWN OR DC-BEST = 0
          MOVE 0 TO DC-BEST
          PERFORM VARYING DC-J FROM 1 BY 1 UNTIL DC-J > WS-CELL-COUNT
             IF DC-COURSE(DC-J) = CT-J AND DC-LISTED(DC-J) = 'N'
                IF DC-BEST = 0
                   MOVE DC-J TO DC-BEST
                ELSE
                   IF DC-DEATHS(DC-J) > DC-DEATHS(DC-BEST)
                      MOVE DC-J TO DC-BEST
                   END-IF
                END-IF
             END-IF
          END-PERFORM
          IF DC-BEST > 0
             MOVE 'Y' TO DC-LISTED(DC-BEST)
             MOVE WS-CELL-RANK TO CEL-RANK
             MOVE DC-X(DC-BEST) TO CEL-X
             MOVE DC-Y(DC-BEST) TO CEL-Y
             MOVE DC-DEATHS(DC-BEST) TO CEL-DEATHS
             COMPUTE WS-PERCENT ROUNDED =
                DC-DEATHS(DC-BEST) * 100 / CT-DEATHS(CT-J)
             MOVE WS-PERCENT TO CEL-SHARE
             MOVE CELL-LINE TO DIFFICULTY-REPORT-RECORD
             PERFORM WRITE-REPORT-LINE
          END-IF
       END-PERFORM
    END-IF.
WRITE-REPORT-LINE.
    IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
       MOVE DIFFICULTY-REPORT-RECORD TO WS-HELD-LINE
       PERFORM PRINT-PAGE-HEADING
       MOVE WS-HELD-LINE TO DIFFICULTY-REPORT-RECORD
    END-IF
    WRITE DIFFICULTY-REPORT-RECORD
    ADD 1 TO WS-LINE-COUNT.
PRINT-PAGE-HEADING.
    ADD 1 TO WS-PAGE-NUMBER
    MOVE WS-RUN-DATE TO HDG-DATE
    MOVE WS-PAGE-NUMBER TO HDG-PAGE
    MOVE HEADING-LINE-1 TO DIFFICULTY-REPORT-RECORD
    WRITE DIFFICULTY-REPORT-RECORD
    MOVE SPACES TO DIFFICULTY-REPORT-RECORD
    WRITE DIFFICULTY-REPORT-RECORD
    MOVE 2 TO WS-LINE-COUNT.
