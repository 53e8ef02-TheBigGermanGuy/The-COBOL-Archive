      *>*****************************************************************
      *> SNAKE-VERIFY
      *> Move-legality verifier for archived audit runs.  Reconciliation
      *> only proves the audit trail adds up to the summary; this program
      *> proves the moves could actually have been played.  It takes a
      *> run id from AUDCATLG.DAT (or ALL, the default, for every
      *> cataloged run) and re-applies the game rules to AUDLIBnnnn.DAT
      *> tick by tick, on the run's own course from the catalog and the
      *> board size, boundary mode and handicap rules of the run's own
      *> rules version on the rules register RULES.DAT (a run cataloged
      *> before versions were stamped takes the version in force on its
      *> date, and GAMEPARM.DAT stands in when the register has none),
      *> flagging:
      *>   - a head that jumps more than one cell, or steps a cell
      *>     other than the one its recorded direction leads to
      *>   - a 180-degree reversal of the player's previous direction
      *>     (the same rule the direction queue edit enforces)
      *>   - a length that does not follow from the food eaten (one
      *>     segment for ordinary food, three for bonus food), or a
      *>     starting length no handicap could have given
      *>   - any move after a wall, obstacle, self, head-on or
      *>     body-to-body collision the game would have ended on
      *>   - missing or out-of-turn player-2 moves, and record and game
      *>     counts that disagree with the catalog
      *> The snakes are rebuilt exactly as SNAKE-GAME builds them -
      *> starting cells, handicap segments stacked on the head, the
      *> body shifted one segment per move - so a collision is judged
      *> on the same cells the game judged it on.  A run resumed from
      *> a checkpoint restarts from the checkpoint position and shows
      *> as a head jump; the secretary should read such a failure
      *> against OPSLOG.DAT before ruling on it.
      *> Each run checked gets a line on VERIFY.RPT and a PASS or FAIL
      *> status record appended to AUDVERIF.DAT; the latest record for
      *> a run is its current certification.
      *> Return code 0 all runs pass, 4 when any run fails, 16 when the
      *> catalog cannot be read or the run id is not on it.
      *>*****************************************************************
      >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. SNAKE-VERIFY.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT AUDIT-LIBRARY-FILE ASSIGN TO DYNAMIC WS-AUDLIB-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-ALB-FILE-STATUS.
    SELECT AUDIT-CATALOG-FILE ASSIGN TO "AUDCATLG.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CAT-FILE-STATUS.
    SELECT GAME-PARAMETERS-FILE ASSIGN TO "GAMEPARM.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PARM-FILE-STATUS.
    SELECT RULES-REGISTER-FILE ASSIGN TO "RULES.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RR-FILE-STATUS.
    SELECT COURSE-FILE ASSIGN TO "COURSES.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CRS-FILE-STATUS.
    SELECT VERIFY-STATUS-FILE ASSIGN TO "AUDVERIF.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-AVS-FILE-STATUS.
    SELECT VERIFY-REPORT-FILE ASSIGN TO "VERIFY.RPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RPT-FILE-STATUS.
DATA DIVISION.
FILE SECTION.
FD  AUDIT-LIBRARY-FILE.
01  AUDIT-RECORD.
    05 AUD-PLAYER            PIC X(2).
    05 AUD-DIRECTION         PIC X.
    05 AUD-HEAD-X            PIC 9(2).
    05 AUD-HEAD-Y            PIC 9(2).
    05 AUD-FOOD-EATEN        PIC X.
    05 AUD-RESULT-LENGTH     PIC 9(2).
    05 AUD-GAME-NUMBER       PIC 9(2).
FD  AUDIT-CATALOG-FILE.
01  AUDIT-CATALOG-RECORD.
    05 CAT-RUN-ID            PIC 9(4).
    05 CAT-SEP-1             PIC X.
    05 CAT-DATE              PIC 9(8).
    05 CAT-SEP-2             PIC X.
    05 CAT-PLAYER-1          PIC X(8).
    05 CAT-SEP-3             PIC X.
    05 CAT-PLAYER-2          PIC X(8).
    05 CAT-SEP-4             PIC X.
    05 CAT-GAMES             PIC 9(2).
    05 CAT-SEP-5             PIC X.
    05 CAT-MOVES             PIC 9(6).
    05 CAT-SEP-6             PIC X.
    05 CAT-COURSE-ID         PIC X(8).
    05 CAT-SEP-7             PIC X.
    05 CAT-END-CAUSE-1       PIC X.
    05 CAT-SEP-8             PIC X.
    05 CAT-END-X-1           PIC 9(2).
    05 CAT-SEP-9             PIC X.
    05 CAT-END-Y-1           PIC 9(2).
    05 CAT-SEP-10            PIC X.
    05 CAT-END-CAUSE-2       PIC X.
    05 CAT-SEP-11            PIC X.
    05 CAT-END-X-2           PIC 9(2).
    05 CAT-SEP-12            PIC X.
    05 CAT-END-Y-2           PIC 9(2).
    05 CAT-SEP-13            PIC X.
    05 CAT-SEASON-ID         PIC X(8).
    05 CAT-SEP-14            PIC X.
    05 CAT-RULES-VERSION     PIC 9(4).
FD  GAME-PARAMETERS-FILE.
01  GAME-PARAMETERS-RECORD    PIC X(31).
FD  RULES-REGISTER-FILE.
01  RULES-REGISTER-RECORD.
    05 RR-VERSION            PIC 9(4).
    05 RR-SEP-1              PIC X.
    05 RR-EFFECTIVE-DATE     PIC 9(8).
    05 RR-SEP-2              PIC X.
    05 RR-ADDED-DATE         PIC 9(8).
    05 RR-SEP-3              PIC X.
    05 RR-PARAMETERS         PIC X(31).
    05 RR-SEP-4              PIC X.
    05 RR-REASON             PIC X(40).
FD  COURSE-FILE.
01  COURSE-RECORD.
    05 CRS-COURSE-ID         PIC X(8).
    05 CRS-OBSTACLE-COUNT    PIC 9(2).
    05 CRS-COORD OCCURS 20 TIMES.
       10 CRS-X              PIC 9(2).
       10 CRS-Y              PIC 9(2).
FD  VERIFY-STATUS-FILE.
01  VERIFY-STATUS-RECORD.
    05 AVS-RUN-ID            PIC 9(4).
    05 AVS-SEP-1             PIC X.
    05 AVS-VERIFY-DATE       PIC 9(8).
    05 AVS-SEP-2             PIC X.
    05 AVS-VERIFY-TIME       PIC 9(8).
    05 AVS-SEP-3             PIC X.
    05 AVS-STATUS            PIC X(4).
    05 AVS-SEP-4             PIC X.
    05 AVS-EXCEPTIONS        PIC 9(4).
    05 AVS-SEP-5             PIC X.
    05 AVS-RECORDS           PIC 9(6).
FD  VERIFY-REPORT-FILE.
01  VERIFY-REPORT-RECORD     PIC X(80).
WORKING-STORAGE SECTION.
01 WS-ALB-FILE-STATUS PIC XX VALUE SPACES.
01 WS-CAT-FILE-STATUS PIC XX VALUE SPACES.
01 WS-PARM-FILE-STATUS PIC XX VALUE SPACES.
01 WS-RR-FILE-STATUS PIC XX VALUE SPACES.
01 WS-RR-EOF PIC X VALUE 'N'.
01 WS-CRS-FILE-STATUS PIC XX VALUE SPACES.
01 WS-AVS-FILE-STATUS PIC XX VALUE SPACES.
01 WS-RPT-FILE-STATUS PIC XX VALUE SPACES.
01 WS-CAT-EOF PIC X VALUE 'N'.
01 WS-ALB-EOF PIC X VALUE 'N'.
01 WS-CRS-EOF PIC X VALUE 'N'.
01 WS-RUN-DATE PIC 9(8).
01 WS-RUN-TIME PIC 9(8).
01 WS-AUDLIB-NAME PIC X(20) VALUE SPACES.

01 WS-COMMAND-ARG PIC X(20) VALUE SPACES.
01 WS-ARG-TOKEN PIC X(8) VALUE SPACES.
01 WS-ARG-DIGIT PIC 9.
01 WS-ARG-DIGITS PIC 9(2) VALUE 0.
01 WS-ARG-OK PIC X VALUE 'Y'.
01 WS-ARG-VALUE PIC 9(4) VALUE 0.
01 WS-VERIFY-ALL PIC X VALUE 'Y'.
01 WS-VERIFY-RUN PIC 9(4) VALUE 0.
01 WS-RUN-FOUND PIC X VALUE 'N'.

*> Board and rules, as SNAKE-GAME's READ-GAME-PARAMETERS sets them.
01 WS-BOARD-WIDTH PIC 9(2) VALUE 20.
01 WS-BOARD-HEIGHT PIC 9(2) VALUE 20.
01 WS-BOUNDARY-MODE PIC X(4) VALUE "WALL".
01 WS-HANDICAP-MODE PIC X VALUE 'N'.
01 WS-HCP-MAX PIC 9(2) VALUE 5.
01 WS-BONUS-FOOD-GROWTH PIC 9(2) VALUE 3.
01 WS-COURSE-ID PIC X(8) VALUE SPACES.
01 WS-COURSE-LOADED PIC X VALUE 'N'.
01 WS-PARAMETER-CARD.
   05 PARM-BOARD-WIDTH PIC 9(2).
   05 PARM-BOARD-HEIGHT PIC 9(2).
   05 PARM-LOOP-DELAY PIC 9(4).
   05 PARM-BOUNDARY-MODE PIC X(4).
   05 PARM-COURSE-ID PIC X(8).
   05 PARM-HANDICAP-MODE PIC X.
   05 PARM-HCP-FOOD-DIV PIC 9(4).
   05 PARM-HCP-GAP-DIV PIC 9(4).
   05 PARM-HCP-MAX PIC 9(2).
01 WS-GAMEPARM-CARD PIC X(31) VALUE SPACES.
01 WS-GAMEPARM-FOUND PIC X VALUE 'N'.

*> The rules register, held for the whole run so each cataloged run
*> can be judged under its own version.
01 WS-RULES-COUNT PIC 9(4) VALUE 0.
01 WS-RULES-LIMIT PIC 9(4) VALUE 500.
01 RULES-TABLE.
   05 RULES-ENTRY OCCURS 500 TIMES.
      10 RT-VERSION PIC 9(4).
      10 RT-EFFECTIVE-DATE PIC 9(8).
      10 RT-PARAMETERS PIC X(31).
01 RT-J PIC 9(4).
01 RT-AT PIC 9(4) VALUE 0.
01 WS-RULES-WANTED PIC 9(4) VALUE 0.
01 WS-RULES-DATE PIC 9(8) VALUE 0.
01 WS-RULES-VERSION PIC 9(4) VALUE 0.
01 OBSTACLE-COUNT PIC 9(2) VALUE 5.
01 OBSTACLE-TABLE.
   05 OBSTACLE OCCURS 20 TIMES INDEXED BY OBSTACLE-IDX.
      10 OBSTACLE-X PIC 9(2).
      10 OBSTACLE-Y PIC 9(2).
01 I PIC 9(2).
01 J PIC 9(2).

*> The two snakes, rebuilt move by move.  The body table is never
*> cleared between games of a run, just as the game's is not, so any
*> segment the game had not yet overwritten is judged the same way.
01 VERIFY-SNAKE-TABLE.
   05 VS-SNAKE OCCURS 2 TIMES.
      10 VS-LENGTH PIC 9(2).
      10 VS-LAST-DIR PIC X.
      10 VS-MOVED PIC X.
      10 VS-BODY OCCURS 50 TIMES.
         15 VS-BODY-X PIC 9(2).
         15 VS-BODY-Y PIC 9(2).
01 WS-P PIC 9 VALUE 1.
01 WS-Q PIC 9 VALUE 2.
01 WS-TWO-PLAYER PIC X VALUE 'N'.
01 WS-START-MAX PIC 9(2) VALUE 1.
01 WS-START-LENGTH PIC S9(3) VALUE 0.
01 WS-GROWTH PIC S9(3) VALUE 0.
01 WS-STEP-DIR PIC X VALUE SPACE.
01 WS-STEP-X PIC S9(3) VALUE 0.
01 WS-STEP-Y PIC S9(3) VALUE 0.
01 WS-STEP-MATCHED PIC X VALUE 'N'.
01 WS-OTHER-DIRS PIC X(4) VALUE "UDLR".
01 WS-HEAD-X PIC 9(2) VALUE 0.
01 WS-HEAD-Y PIC 9(2) VALUE 0.

*> Per-run and per-game state.
01 WS-RECORD-GAME PIC 9(2) VALUE 1.
01 WS-CURRENT-GAME PIC 9(2) VALUE 0.
01 WS-GAMES-SEEN PIC 9(2) VALUE 0.
01 WS-TICK PIC 9(6) VALUE 0.
01 WS-TICK-PENDING PIC X VALUE 'N'.
01 WS-GAME-ENDED PIC X VALUE 'N'.
01 WS-FATAL-CAUSE PIC X(20) VALUE SPACES.
01 WS-OVERRUN-SHOWN PIC X VALUE 'N'.
01 WS-RUN-RECORDS PIC 9(6) VALUE 0.
01 WS-RUN-EXCEPTIONS PIC 9(4) VALUE 0.
01 WS-RUN-STATUS PIC X(4) VALUE SPACES.
01 WS-RUNS-CHECKED PIC 9(4) VALUE 0.
01 WS-RUNS-PASSED PIC 9(4) VALUE 0.
01 WS-RUNS-FAILED PIC 9(4) VALUE 0.
01 WS-EXC-TEXT PIC X(40) VALUE SPACES.
01 WS-EXC-PLAYER PIC X(2) VALUE SPACES.
01 WS-EXC-X PIC 9(2) VALUE 0.
01 WS-EXC-Y PIC 9(2) VALUE 0.

01 WS-PAGE-NUMBER PIC 9(3) VALUE 0.
01 WS-LINE-COUNT PIC 9(2) VALUE 0.
01 WS-LINES-PER-PAGE PIC 9(2) VALUE 55.
01 WS-HELD-LINE PIC X(80) VALUE SPACES.

01 HEADING-LINE-1.
   05 FILLER PIC X(31) VALUE "AUDIT RUN VERIFICATION    RUN ".
   05 HDG-DATE PIC 9(8).
   05 FILLER PIC X(31) VALUE SPACES.
   05 FILLER PIC X(5) VALUE "PAGE ".
   05 HDG-PAGE PIC ZZ9.
01 HEADING-LINE-2.
   05 FILLER PIC X(40)
      VALUE "RUN  GAME   MOVE PL HEAD   EXCEPTION    ".
   05 FILLER PIC X(40) VALUE SPACES.
01 EXCEPTION-LINE.
   05 VX-RUN PIC 9(4).
   05 FILLER PIC X(2) VALUE SPACES.
   05 VX-GAME PIC Z9.
   05 FILLER PIC X VALUE SPACE.
   05 VX-MOVE PIC ZZZZZ9.
   05 FILLER PIC X VALUE SPACE.
   05 VX-PLAYER PIC X(2).
   05 FILLER PIC X VALUE SPACE.
   05 VX-HEAD-X PIC 9(2).
   05 FILLER PIC X VALUE ",".
   05 VX-HEAD-Y PIC 9(2).
   05 FILLER PIC X(2) VALUE SPACES.
   05 VX-TEXT PIC X(40).
01 RUN-LINE.
   05 FILLER PIC X(4) VALUE "RUN ".
   05 RL-RUN PIC 9(4).
   05 FILLER PIC X(2) VALUE SPACES.
   05 RL-DATE PIC 9(8).
   05 FILLER PIC X(2) VALUE SPACES.
   05 RL-COURSE PIC X(8).
   05 FILLER PIC X(9) VALUE " RECORDS ".
   05 RL-RECORDS PIC ZZZZZ9.
   05 FILLER PIC X(7) VALUE " GAMES ".
   05 RL-GAMES PIC Z9.
   05 FILLER PIC X(12) VALUE " EXCEPTIONS ".
   05 RL-EXCEPTIONS PIC ZZZ9.
   05 FILLER PIC X(2) VALUE SPACES.
   05 RL-STATUS PIC X(4).
   05 FILLER PIC X(2) VALUE " V".
   05 RL-RULES PIC 9(4).

PROCEDURE DIVISION.
MAIN-LOGIC.
    ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
    ACCEPT WS-RUN-TIME FROM TIME.
    ACCEPT WS-COMMAND-ARG FROM COMMAND-LINE.
    UNSTRING WS-COMMAND-ARG DELIMITED BY ALL SPACE
       INTO WS-ARG-TOKEN
    END-UNSTRING.
    IF WS-ARG-TOKEN NOT = SPACES AND WS-ARG-TOKEN NOT = "ALL"
       PERFORM PARSE-NUMERIC-TOKEN
       IF WS-ARG-VALUE < 1
          DISPLAY "ERROR: RUN ID MUST BE 1-9999 OR ALL - "
             WS-ARG-TOKEN
          MOVE 16 TO RETURN-CODE
          STOP RUN
       END-IF
       MOVE 'N' TO WS-VERIFY-ALL
       MOVE WS-ARG-VALUE TO WS-VERIFY-RUN
    END-IF.
    PERFORM READ-GAME-PARAMETERS.
    OPEN INPUT AUDIT-CATALOG-FILE.
    IF WS-CAT-FILE-STATUS NOT = "00"
       DISPLAY "ERROR: CANNOT OPEN RUN CATALOG - STATUS "
          WS-CAT-FILE-STATUS
       MOVE 16 TO RETURN-CODE
       STOP RUN
    END-IF.
    OPEN OUTPUT VERIFY-REPORT-FILE.
    IF WS-RPT-FILE-STATUS NOT = "00"
       DISPLAY "ERROR: CANNOT OPEN VERIFY REPORT - STATUS "
          WS-RPT-FILE-STATUS
       CLOSE AUDIT-CATALOG-FILE
       MOVE 16 TO RETURN-CODE
       STOP RUN
    END-IF.
    OPEN EXTEND VERIFY-STATUS-FILE.
    IF WS-AVS-FILE-STATUS = "35"
       OPEN OUTPUT VERIFY-STATUS-FILE
       CLOSE VERIFY-STATUS-FILE
       OPEN EXTEND VERIFY-STATUS-FILE
    END-IF.
    IF WS-AVS-FILE-STATUS NOT = "00"
       DISPLAY "ERROR: CANNOT EXTEND VERIFY STATUS FILE - STATUS "
          WS-AVS-FILE-STATUS
       CLOSE AUDIT-CATALOG-FILE
       CLOSE VERIFY-REPORT-FILE
       MOVE 16 TO RETURN-CODE
       STOP RUN
    END-IF.
    PERFORM PRINT-PAGE-HEADING.
    PERFORM UNTIL WS-CAT-EOF = 'Y'
       READ AUDIT-CATALOG-FILE
          AT END
             MOVE 'Y' TO WS-CAT-EOF
          NOT AT END
             IF CAT-RUN-ID IS NUMERIC
                IF WS-VERIFY-ALL = 'Y' OR CAT-RUN-ID = WS-VERIFY-RUN
                   MOVE 'Y' TO WS-RUN-FOUND
                   PERFORM VERIFY-ONE-RUN
                END-IF
             END-IF
       END-READ
    END-PERFORM.
    CLOSE AUDIT-CATALOG-FILE.
    CLOSE VERIFY-STATUS-FILE.
    PERFORM PRINT-VERIFY-TOTALS.
    CLOSE VERIFY-REPORT-FILE.
    IF WS-VERIFY-ALL = 'N' AND WS-RUN-FOUND = 'N'
       DISPLAY "ERROR: RUN " WS-VERIFY-RUN " NOT ON AUDCATLG.DAT"
       MOVE 16 TO RETURN-CODE
       STOP RUN
    END-IF.
    DISPLAY "AUDIT RUN VERIFICATION COMPLETE - " WS-RUNS-CHECKED
       " RUNS, " WS-RUNS-FAILED " FAILED - SEE VERIFY.RPT".
    IF WS-RUNS-FAILED > 0
       MOVE 4 TO RETURN-CODE
    END-IF.
    STOP RUN.
PARSE-NUMERIC-TOKEN.
    MOVE 0 TO WS-ARG-VALUE
    MOVE 0 TO WS-ARG-DIGITS
    MOVE 'Y' TO WS-ARG-OK
    PERFORM VARYING J FROM 1 BY 1
       UNTIL J > 8 OR WS-ARG-TOKEN(J:1) = SPACE
       IF WS-ARG-TOKEN(J:1) IS NUMERIC
          ADD 1 TO WS-ARG-DIGITS
          MOVE WS-ARG-TOKEN(J:1) TO WS-ARG-DIGIT
          COMPUTE WS-ARG-VALUE = WS-ARG-VALUE * 10 + WS-ARG-DIGIT
       ELSE
          MOVE 'N' TO WS-ARG-OK
       END-IF
    END-PERFORM
    IF WS-ARG-OK = 'N'
       DISPLAY "ERROR: ARGUMENT MUST BE A RUN ID OR ALL - "
          WS-ARG-TOKEN
       MOVE 16 TO RETURN-CODE
       STOP RUN
    END-IF
    IF WS-ARG-DIGITS > 4
       DISPLAY "ERROR: ARGUMENT TOO LARGE - " WS-ARG-TOKEN
       MOVE 16 TO RETURN-CODE
       STOP RUN
    END-IF.
READ-GAME-PARAMETERS.
    MOVE 'N' TO WS-GAMEPARM-FOUND
    OPEN INPUT GAME-PARAMETERS-FILE
    IF WS-PARM-FILE-STATUS = "00"
       READ GAME-PARAMETERS-FILE INTO WS-GAMEPARM-CARD
          AT END
             CONTINUE
          NOT AT END
             MOVE 'Y' TO WS-GAMEPARM-FOUND
       END-READ
       CLOSE GAME-PARAMETERS-FILE
    END-IF
    MOVE 0 TO WS-RULES-COUNT
    MOVE 'N' TO WS-RR-EOF
    OPEN INPUT RULES-REGISTER-FILE
    IF WS-RR-FILE-STATUS = "00"
       PERFORM UNTIL WS-RR-EOF = 'Y'
          READ RULES-REGISTER-FILE
             AT END
                MOVE 'Y' TO WS-RR-EOF
             NOT AT END
                IF WS-RULES-COUNT >= WS-RULES-LIMIT
                   DISPLAY "ERROR: MORE THAN " WS-RULES-LIMIT
                      " RULES VERSIONS ON RULES.DAT"
                   CLOSE RULES-REGISTER-FILE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
                END-IF
                ADD 1 TO WS-RULES-COUNT
                MOVE RR-VERSION TO RT-VERSION(WS-RULES-COUNT)
                MOVE RR-EFFECTIVE-DATE
                   TO RT-EFFECTIVE-DATE(WS-RULES-COUNT)
                MOVE RR-PARAMETERS TO RT-PARAMETERS(WS-RULES-COUNT)
          END-READ
       END-PERFORM
       CLOSE RULES-REGISTER-FILE
    END-IF.

*> Board and rules for one cataloged run: the version stamped on the
*> catalog entry, or for an unstamped entry the highest version
*> effective on the run date; failing both, the GAMEPARM.DAT card.
SET-RUN-RULES.
    MOVE 0 TO WS-RULES-WANTED
    IF CAT-RULES-VERSION IS NUMERIC
       MOVE CAT-RULES-VERSION TO WS-RULES-WANTED
    END-IF
    MOVE 0 TO WS-RULES-DATE
    IF CAT-DATE IS NUMERIC
       MOVE CAT-DATE TO WS-RULES-DATE
    END-IF
    MOVE 0 TO RT-AT
    MOVE 0 TO WS-RULES-VERSION
    PERFORM VARYING RT-J FROM 1 BY 1 UNTIL RT-J > WS-RULES-COUNT
       IF WS-RULES-WANTED > 0
          IF RT-VERSION(RT-J) = WS-RULES-WANTED
             MOVE RT-J TO RT-AT
             MOVE RT-VERSION(RT-J) TO WS-RULES-VERSION
          END-IF
       ELSE
          IF RT-EFFECTIVE-DATE(RT-J) <= WS-RULES-DATE
             AND RT-VERSION(RT-J) > WS-RULES-VERSION
             MOVE RT-J TO RT-AT
             MOVE RT-VERSION(RT-J) TO WS-RULES-VERSION
          END-IF
       END-IF
    END-PERFORM
    MOVE 20 TO WS-BOARD-WIDTH
    MOVE 20 TO WS-BOARD-HEIGHT
    MOVE "WALL" TO WS-BOUNDARY-MODE
    MOVE 'N' TO WS-HANDICAP-MODE
    MOVE 5 TO WS-HCP-MAX
    IF RT-AT > 0
       MOVE RT-PARAMETERS(RT-AT) TO WS-PARAMETER-CARD
       PERFORM APPLY-GAME-PARAMETERS
    ELSE
       IF WS-RULES-WANTED > 0
          DISPLAY "WARNING: RUN " CAT-RUN-ID " RULES VERSION "
             WS-RULES-WANTED " NOT ON RULES.DAT - USING GAMEPARM.DAT"
       END-IF
       IF WS-GAMEPARM-FOUND = 'Y'
          MOVE WS-GAMEPARM-CARD TO WS-PARAMETER-CARD
          PERFORM APPLY-GAME-PARAMETERS
       END-IF
    END-IF.
APPLY-GAME-PARAMETERS.
    IF PARM-BOARD-WIDTH >= 1 AND PARM-BOARD-WIDTH <= 40
       MOVE PARM-BOARD-WIDTH TO WS-BOARD-WIDTH
    END-IF
    IF PARM-BOARD-HEIGHT >= 1 AND PARM-BOARD-HEIGHT <= 40
       MOVE PARM-BOARD-HEIGHT TO WS-BOARD-HEIGHT
    END-IF
    IF PARM-BOUNDARY-MODE = "WRAP"
       MOVE "WRAP" TO WS-BOUNDARY-MODE
    END-IF
    IF PARM-HANDICAP-MODE = 'Y'
       MOVE 'Y' TO WS-HANDICAP-MODE
    END-IF
    IF PARM-HCP-MAX IS NUMERIC AND PARM-HCP-MAX > 0
       MOVE PARM-HCP-MAX TO WS-HCP-MAX
    END-IF.

*> The course comes from the catalog entry, as SNAKE-REPLAY takes
*> it; a blank course means the run was played on the default
*> layout.
LOAD-COURSE-LAYOUT.
    MOVE 'N' TO WS-COURSE-LOADED
    MOVE 'N' TO WS-CRS-EOF
    MOVE 5 TO OBSTACLE-COUNT
    IF WS-COURSE-ID NOT = SPACES
       OPEN INPUT COURSE-FILE
       IF WS-CRS-FILE-STATUS NOT = "00"
          DISPLAY "WARNING: CANNOT OPEN COURSE LIBRARY - STATUS "
             WS-CRS-FILE-STATUS " - USING DEFAULT LAYOUT"
       ELSE
          PERFORM UNTIL WS-CRS-EOF = 'Y' OR WS-COURSE-LOADED = 'Y'
             READ COURSE-FILE
                AT END
                   MOVE 'Y' TO WS-CRS-EOF
                NOT AT END
                   IF CRS-COURSE-ID = WS-COURSE-ID
                      PERFORM TAKE-COURSE-LAYOUT
                   END-IF
             END-READ
          END-PERFORM
          CLOSE COURSE-FILE
          IF WS-COURSE-LOADED = 'N'
             DISPLAY "WARNING: COURSE " WS-COURSE-ID
                " NOT ON LIBRARY - USING DEFAULT LAYOUT"
          END-IF
       END-IF
    END-IF
    PERFORM SEED-OBSTACLES.
TAKE-COURSE-LAYOUT.
    IF CRS-OBSTACLE-COUNT IS NUMERIC AND CRS-OBSTACLE-COUNT >= 1
       AND CRS-OBSTACLE-COUNT <= 20
       MOVE CRS-OBSTACLE-COUNT TO OBSTACLE-COUNT
       PERFORM VARYING J FROM 1 BY 1 UNTIL J > OBSTACLE-COUNT
          MOVE CRS-X(J) TO OBSTACLE-X(J)
          MOVE CRS-Y(J) TO OBSTACLE-Y(J)
       END-PERFORM
       MOVE 'Y' TO WS-COURSE-LOADED
    ELSE
       DISPLAY "WARNING: COURSE " WS-COURSE-ID
          " HAS BAD OBSTACLE COUNT - RECORD IGNORED"
    END-IF.
SEED-OBSTACLES.
    IF WS-COURSE-LOADED = 'N'
       COMPUTE OBSTACLE-X(1) = WS-BOARD-WIDTH * 5 / 20
       COMPUTE OBSTACLE-Y(1) = WS-BOARD-HEIGHT * 5 / 20
       COMPUTE OBSTACLE-X(2) = WS-BOARD-WIDTH * 15 / 20
       COMPUTE OBSTACLE-Y(2) = WS-BOARD-HEIGHT * 15 / 20
       COMPUTE OBSTACLE-X(3) = WS-BOARD-WIDTH * 5 / 20
       COMPUTE OBSTACLE-Y(3) = WS-BOARD-HEIGHT * 15 / 20
       COMPUTE OBSTACLE-X(4) = WS-BOARD-WIDTH * 15 / 20
       COMPUTE OBSTACLE-Y(4) = WS-BOARD-HEIGHT * 5 / 20
       COMPUTE OBSTACLE-X(5) = WS-BOARD-WIDTH * 10 / 20
       COMPUTE OBSTACLE-Y(5) = WS-BOARD-HEIGHT * 3 / 20
    END-IF
    PERFORM VARYING J FROM 1 BY 1 UNTIL J > OBSTACLE-COUNT
       IF OBSTACLE-X(J) < 1
          MOVE 1 TO OBSTACLE-X(J)
       END-IF
       IF OBSTACLE-Y(J) < 1
          MOVE 1 TO OBSTACLE-Y(J)
       END-IF
    END-PERFORM.
VERIFY-ONE-RUN.
    ADD 1 TO WS-RUNS-CHECKED
    MOVE 0 TO WS-RUN-RECORDS
    MOVE 0 TO WS-RUN-EXCEPTIONS
    MOVE 0 TO WS-CURRENT-GAME
    MOVE 0 TO WS-GAMES-SEEN
    MOVE 0 TO WS-TICK
    MOVE 'N' TO WS-TICK-PENDING
    MOVE 'N' TO WS-GAME-ENDED
    INITIALIZE VERIFY-SNAKE-TABLE
    PERFORM SET-RUN-RULES
    IF CAT-PLAYER-2 = SPACES
       MOVE 'N' TO WS-TWO-PLAYER
    ELSE
       MOVE 'Y' TO WS-TWO-PLAYER
    END-IF
    MOVE 1 TO WS-START-MAX
    IF WS-HANDICAP-MODE = 'Y' AND WS-TWO-PLAYER = 'Y'
       COMPUTE WS-START-MAX = 1 + WS-HCP-MAX
    END-IF
    MOVE CAT-COURSE-ID TO WS-COURSE-ID
    PERFORM LOAD-COURSE-LAYOUT
    MOVE SPACES TO WS-AUDLIB-NAME
    STRING "AUDLIB" CAT-RUN-ID ".DAT"
       DELIMITED BY SIZE INTO WS-AUDLIB-NAME
    MOVE 'N' TO WS-ALB-EOF
    OPEN INPUT AUDIT-LIBRARY-FILE
    IF WS-ALB-FILE-STATUS NOT = "00"
       MOVE SPACES TO WS-EXC-PLAYER
       MOVE 0 TO WS-EXC-X
       MOVE 0 TO WS-EXC-Y
       MOVE SPACES TO WS-EXC-TEXT
       STRING "RUN LIBRARY FILE MISSING - STATUS "
          WS-ALB-FILE-STATUS DELIMITED BY SIZE INTO WS-EXC-TEXT
       PERFORM RAISE-EXCEPTION
    ELSE
       PERFORM UNTIL WS-ALB-EOF = 'Y'
          READ AUDIT-LIBRARY-FILE
             AT END
                MOVE 'Y' TO WS-ALB-EOF
             NOT AT END
                PERFORM CHECK-AUDIT-RECORD
          END-READ
       END-PERFORM
       CLOSE AUDIT-LIBRARY-FILE
       PERFORM END-OF-TICK
       MOVE SPACES TO WS-EXC-PLAYER
       MOVE 0 TO WS-EXC-X
       MOVE 0 TO WS-EXC-Y
       MOVE 0 TO WS-TICK
       IF CAT-MOVES IS NUMERIC AND CAT-MOVES NOT = WS-RUN-RECORDS
          MOVE "RECORD COUNT DIFFERS FROM CATALOG" TO WS-EXC-TEXT
          PERFORM RAISE-EXCEPTION
       END-IF
       IF CAT-GAMES IS NUMERIC AND CAT-GAMES NOT = WS-GAMES-SEEN
          MOVE "GAME COUNT DIFFERS FROM CATALOG" TO WS-EXC-TEXT
          PERFORM RAISE-EXCEPTION
       END-IF
    END-IF
    IF WS-RUN-EXCEPTIONS = 0
       MOVE "PASS" TO WS-RUN-STATUS
       ADD 1 TO WS-RUNS-PASSED
    ELSE
       MOVE "FAIL" TO WS-RUN-STATUS
       ADD 1 TO WS-RUNS-FAILED
    END-IF
    MOVE CAT-RUN-ID TO RL-RUN
    MOVE CAT-DATE TO RL-DATE
    IF CAT-COURSE-ID = SPACES
       MOVE "DEFAULT" TO RL-COURSE
    ELSE
       MOVE CAT-COURSE-ID TO RL-COURSE
    END-IF
    MOVE WS-RUN-RECORDS TO RL-RECORDS
    MOVE WS-GAMES-SEEN TO RL-GAMES
    MOVE WS-RUN-EXCEPTIONS TO RL-EXCEPTIONS
    MOVE WS-RUN-STATUS TO RL-STATUS
    MOVE WS-RULES-VERSION TO RL-RULES
    MOVE RUN-LINE TO VERIFY-REPORT-RECORD
    PERFORM WRITE-REPORT-LINE
    MOVE SPACES TO VERIFY-REPORT-RECORD
    PERFORM WRITE-REPORT-LINE
    MOVE CAT-RUN-ID TO AVS-RUN-ID
    MOVE WS-RUN-DATE TO AVS-VERIFY-DATE
    MOVE WS-RUN-TIME TO AVS-VERIFY-TIME
    MOVE WS-RUN-STATUS TO AVS-STATUS
    MOVE WS-RUN-EXCEPTIONS TO AVS-EXCEPTIONS
    MOVE WS-RUN-RECORDS TO AVS-RECORDS
    MOVE SPACE TO AVS-SEP-1 AVS-SEP-2 AVS-SEP-3 AVS-SEP-4 AVS-SEP-5
    WRITE VERIFY-STATUS-RECORD.

*> One audit record is one player's move on one tick: the player-1
*> record, then the player-2 record of the same tick in a two-player
*> run.  A tick is judged for collisions once both moves are in.
CHECK-AUDIT-RECORD.
    ADD 1 TO WS-RUN-RECORDS
    IF AUD-GAME-NUMBER IS NUMERIC AND AUD-GAME-NUMBER >= 1
       MOVE AUD-GAME-NUMBER TO WS-RECORD-GAME
    ELSE
       MOVE 1 TO WS-RECORD-GAME
    END-IF
    IF WS-RECORD-GAME NOT = WS-CURRENT-GAME
       PERFORM END-OF-TICK
       PERFORM START-NEW-GAME
    END-IF
    MOVE 0 TO WS-P
    IF AUD-PLAYER = "P1"
       PERFORM END-OF-TICK
       ADD 1 TO WS-TICK
       MOVE 1 TO WS-P
    END-IF
    IF AUD-PLAYER = "P2"
       IF WS-TWO-PLAYER = 'N'
          MOVE "P2 MOVE ON A ONE-PLAYER RUN" TO WS-EXC-TEXT
          PERFORM RAISE-RECORD-EXCEPTION
       ELSE
          IF WS-GAME-ENDED = 'Y'
             MOVE 2 TO WS-P
          ELSE
          IF WS-TICK-PENDING = 'N' OR VS-MOVED(2) = 'Y'
             MOVE "P2 MOVE WITHOUT A P1 MOVE" TO WS-EXC-TEXT
             PERFORM RAISE-RECORD-EXCEPTION
          ELSE
             MOVE 2 TO WS-P
          END-IF
          END-IF
       END-IF
    END-IF
    IF AUD-PLAYER NOT = "P1" AND AUD-PLAYER NOT = "P2"
       MOVE "UNKNOWN PLAYER CODE" TO WS-EXC-TEXT
       PERFORM RAISE-RECORD-EXCEPTION
    END-IF
    IF WS-P > 0
       IF WS-GAME-ENDED = 'Y'
          IF WS-OVERRUN-SHOWN = 'N'
             MOVE SPACES TO WS-EXC-TEXT
             STRING "MOVES CONTINUE AFTER " WS-FATAL-CAUSE
                DELIMITED BY SIZE INTO WS-EXC-TEXT
             PERFORM RAISE-RECORD-EXCEPTION
             MOVE 'Y' TO WS-OVERRUN-SHOWN
          END-IF
       ELSE
          IF AUD-HEAD-X IS NOT NUMERIC OR AUD-HEAD-Y IS NOT NUMERIC
             OR AUD-RESULT-LENGTH IS NOT NUMERIC
             MOVE "RECORD NOT NUMERIC - MOVE SKIPPED" TO WS-EXC-TEXT
             PERFORM RAISE-RECORD-EXCEPTION
          ELSE
             PERFORM APPLY-AUDITED-MOVE
             MOVE 'Y' TO VS-MOVED(WS-P)
             MOVE 'Y' TO WS-TICK-PENDING
          END-IF
       END-IF
    END-IF.

*> Both snakes go back to the game's starting cells - player 1 in
*> the middle heading right, player 2 three-quarters up heading left.
*> Their lengths are taken from the first move of the game, since a
*> handicap may have added segments.
START-NEW-GAME.
    IF WS-RECORD-GAME NOT = WS-CURRENT-GAME + 1
       MOVE "GAME NUMBER OUT OF SEQUENCE" TO WS-EXC-TEXT
    END-IF
    MOVE WS-RECORD-GAME TO WS-CURRENT-GAME
    ADD 1 TO WS-GAMES-SEEN
    MOVE 0 TO WS-TICK
    IF WS-EXC-TEXT NOT = SPACES
       PERFORM RAISE-RECORD-EXCEPTION
    END-IF
    MOVE 'N' TO WS-GAME-ENDED
    MOVE 'N' TO WS-OVERRUN-SHOWN
    MOVE SPACES TO WS-FATAL-CAUSE
    COMPUTE VS-BODY-X(1, 1) = WS-BOARD-WIDTH / 2
    COMPUTE VS-BODY-Y(1, 1) = WS-BOARD-HEIGHT / 2
    COMPUTE VS-BODY-X(2, 1) = WS-BOARD-WIDTH / 2
    COMPUTE VS-BODY-Y(2, 1) = WS-BOARD-HEIGHT * 3 / 4
    PERFORM VARYING WS-P FROM 1 BY 1 UNTIL WS-P > 2
       IF VS-BODY-X(WS-P, 1) < 1
          MOVE 1 TO VS-BODY-X(WS-P, 1)
       END-IF
       IF VS-BODY-Y(WS-P, 1) < 1
          MOVE 1 TO VS-BODY-Y(WS-P, 1)
       END-IF
       MOVE 0 TO VS-LENGTH(WS-P)
       MOVE SPACE TO VS-LAST-DIR(WS-P)
       MOVE 'N' TO VS-MOVED(WS-P)
    END-PERFORM.
SET-START-LENGTH.
    MOVE AUD-RESULT-LENGTH TO WS-START-LENGTH
    IF AUD-FOOD-EATEN = 'Y'
       SUBTRACT 1 FROM WS-START-LENGTH
       IF WS-START-LENGTH > WS-START-MAX
          AND WS-START-LENGTH - WS-BONUS-FOOD-GROWTH + 1 >= 1
          COMPUTE WS-START-LENGTH =
             WS-START-LENGTH - WS-BONUS-FOOD-GROWTH + 1
       END-IF
    END-IF
    IF WS-START-LENGTH < 1 OR WS-START-LENGTH > WS-START-MAX
       MOVE "START LENGTH NOT POSSIBLE" TO WS-EXC-TEXT
       PERFORM RAISE-RECORD-EXCEPTION
       IF WS-START-LENGTH < 1
          MOVE 1 TO WS-START-LENGTH
       END-IF
       IF WS-START-LENGTH > 50
          MOVE 50 TO WS-START-LENGTH
       END-IF
    END-IF
    MOVE WS-START-LENGTH TO VS-LENGTH(WS-P)
    PERFORM VARYING I FROM 2 BY 1 UNTIL I > VS-LENGTH(WS-P)
       MOVE VS-BODY-X(WS-P, 1) TO VS-BODY-X(WS-P, I)
       MOVE VS-BODY-Y(WS-P, 1) TO VS-BODY-Y(WS-P, I)
    END-PERFORM.

*> The recorded head must be the cell the recorded direction leads to
*> from the previous head (wrapped at the edge in WRAP mode).  The
*> body then shifts up one segment behind the recorded head, and the
*> length may only grow by what the food eaten allows.
APPLY-AUDITED-MOVE.
    IF VS-LENGTH(WS-P) = 0
       PERFORM SET-START-LENGTH
    END-IF
    IF AUD-DIRECTION NOT = 'U' AND AUD-DIRECTION NOT = 'D'
       AND AUD-DIRECTION NOT = 'L' AND AUD-DIRECTION NOT = 'R'
       MOVE "INVALID DIRECTION CODE" TO WS-EXC-TEXT
       PERFORM RAISE-RECORD-EXCEPTION
    END-IF
    IF (VS-LAST-DIR(WS-P) = 'R' AND AUD-DIRECTION = 'L')
       OR (VS-LAST-DIR(WS-P) = 'L' AND AUD-DIRECTION = 'R')
       OR (VS-LAST-DIR(WS-P) = 'U' AND AUD-DIRECTION = 'D')
       OR (VS-LAST-DIR(WS-P) = 'D' AND AUD-DIRECTION = 'U')
       MOVE "180-DEGREE REVERSAL" TO WS-EXC-TEXT
       PERFORM RAISE-RECORD-EXCEPTION
    END-IF
    MOVE AUD-DIRECTION TO WS-STEP-DIR
    PERFORM STEP-HEAD
    IF WS-STEP-X NOT = AUD-HEAD-X OR WS-STEP-Y NOT = AUD-HEAD-Y
       MOVE 'N' TO WS-STEP-MATCHED
       PERFORM VARYING J FROM 1 BY 1 UNTIL J > 4
          MOVE WS-OTHER-DIRS(J:1) TO WS-STEP-DIR
          PERFORM STEP-HEAD
          IF WS-STEP-X = AUD-HEAD-X AND WS-STEP-Y = AUD-HEAD-Y
             MOVE 'Y' TO WS-STEP-MATCHED
          END-IF
       END-PERFORM
       IF WS-STEP-MATCHED = 'Y'
          MOVE "HEAD MOVED AGAINST ITS DIRECTION" TO WS-EXC-TEXT
       ELSE
          MOVE "HEAD JUMPED MORE THAN ONE CELL" TO WS-EXC-TEXT
       END-IF
       PERFORM RAISE-RECORD-EXCEPTION
    END-IF
    MOVE VS-LENGTH(WS-P) TO I
    PERFORM UNTIL I < 2
       MOVE VS-BODY-X(WS-P, I - 1) TO VS-BODY-X(WS-P, I)
       MOVE VS-BODY-Y(WS-P, I - 1) TO VS-BODY-Y(WS-P, I)
       SUBTRACT 1 FROM I
    END-PERFORM
    MOVE AUD-HEAD-X TO VS-BODY-X(WS-P, 1)
    MOVE AUD-HEAD-Y TO VS-BODY-Y(WS-P, 1)
    COMPUTE WS-GROWTH = AUD-RESULT-LENGTH - VS-LENGTH(WS-P)
    IF AUD-FOOD-EATEN = 'Y'
       IF WS-GROWTH NOT = 1 AND WS-GROWTH NOT = WS-BONUS-FOOD-GROWTH
          MOVE "LENGTH DOES NOT FOLLOW FOOD EATEN" TO WS-EXC-TEXT
          PERFORM RAISE-RECORD-EXCEPTION
       END-IF
    ELSE
       IF WS-GROWTH NOT = 0
          MOVE "LENGTH CHANGED WITH NO FOOD EATEN" TO WS-EXC-TEXT
          PERFORM RAISE-RECORD-EXCEPTION
       END-IF
    END-IF
    IF AUD-RESULT-LENGTH < 1
       MOVE 1 TO VS-LENGTH(WS-P)
    ELSE
       IF AUD-RESULT-LENGTH > 50
          MOVE 50 TO VS-LENGTH(WS-P)
       ELSE
          MOVE AUD-RESULT-LENGTH TO VS-LENGTH(WS-P)
       END-IF
    END-IF
    MOVE AUD-DIRECTION TO VS-LAST-DIR(WS-P).
STEP-HEAD.
    MOVE VS-BODY-X(WS-P, 1) TO WS-STEP-X
    MOVE VS-BODY-Y(WS-P, 1) TO WS-STEP-Y
    IF WS-STEP-DIR = 'R'
       ADD 1 TO WS-STEP-X
    END-IF
    IF WS-STEP-DIR = 'L'
       SUBTRACT 1 FROM WS-STEP-X
    END-IF
    IF WS-STEP-DIR = 'U'
       ADD 1 TO WS-STEP-Y
    END-IF
    IF WS-STEP-DIR = 'D'
       SUBTRACT 1 FROM WS-STEP-Y
    END-IF
    IF WS-BOUNDARY-MODE = "WRAP"
       IF WS-STEP-X < 1
          MOVE WS-BOARD-WIDTH TO WS-STEP-X
       END-IF
       IF WS-STEP-X > WS-BOARD-WIDTH
          MOVE 1 TO WS-STEP-X
       END-IF
       IF WS-STEP-Y < 1
          MOVE WS-BOARD-HEIGHT TO WS-STEP-Y
       END-IF
       IF WS-STEP-Y > WS-BOARD-HEIGHT
          MOVE 1 TO WS-STEP-Y
       END-IF
    END-IF.

*> The collisions SNAKE-GAME ends a game on, in the order it tests
*> them: each player's wall, own body and obstacles, then head-on
*> and head into the other snake's body.  The first one found is
*> the cause; any move of the same game after it is an exception.
END-OF-TICK.
    IF WS-TICK-PENDING = 'Y'
       IF WS-TWO-PLAYER = 'Y' AND VS-MOVED(2) = 'N'
          MOVE "P2" TO WS-EXC-PLAYER
          MOVE VS-BODY-X(2, 1) TO WS-EXC-X
          MOVE VS-BODY-Y(2, 1) TO WS-EXC-Y
          MOVE "P2 MOVE MISSING" TO WS-EXC-TEXT
          PERFORM RAISE-EXCEPTION
       END-IF
       PERFORM VARYING WS-P FROM 1 BY 1 UNTIL WS-P > 2
          IF VS-MOVED(WS-P) = 'Y' AND WS-FATAL-CAUSE = SPACES
             PERFORM CHECK-FATAL-CELL
          END-IF
       END-PERFORM
       IF WS-TWO-PLAYER = 'Y' AND VS-MOVED(1) = 'Y'
          AND VS-MOVED(2) = 'Y' AND WS-FATAL-CAUSE = SPACES
          PERFORM CHECK-SNAKES-MEET
       END-IF
       IF WS-FATAL-CAUSE NOT = SPACES
          MOVE 'Y' TO WS-GAME-ENDED
       END-IF
       MOVE 'N' TO VS-MOVED(1)
       MOVE 'N' TO VS-MOVED(2)
       MOVE 'N' TO WS-TICK-PENDING
    END-IF.
CHECK-FATAL-CELL.
    MOVE VS-BODY-X(WS-P, 1) TO WS-HEAD-X
    MOVE VS-BODY-Y(WS-P, 1) TO WS-HEAD-Y
    IF WS-HEAD-X < 1 OR WS-HEAD-X > WS-BOARD-WIDTH
       OR WS-HEAD-Y < 1 OR WS-HEAD-Y > WS-BOARD-HEIGHT
       MOVE "WALL COLLISION" TO WS-FATAL-CAUSE
    END-IF
    IF WS-FATAL-CAUSE = SPACES
       PERFORM VARYING I FROM 2 BY 1 UNTIL I > VS-LENGTH(WS-P)
          IF WS-HEAD-X = VS-BODY-X(WS-P, I)
             AND WS-HEAD-Y = VS-BODY-Y(WS-P, I)
             MOVE "SELF COLLISION" TO WS-FATAL-CAUSE
          END-IF
       END-PERFORM
    END-IF
    IF WS-FATAL-CAUSE = SPACES
       PERFORM VARYING J FROM 1 BY 1 UNTIL J > OBSTACLE-COUNT
          IF WS-HEAD-X = OBSTACLE-X(J) AND WS-HEAD-Y = OBSTACLE-Y(J)
             MOVE "OBSTACLE COLLISION" TO WS-FATAL-CAUSE
          END-IF
       END-PERFORM
    END-IF.
CHECK-SNAKES-MEET.
    IF VS-BODY-X(1, 1) = VS-BODY-X(2, 1)
       AND VS-BODY-Y(1, 1) = VS-BODY-Y(2, 1)
       MOVE "HEAD-ON COLLISION" TO WS-FATAL-CAUSE
    END-IF
    IF WS-FATAL-CAUSE = SPACES
       MOVE 1 TO WS-P
       MOVE 2 TO WS-Q
       PERFORM CHECK-HEAD-IN-OTHER-BODY
    END-IF
    IF WS-FATAL-CAUSE = SPACES
       MOVE 2 TO WS-P
       MOVE 1 TO WS-Q
       PERFORM CHECK-HEAD-IN-OTHER-BODY
    END-IF.
CHECK-HEAD-IN-OTHER-BODY.
    PERFORM VARYING I FROM 2 BY 1 UNTIL I > VS-LENGTH(WS-Q)
       IF VS-BODY-X(WS-P, 1) = VS-BODY-X(WS-Q, I)
          AND VS-BODY-Y(WS-P, 1) = VS-BODY-Y(WS-Q, I)
          MOVE "BODY COLLISION" TO WS-FATAL-CAUSE
       END-IF
    END-PERFORM.
RAISE-RECORD-EXCEPTION.
    MOVE AUD-PLAYER TO WS-EXC-PLAYER
    MOVE 0 TO WS-EXC-X
    MOVE 0 TO WS-EXC-Y
    IF AUD-HEAD-X IS NUMERIC
       MOVE AUD-HEAD-X TO WS-EXC-X
    END-IF
    IF AUD-HEAD-Y IS NUMERIC
       MOVE AUD-HEAD-Y TO WS-EXC-Y
    END-IF
    PERFORM RAISE-EXCEPTION.
RAISE-EXCEPTION.
    ADD 1 TO WS-RUN-EXCEPTIONS
    MOVE CAT-RUN-ID TO VX-RUN
    MOVE WS-CURRENT-GAME TO VX-GAME
    MOVE WS-TICK TO VX-MOVE
    MOVE WS-EXC-PLAYER TO VX-PLAYER
    MOVE WS-EXC-X TO VX-HEAD-X
    MOVE WS-EXC-Y TO VX-HEAD-Y
    MOVE WS-EXC-TEXT TO VX-TEXT
    MOVE EXCEPTION-LINE TO VERIFY-REPORT-RECORD
    PERFORM WRITE-REPORT-LINE
    MOVE SPACES TO WS-EXC-TEXT.
PRINT-VERIFY-TOTALS.
    IF WS-RUNS-CHECKED = 0
       MOVE "NO CATALOGED RUNS TO VERIFY" TO VERIFY-REPORT-RECORD
       PERFORM WRITE-REPORT-LINE
    END-IF
    MOVE SPACES TO VERIFY-REPORT-RECORD
    STRING "RUNS CHECKED " WS-RUNS-CHECKED
       "   PASSED " WS-RUNS-PASSED
       "   FAILED " WS-RUNS-FAILED
       DELIMITED BY SIZE INTO VERIFY-REPORT-RECORD
    PERFORM WRITE-REPORT-LINE.
WRITE-REPORT-LINE.
    IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
       MOVE VERIFY-REPORT-RECORD TO WS-HELD-LINE
       PERFORM PRINT-PAGE-HEADING
       MOVE WS-HELD-LINE TO VERIFY-REPORT-RECORD
    END-IF
    WRITE VERIFY-REPORT-RECORD
    ADD 1 TO WS-LINE-COUNT.
PRINT-PAGE-HEADING.
    ADD 1 TO WS-PAGE-NUMBER
    MOVE WS-RUN-DATE TO HDG-DATE
    MOVE WS-PAGE-NUMBER TO HDG-PAGE
    MOVE HEADING-LINE-1 TO VERIFY-REPORT-RECORD
    WRITE VERIFY-REPORT-RECORD
    MOVE HEADING-LINE-2 TO VERIFY-REPORT-RECORD
    WRITE VERIFY-REPORT-RECORD
    MOVE SPACES TO VERIFY-REPORT-RECORD
    WRITE VERIFY-REPORT-RECORD
    MOVE 3 TO WS-LINE-COUNT.
