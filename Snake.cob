    SELECT GAME-PARAMETERS-FILE ASSIGN TO "GAMEPARM.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PARM-FILE-STATUS.
    SELECT RULES-REGISTER-FILE ASSIGN TO "RULES.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RR-FILE-STATUS.
    SELECT SUMMARY-REPORT-FILE ASSIGN TO "SUMMARY.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-SUM-FILE-STATUS.
    SELECT COURSE-FILE ASSIGN TO "COURSES.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CRS-FILE-STATUS.
    SELECT SEASON-CONTROL-FILE ASSIGN TO "SEASCTL.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-SCT-FILE-STATUS.
    SELECT UPDATE-JOURNAL-FILE ASSIGN TO "JOURNAL.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-JNL-FILE-STATUS.
DATA DIVISION.
FILE SECTION.
FD  HIGH-SCORE-FILE.
    05 RST-PLAYER-ID-2       PIC X(8).
    05 RST-HANDICAP-P1       PIC 9(2).
    05 RST-HANDICAP-P2       PIC 9(2).
    05 RST-RULES-VERSION     PIC 9(4).
FD  AUDIT-FILE.
01  AUDIT-RECORD.
    05 AUD-PLAYER            PIC X(2).
    05 AUD-RESULT-LENGTH     PIC 9(2).
    05 AUD-GAME-NUMBER       PIC 9(2).
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
FD  SUMMARY-REPORT-FILE.
01  SUMMARY-REPORT-RECORD.
    05 SUM-PLAYER-ID         PIC X(8).
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
FD  EDIT-REPORT-FILE.
01  EDIT-REPORT-RECORD       PIC X(80).
FD  REJECT-FILE.
    05 ML-FOOD-1             PIC 9(4).
    05 ML-SEP-9              PIC X.
    05 ML-FOOD-2             PIC 9(4).
    05 ML-SEP-10             PIC X.
    05 ML-GAME-NUMBER        PIC 9(2).
    05 ML-SEP-11             PIC X.
    05 ML-SEASON-ID          PIC X(8).
    05 ML-SEP-12             PIC X.
    05 ML-FORFEIT            PIC X.
FD  AUDIT-LIBRARY-FILE.
01  AUDIT-LIBRARY-RECORD     PIC X(12).
FD  AUDIT-CATALOG-FILE.
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
FD  COURSE-FILE.
01  COURSE-RECORD.
    05 CRS-COURSE-ID         PIC X(8).
    05 CRS-COORD OCCURS 20 TIMES.
       10 CRS-X              PIC 9(2).
       10 CRS-Y              PIC 9(2).
FD  SEASON-CONTROL-FILE.
01  SEASON-CONTROL-RECORD.
    05 SC-SEASON-ID          PIC X(8).
    05 SC-SEP-1              PIC X.
    05 SC-START-DATE         PIC 9(8).
    05 SC-SEP-2              PIC X.
    05 SC-LAST-CLOSED        PIC X(8).
    05 SC-SEP-3              PIC X.
    05 SC-LAST-END-DATE      PIC 9(8).
FD  UPDATE-JOURNAL-FILE.
01  UPDATE-JOURNAL-RECORD.
    05 JR-DATE               PIC 9(8).
    05 JR-SEP-1              PIC X.
    05 JR-TIME               PIC 9(8).
    05 JR-SEP-2              PIC X.
    05 JR-PROGRAM            PIC X(16).
    05 JR-SEP-3              PIC X.
    05 JR-RUN-ID             PIC X(8).
    05 JR-SEP-4              PIC X.
    05 JR-FILE               PIC X(8).
    05 JR-SEP-5              PIC X.
    05 JR-ACTION             PIC X.
    05 JR-SEP-6              PIC X.
    05 JR-KEY                PIC X(24).
    05 JR-SEP-7              PIC X.
    05 JR-BEFORE-IMAGE       PIC X(53).
    05 JR-SEP-8              PIC X.
    05 JR-AFTER-IMAGE        PIC X(53).
WORKING-STORAGE SECTION.
01 SNAKE.
   05 SNAKE-LENGTH PIC 9(2) VALUE 1.
01 WS-BOARD-WIDTH PIC 9(2) VALUE 20.
01 WS-BOARD-HEIGHT PIC 9(2) VALUE 20.
01 WS-LOOP-DELAY PIC 9(4) VALUE 0.
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
01 WS-RANDOM-SEED PIC 9(8).

*> --- Request 009: selectable wraparound boundary mode ---------------------
01 FIX-J PIC 9(4).
01 WS-RESUMED-PLAYER-ID PIC X(8) VALUE SPACES.
01 WS-RESUMED-PLAYER-2-ID PIC X(8) VALUE SPACES.
01 WS-FIX-ROUND-INPUT PIC X(2) VALUE SPACES.
01 WS-FIX-ROUND-DIGIT PIC 9 VALUE 0.
01 WS-FIX-ROUND-WANTED PIC 9(2) VALUE 0.

*> --- Request 021: head-to-head match result ledger -------------------------
01 WS-ML-FILE-STATUS PIC XX VALUE SPACES.
01 WS-TOTAL-FOOD-EATEN PIC 9(4) VALUE 0.
01 WS-TOTAL-FOOD-EATEN-2 PIC 9(4) VALUE 0.

*> --- cause of game over ---------------------------------------------------
*> W wall, S self, O obstacle, H head-on, B head into the other snake's
*> body, Q direction queue exhausted, T autopilot tick limit, N not
*> eliminated (the other player ended the game).  The first cause seen
*> for a player stands; the head cell is taken as the game ends.
01 WS-END-CAUSE PIC X VALUE SPACE.
01 WS-END-CAUSE-2 PIC X VALUE SPACE.
01 WS-END-CAUSE-FILL PIC X VALUE SPACE.
01 WS-END-X PIC 9(2) VALUE 0.
01 WS-END-Y PIC 9(2) VALUE 0.
01 WS-END-X-2 PIC 9(2) VALUE 0.
01 WS-END-Y-2 PIC 9(2) VALUE 0.

*> --- season stamp ---------------------------------------------------------
01 WS-SCT-FILE-STATUS PIC XX VALUE SPACES.
01 WS-SEASON-ID PIC X(8) VALUE SPACES.

*> --- rules register -------------------------------------------------------
01 WS-RR-FILE-STATUS PIC XX VALUE SPACES.
01 WS-RR-EOF PIC X VALUE 'N'.
01 WS-RR-RECORDS PIC 9(4) VALUE 0.
01 WS-RULES-VERSION PIC 9(4) VALUE 0.
01 WS-RULES-WANTED PIC 9(4) VALUE 0.
01 WS-RULES-CARD-ONLY PIC X VALUE 'N'.
01 WS-RULES-DATE PIC 9(8) VALUE 0.
01 WS-RULES-PARAMETERS PIC X(31) VALUE SPACES.

*> --- update journal -------------------------------------------------------
01 WS-JNL-FILE-STATUS PIC XX VALUE SPACES.
01 WS-JNL-RUN-ID PIC X(8) VALUE SPACES.
01 WS-JNL-FILE PIC X(8) VALUE SPACES.
01 WS-JNL-ACTION PIC X VALUE SPACE.
01 WS-JNL-KEY PIC X(24) VALUE SPACES.
01 WS-JNL-BEFORE PIC X(53) VALUE SPACES.
01 WS-JNL-AFTER PIC X(53) VALUE SPACES.

*> --- Request 000: high score persistence -------------------------------
*> --- Request 025: keyed high-score master ----------------------------------
*> The store is an indexed master keyed on player id, date and time,
    STOP RUN.
PLAY-ONE-GAME.
    PERFORM GAME-LOOP UNTIL GAME-OVER = 'Y'
    PERFORM CLOSE-END-CAUSE
    PERFORM CLEAR-CHECKPOINT
    PERFORM WRITE-HIGH-SCORE
    PERFORM WRITE-SUMMARY-REPORT
    END-IF.
INITIALIZATION.
    PERFORM READ-GAME-PARAMETERS.
    PERFORM READ-SEASON-CONTROL.
    ACCEPT WS-JNL-RUN-ID FROM TIME
    ACCEPT WS-RANDOM-SEED FROM TIME
    COMPUTE I = FUNCTION RANDOM(WS-RANDOM-SEED)
    ACCEPT TWO-PLAYER-MODE FROM ENVIRONMENT "SNAKE-TWO-PLAYER"
          AND WS-LOOP-COUNT >= WS-AUTO-LIMIT
          DISPLAY "AUTO TICK LIMIT REACHED AT " WS-LOOP-COUNT
          SET GAME-OVER TO 'Y'
          MOVE 'T' TO WS-END-CAUSE-FILL
          PERFORM FILL-END-CAUSE
       END-IF
    END-IF.
HANDLE-INPUT.
             AT END
                MOVE 'Y' TO WS-BATCH-EOF
                SET GAME-OVER TO 'Y'
                MOVE 'Q' TO WS-END-CAUSE-FILL
                PERFORM FILL-END-CAUSE
             NOT AT END
                MOVE DQ-DIRECTION-P1 TO DIRECTION
                IF TWO-PLAYER-MODE = 'Y'
          PERFORM WRAP-BOUNDARY
       ELSE
          SET GAME-OVER TO 'Y'
          IF WS-END-CAUSE = SPACE
             MOVE 'W' TO WS-END-CAUSE
          END-IF
       END-IF
    END-IF
    IF BODY-X(1) = FOOD-X AND BODY-Y(1) = FOOD-Y
    PERFORM UNTIL I > SNAKE-LENGTH
       IF BODY-X(1) = BODY-X(I) AND BODY-Y(1) = BODY-Y(I)
          THEN SET GAME-OVER TO 'Y'
          IF WS-END-CAUSE = SPACE
             MOVE 'S' TO WS-END-CAUSE
          END-IF
       END-IF
       ADD 1 TO I
    END-PERFORM.
    PERFORM VARYING J FROM 1 BY 1 UNTIL J > OBSTACLE-COUNT
       IF BODY-X(1) = OBSTACLE-X(J) AND BODY-Y(1) = OBSTACLE-Y(J)
          THEN SET GAME-OVER TO 'Y'
          IF WS-END-CAUSE = SPACE
             MOVE 'O' TO WS-END-CAUSE
          END-IF
       END-IF
    END-PERFORM.
WRAP-BOUNDARY.
          PERFORM WRAP-BOUNDARY-2
       ELSE
          SET GAME-OVER TO 'Y'
          IF WS-END-CAUSE-2 = SPACE
             MOVE 'W' TO WS-END-CAUSE-2
          END-IF
       END-IF
    END-IF
    IF BODY-2-X(1) = FOOD-X AND BODY-2-Y(1) = FOOD-Y
    PERFORM VARYING I FROM 2 BY 1 UNTIL I > SNAKE-2-LENGTH
       IF BODY-2-X(1) = BODY-2-X(I) AND BODY-2-Y(1) = BODY-2-Y(I)
          THEN SET GAME-OVER TO 'Y'
          IF WS-END-CAUSE-2 = SPACE
             MOVE 'S' TO WS-END-CAUSE-2
          END-IF
       END-IF
    END-PERFORM
    PERFORM VARYING J FROM 1 BY 1 UNTIL J > OBSTACLE-COUNT
       IF BODY-2-X(1) = OBSTACLE-X(J) AND BODY-2-Y(1) = OBSTACLE-Y(J)
          THEN SET GAME-OVER TO 'Y'
          IF WS-END-CAUSE-2 = SPACE
             MOVE 'O' TO WS-END-CAUSE-2
          END-IF
       END-IF
    END-PERFORM.
WRAP-BOUNDARY-2.
CHECK-HEAD-TO-HEAD-COLLISION.
    IF BODY-X(1) = BODY-2-X(1) AND BODY-Y(1) = BODY-2-Y(1)
       THEN SET GAME-OVER TO 'Y'
       MOVE 'H' TO WS-END-CAUSE-FILL
       PERFORM FILL-END-CAUSE
    END-IF
    PERFORM VARYING I FROM 2 BY 1 UNTIL I > SNAKE-2-LENGTH
       IF BODY-X(1) = BODY-2-X(I) AND BODY-Y(1) = BODY-2-Y(I)
          THEN SET GAME-OVER TO 'Y'
          IF WS-END-CAUSE = SPACE
             MOVE 'B' TO WS-END-CAUSE
          END-IF
       END-IF
    END-PERFORM
    PERFORM VARYING I FROM 2 BY 1 UNTIL I > SNAKE-LENGTH
       IF BODY-2-X(1) = BODY-X(I) AND BODY-2-Y(1) = BODY-Y(I)
          THEN SET GAME-OVER TO 'Y'
          IF WS-END-CAUSE-2 = SPACE
             MOVE 'B' TO WS-END-CAUSE-2
          END-IF
       END-IF
    END-PERFORM.
DRAW-SNAKE-2.
    END-PERFORM.

*> --- Request 006: configurable board size and speed ----------------------
*> The rules in force come from the rules register RULES.DAT (kept by
*> SNAKE-RULES): the highest version effective on the run date, or
*> the version named in WS-RULES-WANTED when a checkpointed game is
*> resumed under the rules it started with.  With no register, or no
*> version yet in force, the GAMEPARM.DAT card is used as it always
*> was and the run is stamped rules version 0000; a game checkpointed
*> at 0000 resumes on the card (WS-RULES-CARD-ONLY).
READ-GAME-PARAMETERS.
    MOVE 20 TO WS-BOARD-WIDTH
    MOVE 20 TO WS-BOARD-HEIGHT
    MOVE 0 TO WS-LOOP-DELAY
    MOVE "WALL" TO WS-BOUNDARY-MODE
    MOVE SPACES TO WS-COURSE-ID
    MOVE 'N' TO WS-COURSE-LOADED
    MOVE 5 TO OBSTACLE-COUNT
    MOVE 'N' TO WS-HANDICAP-MODE
    MOVE 25 TO WS-HCP-FOOD-DIV
    MOVE 10 TO WS-HCP-GAP-DIV
    MOVE 5 TO WS-HCP-MAX
    IF WS-RULES-CARD-ONLY = 'Y'
       MOVE 0 TO WS-RULES-VERSION
    ELSE
       PERFORM FIND-RULES-VERSION
    END-IF
    IF WS-RULES-VERSION > 0
       MOVE WS-RULES-PARAMETERS TO WS-PARAMETER-CARD
       PERFORM APPLY-GAME-PARAMETERS
    ELSE
       OPEN INPUT GAME-PARAMETERS-FILE
       IF WS-PARM-FILE-STATUS = "00"
          READ GAME-PARAMETERS-FILE INTO WS-PARAMETER-CARD
             AT END
                CONTINUE
             NOT AT END
                PERFORM APPLY-GAME-PARAMETERS
          END-READ
          CLOSE GAME-PARAMETERS-FILE
       END-IF
    END-IF
    IF WS-COURSE-ID NOT = SPACES
       PERFORM LOAD-COURSE-LAYOUT
    END-IF.
APPLY-GAME-PARAMETERS.
    IF PARM-BOARD-WIDTH >= 1 AND PARM-BOARD-WIDTH <= 40
       MOVE PARM-BOARD-WIDTH TO WS-BOARD-WIDTH
    ELSE
       DISPLAY "WARNING: PARM-BOARD-WIDTH " PARM-BOARD-WIDTH
          " OUT OF RANGE - USING " WS-BOARD-WIDTH
    END-IF
    IF PARM-BOARD-HEIGHT >= 1 AND PARM-BOARD-HEIGHT <= 40
       MOVE PARM-BOARD-HEIGHT TO WS-BOARD-HEIGHT
    ELSE
       DISPLAY "WARNING: PARM-BOARD-HEIGHT " PARM-BOARD-HEIGHT
          " OUT OF RANGE - USING " WS-BOARD-HEIGHT
    END-IF
    MOVE PARM-LOOP-DELAY TO WS-LOOP-DELAY
    IF PARM-BOUNDARY-MODE = "WRAP"
       MOVE "WRAP" TO WS-BOUNDARY-MODE
    END-IF
    MOVE PARM-COURSE-ID TO WS-COURSE-ID
    IF PARM-HANDICAP-MODE = 'Y'
       MOVE 'Y' TO WS-HANDICAP-MODE
    END-IF
    IF PARM-HCP-FOOD-DIV IS NUMERIC
       AND PARM-HCP-FOOD-DIV > 0
       MOVE PARM-HCP-FOOD-DIV TO WS-HCP-FOOD-DIV
    END-IF
    IF PARM-HCP-GAP-DIV IS NUMERIC
       AND PARM-HCP-GAP-DIV > 0
       MOVE PARM-HCP-GAP-DIV TO WS-HCP-GAP-DIV
    END-IF
    IF PARM-HCP-MAX IS NUMERIC AND PARM-HCP-MAX > 0
       MOVE PARM-HCP-MAX TO WS-HCP-MAX
    END-IF.
FIND-RULES-VERSION.
    MOVE 0 TO WS-RULES-VERSION
    MOVE 0 TO WS-RR-RECORDS
    MOVE 'N' TO WS-RR-EOF
    ACCEPT WS-RULES-DATE FROM DATE YYYYMMDD
    OPEN INPUT RULES-REGISTER-FILE
    IF WS-RR-FILE-STATUS = "00"
       PERFORM UNTIL WS-RR-EOF = 'Y'
          READ RULES-REGISTER-FILE
             AT END
                MOVE 'Y' TO WS-RR-EOF
             NOT AT END
                ADD 1 TO WS-RR-RECORDS
                IF WS-RULES-WANTED > 0
                   IF RR-VERSION = WS-RULES-WANTED
                      MOVE RR-VERSION TO WS-RULES-VERSION
                      MOVE RR-PARAMETERS TO WS-RULES-PARAMETERS
                   END-IF
                ELSE
                   IF RR-EFFECTIVE-DATE <= WS-RULES-DATE
                      AND RR-VERSION > WS-RULES-VERSION
                      MOVE RR-VERSION TO WS-RULES-VERSION
                      MOVE RR-PARAMETERS TO WS-RULES-PARAMETERS
                   END-IF
                END-IF
          END-READ
       END-PERFORM
       CLOSE RULES-REGISTER-FILE
    END-IF
    IF WS-RULES-WANTED > 0 AND WS-RULES-VERSION = 0
       DISPLAY "WARNING: RULES VERSION " WS-RULES-WANTED
          " NOT ON RULES.DAT - USING GAMEPARM.DAT"
       PERFORM RAISE-WARNING
    ELSE
       IF WS-RR-RECORDS > 0 AND WS-RULES-VERSION = 0
          DISPLAY "WARNING: NO RULES VERSION IN FORCE ON "
             WS-RULES-DATE " - USING GAMEPARM.DAT"
          PERFORM RAISE-WARNING
       END-IF
    END-IF.

*> --- season stamp ---------------------------------------------------------
*> The open season is kept on SEASCTL.DAT by SNAKE-SEASON's close-out.
*> Summary, match ledger and catalog records carry it so each
*> season's standings are worked out from that season's games only.
*> No control file means no season has been closed yet and records
*> go out unstamped, as they always have.
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
APPLY-LOOP-DELAY.
    IF WS-LOOP-DELAY > 0
    MOVE WS-MATCH-NUMBER TO SUM-MATCH-NUMBER
    MOVE SPACE TO SUM-SEP-7
    MOVE WS-HANDICAP-P1 TO SUM-HANDICAP
    MOVE '1' TO SUM-PLAYER-SLOT
    MOVE WS-END-CAUSE TO SUM-END-CAUSE
    MOVE WS-END-X TO SUM-END-X
    MOVE WS-END-Y TO SUM-END-Y
    MOVE WS-COURSE-ID TO SUM-COURSE-ID
    MOVE WS-SEASON-ID TO SUM-SEASON-ID
    MOVE WS-RULES-VERSION TO SUM-RULES-VERSION
    MOVE SPACE TO SUM-SEP-8 SUM-SEP-9 SUM-SEP-10 SUM-SEP-11 SUM-SEP-12
       SUM-SEP-13 SUM-SEP-14
    WRITE SUMMARY-REPORT-RECORD
    IF WS-SUM-FILE-STATUS NOT = "00"
       DISPLAY "WARNING: SUMMARY NOT SAVED FOR " SUM-PLAYER-ID
    DISPLAY "FINAL LENGTH: " SUM-FINAL-LENGTH
    DISPLAY "ITERATIONS SURVIVED: " SUM-ITERATIONS
    DISPLAY "FOOD EATEN: " SUM-FOOD-EATEN
    DISPLAY "GAME ENDED BY: " SUM-END-CAUSE " AT CELL " SUM-END-X
       "," SUM-END-Y
    IF TWO-PLAYER-MODE = 'Y'
       MOVE WS-PLAYER-2-ID TO SUM-PLAYER-ID
       MOVE SPACE TO SUM-SEP-1 SUM-SEP-2 SUM-SEP-3
       MOVE WS-MATCH-NUMBER TO SUM-MATCH-NUMBER
       MOVE SPACE TO SUM-SEP-7
       MOVE WS-HANDICAP-P2 TO SUM-HANDICAP
       MOVE '2' TO SUM-PLAYER-SLOT
       MOVE WS-END-CAUSE-2 TO SUM-END-CAUSE
       MOVE WS-END-X-2 TO SUM-END-X
       MOVE WS-END-Y-2 TO SUM-END-Y
       MOVE WS-COURSE-ID TO SUM-COURSE-ID
       MOVE WS-SEASON-ID TO SUM-SEASON-ID
       MOVE WS-RULES-VERSION TO SUM-RULES-VERSION
       MOVE SPACE TO SUM-SEP-8 SUM-SEP-9 SUM-SEP-10 SUM-SEP-11
          SUM-SEP-12 SUM-SEP-13 SUM-SEP-14
       WRITE SUMMARY-REPORT-RECORD
       IF WS-SUM-FILE-STATUS NOT = "00"
          DISPLAY "WARNING: SUMMARY NOT SAVED FOR " SUM-PLAYER-ID
       DISPLAY "FINAL LENGTH: " SUM-FINAL-LENGTH
       DISPLAY "ITERATIONS SURVIVED: " SUM-ITERATIONS
       DISPLAY "FOOD EATEN: " SUM-FOOD-EATEN
       DISPLAY "GAME ENDED BY: " SUM-END-CAUSE " AT CELL " SUM-END-X
          "," SUM-END-Y
    END-IF
    CLOSE SUMMARY-REPORT-FILE.

*> --- cause of game over ---------------------------------------------------
*> A cause that applies to both snakes at once (head-on, queue
*> exhausted, tick limit) only fills a player whose own cause is still
*> blank.  When the game is over the survivor of a two-player game is
*> marked N and both head cells are taken for the summary and catalog.
FILL-END-CAUSE.
    IF WS-END-CAUSE = SPACE
       MOVE WS-END-CAUSE-FILL TO WS-END-CAUSE
    END-IF
    IF TWO-PLAYER-MODE = 'Y' AND WS-END-CAUSE-2 = SPACE
       MOVE WS-END-CAUSE-FILL TO WS-END-CAUSE-2
    END-IF.
CLOSE-END-CAUSE.
    IF WS-END-CAUSE = SPACE
       MOVE 'N' TO WS-END-CAUSE
    END-IF
    MOVE BODY-X(1) TO WS-END-X
    MOVE BODY-Y(1) TO WS-END-Y
    IF TWO-PLAYER-MODE = 'Y'
       IF WS-END-CAUSE-2 = SPACE
          MOVE 'N' TO WS-END-CAUSE-2
       END-IF
       MOVE BODY-2-X(1) TO WS-END-X-2
       MOVE BODY-2-Y(1) TO WS-END-Y-2
    ELSE
       MOVE SPACE TO WS-END-CAUSE-2
       MOVE 0 TO WS-END-X-2 WS-END-Y-2
    END-IF.

*> --- Request 005: move-by-move audit log ---------------------------------
WRITE-AUDIT-RECORD.
    MOVE "P1" TO AUD-PLAYER
    PERFORM INIT-GAME-STATE
    PERFORM APPLY-HANDICAP
    MOVE 'N' TO GAME-OVER
    MOVE SPACE TO WS-END-CAUSE WS-END-CAUSE-2
    MOVE 0 TO WS-LOOP-COUNT
    MOVE 0 TO WS-TOTAL-FOOD-EATEN
    MOVE 0 TO WS-TOTAL-FOOD-EATEN-2
       INVALID KEY
          CONTINUE
       NOT INVALID KEY
          MOVE PLAYER-MASTER-RECORD TO WS-JNL-BEFORE
          ADD 1 TO PM-LIFE-GAMES
          ADD WS-PM-UPD-FOOD TO PM-LIFE-FOOD
          IF WS-PM-UPD-LENGTH > PM-BEST-LENGTH
             MOVE "LIFETIME TOTALS NOT SAVED" TO WS-LOG-MESSAGE
             PERFORM LOG-OPS-EVENT
             PERFORM RAISE-WARNING
          ELSE
             MOVE "PLAYERS" TO WS-JNL-FILE
             MOVE 'C' TO WS-JNL-ACTION
             MOVE PM-PLAYER-ID TO WS-JNL-KEY
             MOVE PLAYER-MASTER-RECORD TO WS-JNL-AFTER
             PERFORM WRITE-JOURNAL-ENTRY
          END-IF
    END-READ.

             IF RST-HANDICAP-P2 IS NUMERIC
                MOVE RST-HANDICAP-P2 TO WS-HANDICAP-P2
             END-IF
             IF RST-RULES-VERSION IS NUMERIC
                AND RST-RULES-VERSION NOT = WS-RULES-VERSION
                MOVE RST-RULES-VERSION TO WS-RULES-WANTED
                IF RST-RULES-VERSION = 0
                   MOVE 'Y' TO WS-RULES-CARD-ONLY
                END-IF
                PERFORM READ-GAME-PARAMETERS
             END-IF
             PERFORM VARYING I FROM 1 BY 1 UNTIL I > SNAKE-LENGTH
                MOVE RST-BODY-X(I) TO BODY-X(I)
                MOVE RST-BODY-Y(I) TO BODY-Y(I)
    MOVE WS-PLAYER-2-ID TO RST-PLAYER-ID-2
    MOVE WS-HANDICAP-P1 TO RST-HANDICAP-P1
    MOVE WS-HANDICAP-P2 TO RST-HANDICAP-P2
    MOVE WS-RULES-VERSION TO RST-RULES-VERSION
    PERFORM VARYING I FROM 1 BY 1 UNTIL I > SNAKE-LENGTH
       MOVE BODY-X(I) TO RST-BODY-X(I)
       MOVE BODY-Y(I) TO RST-BODY-Y(I)
          MOVE "HIGH SCORE NOT SAVED" TO WS-LOG-MESSAGE
          PERFORM LOG-OPS-EVENT
          PERFORM RAISE-WARNING
       ELSE
          PERFORM JOURNAL-HIGH-SCORE
       END-IF
       IF TWO-PLAYER-MODE = 'Y'
          MOVE WS-PLAYER-2-ID TO HS-PLAYER-ID
             MOVE "HIGH SCORE NOT SAVED" TO WS-LOG-MESSAGE
             PERFORM LOG-OPS-EVENT
             PERFORM RAISE-WARNING
          ELSE
             PERFORM JOURNAL-HIGH-SCORE
          END-IF
       END-IF
       CLOSE HIGH-SCORE-FILE
    END-IF.
JOURNAL-HIGH-SCORE.
    MOVE "HGHSCORE" TO WS-JNL-FILE
    MOVE 'A' TO WS-JNL-ACTION
    MOVE HS-REC-KEY TO WS-JNL-KEY
    MOVE SPACES TO WS-JNL-BEFORE
    MOVE HIGH-SCORE-RECORD TO WS-JNL-AFTER
    PERFORM WRITE-JOURNAL-ENTRY.

*> --- update journal -------------------------------------------------------
*> Every change made to PLAYERS.DAT or HGHSCORE.DAT is also written to
*> the shared journal JOURNAL.DAT as a before and after image, so
*> SNAKE-RECOVER can roll a restored image copy forward.  The run id
*> is the time the run started; with the date and program it tells
*> one run's entries from another's.  A journal that cannot be
*> written leaves the update in place and raises a warning.
WRITE-JOURNAL-ENTRY.
    OPEN EXTEND UPDATE-JOURNAL-FILE
    IF WS-JNL-FILE-STATUS = "35"
       OPEN OUTPUT UPDATE-JOURNAL-FILE
       CLOSE UPDATE-JOURNAL-FILE
       OPEN EXTEND UPDATE-JOURNAL-FILE
    END-IF
    IF WS-JNL-FILE-STATUS NOT = "00"
       DISPLAY "WARNING: UPDATE NOT JOURNALLED - STATUS "
          WS-JNL-FILE-STATUS " - " WS-JNL-FILE " " WS-JNL-KEY
       MOVE "WRITE-JOURNAL-ENTRY" TO WS-LOG-PARAGRAPH
       MOVE WS-JNL-FILE-STATUS TO WS-LOG-STATUS
       MOVE SPACES TO WS-LOG-MESSAGE
       STRING "UPDATE NOT JOURNALLED - " WS-JNL-FILE
          DELIMITED BY SIZE INTO WS-LOG-MESSAGE
       PERFORM LOG-OPS-EVENT
       PERFORM RAISE-WARNING
    ELSE
       ACCEPT JR-DATE FROM DATE YYYYMMDD
       ACCEPT JR-TIME FROM TIME
       MOVE "SNAKE-GAME" TO JR-PROGRAM
       MOVE WS-JNL-RUN-ID TO JR-RUN-ID
       MOVE WS-JNL-FILE TO JR-FILE
       MOVE WS-JNL-ACTION TO JR-ACTION
       MOVE WS-JNL-KEY TO JR-KEY
       MOVE WS-JNL-BEFORE TO JR-BEFORE-IMAGE
       MOVE WS-JNL-AFTER TO JR-AFTER-IMAGE
       MOVE SPACE TO JR-SEP-1 JR-SEP-2 JR-SEP-3 JR-SEP-4 JR-SEP-5
          JR-SEP-6 JR-SEP-7 JR-SEP-8
       WRITE UPDATE-JOURNAL-RECORD
       CLOSE UPDATE-JOURNAL-FILE
    END-IF.
PRINT-TOP-TEN-HIGH-SCORES.
    MOVE 0 TO WS-HS-COUNT
    MOVE 'N' TO WS-HS-EOF
*> The card is marked played as soon as it is selected so a rerun of
*> the same job picks up the next match, and the match number is
*> carried through the checkpoint and onto every summary record.
*> SNAKE-FIXTURE-ROUND, when set, confines the pick to that round;
*> SNAKE-ROUND sets it to play a whole round card by card.
READ-NEXT-MATCH-CARD.
    MOVE 0 TO WS-FIX-COUNT
    MOVE 0 TO WS-FIX-PICKED
    MOVE 'N' TO WS-FIX-EOF
    MOVE 0 TO WS-FIX-ROUND-WANTED
    ACCEPT WS-FIX-ROUND-INPUT FROM ENVIRONMENT "SNAKE-FIXTURE-ROUND"
    IF WS-FIX-ROUND-INPUT NOT = SPACES
       IF WS-FIX-ROUND-INPUT IS NUMERIC
          MOVE WS-FIX-ROUND-INPUT TO WS-FIX-ROUND-WANTED
       ELSE
          IF WS-FIX-ROUND-INPUT(1:1) IS NUMERIC
             AND WS-FIX-ROUND-INPUT(2:1) = SPACE
             MOVE WS-FIX-ROUND-INPUT(1:1) TO WS-FIX-ROUND-DIGIT
             MOVE WS-FIX-ROUND-DIGIT TO WS-FIX-ROUND-WANTED
          ELSE
             DISPLAY "WARNING: SNAKE-FIXTURE-ROUND NOT NUMERIC - "
                "PLAYING THE NEXT CARD OF ANY ROUND"
          END-IF
       END-IF
    END-IF
    OPEN INPUT FIXTURE-FILE
    IF WS-FIX-FILE-STATUS NOT = "00"
       DISPLAY "ERROR: CANNOT OPEN FIXTURE FILE - STATUS "
                MOVE FX-PLAYER-2 TO FXW-PLAYER-2(WS-FIX-COUNT)
                MOVE FX-PLAYED TO FXW-PLAYED(WS-FIX-COUNT)
                IF WS-FIX-PICKED = 0 AND FX-PLAYED NOT = 'Y'
                   IF WS-FIX-ROUND-WANTED = 0
                      OR FX-ROUND = WS-FIX-ROUND-WANTED
                      MOVE WS-FIX-COUNT TO WS-FIX-PICKED
                   END-IF
                END-IF
          END-READ
       END-PERFORM
          SET GAME-OVER TO 'Y'
       ELSE
       IF WS-FIX-PICKED = 0
          IF WS-FIX-ROUND-WANTED = 0
             DISPLAY "NO UNPLAYED MATCH CARDS ON FIXTURE FILE"
          ELSE
             DISPLAY "NO UNPLAYED MATCH CARDS FOR ROUND "
                WS-FIX-ROUND-WANTED
          END-IF
          MOVE "READ-NEXT-MATCH-CARD" TO WS-LOG-PARAGRAPH
          MOVE SPACES TO WS-LOG-STATUS
          MOVE "NO UNPLAYED MATCH CARDS" TO WS-LOG-MESSAGE
       MOVE WS-GAMES-PLAYED TO CAT-GAMES
       MOVE WS-ARCHIVE-MOVES TO CAT-MOVES
       MOVE WS-COURSE-ID TO CAT-COURSE-ID
       MOVE WS-END-CAUSE TO CAT-END-CAUSE-1
       MOVE WS-END-X TO CAT-END-X-1
       MOVE WS-END-Y TO CAT-END-Y-1
       MOVE WS-END-CAUSE-2 TO CAT-END-CAUSE-2
       MOVE WS-END-X-2 TO CAT-END-X-2
       MOVE WS-END-Y-2 TO CAT-END-Y-2
       MOVE WS-SEASON-ID TO CAT-SEASON-ID
       MOVE WS-RULES-VERSION TO CAT-RULES-VERSION
       MOVE SPACE TO CAT-SEP-1 CAT-SEP-2 CAT-SEP-3 CAT-SEP-4
          CAT-SEP-5 CAT-SEP-6 CAT-SEP-7 CAT-SEP-8 CAT-SEP-9
          CAT-SEP-10 CAT-SEP-11 CAT-SEP-12 CAT-SEP-13 CAT-SEP-14
       WRITE AUDIT-CATALOG-RECORD
       CLOSE AUDIT-CATALOG-FILE
       DISPLAY "AUDIT TRAIL ARCHIVED AS RUN " WS-RUN-ID
*> winner decided on final length, then on food eaten, otherwise a
*> draw.  The ledger feeds the SNAKE-MATCHES win/loss grid report, so
*> nobody has to reconstruct who beat whom from paired summary rows.
*> The game number within the series is carried on the record so a
*> best-of-n card's games are not mistaken for a duplicated result.
*> The forfeit flag is blank on a game actually played; SNAKE-ROUND
*> writes the walkover records for cards forfeited for want of a
*> direction script.
WRITE-MATCH-RESULT.
    IF SNAKE-LENGTH > SNAKE-2-LENGTH
       MOVE '1' TO WS-MATCH-RESULT
    MOVE SNAKE-2-LENGTH TO ML-LENGTH-2
    MOVE WS-TOTAL-FOOD-EATEN TO ML-FOOD-1
    MOVE WS-TOTAL-FOOD-EATEN-2 TO ML-FOOD-2
    MOVE WS-GAME-NUMBER TO ML-GAME-NUMBER
    MOVE WS-SEASON-ID TO ML-SEASON-ID
    MOVE SPACE TO ML-FORFEIT
    MOVE SPACE TO ML-SEP-1 ML-SEP-2 ML-SEP-3 ML-SEP-4 ML-SEP-5
       ML-SEP-6 ML-SEP-7 ML-SEP-8 ML-SEP-9 ML-SEP-10 ML-SEP-11
       ML-SEP-12
    WRITE MATCH-LOG-RECORD
    IF WS-ML-FILE-STATUS NOT = "00"
       DISPLAY "WARNING: MATCH RESULT NOT SAVED - FILE STATUS "
