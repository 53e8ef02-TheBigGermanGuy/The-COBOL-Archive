      *>*****************************************************************
      *> SNAKE-PLAYOFF
      *> Knockout playoff bracket for the end of the round robin.
      *>
      *> DRAW n   seeds the top n active players (PM-STATUS 'A') from
      *>          the standings - league points from SUMMARY.DAT worked
      *>          out exactly as SNAKE-STANDINGS does (2 per food eaten
      *>          plus best final length) - and writes the first-round
      *>          cards.  Players level on points are separated on
      *>          their head-to-head record against each other from
      *>          MATCHLOG.DAT (wins less losses among the tied group),
      *>          then on player id.  Only the open season's games
      *>          and matches count (the season SNAKE-GAME stamps from
      *>          SEASCTL.DAT), as in the standings.  The field is
      *>          padded to the next power of two with byes, which go
      *>          to the top seeds; the rest are paired highest against
      *>          lowest - 1 v n, 2 v n-1 and so on.
      *> ADVANCE  reads the current round's results for the open season
      *>          from the match ledger and writes the next round's
      *>          cards.  The winners (bye holders included) are
      *>          re-seeded on their original seeds and again paired
      *>          highest against lowest, until one player is left as
      *>          champion.  A round with any match unplayed or drawn
      *>          (level on games won across a best-of-n card) is
      *>          refused and listed.
      *> REPORT   (or no argument) prints the bracket only.
      *>
      *> Cards are appended to FIXTURE.DAT after the round robin, each
      *> playoff round taking the next fixture round number and the
      *> next free match numbers, so SNAKE-GAME in fixture mode plays
      *> them like any other card.  The bracket itself is kept on
      *> BRACKET.DAT - one record per pairing or bye, every round - and
      *> BRACKET.RPT shows every round so far.  A new DRAW is refused
      *> while a bracket is still in progress.
      *> Return code 0 clean, 4 when a round is not ready to advance,
      *> 16 when the run is refused or a file cannot be used.
      *>*****************************************************************
      >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. SNAKE-PLAYOFF.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT SUMMARY-REPORT-FILE ASSIGN TO "SUMMARY.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-SUM-FILE-STATUS.
    SELECT PLAYER-MASTER-FILE ASSIGN TO "PLAYERS.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS PM-PLAYER-ID
        FILE STATUS IS WS-PMF-FILE-STATUS.
    SELECT MATCH-LOG-FILE ASSIGN TO "MATCHLOG.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-ML-FILE-STATUS.
    SELECT FIXTURE-FILE ASSIGN TO "FIXTURE.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FIX-FILE-STATUS.
    SELECT BRACKET-FILE ASSIGN TO "BRACKET.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-BRK-FILE-STATUS.
    SELECT BRACKET-REPORT-FILE ASSIGN TO "BRACKET.RPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RPT-FILE-STATUS.
    SELECT SEASON-CONTROL-FILE ASSIGN TO "SEASCTL.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-SCT-FILE-STATUS.
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
FD  PLAYER-MASTER-FILE.
01  PLAYER-MASTER-RECORD.
    05 PM-PLAYER-ID          PIC X(8).
    05 PM-PLAYER-NAME        PIC X(20).
    05 PM-REG-DATE           PIC 9(8).
    05 PM-STATUS             PIC X.
    05 PM-LIFE-GAMES         PIC 9(6).
    05 PM-LIFE-FOOD          PIC 9(6).
    05 PM-BEST-LENGTH        PIC 9(4).
FD  MATCH-LOG-FILE.
01  MATCH-LOG-RECORD.
    05 ML-DATE               PIC 9(8).
    05 ML-SEP-1              PIC X.
    05 ML-MATCH-NUMBER       PIC 9(4).
    05 ML-SEP-2              PIC X.
    05 ML-ROUND              PIC 9(2).
    05 ML-SEP-3              PIC X.
    05 ML-PLAYER-1           PIC X(8).
    05 ML-SEP-4              PIC X.
    05 ML-PLAYER-2           PIC X(8).
    05 ML-SEP-5              PIC X.
    05 ML-RESULT             PIC X.
    05 ML-SEP-6              PIC X.
    05 ML-LENGTH-1           PIC 9(4).
    05 ML-SEP-7              PIC X.
    05 ML-LENGTH-2           PIC 9(4).
    05 ML-SEP-8              PIC X.
    05 ML-FOOD-1             PIC 9(4).
    05 ML-SEP-9              PIC X.
    05 ML-FOOD-2             PIC 9(4).
    05 ML-SEP-10             PIC X.
    05 ML-GAME-NUMBER        PIC 9(2).
    05 ML-SEP-11             PIC X.
    05 ML-SEASON-ID          PIC X(8).
    05 ML-SEP-12             PIC X.
    05 ML-FORFEIT            PIC X.
FD  FIXTURE-FILE.
01  FIXTURE-RECORD.
    05 FX-ROUND              PIC 9(2).
    05 FX-MATCH              PIC 9(4).
    05 FX-PLAYER-1           PIC X(8).
    05 FX-PLAYER-2           PIC X(8).
    05 FX-PLAYED             PIC X.
FD  BRACKET-FILE.
01  BRACKET-RECORD.
    05 BR-DRAW-DATE          PIC 9(8).
    05 BR-SEP-1              PIC X.
    05 BR-ROUND              PIC 9(2).
    05 BR-SEP-2              PIC X.
    05 BR-FX-ROUND           PIC 9(2).
    05 BR-SEP-3              PIC X.
    05 BR-MATCH              PIC 9(4).
    05 BR-SEP-4              PIC X.
    05 BR-SEED-1             PIC 9(2).
    05 BR-SEP-5              PIC X.
    05 BR-PLAYER-1           PIC X(8).
    05 BR-SEP-6              PIC X.
    05 BR-SEED-2             PIC 9(2).
    05 BR-SEP-7              PIC X.
    05 BR-PLAYER-2           PIC X(8).
    05 BR-SEP-8              PIC X.
    05 BR-STATUS             PIC X.
    05 BR-SEP-9              PIC X.
    05 BR-WINNER             PIC X(8).
    05 BR-SEP-10             PIC X.
    05 BR-WINS-1             PIC 9(2).
    05 BR-SEP-11             PIC X.
    05 BR-WINS-2             PIC 9(2).
FD  BRACKET-REPORT-FILE.
01  BRACKET-REPORT-RECORD    PIC X(80).
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
01 WS-PMF-FILE-STATUS PIC XX VALUE SPACES.
01 WS-ML-FILE-STATUS PIC XX VALUE SPACES.
01 WS-FIX-FILE-STATUS PIC XX VALUE SPACES.
01 WS-BRK-FILE-STATUS PIC XX VALUE SPACES.
01 WS-RPT-FILE-STATUS PIC XX VALUE SPACES.
01 WS-SUM-EOF PIC X VALUE 'N'.
01 WS-ML-EOF PIC X VALUE 'N'.
01 WS-FIX-EOF PIC X VALUE 'N'.
01 WS-BRK-EOF PIC X VALUE 'N'.
01 WS-RUN-DATE PIC 9(8).
01 WS-MAX-RC PIC 9(2) VALUE 0.
01 WS-SCT-FILE-STATUS PIC XX VALUE SPACES.
01 WS-SEASON-ID PIC X(8) VALUE SPACES.

01 WS-COMMAND-ARG PIC X(20) VALUE SPACES.
01 WS-ARG-TOKEN-1 PIC X(8) VALUE SPACES.
01 WS-ARG-TOKEN-2 PIC X(8) VALUE SPACES.
01 WS-ARG-TOKEN PIC X(8) VALUE SPACES.
01 WS-ARG-DIGIT PIC 9.
01 WS-ARG-DIGITS PIC 9(2) VALUE 0.
01 WS-ARG-OK PIC X VALUE 'Y'.
01 WS-ARG-VALUE PIC 9(4) VALUE 0.
01 WS-RUN-MODE PIC X(8) VALUE SPACES.
01 WS-FIELD-SIZE PIC 9(2) VALUE 0.
01 WS-FIELD-LIMIT PIC 9(2) VALUE 64.

*> Standings, worked out as SNAKE-STANDINGS does, with the active
*> flag from the player master and the head-to-head tie-break.
01 WS-PLAYER-COUNT PIC 9(3) VALUE 0.
01 WS-PLAYER-LIMIT PIC 9(3) VALUE 100.
01 WS-ACTIVE-COUNT PIC 9(3) VALUE 0.
01 STANDINGS-TABLE.
   05 STANDINGS-ENTRY OCCURS 100 TIMES INDEXED BY ST-IDX.
      10 ST-PLAYER-ID PIC X(8).
      10 ST-ACTIVE PIC X.
      10 ST-BEST-LENGTH PIC 9(4).
      10 ST-TOTAL-FOOD PIC 9(6).
      10 ST-POINTS PIC 9(8).
      10 ST-TIE-BREAK PIC S9(4).
01 ST-SWAP-ENTRY PIC X(31).
01 ST-J PIC 9(3).
01 ST-K PIC 9(3).
01 WS-SWAP-NEEDED PIC X VALUE 'N'.
01 H2H-TABLE.
   05 H2H-ROW OCCURS 100 TIMES.
      10 H2H-WINS OCCURS 100 TIMES PIC 9(3).
01 WS-SEEK-ID PIC X(8) VALUE SPACES.
01 WS-SEEK-AT PIC 9(3) VALUE 0.
01 WS-P1-AT PIC 9(3) VALUE 0.
01 WS-P2-AT PIC 9(3) VALUE 0.

*> The bracket: every pairing and bye of every round, in round
*> order.  A field of 64 needs 63 pairings plus byes, so 127 covers
*> the largest bracket.
01 WS-BRK-COUNT PIC 9(3) VALUE 0.
01 WS-BRK-LIMIT PIC 9(3) VALUE 127.
01 BRACKET-TABLE.
   05 BRK-ENTRY OCCURS 127 TIMES INDEXED BY BRK-IDX.
      10 BK-DRAW-DATE PIC 9(8).
      10 BK-ROUND PIC 9(2).
      10 BK-FX-ROUND PIC 9(2).
      10 BK-MATCH PIC 9(4).
      10 BK-SEED-1 PIC 9(2).
      10 BK-PLAYER-1 PIC X(8).
      10 BK-SEED-2 PIC 9(2).
      10 BK-PLAYER-2 PIC X(8).
      10 BK-STATUS PIC X.
      10 BK-WINNER PIC X(8).
      10 BK-WINS-1 PIC 9(2).
      10 BK-WINS-2 PIC 9(2).
      10 BK-RESULTS PIC 9(3).
01 BK-J PIC 9(3).
01 WS-CURRENT-ROUND PIC 9(2) VALUE 0.
01 WS-ROUND-ENTRIES PIC 9(3) VALUE 0.
01 WS-DRAW-DATE PIC 9(8) VALUE 0.
01 WS-CHAMPION PIC X(8) VALUE SPACES.
01 WS-NOT-READY PIC 9(3) VALUE 0.

*> Players going into the round being written, by seed.
01 WS-ENTRANT-COUNT PIC 9(2) VALUE 0.
01 ENTRANT-TABLE.
   05 EN-ENTRY OCCURS 64 TIMES.
      10 EN-SEED PIC 9(2).
      10 EN-PLAYER-ID PIC X(8).
01 EN-SWAP-ENTRY PIC X(10).
01 EN-J PIC 9(2).
01 EN-K PIC 9(2).
01 WS-BRACKET-SIZE PIC 9(3) VALUE 0.
01 WS-BYES PIC 9(2) VALUE 0.
01 WS-LOW PIC 9(2) VALUE 0.
01 WS-HIGH PIC 9(2) VALUE 0.

01 WS-LAST-FX-ROUND PIC 9(2) VALUE 0.
01 WS-LAST-FX-MATCH PIC 9(4) VALUE 0.
01 WS-NEW-FX-ROUND PIC 9(2) VALUE 0.
01 WS-CARDS-WRITTEN PIC 9(3) VALUE 0.

01 WS-PAGE-NUMBER PIC 9(3) VALUE 0.
01 WS-LINE-COUNT PIC 9(2) VALUE 0.
01 WS-LINES-PER-PAGE PIC 9(2) VALUE 55.
01 WS-HELD-LINE PIC X(80) VALUE SPACES.

01 HEADING-LINE-1.
   05 FILLER PIC X(31) VALUE "PLAYOFF BRACKET           RUN ".
   05 HDG-DATE PIC 9(8).
   05 FILLER PIC X(31) VALUE SPACES.
   05 FILLER PIC X(5) VALUE "PAGE ".
   05 HDG-PAGE PIC ZZ9.
01 SEED-LINE.
   05 FILLER PIC X(5) VALUE "SEED ".
   05 SD-SEED PIC Z9.
   05 FILLER PIC X(2) VALUE SPACES.
   05 SD-PLAYER-ID PIC X(8).
   05 FILLER PIC X(9) VALUE "  POINTS ".
   05 SD-POINTS PIC ZZZZZZZ9.
   05 FILLER PIC X(13) VALUE "  H2H IN TIE ".
   05 SD-TIE-BREAK PIC +ZZ9.
01 ROUND-LINE.
   05 FILLER PIC X(6) VALUE "ROUND ".
   05 RL-ROUND PIC Z9.
   05 FILLER PIC X(17) VALUE "  FIXTURE ROUND  ".
   05 RL-FX-ROUND PIC Z9.
   05 FILLER PIC X(12) VALUE "  DRAWN ON  ".
   05 RL-DRAW-DATE PIC 9(8).
01 PAIRING-LINE.
   05 FILLER PIC X(2) VALUE SPACES.
   05 PL-MATCH PIC X(10).
   05 FILLER PIC X(2) VALUE " (".
   05 PL-SEED-1 PIC Z9.
   05 FILLER PIC X(2) VALUE ") ".
   05 PL-PLAYER-1 PIC X(8).
   05 PL-VERSUS PIC X(4).
   05 PL-SEED-2 PIC Z9 BLANK WHEN ZERO.
   05 PL-CLOSE PIC X(2).
   05 PL-PLAYER-2 PIC X(8).
   05 FILLER PIC X(2) VALUE SPACES.
   05 PL-OUTCOME PIC X(30).
01 WS-OUTCOME-TEXT PIC X(30) VALUE SPACES.

PROCEDURE DIVISION.
MAIN-LOGIC.
    ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
    ACCEPT WS-COMMAND-ARG FROM COMMAND-LINE.
    UNSTRING WS-COMMAND-ARG DELIMITED BY ALL SPACE
       INTO WS-ARG-TOKEN-1 WS-ARG-TOKEN-2
    END-UNSTRING.
    MOVE WS-ARG-TOKEN-1 TO WS-RUN-MODE.
    IF WS-RUN-MODE = SPACES
       MOVE "REPORT" TO WS-RUN-MODE
    END-IF.
    IF WS-RUN-MODE NOT = "DRAW" AND WS-RUN-MODE NOT = "ADVANCE"
       AND WS-RUN-MODE NOT = "REPORT"
       DISPLAY "ERROR: USE DRAW n, ADVANCE OR REPORT - "
          WS-COMMAND-ARG
       MOVE 16 TO RETURN-CODE
       STOP RUN
    END-IF.
    PERFORM LOAD-BRACKET-FILE.
    OPEN OUTPUT BRACKET-REPORT-FILE
    IF WS-RPT-FILE-STATUS NOT = "00"
       DISPLAY "ERROR: CANNOT OPEN BRACKET REPORT - STATUS "
          WS-RPT-FILE-STATUS
       MOVE 16 TO RETURN-CODE
       STOP RUN
    END-IF.
    PERFORM PRINT-PAGE-HEADING.
    IF WS-RUN-MODE = "DRAW"
       PERFORM DRAW-BRACKET
    END-IF.
    IF WS-RUN-MODE = "ADVANCE"
       PERFORM ADVANCE-BRACKET
    END-IF.
    PERFORM PRINT-BRACKET.
    CLOSE BRACKET-REPORT-FILE.
    DISPLAY "PLAYOFF BRACKET WRITTEN TO BRACKET.RPT".
    MOVE WS-MAX-RC TO RETURN-CODE.
    STOP RUN.
PARSE-NUMERIC-TOKEN.
    MOVE 0 TO WS-ARG-VALUE
    MOVE 0 TO WS-ARG-DIGITS
    MOVE 'Y' TO WS-ARG-OK
    PERFORM VARYING EN-J FROM 1 BY 1
       UNTIL EN-J > 8 OR WS-ARG-TOKEN(EN-J:1) = SPACE
       IF WS-ARG-TOKEN(EN-J:1) IS NUMERIC
          ADD 1 TO WS-ARG-DIGITS
          MOVE WS-ARG-TOKEN(EN-J:1) TO WS-ARG-DIGIT
          COMPUTE WS-ARG-VALUE = WS-ARG-VALUE * 10 + WS-ARG-DIGIT
       ELSE
          MOVE 'N' TO WS-ARG-OK
       END-IF
    END-PERFORM
    IF WS-ARG-OK = 'N' OR WS-ARG-DIGITS = 0
       DISPLAY "ERROR: FIELD SIZE MUST BE NUMERIC - " WS-ARG-TOKEN
       MOVE 16 TO RETURN-CODE
       STOP RUN
    END-IF
    IF WS-ARG-DIGITS > 4
       DISPLAY "ERROR: FIELD SIZE TOO LARGE - " WS-ARG-TOKEN
       MOVE 16 TO RETURN-CODE
       STOP RUN
    END-IF.
LOAD-BRACKET-FILE.
    MOVE 0 TO WS-BRK-COUNT
    MOVE 0 TO WS-CURRENT-ROUND
    MOVE SPACES TO WS-CHAMPION
    OPEN INPUT BRACKET-FILE
    IF WS-BRK-FILE-STATUS = "00"
       PERFORM UNTIL WS-BRK-EOF = 'Y'
          READ BRACKET-FILE
             AT END
                MOVE 'Y' TO WS-BRK-EOF
             NOT AT END
                IF WS-BRK-COUNT >= WS-BRK-LIMIT
                   DISPLAY "ERROR: MORE THAN " WS-BRK-LIMIT
                      " BRACKET RECORDS - FILE NOT USABLE"
                   CLOSE BRACKET-FILE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
                END-IF
                ADD 1 TO WS-BRK-COUNT
                MOVE BR-DRAW-DATE TO BK-DRAW-DATE(WS-BRK-COUNT)
                MOVE BR-ROUND TO BK-ROUND(WS-BRK-COUNT)
                MOVE BR-FX-ROUND TO BK-FX-ROUND(WS-BRK-COUNT)
                MOVE BR-MATCH TO BK-MATCH(WS-BRK-COUNT)
                MOVE BR-SEED-1 TO BK-SEED-1(WS-BRK-COUNT)
                MOVE BR-PLAYER-1 TO BK-PLAYER-1(WS-BRK-COUNT)
                MOVE BR-SEED-2 TO BK-SEED-2(WS-BRK-COUNT)
                MOVE BR-PLAYER-2 TO BK-PLAYER-2(WS-BRK-COUNT)
                MOVE BR-STATUS TO BK-STATUS(WS-BRK-COUNT)
                MOVE BR-WINNER TO BK-WINNER(WS-BRK-COUNT)
                MOVE BR-WINS-1 TO BK-WINS-1(WS-BRK-COUNT)
                MOVE BR-WINS-2 TO BK-WINS-2(WS-BRK-COUNT)
                MOVE 0 TO BK-RESULTS(WS-BRK-COUNT)
                IF BR-ROUND > WS-CURRENT-ROUND
                   MOVE BR-ROUND TO WS-CURRENT-ROUND
                END-IF
                MOVE BR-DRAW-DATE TO WS-DRAW-DATE
          END-READ
       END-PERFORM
       CLOSE BRACKET-FILE
    END-IF
    PERFORM FIND-CHAMPION.

*> The bracket is finished when its last round is a single pairing
*> that has been decided.
FIND-CHAMPION.
    MOVE SPACES TO WS-CHAMPION
    MOVE 0 TO WS-ROUND-ENTRIES
    PERFORM VARYING BK-J FROM 1 BY 1 UNTIL BK-J > WS-BRK-COUNT
       IF BK-ROUND(BK-J) = WS-CURRENT-ROUND
          ADD 1 TO WS-ROUND-ENTRIES
          IF BK-STATUS(BK-J) = 'D'
             MOVE BK-WINNER(BK-J) TO WS-CHAMPION
          END-IF
       END-IF
    END-PERFORM
    IF WS-ROUND-ENTRIES NOT = 1
       MOVE SPACES TO WS-CHAMPION
    END-IF.
DRAW-BRACKET.
    IF WS-BRK-COUNT > 0 AND WS-CHAMPION = SPACES
       DISPLAY "ERROR: A PLAYOFF BRACKET IS IN PROGRESS - DRAW REFUSED"
       MOVE "DRAW REFUSED - A BRACKET IS ALREADY IN PROGRESS"
          TO BRACKET-REPORT-RECORD
       PERFORM WRITE-REPORT-LINE
       MOVE 16 TO WS-MAX-RC
    ELSE
       MOVE WS-ARG-TOKEN-2 TO WS-ARG-TOKEN
       PERFORM PARSE-NUMERIC-TOKEN
       IF WS-ARG-VALUE < 2 OR WS-ARG-VALUE > WS-FIELD-LIMIT
          DISPLAY "ERROR: FIELD SIZE MUST BE 2-" WS-FIELD-LIMIT
             " - " WS-ARG-TOKEN-2
          CLOSE BRACKET-REPORT-FILE
          MOVE 16 TO RETURN-CODE
          STOP RUN
       END-IF
       MOVE WS-ARG-VALUE TO WS-FIELD-SIZE
       PERFORM LOAD-STANDINGS
       PERFORM CHECK-ACTIVE-PLAYERS
       PERFORM LOAD-HEAD-TO-HEAD
       PERFORM COMPUTE-TIE-BREAKS
       PERFORM SORT-SEEDINGS
       IF WS-ACTIVE-COUNT < 2
          DISPLAY "ERROR: FEWER THAN 2 ACTIVE PLAYERS IN THE STANDINGS"
             " - NO BRACKET DRAWN"
          MOVE "NO BRACKET DRAWN - FEWER THAN 2 ACTIVE PLAYERS"
             TO BRACKET-REPORT-RECORD
          PERFORM WRITE-REPORT-LINE
          MOVE 16 TO WS-MAX-RC
       ELSE
          IF WS-ACTIVE-COUNT < WS-FIELD-SIZE
             DISPLAY "WARNING: ONLY " WS-ACTIVE-COUNT
                " ACTIVE PLAYERS - FIELD REDUCED"
             MOVE WS-ACTIVE-COUNT TO WS-FIELD-SIZE
             MOVE 4 TO WS-MAX-RC
          END-IF
          IF WS-BRK-COUNT > 0
             DISPLAY "FINISHED BRACKET WON BY " WS-CHAMPION
                " REPLACED BY THE NEW DRAW"
          END-IF
          MOVE 0 TO WS-BRK-COUNT
          MOVE 0 TO WS-CURRENT-ROUND
          MOVE SPACES TO WS-CHAMPION
          MOVE WS-RUN-DATE TO WS-DRAW-DATE
          PERFORM PRINT-SEEDINGS
          MOVE 0 TO WS-ENTRANT-COUNT
          PERFORM VARYING ST-J FROM 1 BY 1
             UNTIL ST-J > WS-FIELD-SIZE
             ADD 1 TO WS-ENTRANT-COUNT
             MOVE ST-J TO EN-SEED(WS-ENTRANT-COUNT)
             MOVE ST-PLAYER-ID(ST-J) TO EN-PLAYER-ID(WS-ENTRANT-COUNT)
          END-PERFORM
          PERFORM WRITE-NEXT-ROUND
       END-IF
    END-IF.
LOAD-STANDINGS.
    PERFORM READ-SEASON-CONTROL
    OPEN INPUT SUMMARY-REPORT-FILE
    IF WS-SUM-FILE-STATUS NOT = "00"
       DISPLAY "ERROR: CANNOT OPEN SUMMARY FILE - STATUS "
          WS-SUM-FILE-STATUS
       CLOSE BRACKET-REPORT-FILE
       MOVE 16 TO RETURN-CODE
       STOP RUN
    END-IF
    PERFORM UNTIL WS-SUM-EOF = 'Y'
       READ SUMMARY-REPORT-FILE
          AT END
             MOVE 'Y' TO WS-SUM-EOF
          NOT AT END
             IF SUM-SEASON-ID = WS-SEASON-ID
                MOVE SUM-PLAYER-ID TO WS-SEEK-ID
                PERFORM FIND-OR-ADD-PLAYER
                IF WS-SEEK-AT > 0
                   ADD SUM-FOOD-EATEN TO ST-TOTAL-FOOD(WS-SEEK-AT)
                   IF SUM-FINAL-LENGTH > ST-BEST-LENGTH(WS-SEEK-AT)
                      MOVE SUM-FINAL-LENGTH
                         TO ST-BEST-LENGTH(WS-SEEK-AT)
                   END-IF
                END-IF
             END-IF
       END-READ
    END-PERFORM
    CLOSE SUMMARY-REPORT-FILE
    PERFORM VARYING ST-J FROM 1 BY 1 UNTIL ST-J > WS-PLAYER-COUNT
       COMPUTE ST-POINTS(ST-J) =
          ST-TOTAL-FOOD(ST-J) * 2 + ST-BEST-LENGTH(ST-J)
    END-PERFORM.
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
FIND-OR-ADD-PLAYER.
    MOVE 0 TO WS-SEEK-AT
    PERFORM VARYING ST-K FROM 1 BY 1
       UNTIL ST-K > WS-PLAYER-COUNT OR WS-SEEK-AT > 0
       IF ST-PLAYER-ID(ST-K) = WS-SEEK-ID
          MOVE ST-K TO WS-SEEK-AT
       END-IF
    END-PERFORM
    IF WS-SEEK-AT = 0
       IF WS-PLAYER-COUNT >= WS-PLAYER-LIMIT
          DISPLAY "WARNING: MORE THAN " WS-PLAYER-LIMIT " PLAYERS"
             " ON FILE - PLAYER " WS-SEEK-ID " DROPPED"
       ELSE
          ADD 1 TO WS-PLAYER-COUNT
          MOVE WS-SEEK-ID TO ST-PLAYER-ID(WS-PLAYER-COUNT)
          MOVE 'N' TO ST-ACTIVE(WS-PLAYER-COUNT)
          MOVE 0 TO ST-BEST-LENGTH(WS-PLAYER-COUNT)
          MOVE 0 TO ST-TOTAL-FOOD(WS-PLAYER-COUNT)
          MOVE 0 TO ST-POINTS(WS-PLAYER-COUNT)
          MOVE 0 TO ST-TIE-BREAK(WS-PLAYER-COUNT)
          MOVE WS-PLAYER-COUNT TO WS-SEEK-AT
       END-IF
    END-IF.
CHECK-ACTIVE-PLAYERS.
    MOVE 0 TO WS-ACTIVE-COUNT
    OPEN INPUT PLAYER-MASTER-FILE
    IF WS-PMF-FILE-STATUS NOT = "00"
       DISPLAY "ERROR: CANNOT OPEN PLAYER MASTER - STATUS "
          WS-PMF-FILE-STATUS
       CLOSE BRACKET-REPORT-FILE
       MOVE 16 TO RETURN-CODE
       STOP RUN
    END-IF
    PERFORM VARYING ST-J FROM 1 BY 1 UNTIL ST-J > WS-PLAYER-COUNT
       MOVE ST-PLAYER-ID(ST-J) TO PM-PLAYER-ID
       READ PLAYER-MASTER-FILE
          INVALID KEY
             MOVE 'N' TO ST-ACTIVE(ST-J)
          NOT INVALID KEY
             IF PM-STATUS = 'A'
                MOVE 'Y' TO ST-ACTIVE(ST-J)
                ADD 1 TO WS-ACTIVE-COUNT
             ELSE
                MOVE 'N' TO ST-ACTIVE(ST-J)
             END-IF
       END-READ
    END-PERFORM
    CLOSE PLAYER-MASTER-FILE.
LOAD-HEAD-TO-HEAD.
    INITIALIZE H2H-TABLE
    OPEN INPUT MATCH-LOG-FILE
    IF WS-ML-FILE-STATUS = "00"
       PERFORM UNTIL WS-ML-EOF = 'Y'
          READ MATCH-LOG-FILE
             AT END
                MOVE 'Y' TO WS-ML-EOF
             NOT AT END
                IF ML-SEASON-ID = WS-SEASON-ID
                   PERFORM TALLY-HEAD-TO-HEAD
                END-IF
          END-READ
       END-PERFORM
       CLOSE MATCH-LOG-FILE
    END-IF.
TALLY-HEAD-TO-HEAD.
    MOVE 0 TO WS-P1-AT
    MOVE 0 TO WS-P2-AT
    PERFORM VARYING ST-K FROM 1 BY 1 UNTIL ST-K > WS-PLAYER-COUNT
       IF ST-PLAYER-ID(ST-K) = ML-PLAYER-1
          MOVE ST-K TO WS-P1-AT
       END-IF
       IF ST-PLAYER-ID(ST-K) = ML-PLAYER-2
          MOVE ST-K TO WS-P2-AT
       END-IF
    END-PERFORM
    IF WS-P1-AT > 0 AND WS-P2-AT > 0 AND WS-P1-AT NOT = WS-P2-AT
       IF ML-RESULT = '1'
          ADD 1 TO H2H-WINS(WS-P1-AT, WS-P2-AT)
       END-IF
       IF ML-RESULT = '2'
          ADD 1 TO H2H-WINS(WS-P2-AT, WS-P1-AT)
       END-IF
    END-IF.

*> Each active player's wins less losses against the other active
*> players on the same points - a mini-league among the tied group.
*> Worked out before sorting, while the table still lines up with
*> the head-to-head grid.
COMPUTE-TIE-BREAKS.
    PERFORM VARYING ST-J FROM 1 BY 1 UNTIL ST-J > WS-PLAYER-COUNT
       MOVE 0 TO ST-TIE-BREAK(ST-J)
       IF ST-ACTIVE(ST-J) = 'Y'
          PERFORM VARYING ST-K FROM 1 BY 1
             UNTIL ST-K > WS-PLAYER-COUNT
             IF ST-K NOT = ST-J AND ST-ACTIVE(ST-K) = 'Y'
                AND ST-POINTS(ST-K) = ST-POINTS(ST-J)
                COMPUTE ST-TIE-BREAK(ST-J) = ST-TIE-BREAK(ST-J)
                   + H2H-WINS(ST-J, ST-K) - H2H-WINS(ST-K, ST-J)
             END-IF
          END-PERFORM
       END-IF
    END-PERFORM.
SORT-SEEDINGS.
    PERFORM VARYING ST-J FROM 1 BY 1 UNTIL ST-J > WS-PLAYER-COUNT
       PERFORM VARYING ST-K FROM 1 BY 1
          UNTIL ST-K > WS-PLAYER-COUNT - ST-J
          PERFORM CHECK-SEED-ORDER
          IF WS-SWAP-NEEDED = 'Y'
             MOVE STANDINGS-ENTRY(ST-K) TO ST-SWAP-ENTRY
             MOVE STANDINGS-ENTRY(ST-K + 1) TO STANDINGS-ENTRY(ST-K)
             MOVE ST-SWAP-ENTRY TO STANDINGS-ENTRY(ST-K + 1)
          END-IF
       END-PERFORM
    END-PERFORM.

*> Active players first, then points, then the head-to-head
*> tie-break, then player id.
CHECK-SEED-ORDER.
    MOVE 'N' TO WS-SWAP-NEEDED
    IF ST-ACTIVE(ST-K) NOT = ST-ACTIVE(ST-K + 1)
       IF ST-ACTIVE(ST-K + 1) = 'Y'
          MOVE 'Y' TO WS-SWAP-NEEDED
       END-IF
    ELSE
       IF ST-POINTS(ST-K) NOT = ST-POINTS(ST-K + 1)
          IF ST-POINTS(ST-K) < ST-POINTS(ST-K + 1)
             MOVE 'Y' TO WS-SWAP-NEEDED
          END-IF
       ELSE
          IF ST-TIE-BREAK(ST-K) NOT = ST-TIE-BREAK(ST-K + 1)
             IF ST-TIE-BREAK(ST-K) < ST-TIE-BREAK(ST-K + 1)
                MOVE 'Y' TO WS-SWAP-NEEDED
             END-IF
          ELSE
             IF ST-PLAYER-ID(ST-K) > ST-PLAYER-ID(ST-K + 1)
                MOVE 'Y' TO WS-SWAP-NEEDED
             END-IF
          END-IF
       END-IF
    END-IF.
PRINT-SEEDINGS.
    MOVE "SEEDINGS FROM THE STANDINGS (ACTIVE PLAYERS ONLY)"
       TO BRACKET-REPORT-RECORD
    PERFORM WRITE-REPORT-LINE
    PERFORM VARYING ST-J FROM 1 BY 1 UNTIL ST-J > WS-FIELD-SIZE
       MOVE ST-J TO SD-SEED
       MOVE ST-PLAYER-ID(ST-J) TO SD-PLAYER-ID
       MOVE ST-POINTS(ST-J) TO SD-POINTS
       MOVE ST-TIE-BREAK(ST-J) TO SD-TIE-BREAK
       MOVE SPACES TO BRACKET-REPORT-RECORD
       MOVE SEED-LINE TO BRACKET-REPORT-RECORD
       PERFORM WRITE-REPORT-LINE
    END-PERFORM
    MOVE SPACES TO BRACKET-REPORT-RECORD
    PERFORM WRITE-REPORT-LINE.

*> Results for the current round come from the ledger: every record
*> for a pairing's match number with the card's players counts one
*> game won for the winning side, so a best-of-n card is decided on
*> games won.  Nothing is written unless every pairing is decided.
ADVANCE-BRACKET.
    IF WS-BRK-COUNT = 0
       DISPLAY "ERROR: NO PLAYOFF BRACKET DRAWN - USE DRAW n FIRST"
       MOVE "NO PLAYOFF BRACKET DRAWN" TO BRACKET-REPORT-RECORD
       PERFORM WRITE-REPORT-LINE
       MOVE 16 TO WS-MAX-RC
    ELSE
       IF WS-CHAMPION NOT = SPACES
          DISPLAY "BRACKET ALREADY FINISHED - CHAMPION " WS-CHAMPION
       ELSE
          PERFORM TALLY-ROUND-RESULTS
          MOVE 0 TO WS-NOT-READY
          PERFORM VARYING BK-J FROM 1 BY 1 UNTIL BK-J > WS-BRK-COUNT
             IF BK-ROUND(BK-J) = WS-CURRENT-ROUND
                AND BK-STATUS(BK-J) = 'P'
                IF BK-RESULTS(BK-J) = 0
                   OR BK-WINS-1(BK-J) = BK-WINS-2(BK-J)
                   ADD 1 TO WS-NOT-READY
                END-IF
             END-IF
          END-PERFORM
          IF WS-NOT-READY > 0
             DISPLAY "WARNING: ROUND " WS-CURRENT-ROUND " HAS "
                WS-NOT-READY " MATCHES UNPLAYED OR DRAWN"
                " - NOT ADVANCED"
             MOVE SPACES TO BRACKET-REPORT-RECORD
             STRING "ROUND " WS-CURRENT-ROUND " NOT ADVANCED - "
                WS-NOT-READY " MATCHES UNPLAYED OR DRAWN (SEE BELOW)"
                DELIMITED BY SIZE INTO BRACKET-REPORT-RECORD
             PERFORM WRITE-REPORT-LINE
             MOVE SPACES TO BRACKET-REPORT-RECORD
             PERFORM WRITE-REPORT-LINE
             MOVE 4 TO WS-MAX-RC
          ELSE
             PERFORM DECIDE-ROUND
          END-IF
       END-IF
    END-IF.
TALLY-ROUND-RESULTS.
    PERFORM READ-SEASON-CONTROL
    PERFORM VARYING BK-J FROM 1 BY 1 UNTIL BK-J > WS-BRK-COUNT
       IF BK-ROUND(BK-J) = WS-CURRENT-ROUND AND BK-STATUS(BK-J) = 'P'
          MOVE 0 TO BK-WINS-1(BK-J)
          MOVE 0 TO BK-WINS-2(BK-J)
          MOVE 0 TO BK-RESULTS(BK-J)
       END-IF
    END-PERFORM
    OPEN INPUT MATCH-LOG-FILE
    IF WS-ML-FILE-STATUS = "00"
       PERFORM UNTIL WS-ML-EOF = 'Y'
          READ MATCH-LOG-FILE
             AT END
                MOVE 'Y' TO WS-ML-EOF
             NOT AT END
                PERFORM TALLY-PAIRING-RESULT
          END-READ
       END-PERFORM
       CLOSE MATCH-LOG-FILE
    END-IF.
TALLY-PAIRING-RESULT.
    PERFORM VARYING BK-J FROM 1 BY 1 UNTIL BK-J > WS-BRK-COUNT
       IF BK-ROUND(BK-J) = WS-CURRENT-ROUND AND BK-STATUS(BK-J) = 'P'
          AND BK-MATCH(BK-J) = ML-MATCH-NUMBER
          AND BK-PLAYER-1(BK-J) = ML-PLAYER-1
          AND BK-PLAYER-2(BK-J) = ML-PLAYER-2
          AND ML-SEASON-ID = WS-SEASON-ID
          ADD 1 TO BK-RESULTS(BK-J)
          IF ML-RESULT = '1'
             ADD 1 TO BK-WINS-1(BK-J)
          END-IF
          IF ML-RESULT = '2'
             ADD 1 TO BK-WINS-2(BK-J)
          END-IF
       END-IF
    END-PERFORM.
DECIDE-ROUND.
    MOVE 0 TO WS-ENTRANT-COUNT
    PERFORM VARYING BK-J FROM 1 BY 1 UNTIL BK-J > WS-BRK-COUNT
       IF BK-ROUND(BK-J) = WS-CURRENT-ROUND
          IF BK-STATUS(BK-J) = 'P'
             MOVE 'D' TO BK-STATUS(BK-J)
             IF BK-WINS-1(BK-J) > BK-WINS-2(BK-J)
                MOVE BK-PLAYER-1(BK-J) TO BK-WINNER(BK-J)
             ELSE
                MOVE BK-PLAYER-2(BK-J) TO BK-WINNER(BK-J)
             END-IF
          END-IF
          ADD 1 TO WS-ENTRANT-COUNT
          MOVE BK-WINNER(BK-J) TO EN-PLAYER-ID(WS-ENTRANT-COUNT)
          IF BK-WINNER(BK-J) = BK-PLAYER-1(BK-J)
             MOVE BK-SEED-1(BK-J) TO EN-SEED(WS-ENTRANT-COUNT)
          ELSE
             MOVE BK-SEED-2(BK-J) TO EN-SEED(WS-ENTRANT-COUNT)
          END-IF
       END-IF
    END-PERFORM
    IF WS-ENTRANT-COUNT = 1
       MOVE EN-PLAYER-ID(1) TO WS-CHAMPION
       PERFORM REWRITE-BRACKET-FILE
       DISPLAY "PLAYOFF CHAMPION: " WS-CHAMPION
    ELSE
       PERFORM SORT-ENTRANTS
       PERFORM WRITE-NEXT-ROUND
    END-IF.
SORT-ENTRANTS.
    PERFORM VARYING EN-J FROM 1 BY 1 UNTIL EN-J > WS-ENTRANT-COUNT
       PERFORM VARYING EN-K FROM 1 BY 1
          UNTIL EN-K > WS-ENTRANT-COUNT - EN-J
          IF EN-SEED(EN-K) > EN-SEED(EN-K + 1)
             MOVE EN-ENTRY(EN-K) TO EN-SWAP-ENTRY
             MOVE EN-ENTRY(EN-K + 1) TO EN-ENTRY(EN-K)
             MOVE EN-SWAP-ENTRY TO EN-ENTRY(EN-K + 1)
          END-IF
       END-PERFORM
    END-PERFORM.

*> The entrants are in seed order.  The bracket size is the next
*> power of two; the top seeds take the byes and the rest pair off
*> from both ends.  After the first round the entrant count is
*> always a power of two and nobody gets a bye.
WRITE-NEXT-ROUND.
    MOVE 1 TO WS-BRACKET-SIZE
    PERFORM UNTIL WS-BRACKET-SIZE >= WS-ENTRANT-COUNT
       COMPUTE WS-BRACKET-SIZE = WS-BRACKET-SIZE * 2
    END-PERFORM
    COMPUTE WS-BYES = WS-BRACKET-SIZE - WS-ENTRANT-COUNT
    PERFORM FIND-LAST-FIXTURE
    COMPUTE WS-NEW-FX-ROUND = WS-LAST-FX-ROUND + 1
    ADD 1 TO WS-CURRENT-ROUND
    PERFORM VARYING EN-J FROM 1 BY 1 UNTIL EN-J > WS-BYES
       ADD 1 TO WS-BRK-COUNT
       PERFORM CLEAR-NEW-PAIRING
       MOVE EN-SEED(EN-J) TO BK-SEED-1(WS-BRK-COUNT)
       MOVE EN-PLAYER-ID(EN-J) TO BK-PLAYER-1(WS-BRK-COUNT)
       MOVE 'B' TO BK-STATUS(WS-BRK-COUNT)
       MOVE EN-PLAYER-ID(EN-J) TO BK-WINNER(WS-BRK-COUNT)
    END-PERFORM
    COMPUTE WS-LOW = WS-BYES + 1
    MOVE WS-ENTRANT-COUNT TO WS-HIGH
    PERFORM UNTIL WS-LOW >= WS-HIGH
       ADD 1 TO WS-BRK-COUNT
       PERFORM CLEAR-NEW-PAIRING
       ADD 1 TO WS-LAST-FX-MATCH
       MOVE WS-LAST-FX-MATCH TO BK-MATCH(WS-BRK-COUNT)
       MOVE EN-SEED(WS-LOW) TO BK-SEED-1(WS-BRK-COUNT)
       MOVE EN-PLAYER-ID(WS-LOW) TO BK-PLAYER-1(WS-BRK-COUNT)
       MOVE EN-SEED(WS-HIGH) TO BK-SEED-2(WS-BRK-COUNT)
       MOVE EN-PLAYER-ID(WS-HIGH) TO BK-PLAYER-2(WS-BRK-COUNT)
       MOVE 'P' TO BK-STATUS(WS-BRK-COUNT)
       ADD 1 TO WS-LOW
       SUBTRACT 1 FROM WS-HIGH
    END-PERFORM
    PERFORM APPEND-ROUND-CARDS
    PERFORM REWRITE-BRACKET-FILE
    DISPLAY "PLAYOFF ROUND " WS-CURRENT-ROUND " DRAWN - "
       WS-CARDS-WRITTEN " CARDS AS FIXTURE ROUND " WS-NEW-FX-ROUND.
CLEAR-NEW-PAIRING.
    MOVE WS-DRAW-DATE TO BK-DRAW-DATE(WS-BRK-COUNT)
    MOVE WS-CURRENT-ROUND TO BK-ROUND(WS-BRK-COUNT)
    MOVE WS-NEW-FX-ROUND TO BK-FX-ROUND(WS-BRK-COUNT)
    MOVE 0 TO BK-MATCH(WS-BRK-COUNT)
    MOVE 0 TO BK-SEED-1(WS-BRK-COUNT)
    MOVE SPACES TO BK-PLAYER-1(WS-BRK-COUNT)
    MOVE 0 TO BK-SEED-2(WS-BRK-COUNT)
    MOVE SPACES TO BK-PLAYER-2(WS-BRK-COUNT)
    MOVE SPACES TO BK-WINNER(WS-BRK-COUNT)
    MOVE 0 TO BK-WINS-1(WS-BRK-COUNT)
    MOVE 0 TO BK-WINS-2(WS-BRK-COUNT)
    MOVE 0 TO BK-RESULTS(WS-BRK-COUNT).
FIND-LAST-FIXTURE.
    MOVE 0 TO WS-LAST-FX-ROUND
    MOVE 0 TO WS-LAST-FX-MATCH
    MOVE 'N' TO WS-FIX-EOF
    OPEN INPUT FIXTURE-FILE
    IF WS-FIX-FILE-STATUS = "00"
       PERFORM UNTIL WS-FIX-EOF = 'Y'
          READ FIXTURE-FILE
             AT END
                MOVE 'Y' TO WS-FIX-EOF
             NOT AT END
                IF FX-ROUND IS NUMERIC AND FX-ROUND > WS-LAST-FX-ROUND
                   MOVE FX-ROUND TO WS-LAST-FX-ROUND
                END-IF
                IF FX-MATCH IS NUMERIC AND FX-MATCH > WS-LAST-FX-MATCH
                   MOVE FX-MATCH TO WS-LAST-FX-MATCH
                END-IF
          END-READ
       END-PERFORM
       CLOSE FIXTURE-FILE
    END-IF
    IF WS-LAST-FX-ROUND >= 99
       DISPLAY "ERROR: FIXTURE ROUND NUMBERS EXHAUSTED - ROUND NOT DRAWN"
       CLOSE BRACKET-REPORT-FILE
       MOVE 16 TO RETURN-CODE
       STOP RUN
    END-IF.
APPEND-ROUND-CARDS.
    MOVE 0 TO WS-CARDS-WRITTEN
    OPEN EXTEND FIXTURE-FILE
    IF WS-FIX-FILE-STATUS = "35"
       OPEN OUTPUT FIXTURE-FILE
       CLOSE FIXTURE-FILE
       OPEN EXTEND FIXTURE-FILE
    END-IF
    IF WS-FIX-FILE-STATUS NOT = "00"
       DISPLAY "ERROR: CANNOT EXTEND FIXTURE FILE - STATUS "
          WS-FIX-FILE-STATUS " - BRACKET NOT CHANGED"
       CLOSE BRACKET-REPORT-FILE
       MOVE 16 TO RETURN-CODE
       STOP RUN
    END-IF
    PERFORM VARYING BK-J FROM 1 BY 1 UNTIL BK-J > WS-BRK-COUNT
       IF BK-ROUND(BK-J) = WS-CURRENT-ROUND AND BK-STATUS(BK-J) = 'P'
          MOVE BK-FX-ROUND(BK-J) TO FX-ROUND
          MOVE BK-MATCH(BK-J) TO FX-MATCH
          MOVE BK-PLAYER-1(BK-J) TO FX-PLAYER-1
          MOVE BK-PLAYER-2(BK-J) TO FX-PLAYER-2
          MOVE 'N' TO FX-PLAYED
          WRITE FIXTURE-RECORD
          ADD 1 TO WS-CARDS-WRITTEN
       END-IF
    END-PERFORM
    CLOSE FIXTURE-FILE.
REWRITE-BRACKET-FILE.
    OPEN OUTPUT BRACKET-FILE
    IF WS-BRK-FILE-STATUS NOT = "00"
       DISPLAY "ERROR: CANNOT REWRITE BRACKET FILE - STATUS "
          WS-BRK-FILE-STATUS
       CLOSE BRACKET-REPORT-FILE
       MOVE 16 TO RETURN-CODE
       STOP RUN
    END-IF
    PERFORM VARYING BK-J FROM 1 BY 1 UNTIL BK-J > WS-BRK-COUNT
       MOVE BK-DRAW-DATE(BK-J) TO BR-DRAW-DATE
       MOVE BK-ROUND(BK-J) TO BR-ROUND
       MOVE BK-FX-ROUND(BK-J) TO BR-FX-ROUND
       MOVE BK-MATCH(BK-J) TO BR-MATCH
       MOVE BK-SEED-1(BK-J) TO BR-SEED-1
       MOVE BK-PLAYER-1(BK-J) TO BR-PLAYER-1
       MOVE BK-SEED-2(BK-J) TO BR-SEED-2
       MOVE BK-PLAYER-2(BK-J) TO BR-PLAYER-2
       MOVE BK-STATUS(BK-J) TO BR-STATUS
       MOVE BK-WINNER(BK-J) TO BR-WINNER
       MOVE BK-WINS-1(BK-J) TO BR-WINS-1
       MOVE BK-WINS-2(BK-J) TO BR-WINS-2
       MOVE SPACE TO BR-SEP-1 BR-SEP-2 BR-SEP-3 BR-SEP-4 BR-SEP-5
          BR-SEP-6 BR-SEP-7 BR-SEP-8 BR-SEP-9 BR-SEP-10 BR-SEP-11
       WRITE BRACKET-RECORD
    END-PERFORM
    CLOSE BRACKET-FILE.
PRINT-BRACKET.
    IF WS-BRK-COUNT = 0
       MOVE "NO PLAYOFF BRACKET ON FILE" TO BRACKET-REPORT-RECORD
       PERFORM WRITE-REPORT-LINE
    ELSE
       MOVE 0 TO WS-CURRENT-ROUND
       PERFORM VARYING BK-J FROM 1 BY 1 UNTIL BK-J > WS-BRK-COUNT
          IF BK-ROUND(BK-J) NOT = WS-CURRENT-ROUND
             MOVE BK-ROUND(BK-J) TO WS-CURRENT-ROUND
             MOVE BK-ROUND(BK-J) TO RL-ROUND
             MOVE BK-FX-ROUND(BK-J) TO RL-FX-ROUND
             MOVE BK-DRAW-DATE(BK-J) TO RL-DRAW-DATE
             MOVE SPACES TO BRACKET-REPORT-RECORD
             PERFORM WRITE-REPORT-LINE
             MOVE ROUND-LINE TO BRACKET-REPORT-RECORD
             PERFORM WRITE-REPORT-LINE
          END-IF
          PERFORM PRINT-PAIRING-LINE
       END-PERFORM
       PERFORM FIND-CHAMPION
       MOVE SPACES TO BRACKET-REPORT-RECORD
       PERFORM WRITE-REPORT-LINE
       IF WS-CHAMPION NOT = SPACES
          MOVE SPACES TO BRACKET-REPORT-RECORD
          STRING "PLAYOFF CHAMPION: " WS-CHAMPION
             DELIMITED BY SIZE INTO BRACKET-REPORT-RECORD
          PERFORM WRITE-REPORT-LINE
       END-IF
    END-IF.
PRINT-PAIRING-LINE.
    MOVE SPACES TO WS-OUTCOME-TEXT
    MOVE " V (" TO PL-VERSUS
    MOVE ") " TO PL-CLOSE
    IF BK-STATUS(BK-J) = 'B'
       MOVE "BYE" TO PL-MATCH
       MOVE SPACES TO PL-VERSUS
       MOVE SPACES TO PL-CLOSE
       MOVE "ADVANCES ON A BYE" TO WS-OUTCOME-TEXT
    ELSE
       MOVE SPACES TO PL-MATCH
       STRING "MATCH " BK-MATCH(BK-J)
          DELIMITED BY SIZE INTO PL-MATCH
       IF BK-STATUS(BK-J) = 'D'
          STRING "WON BY " BK-WINNER(BK-J) " " BK-WINS-1(BK-J)
             "-" BK-WINS-2(BK-J)
             DELIMITED BY SIZE INTO WS-OUTCOME-TEXT
       ELSE
          IF BK-RESULTS(BK-J) = 0
             MOVE "TO BE PLAYED" TO WS-OUTCOME-TEXT
          ELSE
             STRING "LEVEL " BK-WINS-1(BK-J) "-" BK-WINS-2(BK-J)
                " - NOT DECIDED"
                DELIMITED BY SIZE INTO WS-OUTCOME-TEXT
          END-IF
       END-IF
    END-IF
    MOVE BK-SEED-1(BK-J) TO PL-SEED-1
    MOVE BK-PLAYER-1(BK-J) TO PL-PLAYER-1
    MOVE BK-SEED-2(BK-J) TO PL-SEED-2
    MOVE BK-PLAYER-2(BK-J) TO PL-PLAYER-2
    MOVE WS-OUTCOME-TEXT TO PL-OUTCOME
    MOVE SPACES TO BRACKET-REPORT-RECORD
    MOVE PAIRING-LINE TO BRACKET-REPORT-RECORD
    PERFORM WRITE-REPORT-LINE.
WRITE-REPORT-LINE.
    IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
       MOVE BRACKET-REPORT-RECORD TO WS-HELD-LINE
       PERFORM PRINT-PAGE-HEADING
       MOVE WS-HELD-LINE TO BRACKET-REPORT-RECORD
    END-IF
    WRITE BRACKET-REPORT-RECORD
    ADD 1 TO WS-LINE-COUNT.
PRINT-PAGE-HEADING.
    ADD 1 TO WS-PAGE-NUMBER
    MOVE WS-RUN-DATE TO HDG-DATE
    MOVE WS-PAGE-NUMBER TO HDG-PAGE
    MOVE HEADING-LINE-1 TO BRACKET-REPORT-RECORD
    WRITE BRACKET-REPORT-RECORD
    MOVE SPACES TO BRACKET-REPORT-RECORD
    WRITE BRACKET-REPORT-RECORD
    MOVE 2 TO WS-LINE-COUNT.
