      *>*****************************************************************
      *> SNAKE-SEASON
      *> Season close-out, frozen final tables and the honours board.
      *>
      *> CLOSE season end-date [next-season]
      *>          closes the open season.  The season's games are the
      *>          summary rows and match ledger records SNAKE-GAME
      *>          stamped with it (unstamped rows, before the first
      *>          close-out) dated on or before the end date.  Its
      *>          final standings - worked out as SNAKE-STANDINGS does,
      *>          2 points per food eaten plus best final length - and
      *>          its head-to-head grid are frozen onto the permanent
      *>          season history SEASHIST.DAT.  The champion, runner-up
      *>          and third place, and the best single game (longest
      *>          final length), go onto the champions register
      *>          CHAMPREG.DAT.  When a playoff bracket drawn during the
      *>          season has been won, the podium comes from the
      *>          bracket - final winner, final loser, and the better
      *>          seeded beaten semi-finalist - otherwise from the
      *>          league table.  The control file SEASCTL.DAT then opens
      *>          the next season (the id given, or the season id plus
      *>          one when it is all digits), and from then on the game
      *>          stamps that id, so the standings start again from
      *>          zero.  PLAYERS.DAT is not touched - lifetime totals
      *>          run on across seasons.
      *> TABLE season
      *>          reprints a closed season's frozen table and grid.
      *> HONOURS  (or no argument) prints every closed season's podium
      *>          from the register, oldest first.
      *>
      *> Games stamped with the season but dated after the end date
      *> are left out of the frozen tables and reported (return code
      *> 4).  Closing a season that is not the open one, or one already
      *> on the register, is refused.  Tables go to SEASON.RPT and the
      *> honours board to HONOURS.RPT (also printed after a close-out).
      *> Return code 0 clean, 4 with warnings, 16 when the run is
      *> refused or a file cannot be used.
      *>*****************************************************************
      >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. SNAKE-SEASON.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT SUMMARY-REPORT-FILE ASSIGN TO "SUMMARY.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-SUM-FILE-STATUS.
    SELECT MATCH-LOG-FILE ASSIGN TO "MATCHLOG.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-ML-FILE-STATUS.
    SELECT BRACKET-FILE ASSIGN TO "BRACKET.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-BRK-FILE-STATUS.
    SELECT SEASON-CONTROL-FILE ASSIGN TO "SEASCTL.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-SCT-FILE-STATUS.
    SELECT SEASON-HISTORY-FILE ASSIGN TO "SEASHIST.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-SHF-FILE-STATUS.
    SELECT CHAMPION-REGISTER-FILE ASSIGN TO "CHAMPREG.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CRF-FILE-STATUS.
    SELECT SEASON-REPORT-FILE ASSIGN TO "SEASON.RPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RPT-FILE-STATUS.
    SELECT HONOURS-REPORT-FILE ASSIGN TO "HONOURS.RPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-HON-FILE-STATUS.
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
FD  SEASON-CONTROL-FILE.
01  SEASON-CONTROL-RECORD.
    05 SC-SEASON-ID          PIC X(8).
    05 SC-SEP-1              PIC X.
    05 SC-START-DATE         PIC 9(8).
    05 SC-SEP-2              PIC X.
    05 SC-LAST-CLOSED        PIC X(8).
    05 SC-SEP-3              PIC X.
    05 SC-LAST-END-DATE      PIC 9(8).
*> Two record types share the history file: 'S' one per player in
*> the final standings, 'H' one per pairing in the head-to-head grid
*> (player 1 is the lower id; wins are each side's games won).
FD  SEASON-HISTORY-FILE.
01  SEASON-STANDING-RECORD.
    05 SHS-SEASON-ID         PIC X(8).
    05 SHS-SEP-1             PIC X.
    05 SHS-END-DATE          PIC 9(8).
    05 SHS-SEP-2             PIC X.
    05 SHS-TYPE              PIC X.
    05 SHS-SEP-3             PIC X.
    05 SHS-RANK              PIC 9(3).
    05 SHS-SEP-4             PIC X.
    05 SHS-PLAYER-ID         PIC X(8).
    05 SHS-SEP-5             PIC X.
    05 SHS-GAMES             PIC 9(6).
    05 SHS-SEP-6             PIC X.
    05 SHS-BEST-LENGTH       PIC 9(4).
    05 SHS-SEP-7             PIC X.
    05 SHS-TOTAL-FOOD        PIC 9(6).
    05 SHS-SEP-8             PIC X.
    05 SHS-TOTAL-ITERATIONS  PIC 9(8).
    05 SHS-SEP-9             PIC X.
    05 SHS-POINTS            PIC 9(8).
01  SEASON-H2H-RECORD.
    05 SHH-SEASON-ID         PIC X(8).
    05 SHH-SEP-1             PIC X.
    05 SHH-END-DATE          PIC 9(8).
    05 SHH-SEP-2             PIC X.
    05 SHH-TYPE              PIC X.
    05 SHH-SEP-3             PIC X.
    05 SHH-PLAYER-1          PIC X(8).
    05 SHH-SEP-4             PIC X.
    05 SHH-PLAYER-2          PIC X(8).
    05 SHH-SEP-5             PIC X.
    05 SHH-WINS-1            PIC 9(4).
    05 SHH-SEP-6             PIC X.
    05 SHH-WINS-2            PIC 9(4).
    05 SHH-SEP-7             PIC X.
    05 SHH-DRAWS             PIC 9(4).
FD  CHAMPION-REGISTER-FILE.
01  CHAMPION-RECORD.
    05 CR-SEASON-ID          PIC X(8).
    05 CR-SEP-1              PIC X.
    05 CR-END-DATE           PIC 9(8).
    05 CR-SEP-2              PIC X.
    05 CR-CLOSE-DATE         PIC 9(8).
    05 CR-SEP-3              PIC X.
    05 CR-DECIDED-BY         PIC X.
    05 CR-SEP-4              PIC X.
    05 CR-CHAMPION           PIC X(8).
    05 CR-SEP-5              PIC X.
    05 CR-RUNNER-UP          PIC X(8).
    05 CR-SEP-6              PIC X.
    05 CR-THIRD              PIC X(8).
    05 CR-SEP-7              PIC X.
    05 CR-BEST-PLAYER        PIC X(8).
    05 CR-SEP-8              PIC X.
    05 CR-BEST-LENGTH        PIC 9(4).
    05 CR-SEP-9              PIC X.
    05 CR-BEST-DATE          PIC 9(8).
    05 CR-SEP-10             PIC X.
    05 CR-BEST-MATCH         PIC 9(4).
    05 CR-SEP-11             PIC X.
    05 CR-BEST-GAME          PIC 9(2).
    05 CR-SEP-12             PIC X.
    05 CR-GAMES              PIC 9(6).
    05 CR-SEP-13             PIC X.
    05 CR-PLAYERS            PIC 9(3).
FD  SEASON-REPORT-FILE.
01  SEASON-REPORT-RECORD     PIC X(80).
FD  HONOURS-REPORT-FILE.
01  HONOURS-REPORT-RECORD    PIC X(80).
WORKING-STORAGE SECTION.
01 WS-SUM-FILE-STATUS PIC XX VALUE SPACES.
01 WS-ML-FILE-STATUS PIC XX VALUE SPACES.
01 WS-BRK-FILE-STATUS PIC XX VALUE SPACES.
01 WS-SCT-FILE-STATUS PIC XX VALUE SPACES.
01 WS-SHF-FILE-STATUS PIC XX VALUE SPACES.
01 WS-CRF-FILE-STATUS PIC XX VALUE SPACES.
01 WS-RPT-FILE-STATUS PIC XX VALUE SPACES.
01 WS-HON-FILE-STATUS PIC XX VALUE SPACES.
01 WS-SUM-EOF PIC X VALUE 'N'.
01 WS-ML-EOF PIC X VALUE 'N'.
01 WS-BRK-EOF PIC X VALUE 'N'.
01 WS-SHF-EOF PIC X VALUE 'N'.
01 WS-CRF-EOF PIC X VALUE 'N'.
01 WS-RUN-DATE PIC 9(8).
01 WS-MAX-RC PIC 9(2) VALUE 0.

01 WS-COMMAND-ARG PIC X(40) VALUE SPACES.
01 WS-ARG-TOKEN-1 PIC X(8) VALUE SPACES.
01 WS-ARG-TOKEN-2 PIC X(8) VALUE SPACES.
01 WS-ARG-TOKEN-3 PIC X(8) VALUE SPACES.
01 WS-ARG-TOKEN-4 PIC X(8) VALUE SPACES.
01 WS-ARG-TOKEN PIC X(8) VALUE SPACES.
01 WS-ARG-DIGIT PIC 9.
01 WS-ARG-DIGITS PIC 9(2) VALUE 0.
01 WS-ARG-OK PIC X VALUE 'Y'.
01 WS-ARG-VALUE PIC 9(8) VALUE 0.
01 WS-ARG-J PIC 9(2).
01 WS-RUN-MODE PIC X(8) VALUE SPACES.

*> The season being closed or reprinted, the stamp its records carry
*> (blank before the first close-out), and the season that follows.
01 WS-SEASON-ID PIC X(8) VALUE SPACES.
01 WS-SEASON-STAMP PIC X(8) VALUE SPACES.
01 WS-NEXT-SEASON PIC X(8) VALUE SPACES.
01 WS-NEXT-NUMBER PIC 9(8) VALUE 0.
01 WS-NEXT-NUMBER-X REDEFINES WS-NEXT-NUMBER PIC X(8).
01 WS-END-DATE PIC 9(8) VALUE 0.
01 WS-END-DATE-X REDEFINES WS-END-DATE.
   05 WS-END-YEAR PIC 9(4).
   05 WS-END-MONTH PIC 9(2).
   05 WS-END-DAY PIC 9(2).
01 WS-SEASON-START PIC 9(8) VALUE 0.
01 WS-CONTROL-FOUND PIC X VALUE 'N'.
01 WS-LATE-ROWS PIC 9(6) VALUE 0.
01 WS-LATE-MATCHES PIC 9(6) VALUE 0.
01 WS-SEASON-GAMES PIC 9(6) VALUE 0.
01 WS-SEASON-MATCHES PIC 9(6) VALUE 0.

*> Final standings for the season, as SNAKE-STANDINGS works them out.
01 WS-PLAYER-COUNT PIC 9(3) VALUE 0.
01 WS-PLAYER-LIMIT PIC 9(3) VALUE 100.
01 STANDINGS-TABLE.
   05 STANDINGS-ENTRY OCCURS 100 TIMES INDEXED BY ST-IDX.
      10 ST-PLAYER-ID PIC X(8).
      10 ST-GAMES PIC 9(6).
      10 ST-BEST-LENGTH PIC 9(4).
      10 ST-TOTAL-FOOD PIC 9(6).
      10 ST-TOTAL-ITERATIONS PIC 9(8).
      10 ST-POINTS PIC 9(8).
01 ST-SWAP-ENTRY.
   05 STS-PLAYER-ID PIC X(8).
   05 STS-GAMES PIC 9(6).
   05 STS-BEST-LENGTH PIC 9(4).
   05 STS-TOTAL-FOOD PIC 9(6).
   05 STS-TOTAL-ITERATIONS PIC 9(8).
   05 STS-POINTS PIC 9(8).
01 ST-J PIC 9(3).
01 ST-K PIC 9(3).
01 WS-PLAYER-FOUND PIC X VALUE 'N'.
01 WS-SWAP-NEEDED PIC X VALUE 'N'.
01 WS-SEEK-ID PIC X(8) VALUE SPACES.

*> Head-to-head grid for the season, one entry per pairing.
01 WS-PAIR-COUNT PIC 9(4) VALUE 0.
01 WS-PAIR-LIMIT PIC 9(4) VALUE 2000.
01 PAIR-TABLE.
   05 PAIR-ENTRY OCCURS 2000 TIMES INDEXED BY PR-IDX.
      10 PR-PLAYER-1 PIC X(8).
      10 PR-PLAYER-2 PIC X(8).
      10 PR-WINS-1 PIC 9(4).
      10 PR-WINS-2 PIC 9(4).
      10 PR-DRAWS PIC 9(4).
01 PR-J PIC 9(4).
01 WS-PAIR-AT PIC 9(4) VALUE 0.
01 WS-LOW-ID PIC X(8) VALUE SPACES.
01 WS-HIGH-ID PIC X(8) VALUE SPACES.
01 WS-LOW-WON PIC X VALUE SPACE.

*> Podium and best single game, laid out as the register record.
01 WS-PODIUM.
   05 WP-SEASON-ID PIC X(8) VALUE SPACES.
   05 WP-END-DATE PIC 9(8) VALUE 0.
   05 WP-CLOSE-DATE PIC 9(8) VALUE 0.
   05 WP-DECIDED-BY PIC X VALUE SPACE.
   05 WP-CHAMPION PIC X(8) VALUE SPACES.
   05 WP-RUNNER-UP PIC X(8) VALUE SPACES.
   05 WP-THIRD PIC X(8) VALUE SPACES.
   05 WP-BEST-PLAYER PIC X(8) VALUE SPACES.
   05 WP-BEST-LENGTH PIC 9(4) VALUE 0.
   05 WP-BEST-FOOD PIC 9(4) VALUE 0.
   05 WP-BEST-DATE PIC 9(8) VALUE 0.
   05 WP-BEST-MATCH PIC 9(4) VALUE 0.
   05 WP-BEST-GAME PIC 9(2) VALUE 0.
   05 WP-GAMES PIC 9(6) VALUE 0.
   05 WP-PLAYERS PIC 9(3) VALUE 0.
01 WS-REGISTERED PIC X VALUE 'N'.
01 WS-NEXT-REGISTERED PIC X VALUE 'N'.
01 WS-REGISTER-COUNT PIC 9(4) VALUE 0.

*> The playoff bracket, when one was drawn during the season.
01 WS-BRK-COUNT PIC 9(3) VALUE 0.
01 WS-BRK-LIMIT PIC 9(3) VALUE 127.
01 BRACKET-TABLE.
   05 BRK-ENTRY OCCURS 127 TIMES INDEXED BY BRK-IDX.
      10 BK-ROUND PIC 9(2).
      10 BK-SEED-1 PIC 9(2).
      10 BK-PLAYER-1 PIC X(8).
      10 BK-SEED-2 PIC 9(2).
      10 BK-PLAYER-2 PIC X(8).
      10 BK-STATUS PIC X.
      10 BK-WINNER PIC X(8).
01 BK-J PIC 9(3).
01 WS-DRAW-DATE PIC 9(8) VALUE 0.
01 WS-FINAL-ROUND PIC 9(2) VALUE 0.
01 WS-ROUND-ENTRIES PIC 9(3) VALUE 0.
01 WS-FINAL-AT PIC 9(3) VALUE 0.
01 WS-THIRD-SEED PIC 9(2) VALUE 0.

01 WS-PAGE-NUMBER PIC 9(3) VALUE 0.
01 WS-LINE-COUNT PIC 9(2) VALUE 0.
01 WS-LINES-PER-PAGE PIC 9(2) VALUE 55.
01 WS-HELD-LINE PIC X(80) VALUE SPACES.
01 WS-HON-PAGE-NUMBER PIC 9(3) VALUE 0.
01 WS-HON-LINE-COUNT PIC 9(2) VALUE 0.

01 HEADING-LINE-1.
   05 FILLER PIC X(31) VALUE "SEASON FINAL TABLE        RUN ".
   05 HDG-DATE PIC 9(8).
   05 FILLER PIC X(31) VALUE SPACES.
   05 FILLER PIC X(5) VALUE "PAGE ".
   05 HDG-PAGE PIC ZZ9.
01 SEASON-TITLE-LINE.
   05 FILLER PIC X(7) VALUE "SEASON ".
   05 STL-SEASON-ID PIC X(8).
   05 FILLER PIC X(8) VALUE "  ENDED ".
   05 STL-END-DATE PIC 9(8).
   05 FILLER PIC X(10) VALUE "  CLOSED ".
   05 STL-CLOSE-DATE PIC 9(8).
   05 FILLER PIC X(13) VALUE "  DECIDED ON ".
   05 STL-DECIDED-BY PIC X(8).
01 PODIUM-LINE.
   05 FILLER PIC X(10) VALUE "CHAMPION ".
   05 PDL-CHAMPION PIC X(8).
   05 FILLER PIC X(13) VALUE "  RUNNER-UP ".
   05 PDL-RUNNER-UP PIC X(8).
   05 FILLER PIC X(9) VALUE "  THIRD ".
   05 PDL-THIRD PIC X(8).
01 BEST-GAME-LINE.
   05 FILLER PIC X(18) VALUE "BEST SINGLE GAME: ".
   05 BGL-PLAYER PIC X(8).
   05 FILLER PIC X(8) VALUE " LENGTH ".
   05 BGL-LENGTH PIC ZZZ9.
   05 FILLER PIC X(4) VALUE " ON ".
   05 BGL-DATE PIC 9(8).
   05 FILLER PIC X(7) VALUE " MATCH ".
   05 BGL-MATCH PIC ZZZ9.
   05 FILLER PIC X(6) VALUE " GAME ".
   05 BGL-GAME PIC Z9.
01 TABLE-HEADING-1 PIC X(80) VALUE
   "RANK PLAYER     GAMES  BEST    FOOD  ITERATIONS    POINTS".
01 TABLE-HEADING-2 PIC X(80) VALUE
   "---- --------   -----  ----    ----  ----------    ------".
01 TABLE-LINE.
   05 TBL-RANK PIC ZZZ9.
   05 FILLER PIC X VALUE SPACE.
   05 TBL-PLAYER-ID PIC X(8).
   05 FILLER PIC X(2) VALUE SPACES.
   05 TBL-GAMES PIC ZZZZZ9.
   05 FILLER PIC X(2) VALUE SPACES.
   05 TBL-BEST PIC ZZZ9.
   05 FILLER PIC X(2) VALUE SPACES.
   05 TBL-FOOD PIC ZZZZZ9.
   05 FILLER PIC X(2) VALUE SPACES.
   05 TBL-ITERATIONS PIC ZZZZZZZZZ9.
   05 FILLER PIC X(2) VALUE SPACES.
   05 TBL-POINTS PIC ZZZZZZZ9.
01 GRID-HEADING-1 PIC X(80) VALUE
   "HEAD-TO-HEAD     PLAYER-1  PLAYER-2   WINS-1  WINS-2   DRAWN".
01 GRID-HEADING-2 PIC X(80) VALUE
   "                 --------  --------   ------  ------   -----".
01 GRID-LINE.
   05 FILLER PIC X(17) VALUE SPACES.
   05 GRL-PLAYER-1 PIC X(8).
   05 FILLER PIC X(2) VALUE SPACES.
   05 GRL-PLAYER-2 PIC X(8).
   05 FILLER PIC X(3) VALUE SPACES.
   05 GRL-WINS-1 PIC ZZZZZ9.
   05 FILLER PIC X(2) VALUE SPACES.
   05 GRL-WINS-2 PIC ZZZZZ9.
   05 FILLER PIC X(3) VALUE SPACES.
   05 GRL-DRAWS PIC ZZZZ9.
01 TOTAL-LINE.
   05 FILLER PIC X(9) VALUE "PLAYERS: ".
   05 TOT-PLAYERS PIC ZZ9.
   05 FILLER PIC X(10) VALUE "   GAMES: ".
   05 TOT-GAMES PIC ZZZZZ9.
   05 FILLER PIC X(12) VALUE "   MATCHES: ".
   05 TOT-MATCHES PIC ZZZZZ9.
   05 FILLER PIC X(13) VALUE "   PAIRINGS: ".
   05 TOT-PAIRS PIC ZZZ9.
01 LATE-LINE.
   05 FILLER PIC X(34) VALUE "PLAYED AFTER THE END DATE - ROWS: ".
   05 LTL-ROWS PIC ZZZZZ9.
   05 FILLER PIC X(12) VALUE "   MATCHES: ".
   05 LTL-MATCHES PIC ZZZZZ9.
   05 FILLER PIC X(16) VALUE "  (NOT COUNTED)".

01 HONOURS-HEADING-1.
   05 FILLER PIC X(31) VALUE "HONOURS BOARD             RUN ".
   05 HHD-DATE PIC 9(8).
   05 FILLER PIC X(31) VALUE SPACES.
   05 FILLER PIC X(5) VALUE "PAGE ".
   05 HHD-PAGE PIC ZZ9.
01 HONOURS-HEADING-2 PIC X(80) VALUE
   "SEASON    ENDED     CHAMPION  RUNNER-UP THIRD     BY  BEST GAME      LENGTH".
01 HONOURS-HEADING-3 PIC X(80) VALUE
   "--------  --------  --------  --------  --------  --  --------       ------".
01 HONOURS-LINE.
   05 HNL-SEASON-ID PIC X(8).
   05 FILLER PIC X(2) VALUE SPACES.
   05 HNL-END-DATE PIC 9(8).
   05 FILLER PIC X(2) VALUE SPACES.
   05 HNL-CHAMPION PIC X(8).
   05 FILLER PIC X(2) VALUE SPACES.
   05 HNL-RUNNER-UP PIC X(8).
   05 FILLER PIC X(2) VALUE SPACES.
   05 HNL-THIRD PIC X(8).
   05 FILLER PIC X(2) VALUE SPACES.
   05 HNL-DECIDED-BY PIC X(2).
   05 FILLER PIC X(2) VALUE SPACES.
   05 HNL-BEST-PLAYER PIC X(8).
   05 FILLER PIC X(7) VALUE SPACES.
   05 HNL-BEST-LENGTH PIC ZZZZZ9.
01 HONOURS-KEY-LINE PIC X(80) VALUE
   "BY: P = PLAYOFF FINAL, L = LEAGUE TABLE".

PROCEDURE DIVISION.
MAIN-LOGIC.
    ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
    ACCEPT WS-COMMAND-ARG FROM COMMAND-LINE.
    UNSTRING WS-COMMAND-ARG DELIMITED BY ALL SPACE
       INTO WS-ARG-TOKEN-1 WS-ARG-TOKEN-2 WS-ARG-TOKEN-3
          WS-ARG-TOKEN-4
    END-UNSTRING.
    MOVE WS-ARG-TOKEN-1 TO WS-RUN-MODE.
    IF WS-RUN-MODE = SPACES
       MOVE "HONOURS" TO WS-RUN-MODE
    END-IF.
    IF WS-RUN-MODE NOT = "CLOSE" AND WS-RUN-MODE NOT = "TABLE"
       AND WS-RUN-MODE NOT = "HONOURS"
       DISPLAY "ERROR: USE CLOSE season end-date [next-season], "
          "TABLE season OR HONOURS - " WS-COMMAND-ARG
       MOVE 16 TO RETURN-CODE
       STOP RUN
    END-IF.
    IF WS-RUN-MODE = "CLOSE"
       PERFORM CLOSE-SEASON
       PERFORM PRINT-SEASON-REPORT
       PERFORM PRINT-HONOURS-REPORT
    END-IF.
    IF WS-RUN-MODE = "TABLE"
       PERFORM LOAD-FROZEN-SEASON
       PERFORM PRINT-SEASON-REPORT
    END-IF.
    IF WS-RUN-MODE = "HONOURS"
       PERFORM PRINT-HONOURS-REPORT
    END-IF.
    MOVE WS-MAX-RC TO RETURN-CODE.
    STOP RUN.

*> --- close-out -------------------------------------------------------
CLOSE-SEASON.
    PERFORM EDIT-CLOSE-ARGUMENTS
    PERFORM READ-SEASON-CONTROL
    IF WS-CONTROL-FOUND = 'Y' AND WS-SEASON-STAMP NOT = SPACES
       AND WS-SEASON-STAMP NOT = WS-SEASON-ID
       DISPLAY "ERROR: SEASON " WS-SEASON-ID " IS NOT THE OPEN SEASON"
          " - OPEN SEASON IS " WS-SEASON-STAMP
       MOVE 16 TO RETURN-CODE
       STOP RUN
    END-IF
    IF WS-END-DATE < WS-SEASON-START
       DISPLAY "ERROR: END DATE " WS-END-DATE " IS BEFORE THE SEASON"
          " OPENED ON " WS-SEASON-START
       MOVE 16 TO RETURN-CODE
       STOP RUN
    END-IF
    PERFORM CHECK-REGISTER
    IF WS-REGISTERED = 'Y'
       DISPLAY "ERROR: SEASON " WS-SEASON-ID
          " IS ALREADY ON THE CHAMPIONS REGISTER - CLOSE REFUSED"
       MOVE 16 TO RETURN-CODE
       STOP RUN
    END-IF
    IF WS-NEXT-REGISTERED = 'Y'
       DISPLAY "ERROR: NEXT SEASON " WS-NEXT-SEASON
          " IS ALREADY ON THE CHAMPIONS REGISTER - CLOSE REFUSED"
       MOVE 16 TO RETURN-CODE
       STOP RUN
    END-IF
    PERFORM LOAD-SEASON-SUMMARY
    IF WS-PLAYER-COUNT = 0
       DISPLAY "ERROR: NO GAMES ON FILE FOR SEASON " WS-SEASON-ID
          " UP TO " WS-END-DATE " - CLOSE REFUSED"
       MOVE 16 TO RETURN-CODE
       STOP RUN
    END-IF
    PERFORM LOAD-SEASON-MATCHES
    PERFORM COMPUTE-POINTS
    PERFORM SORT-STANDINGS
    PERFORM DECIDE-PODIUM
    PERFORM WRITE-SEASON-HISTORY
    PERFORM WRITE-CHAMPION-RECORD
    PERFORM OPEN-NEXT-SEASON
    IF WS-LATE-ROWS > 0 OR WS-LATE-MATCHES > 0
       DISPLAY "WARNING: " WS-LATE-ROWS " SUMMARY ROWS AND "
          WS-LATE-MATCHES " MATCHES DATED AFTER " WS-END-DATE
          " NOT COUNTED"
       IF WS-MAX-RC < 4
          MOVE 4 TO WS-MAX-RC
       END-IF
    END-IF
    DISPLAY "SEASON " WS-SEASON-ID " CLOSED - CHAMPION " WP-CHAMPION
       " - SEASON " WS-NEXT-SEASON " OPENED".
EDIT-CLOSE-ARGUMENTS.
    MOVE WS-ARG-TOKEN-2 TO WS-SEASON-ID
    IF WS-SEASON-ID = SPACES
       DISPLAY "ERROR: CLOSE NEEDS A SEASON ID AND AN END DATE"
       MOVE 16 TO RETURN-CODE
       STOP RUN
    END-IF
    MOVE WS-ARG-TOKEN-3 TO WS-ARG-TOKEN
    PERFORM PARSE-NUMERIC-TOKEN
    IF WS-ARG-OK = 'N' OR WS-ARG-DIGITS NOT = 8
       DISPLAY "ERROR: END DATE MUST BE YYYYMMDD - " WS-ARG-TOKEN
       MOVE 16 TO RETURN-CODE
       STOP RUN
    END-IF
    MOVE WS-ARG-VALUE TO WS-END-DATE
    IF WS-END-MONTH < 1 OR WS-END-MONTH > 12
       OR WS-END-DAY < 1 OR WS-END-DAY > 31
       DISPLAY "ERROR: END DATE IS NOT A DATE - " WS-END-DATE
       MOVE 16 TO RETURN-CODE
       STOP RUN
    END-IF
    IF WS-END-DATE > WS-RUN-DATE
       DISPLAY "ERROR: END DATE " WS-END-DATE " IS IN THE FUTURE"
       MOVE 16 TO RETURN-CODE
       STOP RUN
    END-IF
    MOVE WS-ARG-TOKEN-4 TO WS-NEXT-SEASON
    IF WS-NEXT-SEASON = SPACES
       MOVE WS-SEASON-ID TO WS-ARG-TOKEN
       PERFORM PARSE-NUMERIC-TOKEN
       IF WS-ARG-OK = 'N' OR WS-ARG-DIGITS = 8
          DISPLAY "ERROR: NEXT SEASON CANNOT BE COUNTED ON FROM "
             WS-SEASON-ID " - GIVE THE NEXT SEASON ID AFTER THE END DATE"
          MOVE 16 TO RETURN-CODE
          STOP RUN
       END-IF
       COMPUTE WS-NEXT-NUMBER = WS-ARG-VALUE + 1
       COMPUTE WS-ARG-J = 9 - WS-ARG-DIGITS
       IF WS-ARG-J > 1
          IF WS-NEXT-NUMBER-X(WS-ARG-J - 1:1) NOT = "0"
             COMPUTE WS-ARG-J = WS-ARG-J - 1
             ADD 1 TO WS-ARG-DIGITS
          END-IF
       END-IF
       MOVE WS-NEXT-NUMBER-X(WS-ARG-J:WS-ARG-DIGITS) TO WS-NEXT-SEASON
    END-IF
    IF WS-NEXT-SEASON = WS-SEASON-ID
       DISPLAY "ERROR: NEXT SEASON MUST DIFFER FROM " WS-SEASON-ID
       MOVE 16 TO RETURN-CODE
       STOP RUN
    END-IF.
PARSE-NUMERIC-TOKEN.
    MOVE 0 TO WS-ARG-VALUE
    MOVE 0 TO WS-ARG-DIGITS
    MOVE 'Y' TO WS-ARG-OK
    PERFORM VARYING WS-ARG-J FROM 1 BY 1
       UNTIL WS-ARG-J > 8 OR WS-ARG-TOKEN(WS-ARG-J:1) = SPACE
       IF WS-ARG-TOKEN(WS-ARG-J:1) IS NUMERIC
          ADD 1 TO WS-ARG-DIGITS
          MOVE WS-ARG-TOKEN(WS-ARG-J:1) TO WS-ARG-DIGIT
          COMPUTE WS-ARG-VALUE = WS-ARG-VALUE * 10 + WS-ARG-DIGIT
       ELSE
          MOVE 'N' TO WS-ARG-OK
       END-IF
    END-PERFORM
    IF WS-ARG-DIGITS = 0
       MOVE 'N' TO WS-ARG-OK
    END-IF.
*> No control file, or a blank open season, means no season has
*> been closed yet: the season's records are the unstamped ones.
READ-SEASON-CONTROL.
    MOVE 'N' TO WS-CONTROL-FOUND
    MOVE SPACES TO WS-SEASON-STAMP
    MOVE 0 TO WS-SEASON-START
    OPEN INPUT SEASON-CONTROL-FILE
    IF WS-SCT-FILE-STATUS = "00"
       READ SEASON-CONTROL-FILE
          AT END
             CONTINUE
          NOT AT END
             MOVE 'Y' TO WS-CONTROL-FOUND
             MOVE SC-SEASON-ID TO WS-SEASON-STAMP
             IF SC-START-DATE IS NUMERIC
                MOVE SC-START-DATE TO WS-SEASON-START
             END-IF
       END-READ
       CLOSE SEASON-CONTROL-FILE
    END-IF.
CHECK-REGISTER.
    MOVE 'N' TO WS-REGISTERED
    MOVE 'N' TO WS-NEXT-REGISTERED
    MOVE 'N' TO WS-CRF-EOF
    OPEN INPUT CHAMPION-REGISTER-FILE
    IF WS-CRF-FILE-STATUS = "00"
       PERFORM UNTIL WS-CRF-EOF = 'Y'
          READ CHAMPION-REGISTER-FILE
             AT END
                MOVE 'Y' TO WS-CRF-EOF
             NOT AT END
                IF CR-SEASON-ID = WS-SEASON-ID
                   MOVE 'Y' TO WS-REGISTERED
                END-IF
                IF CR-SEASON-ID = WS-NEXT-SEASON
                   MOVE 'Y' TO WS-NEXT-REGISTERED
                END-IF
          END-READ
       END-PERFORM
       CLOSE CHAMPION-REGISTER-FILE
    END-IF.
LOAD-SEASON-SUMMARY.
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
             IF SUM-SEASON-ID = WS-SEASON-STAMP
                IF SUM-DATE > WS-END-DATE
                   ADD 1 TO WS-LATE-ROWS
                ELSE
                   PERFORM TAKE-SEASON-GAME
                END-IF
             END-IF
       END-READ
    END-PERFORM
    CLOSE SUMMARY-REPORT-FILE.
TAKE-SEASON-GAME.
    IF SUM-PLAYER-SLOT NOT = '2'
       ADD 1 TO WS-SEASON-GAMES
    END-IF
    IF SUM-FINAL-LENGTH > WP-BEST-LENGTH
       OR (SUM-FINAL-LENGTH = WP-BEST-LENGTH
          AND SUM-FOOD-EATEN > WP-BEST-FOOD)
       MOVE SUM-PLAYER-ID TO WP-BEST-PLAYER
       MOVE SUM-FINAL-LENGTH TO WP-BEST-LENGTH
       MOVE SUM-FOOD-EATEN TO WP-BEST-FOOD
       MOVE SUM-DATE TO WP-BEST-DATE
       MOVE SUM-MATCH-NUMBER TO WP-BEST-MATCH
       MOVE SUM-GAME-NUMBER TO WP-BEST-GAME
    END-IF
    MOVE SUM-PLAYER-ID TO WS-SEEK-ID
    PERFORM FIND-OR-ADD-PLAYER
    IF WS-PLAYER-FOUND = 'Y'
       ADD 1 TO ST-GAMES(ST-J)
       ADD SUM-FOOD-EATEN TO ST-TOTAL-FOOD(ST-J)
       ADD SUM-ITERATIONS TO ST-TOTAL-ITERATIONS(ST-J)
       IF SUM-FINAL-LENGTH > ST-BEST-LENGTH(ST-J)
          MOVE SUM-FINAL-LENGTH TO ST-BEST-LENGTH(ST-J)
       END-IF
    END-IF.
FIND-OR-ADD-PLAYER.
    MOVE 'N' TO WS-PLAYER-FOUND
    PERFORM VARYING ST-K FROM 1 BY 1
       UNTIL ST-K > WS-PLAYER-COUNT OR WS-PLAYER-FOUND = 'Y'
       IF ST-PLAYER-ID(ST-K) = WS-SEEK-ID
          MOVE 'Y' TO WS-PLAYER-FOUND
          MOVE ST-K TO ST-J
       END-IF
    END-PERFORM
    IF WS-PLAYER-FOUND = 'N'
       IF WS-PLAYER-COUNT >= WS-PLAYER-LIMIT
          DISPLAY "WARNING: MORE THAN " WS-PLAYER-LIMIT " PLAYERS"
             " IN THE SEASON - PLAYER " WS-SEEK-ID " DROPPED"
          IF WS-MAX-RC < 4
             MOVE 4 TO WS-MAX-RC
          END-IF
       ELSE
          ADD 1 TO WS-PLAYER-COUNT
          MOVE WS-PLAYER-COUNT TO ST-J
          MOVE WS-SEEK-ID TO ST-PLAYER-ID(ST-J)
          MOVE 0 TO ST-GAMES(ST-J) ST-BEST-LENGTH(ST-J)
             ST-TOTAL-FOOD(ST-J) ST-TOTAL-ITERATIONS(ST-J)
             ST-POINTS(ST-J)
          MOVE 'Y' TO WS-PLAYER-FOUND
       END-IF
    END-IF.
*> A card both players forfeited (result X) has no winner and is
*> left out of the head-to-head grid; a walkover counts as a win.
LOAD-SEASON-MATCHES.
    OPEN INPUT MATCH-LOG-FILE
    IF WS-ML-FILE-STATUS = "00"
       PERFORM UNTIL WS-ML-EOF = 'Y'
          READ MATCH-LOG-FILE
             AT END
                MOVE 'Y' TO WS-ML-EOF
             NOT AT END
                IF ML-SEASON-ID = WS-SEASON-STAMP AND ML-RESULT NOT = 'X'
                   IF ML-DATE > WS-END-DATE
                      ADD 1 TO WS-LATE-MATCHES
                   ELSE
                      ADD 1 TO WS-SEASON-MATCHES
                      PERFORM TALLY-SEASON-MATCH
                   END-IF
                END-IF
          END-READ
       END-PERFORM
       CLOSE MATCH-LOG-FILE
    END-IF.
TALLY-SEASON-MATCH.
    IF ML-PLAYER-1 < ML-PLAYER-2
       MOVE ML-PLAYER-1 TO WS-LOW-ID
       MOVE ML-PLAYER-2 TO WS-HIGH-ID
       MOVE '1' TO WS-LOW-WON
    ELSE
       MOVE ML-PLAYER-2 TO WS-LOW-ID
       MOVE ML-PLAYER-1 TO WS-HIGH-ID
       MOVE '2' TO WS-LOW-WON
    END-IF
    MOVE 0 TO WS-PAIR-AT
    PERFORM VARYING PR-J FROM 1 BY 1
       UNTIL PR-J > WS-PAIR-COUNT OR WS-PAIR-AT > 0
       IF PR-PLAYER-1(PR-J) = WS-LOW-ID
          AND PR-PLAYER-2(PR-J) = WS-HIGH-ID
          MOVE PR-J TO WS-PAIR-AT
       END-IF
    END-PERFORM
    IF WS-PAIR-AT = 0
       IF WS-PAIR-COUNT >= WS-PAIR-LIMIT
          DISPLAY "WARNING: MORE THAN " WS-PAIR-LIMIT " PAIRINGS - "
             WS-LOW-ID " V " WS-HIGH-ID " DROPPED FROM THE GRID"
          IF WS-MAX-RC < 4
             MOVE 4 TO WS-MAX-RC
          END-IF
       ELSE
          ADD 1 TO WS-PAIR-COUNT
          MOVE WS-PAIR-COUNT TO WS-PAIR-AT
          MOVE WS-LOW-ID TO PR-PLAYER-1(WS-PAIR-AT)
          MOVE WS-HIGH-ID TO PR-PLAYER-2(WS-PAIR-AT)
          MOVE 0 TO PR-WINS-1(WS-PAIR-AT) PR-WINS-2(WS-PAIR-AT)
             PR-DRAWS(WS-PAIR-AT)
       END-IF
    END-IF
    IF WS-PAIR-AT > 0
       IF ML-RESULT = 'D'
          ADD 1 TO PR-DRAWS(WS-PAIR-AT)
       ELSE
          IF ML-RESULT = WS-LOW-WON
             ADD 1 TO PR-WINS-1(WS-PAIR-AT)
          ELSE
             ADD 1 TO PR-WINS-2(WS-PAIR-AT)
          END-IF
       END-IF
    END-IF.
COMPUTE-POINTS.
    PERFORM VARYING ST-J FROM 1 BY 1 UNTIL ST-J > WS-PLAYER-COUNT
       COMPUTE ST-POINTS(ST-J) =
          ST-TOTAL-FOOD(ST-J) * 2 + ST-BEST-LENGTH(ST-J)
    END-PERFORM.
*> Points, then food eaten, then best length, then player id, so the
*> frozen order never depends on the order games were played in.
SORT-STANDINGS.
    PERFORM VARYING ST-J FROM 1 BY 1 UNTIL ST-J > WS-PLAYER-COUNT
       PERFORM VARYING ST-K FROM 1 BY 1
          UNTIL ST-K > WS-PLAYER-COUNT - ST-J
          MOVE 'N' TO WS-SWAP-NEEDED
          IF ST-POINTS(ST-K) < ST-POINTS(ST-K + 1)
             MOVE 'Y' TO WS-SWAP-NEEDED
          END-IF
          IF ST-POINTS(ST-K) = ST-POINTS(ST-K + 1)
             IF ST-TOTAL-FOOD(ST-K) < ST-TOTAL-FOOD(ST-K + 1)
                MOVE 'Y' TO WS-SWAP-NEEDED
             END-IF
             IF ST-TOTAL-FOOD(ST-K) = ST-TOTAL-FOOD(ST-K + 1)
                IF ST-BEST-LENGTH(ST-K) < ST-BEST-LENGTH(ST-K + 1)
                   MOVE 'Y' TO WS-SWAP-NEEDED
                END-IF
                IF ST-BEST-LENGTH(ST-K) = ST-BEST-LENGTH(ST-K + 1)
                   AND ST-PLAYER-ID(ST-K) > ST-PLAYER-ID(ST-K + 1)
                   MOVE 'Y' TO WS-SWAP-NEEDED
                END-IF
             END-IF
          END-IF
          IF WS-SWAP-NEEDED = 'Y'
             MOVE STANDINGS-ENTRY(ST-K) TO ST-SWAP-ENTRY
             MOVE STANDINGS-ENTRY(ST-K + 1) TO STANDINGS-ENTRY(ST-K)
             MOVE ST-SWAP-ENTRY TO STANDINGS-ENTRY(ST-K + 1)
          END-IF
       END-PERFORM
    END-PERFORM.
DECIDE-PODIUM.
    MOVE WS-SEASON-ID TO WP-SEASON-ID
    MOVE WS-END-DATE TO WP-END-DATE
    MOVE WS-RUN-DATE TO WP-CLOSE-DATE
    MOVE WS-SEASON-GAMES TO WP-GAMES
    MOVE WS-PLAYER-COUNT TO WP-PLAYERS
    PERFORM LOAD-SEASON-BRACKET
    IF WP-CHAMPION = SPACES
       MOVE 'L' TO WP-DECIDED-BY
       MOVE ST-PLAYER-ID(1) TO WP-CHAMPION
       IF WS-PLAYER-COUNT > 1
          MOVE ST-PLAYER-ID(2) TO WP-RUNNER-UP
       END-IF
       IF WS-PLAYER-COUNT > 2
          MOVE ST-PLAYER-ID(3) TO WP-THIRD
       END-IF
    ELSE
       MOVE 'P' TO WP-DECIDED-BY
       IF WP-THIRD = SPACES
          PERFORM VARYING ST-J FROM 1 BY 1
             UNTIL ST-J > WS-PLAYER-COUNT OR WP-THIRD NOT = SPACES
             IF ST-PLAYER-ID(ST-J) NOT = WP-CHAMPION
                AND ST-PLAYER-ID(ST-J) NOT = WP-RUNNER-UP
                MOVE ST-PLAYER-ID(ST-J) TO WP-THIRD
             END-IF
          END-PERFORM
       END-IF
    END-IF.
*> A bracket counts for the season when it was drawn inside it and
*> its final has been decided.  A bracket still in progress leaves
*> the league table to decide and is reported.
LOAD-SEASON-BRACKET.
    MOVE 0 TO WS-BRK-COUNT
    MOVE 0 TO WS-FINAL-ROUND
    OPEN INPUT BRACKET-FILE
    IF WS-BRK-FILE-STATUS = "00"
       PERFORM UNTIL WS-BRK-EOF = 'Y'
          READ BRACKET-FILE
             AT END
                MOVE 'Y' TO WS-BRK-EOF
             NOT AT END
                IF WS-BRK-COUNT < WS-BRK-LIMIT
                   ADD 1 TO WS-BRK-COUNT
                   MOVE BR-ROUND TO BK-ROUND(WS-BRK-COUNT)
                   MOVE BR-SEED-1 TO BK-SEED-1(WS-BRK-COUNT)
                   MOVE BR-PLAYER-1 TO BK-PLAYER-1(WS-BRK-COUNT)
                   MOVE BR-SEED-2 TO BK-SEED-2(WS-BRK-COUNT)
                   MOVE BR-PLAYER-2 TO BK-PLAYER-2(WS-BRK-COUNT)
                   MOVE BR-STATUS TO BK-STATUS(WS-BRK-COUNT)
                   MOVE BR-WINNER TO BK-WINNER(WS-BRK-COUNT)
                   MOVE BR-DRAW-DATE TO WS-DRAW-DATE
                   IF BR-ROUND > WS-FINAL-ROUND
                      MOVE BR-ROUND TO WS-FINAL-ROUND
                   END-IF
                END-IF
          END-READ
       END-PERFORM
       CLOSE BRACKET-FILE
    END-IF
    IF WS-BRK-COUNT > 0 AND WS-DRAW-DATE >= WS-SEASON-START
       AND WS-DRAW-DATE <= WS-END-DATE
       MOVE 0 TO WS-ROUND-ENTRIES
       MOVE 0 TO WS-FINAL-AT
       PERFORM VARYING BK-J FROM 1 BY 1 UNTIL BK-J > WS-BRK-COUNT
          IF BK-ROUND(BK-J) = WS-FINAL-ROUND
             ADD 1 TO WS-ROUND-ENTRIES
             MOVE BK-J TO WS-FINAL-AT
          END-IF
       END-PERFORM
       IF WS-ROUND-ENTRIES = 1 AND BK-STATUS(WS-FINAL-AT) = 'D'
          MOVE BK-WINNER(WS-FINAL-AT) TO WP-CHAMPION
          IF BK-WINNER(WS-FINAL-AT) = BK-PLAYER-1(WS-FINAL-AT)
             MOVE BK-PLAYER-2(WS-FINAL-AT) TO WP-RUNNER-UP
          ELSE
             MOVE BK-PLAYER-1(WS-FINAL-AT) TO WP-RUNNER-UP
          END-IF
          PERFORM FIND-BRACKET-THIRD
       ELSE
          DISPLAY "WARNING: PLAYOFF BRACKET NOT FINISHED - PODIUM"
             " TAKEN FROM THE LEAGUE TABLE"
          IF WS-MAX-RC < 4
             MOVE 4 TO WS-MAX-RC
          END-IF
       END-IF
    END-IF.
*> The beaten semi-finalist with the better (lower) original seed.
FIND-BRACKET-THIRD.
    MOVE 99 TO WS-THIRD-SEED
    PERFORM VARYING BK-J FROM 1 BY 1 UNTIL BK-J > WS-BRK-COUNT
       IF BK-ROUND(BK-J) = WS-FINAL-ROUND - 1 AND BK-STATUS(BK-J) = 'D'
          IF BK-WINNER(BK-J) = BK-PLAYER-1(BK-J)
             IF BK-SEED-2(BK-J) < WS-THIRD-SEED
                MOVE BK-SEED-2(BK-J) TO WS-THIRD-SEED
                MOVE BK-PLAYER-2(BK-J) TO WP-THIRD
             END-IF
          ELSE
             IF BK-SEED-1(BK-J) < WS-THIRD-SEED
                MOVE BK-SEED-1(BK-J) TO WS-THIRD-SEED
                MOVE BK-PLAYER-1(BK-J) TO WP-THIRD
             END-IF
          END-IF
       END-IF
    END-PERFORM.
WRITE-SEASON-HISTORY.
    OPEN EXTEND SEASON-HISTORY-FILE
    IF WS-SHF-FILE-STATUS = "35"
       OPEN OUTPUT SEASON-HISTORY-FILE
       CLOSE SEASON-HISTORY-FILE
       OPEN EXTEND SEASON-HISTORY-FILE
    END-IF
    IF WS-SHF-FILE-STATUS NOT = "00"
       DISPLAY "ERROR: CANNOT OPEN SEASON HISTORY FILE - STATUS "
          WS-SHF-FILE-STATUS " - SEASON NOT CLOSED"
       MOVE 16 TO RETURN-CODE
       STOP RUN
    END-IF
    PERFORM VARYING ST-J FROM 1 BY 1 UNTIL ST-J > WS-PLAYER-COUNT
       MOVE WS-SEASON-ID TO SHS-SEASON-ID
       MOVE WS-END-DATE TO SHS-END-DATE
       MOVE 'S' TO SHS-TYPE
       MOVE ST-J TO SHS-RANK
       MOVE ST-PLAYER-ID(ST-J) TO SHS-PLAYER-ID
       MOVE ST-GAMES(ST-J) TO SHS-GAMES
       MOVE ST-BEST-LENGTH(ST-J) TO SHS-BEST-LENGTH
       MOVE ST-TOTAL-FOOD(ST-J) TO SHS-TOTAL-FOOD
       MOVE ST-TOTAL-ITERATIONS(ST-J) TO SHS-TOTAL-ITERATIONS
       MOVE ST-POINTS(ST-J) TO SHS-POINTS
       MOVE SPACE TO SHS-SEP-1 SHS-SEP-2 SHS-SEP-3 SHS-SEP-4 SHS-SEP-5
          SHS-SEP-6 SHS-SEP-7 SHS-SEP-8 SHS-SEP-9
       WRITE SEASON-STANDING-RECORD
    END-PERFORM
    PERFORM VARYING PR-J FROM 1 BY 1 UNTIL PR-J > WS-PAIR-COUNT
       MOVE WS-SEASON-ID TO SHH-SEASON-ID
       MOVE WS-END-DATE TO SHH-END-DATE
       MOVE 'H' TO SHH-TYPE
       MOVE PR-PLAYER-1(PR-J) TO SHH-PLAYER-1
       MOVE PR-PLAYER-2(PR-J) TO SHH-PLAYER-2
       MOVE PR-WINS-1(PR-J) TO SHH-WINS-1
       MOVE PR-WINS-2(PR-J) TO SHH-WINS-2
       MOVE PR-DRAWS(PR-J) TO SHH-DRAWS
       MOVE SPACE TO SHH-SEP-1 SHH-SEP-2 SHH-SEP-3 SHH-SEP-4 SHH-SEP-5
          SHH-SEP-6 SHH-SEP-7
       WRITE SEASON-H2H-RECORD
    END-PERFORM
    CLOSE SEASON-HISTORY-FILE.
WRITE-CHAMPION-RECORD.
    OPEN EXTEND CHAMPION-REGISTER-FILE
    IF WS-CRF-FILE-STATUS = "35"
       OPEN OUTPUT CHAMPION-REGISTER-FILE
       CLOSE CHAMPION-REGISTER-FILE
       OPEN EXTEND CHAMPION-REGISTER-FILE
    END-IF
    IF WS-CRF-FILE-STATUS NOT = "00"
       DISPLAY "ERROR: CANNOT OPEN CHAMPIONS REGISTER - STATUS "
          WS-CRF-FILE-STATUS " - SEASON HISTORY WRITTEN, SEASON"
          " LEFT OPEN"
       MOVE 16 TO RETURN-CODE
       STOP RUN
    END-IF
    PERFORM MOVE-PODIUM-TO-REGISTER
    WRITE CHAMPION-RECORD
    CLOSE CHAMPION-REGISTER-FILE.
MOVE-PODIUM-TO-REGISTER.
    MOVE WP-SEASON-ID TO CR-SEASON-ID
    MOVE WP-END-DATE TO CR-END-DATE
    MOVE WP-CLOSE-DATE TO CR-CLOSE-DATE
    MOVE WP-DECIDED-BY TO CR-DECIDED-BY
    MOVE WP-CHAMPION TO CR-CHAMPION
    MOVE WP-RUNNER-UP TO CR-RUNNER-UP
    MOVE WP-THIRD TO CR-THIRD
    MOVE WP-BEST-PLAYER TO CR-BEST-PLAYER
    MOVE WP-BEST-LENGTH TO CR-BEST-LENGTH
    MOVE WP-BEST-DATE TO CR-BEST-DATE
    MOVE WP-BEST-MATCH TO CR-BEST-MATCH
    MOVE WP-BEST-GAME TO CR-BEST-GAME
    MOVE WP-GAMES TO CR-GAMES
    MOVE WP-PLAYERS TO CR-PLAYERS
    MOVE SPACE TO CR-SEP-1 CR-SEP-2 CR-SEP-3 CR-SEP-4 CR-SEP-5
       CR-SEP-6 CR-SEP-7 CR-SEP-8 CR-SEP-9 CR-SEP-10 CR-SEP-11
       CR-SEP-12 CR-SEP-13.
MOVE-REGISTER-TO-PODIUM.
    MOVE CR-SEASON-ID TO WP-SEASON-ID
    MOVE CR-END-DATE TO WP-END-DATE
    MOVE CR-CLOSE-DATE TO WP-CLOSE-DATE
    MOVE CR-DECIDED-BY TO WP-DECIDED-BY
    MOVE CR-CHAMPION TO WP-CHAMPION
    MOVE CR-RUNNER-UP TO WP-RUNNER-UP
    MOVE CR-THIRD TO WP-THIRD
    MOVE CR-BEST-PLAYER TO WP-BEST-PLAYER
    MOVE CR-BEST-LENGTH TO WP-BEST-LENGTH
    MOVE CR-BEST-DATE TO WP-BEST-DATE
    MOVE CR-BEST-MATCH TO WP-BEST-MATCH
    MOVE CR-BEST-GAME TO WP-BEST-GAME
    MOVE CR-GAMES TO WP-GAMES
    MOVE CR-PLAYERS TO WP-PLAYERS.
OPEN-NEXT-SEASON.
    OPEN OUTPUT SEASON-CONTROL-FILE
    IF WS-SCT-FILE-STATUS NOT = "00"
       DISPLAY "ERROR: CANNOT REWRITE SEASON CONTROL FILE - STATUS "
          WS-SCT-FILE-STATUS " - SEASON " WS-SEASON-ID
          " IS REGISTERED BUT GAMES ARE STILL STAMPED WITH IT"
       MOVE 16 TO RETURN-CODE
       STOP RUN
    END-IF
    MOVE WS-NEXT-SEASON TO SC-SEASON-ID
    MOVE WS-RUN-DATE TO SC-START-DATE
    MOVE WS-SEASON-ID TO SC-LAST-CLOSED
    MOVE WS-END-DATE TO SC-LAST-END-DATE
    MOVE SPACE TO SC-SEP-1 SC-SEP-2 SC-SEP-3
    WRITE SEASON-CONTROL-RECORD
    CLOSE SEASON-CONTROL-FILE.

*> --- frozen table reprint ---------------------------------------------
LOAD-FROZEN-SEASON.
    MOVE WS-ARG-TOKEN-2 TO WS-SEASON-ID
    IF WS-SEASON-ID = SPACES
       DISPLAY "ERROR: TABLE NEEDS A SEASON ID"
       MOVE 16 TO RETURN-CODE
       STOP RUN
    END-IF
    MOVE 'N' TO WS-REGISTERED
    OPEN INPUT CHAMPION-REGISTER-FILE
    IF WS-CRF-FILE-STATUS = "00"
       PERFORM UNTIL WS-CRF-EOF = 'Y'
          READ CHAMPION-REGISTER-FILE
             AT END
                MOVE 'Y' TO WS-CRF-EOF
             NOT AT END
                IF CR-SEASON-ID = WS-SEASON-ID
                   MOVE 'Y' TO WS-REGISTERED
                   PERFORM MOVE-REGISTER-TO-PODIUM
                END-IF
          END-READ
       END-PERFORM
       CLOSE CHAMPION-REGISTER-FILE
    END-IF
    IF WS-REGISTERED = 'N'
       DISPLAY "ERROR: SEASON " WS-SEASON-ID
          " IS NOT ON THE CHAMPIONS REGISTER"
       MOVE 16 TO RETURN-CODE
       STOP RUN
    END-IF
    MOVE WP-END-DATE TO WS-END-DATE
    MOVE WP-GAMES TO WS-SEASON-GAMES
    OPEN INPUT SEASON-HISTORY-FILE
    IF WS-SHF-FILE-STATUS NOT = "00"
       DISPLAY "ERROR: CANNOT OPEN SEASON HISTORY FILE - STATUS "
          WS-SHF-FILE-STATUS
       MOVE 16 TO RETURN-CODE
       STOP RUN
    END-IF
    PERFORM UNTIL WS-SHF-EOF = 'Y'
       READ SEASON-HISTORY-FILE
          AT END
             MOVE 'Y' TO WS-SHF-EOF
          NOT AT END
             IF SHS-SEASON-ID = WS-SEASON-ID
                PERFORM TAKE-FROZEN-RECORD
             END-IF
       END-READ
    END-PERFORM
    CLOSE SEASON-HISTORY-FILE.
TAKE-FROZEN-RECORD.
    IF SHS-TYPE = 'S' AND WS-PLAYER-COUNT < WS-PLAYER-LIMIT
       ADD 1 TO WS-PLAYER-COUNT
       MOVE WS-PLAYER-COUNT TO ST-J
       MOVE SHS-PLAYER-ID TO ST-PLAYER-ID(ST-J)
       MOVE SHS-GAMES TO ST-GAMES(ST-J)
       MOVE SHS-BEST-LENGTH TO ST-BEST-LENGTH(ST-J)
       MOVE SHS-TOTAL-FOOD TO ST-TOTAL-FOOD(ST-J)
       MOVE SHS-TOTAL-ITERATIONS TO ST-TOTAL-ITERATIONS(ST-J)
       MOVE SHS-POINTS TO ST-POINTS(ST-J)
    END-IF
    IF SHH-TYPE = 'H' AND WS-PAIR-COUNT < WS-PAIR-LIMIT
       ADD 1 TO WS-PAIR-COUNT
       MOVE WS-PAIR-COUNT TO PR-J
       MOVE SHH-PLAYER-1 TO PR-PLAYER-1(PR-J)
       MOVE SHH-PLAYER-2 TO PR-PLAYER-2(PR-J)
       MOVE SHH-WINS-1 TO PR-WINS-1(PR-J)
       MOVE SHH-WINS-2 TO PR-WINS-2(PR-J)
       MOVE SHH-DRAWS TO PR-DRAWS(PR-J)
       ADD SHH-WINS-1 TO WS-SEASON-MATCHES
       ADD SHH-WINS-2 TO WS-SEASON-MATCHES
       ADD SHH-DRAWS TO WS-SEASON-MATCHES
    END-IF.

*> --- reports -----------------------------------------------------------
PRINT-SEASON-REPORT.
    OPEN OUTPUT SEASON-REPORT-FILE
    IF WS-RPT-FILE-STATUS NOT = "00"
       DISPLAY "ERROR: CANNOT OPEN SEASON REPORT - STATUS "
          WS-RPT-FILE-STATUS
       MOVE 16 TO RETURN-CODE
       STOP RUN
    END-IF
    PERFORM PRINT-PAGE-HEADING
    MOVE WP-SEASON-ID TO STL-SEASON-ID
    MOVE WP-END-DATE TO STL-END-DATE
    MOVE WP-CLOSE-DATE TO STL-CLOSE-DATE
    IF WP-DECIDED-BY = 'P'
       MOVE "PLAYOFF" TO STL-DECIDED-BY
    ELSE
       MOVE "LEAGUE" TO STL-DECIDED-BY
    END-IF
    MOVE SEASON-TITLE-LINE TO SEASON-REPORT-RECORD
    PERFORM WRITE-REPORT-LINE
    MOVE WP-CHAMPION TO PDL-CHAMPION
    MOVE WP-RUNNER-UP TO PDL-RUNNER-UP
    MOVE WP-THIRD TO PDL-THIRD
    MOVE PODIUM-LINE TO SEASON-REPORT-RECORD
    PERFORM WRITE-REPORT-LINE
    MOVE WP-BEST-PLAYER TO BGL-PLAYER
    MOVE WP-BEST-LENGTH TO BGL-LENGTH
    MOVE WP-BEST-DATE TO BGL-DATE
    MOVE WP-BEST-MATCH TO BGL-MATCH
    MOVE WP-BEST-GAME TO BGL-GAME
    MOVE BEST-GAME-LINE TO SEASON-REPORT-RECORD
    PERFORM WRITE-REPORT-LINE
    MOVE SPACES TO SEASON-REPORT-RECORD
    PERFORM WRITE-REPORT-LINE
    MOVE TABLE-HEADING-1 TO SEASON-REPORT-RECORD
    PERFORM WRITE-REPORT-LINE
    MOVE TABLE-HEADING-2 TO SEASON-REPORT-RECORD
    PERFORM WRITE-REPORT-LINE
    PERFORM VARYING ST-J FROM 1 BY 1 UNTIL ST-J > WS-PLAYER-COUNT
       MOVE ST-J TO TBL-RANK
       MOVE ST-PLAYER-ID(ST-J) TO TBL-PLAYER-ID
       MOVE ST-GAMES(ST-J) TO TBL-GAMES
       MOVE ST-BEST-LENGTH(ST-J) TO TBL-BEST
       MOVE ST-TOTAL-FOOD(ST-J) TO TBL-FOOD
       MOVE ST-TOTAL-ITERATIONS(ST-J) TO TBL-ITERATIONS
       MOVE ST-POINTS(ST-J) TO TBL-POINTS
       MOVE TABLE-LINE TO SEASON-REPORT-RECORD
       PERFORM WRITE-REPORT-LINE
    END-PERFORM
    MOVE SPACES TO SEASON-REPORT-RECORD
    PERFORM WRITE-REPORT-LINE
    MOVE GRID-HEADING-1 TO SEASON-REPORT-RECORD
    PERFORM WRITE-REPORT-LINE
    MOVE GRID-HEADING-2 TO SEASON-REPORT-RECORD
    PERFORM WRITE-REPORT-LINE
    PERFORM VARYING PR-J FROM 1 BY 1 UNTIL PR-J > WS-PAIR-COUNT
       MOVE PR-PLAYER-1(PR-J) TO GRL-PLAYER-1
       MOVE PR-PLAYER-2(PR-J) TO GRL-PLAYER-2
       MOVE PR-WINS-1(PR-J) TO GRL-WINS-1
       MOVE PR-WINS-2(PR-J) TO GRL-WINS-2
       MOVE PR-DRAWS(PR-J) TO GRL-DRAWS
       MOVE GRID-LINE TO SEASON-REPORT-RECORD
       PERFORM WRITE-REPORT-LINE
    END-PERFORM
    MOVE SPACES TO SEASON-REPORT-RECORD
    PERFORM WRITE-REPORT-LINE
    MOVE WS-PLAYER-COUNT TO TOT-PLAYERS
    MOVE WS-SEASON-GAMES TO TOT-GAMES
    MOVE WS-SEASON-MATCHES TO TOT-MATCHES
    MOVE WS-PAIR-COUNT TO TOT-PAIRS
    MOVE TOTAL-LINE TO SEASON-REPORT-RECORD
    PERFORM WRITE-REPORT-LINE
    IF WS-LATE-ROWS > 0 OR WS-LATE-MATCHES > 0
       MOVE WS-LATE-ROWS TO LTL-ROWS
       MOVE WS-LATE-MATCHES TO LTL-MATCHES
       MOVE LATE-LINE TO SEASON-REPORT-RECORD
       PERFORM WRITE-REPORT-LINE
    END-IF
    CLOSE SEASON-REPORT-FILE
    DISPLAY "SEASON " WP-SEASON-ID " FINAL TABLE WRITTEN TO SEASON.RPT".
PRINT-HONOURS-REPORT.
    OPEN OUTPUT HONOURS-REPORT-FILE
    IF WS-HON-FILE-STATUS NOT = "00"
       DISPLAY "ERROR: CANNOT OPEN HONOURS REPORT - STATUS "
          WS-HON-FILE-STATUS
       MOVE 16 TO RETURN-CODE
       STOP RUN
    END-IF
    PERFORM PRINT-HONOURS-HEADING
    MOVE 0 TO WS-REGISTER-COUNT
    MOVE 'N' TO WS-CRF-EOF
    OPEN INPUT CHAMPION-REGISTER-FILE
    IF WS-CRF-FILE-STATUS = "00"
       PERFORM UNTIL WS-CRF-EOF = 'Y'
          READ CHAMPION-REGISTER-FILE
             AT END
                MOVE 'Y' TO WS-CRF-EOF
             NOT AT END
                ADD 1 TO WS-REGISTER-COUNT
                PERFORM PRINT-HONOURS-LINE
          END-READ
       END-PERFORM
       CLOSE CHAMPION-REGISTER-FILE
    END-IF
    MOVE SPACES TO HONOURS-REPORT-RECORD
    PERFORM WRITE-HONOURS-LINE
    IF WS-REGISTER-COUNT = 0
       MOVE "NO SEASONS HAVE BEEN CLOSED" TO HONOURS-REPORT-RECORD
    ELSE
       MOVE HONOURS-KEY-LINE TO HONOURS-REPORT-RECORD
    END-IF
    PERFORM WRITE-HONOURS-LINE
    CLOSE HONOURS-REPORT-FILE
    DISPLAY "HONOURS BOARD WRITTEN TO HONOURS.RPT - "
       WS-REGISTER-COUNT " SEASONS".
PRINT-HONOURS-LINE.
    MOVE CR-SEASON-ID TO HNL-SEASON-ID
    MOVE CR-END-DATE TO HNL-END-DATE
    MOVE CR-CHAMPION TO HNL-CHAMPION
    MOVE CR-RUNNER-UP TO HNL-RUNNER-UP
    MOVE CR-THIRD TO HNL-THIRD
    MOVE CR-DECIDED-BY TO HNL-DECIDED-BY
    MOVE CR-BEST-PLAYER TO HNL-BEST-PLAYER
    MOVE CR-BEST-LENGTH TO HNL-BEST-LENGTH
    MOVE HONOURS-LINE TO HONOURS-REPORT-RECORD
    PERFORM WRITE-HONOURS-LINE.
WRITE-REPORT-LINE.
    IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
       MOVE SEASON-REPORT-RECORD TO WS-HELD-LINE
       PERFORM PRINT-PAGE-HEADING
       MOVE WS-HELD-LINE TO SEASON-REPORT-RECORD
    END-IF
    WRITE SEASON-REPORT-RECORD
    ADD 1 TO WS-LINE-COUNT.
PRINT-PAGE-HEADING.
    ADD 1 TO WS-PAGE-NUMBER
    MOVE WS-RUN-DATE TO HDG-DATE
    MOVE WS-PAGE-NUMBER TO HDG-PAGE
    MOVE HEADING-LINE-1 TO SEASON-REPORT-RECORD
    WRITE SEASON-REPORT-RECORD
    MOVE SPACES TO SEASON-REPORT-RECORD
    WRITE SEASON-REPORT-RECORD
    MOVE 2 TO WS-LINE-COUNT.
WRITE-HONOURS-LINE.
    IF WS-HON-LINE-COUNT >= WS-LINES-PER-PAGE
       MOVE HONOURS-REPORT-RECORD TO WS-HELD-LINE
       PERFORM PRINT-HONOURS-HEADING
       MOVE WS-HELD-LINE TO HONOURS-REPORT-RECORD
    END-IF
    WRITE HONOURS-REPORT-RECORD
    ADD 1 TO WS-HON-LINE-COUNT.
PRINT-HONOURS-HEADING.
    ADD 1 TO WS-HON-PAGE-NUMBER
    MOVE WS-RUN-DATE TO HHD-DATE
    MOVE WS-HON-PAGE-NUMBER TO HHD-PAGE
    MOVE HONOURS-HEADING-1 TO HONOURS-REPORT-RECORD
    WRITE HONOURS-REPORT-RECORD
    MOVE HONOURS-HEADING-2 TO HONOURS-REPORT-RECORD
    WRITE HONOURS-REPORT-RECORD
    MOVE HONOURS-HEADING-3 TO HONOURS-REPORT-RECORD
    WRITE HONOURS-REPORT-RECORD
    MOVE 3 TO WS-HON-LINE-COUNT.
