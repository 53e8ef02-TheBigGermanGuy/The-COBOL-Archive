      *>*****************************************************************
      *> SNAKE-LADDER
      *> Rating ladder driven by the head-to-head results on the match
      *> ledger MATCHLOG.DAT.  Standings reward volume; the ladder
      *> rewards beating strong opponents.  Every player carries an
      *> Elo-style rating on the keyed ratings file RATINGS.DAT (current
      *> rating, peak rating, games rated, date and match number of the
      *> last result rated, the rating before the last ladder run that
      *> moved it, and the last five results).  New players start at
      *> 1500.  Each result moves both players by
      *>       K * (score - expected),  K = 32,
      *>       expected = 1 / (1 + 10 ** ((opponent - own) / 400))
      *> with a win scoring 1, a draw 1/2 and a loss 0, rounded to whole
      *> points, and no rating falls below 100.  Every change is
      *> appended to the rating history file RATEHIST.DAT.
      *>
      *> The ledger is only ever appended to, so the control file
      *> RATECTL.DAT remembers how many ledger records have been
      *> applied.  Each run takes only the records after that point,
      *> applies them in date, match number and game order, and moves
      *> the mark on - a rerun on the same night changes nothing, so
      *> the job is safe in the nightly chain.  A ledger shorter than
      *> the mark means the ledger was replaced and the run is refused.
      *> Walkover records for forfeited cards (forfeit flag set) carry
      *> no game and are passed over without moving any rating.
      *>
      *> The ladder report LADDER.RPT ranks every rated player on
      *> rating and shows the movement since the last run that applied
      *> results and each player's form over their last five results
      *> (oldest first, W win, L loss, D draw), for posting alongside
      *> STANDING.RPT.
      *> Return code 0 clean, 4 when results were left for the next run
      *> or a table limit was reached, 16 when a file cannot be used.
      *>*****************************************************************
      >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. SNAKE-LADDER.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT MATCH-LOG-FILE ASSIGN TO "MATCHLOG.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-ML-FILE-STATUS.
    SELECT RATINGS-FILE ASSIGN TO "RATINGS.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS RT-PLAYER-ID
        FILE STATUS IS WS-RT-FILE-STATUS.
    SELECT RATING-HISTORY-FILE ASSIGN TO "RATEHIST.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RH-FILE-STATUS.
    SELECT RATING-CONTROL-FILE ASSIGN TO "RATECTL.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RCT-FILE-STATUS.
    SELECT LADDER-REPORT-FILE ASSIGN TO "LADDER.RPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RPT-FILE-STATUS.
DATA DIVISION.
FILE SECTION.
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
FD  RATINGS-FILE.
01  RATINGS-RECORD.
    05 RT-PLAYER-ID          PIC X(8).
    05 RT-RATING             PIC 9(4).
    05 RT-PEAK-RATING        PIC 9(4).
    05 RT-GAMES-RATED        PIC 9(6).
    05 RT-LAST-DATE          PIC 9(8).
    05 RT-LAST-MATCH         PIC 9(4).
    05 RT-PRIOR-RATING       PIC 9(4).
    05 RT-FORM               PIC X(5).
FD  RATING-HISTORY-FILE.
01  RATING-HISTORY-RECORD.
    05 RH-RUN-DATE           PIC 9(8).
    05 RH-SEP-1              PIC X.
    05 RH-LEDGER-SEQ         PIC 9(8).
    05 RH-SEP-2              PIC X.
    05 RH-MATCH-DATE         PIC 9(8).
    05 RH-SEP-3              PIC X.
    05 RH-MATCH-NUMBER       PIC 9(4).
    05 RH-SEP-4              PIC X.
    05 RH-GAME-NUMBER        PIC 9(2).
    05 RH-SEP-5              PIC X.
    05 RH-PLAYER-ID          PIC X(8).
    05 RH-SEP-6              PIC X.
    05 RH-OPPONENT-ID        PIC X(8).
    05 RH-SEP-7              PIC X.
    05 RH-OUTCOME            PIC X.
    05 RH-SEP-8              PIC X.
    05 RH-OLD-RATING         PIC 9(4).
    05 RH-SEP-9              PIC X.
    05 RH-NEW-RATING         PIC 9(4).
    05 RH-SEP-10             PIC X.
    05 RH-CHANGE             PIC S9(3) SIGN LEADING SEPARATE.
FD  RATING-CONTROL-FILE.
01  RATING-CONTROL-RECORD.
    05 RCT-APPLIED-COUNT     PIC 9(8).
    05 RCT-SEP-1             PIC X.
    05 RCT-RUN-DATE          PIC 9(8).
FD  LADDER-REPORT-FILE.
01  LADDER-REPORT-RECORD     PIC X(80).
WORKING-STORAGE SECTION.
01 WS-ML-FILE-STATUS PIC XX VALUE SPACES.
01 WS-RT-FILE-STATUS PIC XX VALUE SPACES.
01 WS-RH-FILE-STATUS PIC XX VALUE SPACES.
01 WS-RCT-FILE-STATUS PIC XX VALUE SPACES.
01 WS-RPT-FILE-STATUS PIC XX VALUE SPACES.
01 WS-ML-EOF PIC X VALUE 'N'.
01 WS-RT-EOF PIC X VALUE 'N'.
01 WS-RUN-DATE PIC 9(8).
01 WS-MAX-RC PIC 9(2) VALUE 0.

01 WS-START-RATING PIC 9(4) VALUE 1500.
01 WS-FLOOR-RATING PIC 9(4) VALUE 100.
01 WS-K-FACTOR PIC 9(2) VALUE 32.

01 WS-APPLIED-COUNT PIC 9(8) VALUE 0.
01 WS-LEDGER-SEQ PIC 9(8) VALUE 0.
01 WS-NEW-APPLIED PIC 9(8) VALUE 0.
01 WS-SKIPPED-RESULTS PIC 9(6) VALUE 0.
01 WS-WALKOVERS-PASSED PIC 9(6) VALUE 0.

*> Results taken from the ledger this run, in ledger order on load
*> and then sorted into date, match, game order.  The sort key is
*> the leading group, all display digits, so one comparison orders
*> the whole key; the ledger sequence keeps same-key records in the
*> order they were written.
01 WS-BATCH-COUNT PIC 9(4) VALUE 0.
01 WS-BATCH-LIMIT PIC 9(4) VALUE 5000.
01 BATCH-TABLE.
   05 BATCH-ENTRY OCCURS 5000 TIMES INDEXED BY BT-IDX.
      10 BT-SORT-KEY.
         15 BT-DATE PIC 9(8).
         15 BT-MATCH PIC 9(4).
         15 BT-GAME PIC 9(2).
         15 BT-SEQ PIC 9(8).
      10 BT-PLAYER-1 PIC X(8).
      10 BT-PLAYER-2 PIC X(8).
      10 BT-RESULT PIC X.
01 BT-SWAP-ENTRY PIC X(39).
01 BT-J PIC 9(4).
01 BT-K PIC 9(4).

01 WS-PLAYER-COUNT PIC 9(3) VALUE 0.
01 WS-PLAYER-LIMIT PIC 9(3) VALUE 500.
01 LADDER-TABLE.
   05 LADDER-ENTRY OCCURS 500 TIMES INDEXED BY LD-IDX.
      10 LD-PLAYER-ID PIC X(8).
      10 LD-RATING PIC 9(4).
      10 LD-PEAK-RATING PIC 9(4).
      10 LD-GAMES-RATED PIC 9(6).
      10 LD-LAST-DATE PIC 9(8).
      10 LD-LAST-MATCH PIC 9(4).
      10 LD-PRIOR-RATING PIC 9(4).
      10 LD-FORM PIC X(5).
      10 LD-ON-FILE PIC X.
01 LD-SWAP-ENTRY PIC X(44).
01 LD-J PIC 9(3).
01 LD-K PIC 9(3).
01 WS-SEEK-ID PIC X(8) VALUE SPACES.
01 WS-SEEK-AT PIC 9(3) VALUE 0.
01 WS-P1-AT PIC 9(3) VALUE 0.
01 WS-P2-AT PIC 9(3) VALUE 0.

01 WS-RATING-1 PIC 9(4) VALUE 0.
01 WS-RATING-2 PIC 9(4) VALUE 0.
01 WS-SCORE-1 PIC 9V9 VALUE 0.
01 WS-SCORE-2 PIC 9V9 VALUE 0.
01 WS-SCORE PIC 9V9 VALUE 0.
01 WS-EXPECTED-1 PIC 9V9(6) VALUE 0.
01 WS-EXPECTED-2 PIC 9V9(6) VALUE 0.
01 WS-CHANGE-1 PIC S9(3) VALUE 0.
01 WS-CHANGE-2 PIC S9(3) VALUE 0.
01 WS-NEW-RATING PIC S9(5) VALUE 0.
01 WS-OUTCOME PIC X VALUE SPACE.
01 WS-CHANGE PIC S9(3) VALUE 0.
01 WS-OPPONENT-ID PIC X(8) VALUE SPACES.
01 WS-RESULTS-RATED PIC 9(6) VALUE 0.
01 WS-MOVEMENT PIC S9(4) VALUE 0.

01 WS-PAGE-NUMBER PIC 9(3) VALUE 0.
01 WS-LINE-COUNT PIC 9(2) VALUE 0.
01 WS-LINES-PER-PAGE PIC 9(2) VALUE 55.
01 WS-RANK PIC 9(3).

01 HEADING-LINE-1.
   05 FILLER PIC X(31) VALUE "SNAKE RATING LADDER       RUN ".
   05 HDG-DATE PIC 9(8).
   05 FILLER PIC X(31) VALUE SPACES.
   05 FILLER PIC X(5) VALUE "PAGE ".
   05 HDG-PAGE PIC ZZ9.
01 HEADING-LINE-2 PIC X(80) VALUE
   "RANK PLAYER    RATING  MOVE   PEAK   GAMES  FORM   LAST MATCH".
01 HEADING-LINE-3 PIC X(80) VALUE
   "---- --------  ------  ----   ----   -----  -----  -------------".
01 DETAIL-LINE.
   05 DTL-RANK PIC ZZZ9.
   05 FILLER PIC X VALUE SPACE.
   05 DTL-PLAYER-ID PIC X(8).
   05 FILLER PIC X(4) VALUE SPACES.
   05 DTL-RATING PIC ZZZ9.
   05 FILLER PIC X(2) VALUE SPACES.
   05 DTL-MOVEMENT PIC +ZZ9.
   05 FILLER PIC X(3) VALUE SPACES.
   05 DTL-PEAK PIC ZZZ9.
   05 FILLER PIC X(2) VALUE SPACES.
   05 DTL-GAMES PIC ZZZZZ9.
   05 FILLER PIC X(2) VALUE SPACES.
   05 DTL-FORM PIC X(5).
   05 FILLER PIC X(2) VALUE SPACES.
   05 DTL-LAST-DATE PIC 9(8).
   05 FILLER PIC X VALUE SPACE.
   05 DTL-LAST-MATCH PIC 9(4).
01 TOTAL-LINE.
   05 FILLER PIC X(23) VALUE "LEDGER RESULTS RATED: ".
   05 TOT-RATED PIC ZZZZZ9.
   05 FILLER PIC X(12) VALUE "   PLAYERS: ".
   05 TOT-PLAYERS PIC ZZ9.
   05 FILLER PIC X(18) VALUE "   LEDGER MARK AT ".
   05 TOT-MARK PIC Z(7)9.

PROCEDURE DIVISION.
MAIN-LOGIC.
    ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
    PERFORM READ-RATING-CONTROL.
    PERFORM LOAD-RATINGS-FILE.
    PERFORM LOAD-NEW-RESULTS.
    IF WS-BATCH-COUNT > 0
       PERFORM SORT-NEW-RESULTS
       PERFORM MARK-PRIOR-RATINGS
       PERFORM OPEN-RATING-HISTORY
       PERFORM VARYING BT-J FROM 1 BY 1 UNTIL BT-J > WS-BATCH-COUNT
          PERFORM RATE-ONE-RESULT
       END-PERFORM
       CLOSE RATING-HISTORY-FILE
       PERFORM SAVE-RATINGS-FILE
       PERFORM WRITE-RATING-CONTROL
    ELSE
       IF WS-WALKOVERS-PASSED > 0
          PERFORM WRITE-RATING-CONTROL
       END-IF
    END-IF.
    CLOSE RATINGS-FILE.
    IF WS-PLAYER-COUNT = 0
       DISPLAY "NO RATED PLAYERS - NO LADDER TO REPORT"
    ELSE
       PERFORM SORT-LADDER
       PERFORM PRINT-LADDER-REPORT
       DISPLAY "LADDER REPORT WRITTEN TO LADDER.RPT - "
          WS-RESULTS-RATED " RESULTS RATED, " WS-PLAYER-COUNT
          " PLAYERS"
    END-IF.
    MOVE WS-MAX-RC TO RETURN-CODE.
    STOP RUN.
READ-RATING-CONTROL.
    MOVE 0 TO WS-APPLIED-COUNT
    OPEN INPUT RATING-CONTROL-FILE
    IF WS-RCT-FILE-STATUS = "00"
       READ RATING-CONTROL-FILE
          AT END
             CONTINUE
          NOT AT END
             IF RCT-APPLIED-COUNT IS NUMERIC
                MOVE RCT-APPLIED-COUNT TO WS-APPLIED-COUNT
             END-IF
       END-READ
       CLOSE RATING-CONTROL-FILE
    END-IF.
LOAD-RATINGS-FILE.
    OPEN I-O RATINGS-FILE
    IF WS-RT-FILE-STATUS = "35"
       OPEN OUTPUT RATINGS-FILE
       CLOSE RATINGS-FILE
       OPEN I-O RATINGS-FILE
    END-IF
    IF WS-RT-FILE-STATUS NOT = "00"
       DISPLAY "ERROR: CANNOT OPEN RATINGS FILE - STATUS "
          WS-RT-FILE-STATUS
       MOVE 16 TO RETURN-CODE
       STOP RUN
    END-IF
    MOVE LOW-VALUES TO RT-PLAYER-ID
    START RATINGS-FILE KEY >= RT-PLAYER-ID
       INVALID KEY
          MOVE 'Y' TO WS-RT-EOF
    END-START
    PERFORM UNTIL WS-RT-EOF = 'Y'
       READ RATINGS-FILE NEXT RECORD
          AT END
             MOVE 'Y' TO WS-RT-EOF
          NOT AT END
             IF WS-PLAYER-COUNT >= WS-PLAYER-LIMIT
                DISPLAY "ERROR: MORE THAN " WS-PLAYER-LIMIT
                   " RATED PLAYERS - RUN REFUSED"
                CLOSE RATINGS-FILE
                MOVE 16 TO RETURN-CODE
                STOP RUN
             END-IF
             ADD 1 TO WS-PLAYER-COUNT
             MOVE RT-PLAYER-ID TO LD-PLAYER-ID(WS-PLAYER-COUNT)
             MOVE RT-RATING TO LD-RATING(WS-PLAYER-COUNT)
             MOVE RT-PEAK-RATING TO LD-PEAK-RATING(WS-PLAYER-COUNT)
             MOVE RT-GAMES-RATED TO LD-GAMES-RATED(WS-PLAYER-COUNT)
             MOVE RT-LAST-DATE TO LD-LAST-DATE(WS-PLAYER-COUNT)
             MOVE RT-LAST-MATCH TO LD-LAST-MATCH(WS-PLAYER-COUNT)
             MOVE RT-PRIOR-RATING TO LD-PRIOR-RATING(WS-PLAYER-COUNT)
             MOVE RT-FORM TO LD-FORM(WS-PLAYER-COUNT)
             MOVE 'Y' TO LD-ON-FILE(WS-PLAYER-COUNT)
       END-READ
    END-PERFORM.

*> Only ledger records past the applied mark are taken.  If more
*> arrive than the batch table holds, the rest wait for the next run
*> - the mark only moves past what was actually loaded.
LOAD-NEW-RESULTS.
    MOVE 0 TO WS-LEDGER-SEQ
    MOVE WS-APPLIED-COUNT TO WS-NEW-APPLIED
    OPEN INPUT MATCH-LOG-FILE
    IF WS-ML-FILE-STATUS = "35"
       DISPLAY "NO MATCH LEDGER ON FILE - NO RESULTS TO RATE"
    ELSE
       IF WS-ML-FILE-STATUS NOT = "00"
          DISPLAY "ERROR: CANNOT OPEN MATCH LEDGER - STATUS "
             WS-ML-FILE-STATUS
          CLOSE RATINGS-FILE
          MOVE 16 TO RETURN-CODE
          STOP RUN
       END-IF
       PERFORM UNTIL WS-ML-EOF = 'Y'
          READ MATCH-LOG-FILE
             AT END
                MOVE 'Y' TO WS-ML-EOF
             NOT AT END
                ADD 1 TO WS-LEDGER-SEQ
                IF WS-LEDGER-SEQ > WS-APPLIED-COUNT
                   IF ML-FORFEIT NOT = SPACE
                      PERFORM PASS-OVER-WALKOVER
                   ELSE
                      PERFORM TAKE-LEDGER-RESULT
                   END-IF
                END-IF
          END-READ
       END-PERFORM
       CLOSE MATCH-LOG-FILE
    END-IF
    IF WS-LEDGER-SEQ < WS-APPLIED-COUNT
       DISPLAY "ERROR: MATCH LEDGER HAS " WS-LEDGER-SEQ
          " RECORDS BUT " WS-APPLIED-COUNT " ARE ALREADY RATED"
       DISPLAY "ERROR: LEDGER HAS BEEN REPLACED - RATINGS NOT UPDATED"
       CLOSE RATINGS-FILE
       MOVE 16 TO RETURN-CODE
       STOP RUN
    END-IF
    IF WS-WALKOVERS-PASSED > 0
       DISPLAY WS-WALKOVERS-PASSED " WALKOVERS PASSED OVER - NOT RATED"
    END-IF
    IF WS-SKIPPED-RESULTS > 0
       DISPLAY "WARNING: " WS-SKIPPED-RESULTS
          " LEDGER RESULTS LEFT FOR THE NEXT RUN - BATCH TABLE FULL"
       MOVE 4 TO WS-MAX-RC
    END-IF.
*> A walkover moves the mark on like a rated result, unless earlier
*> results are already waiting for the next run.
PASS-OVER-WALKOVER.
    IF WS-SKIPPED-RESULTS = 0
       MOVE WS-LEDGER-SEQ TO WS-NEW-APPLIED
       ADD 1 TO WS-WALKOVERS-PASSED
    END-IF.
TAKE-LEDGER-RESULT.
    IF WS-BATCH-COUNT >= WS-BATCH-LIMIT
       ADD 1 TO WS-SKIPPED-RESULTS
    ELSE
       ADD 1 TO WS-BATCH-COUNT
       MOVE WS-LEDGER-SEQ TO WS-NEW-APPLIED
       IF ML-DATE IS NUMERIC
          MOVE ML-DATE TO BT-DATE(WS-BATCH-COUNT)
       ELSE
          MOVE 0 TO BT-DATE(WS-BATCH-COUNT)
       END-IF
       IF ML-MATCH-NUMBER IS NUMERIC
          MOVE ML-MATCH-NUMBER TO BT-MATCH(WS-BATCH-COUNT)
       ELSE
          MOVE 0 TO BT-MATCH(WS-BATCH-COUNT)
       END-IF
       IF ML-GAME-NUMBER IS NUMERIC
          MOVE ML-GAME-NUMBER TO BT-GAME(WS-BATCH-COUNT)
       ELSE
          MOVE 1 TO BT-GAME(WS-BATCH-COUNT)
       END-IF
       MOVE WS-LEDGER-SEQ TO BT-SEQ(WS-BATCH-COUNT)
       MOVE ML-PLAYER-1 TO BT-PLAYER-1(WS-BATCH-COUNT)
       MOVE ML-PLAYER-2 TO BT-PLAYER-2(WS-BATCH-COUNT)
       MOVE ML-RESULT TO BT-RESULT(WS-BATCH-COUNT)
    END-IF.
SORT-NEW-RESULTS.
    PERFORM VARYING BT-J FROM 1 BY 1 UNTIL BT-J > WS-BATCH-COUNT
       PERFORM VARYING BT-K FROM 1 BY 1
          UNTIL BT-K > WS-BATCH-COUNT - BT-J
          IF BT-SORT-KEY(BT-K) > BT-SORT-KEY(BT-K + 1)
             MOVE BATCH-ENTRY(BT-K) TO BT-SWAP-ENTRY
             MOVE BATCH-ENTRY(BT-K + 1) TO BATCH-ENTRY(BT-K)
             MOVE BT-SWAP-ENTRY TO BATCH-ENTRY(BT-K + 1)
          END-IF
       END-PERFORM
    END-PERFORM.

*> Movement on the ladder is measured from the ratings as they stood
*> before this run, so the prior rating is only re-marked on a run
*> that has results to apply; a rerun with nothing new leaves the
*> posted movement as it was.
MARK-PRIOR-RATINGS.
    PERFORM VARYING LD-J FROM 1 BY 1 UNTIL LD-J > WS-PLAYER-COUNT
       MOVE LD-RATING(LD-J) TO LD-PRIOR-RATING(LD-J)
    END-PERFORM.
OPEN-RATING-HISTORY.
    OPEN EXTEND RATING-HISTORY-FILE
    IF WS-RH-FILE-STATUS = "35"
       OPEN OUTPUT RATING-HISTORY-FILE
       CLOSE RATING-HISTORY-FILE
       OPEN EXTEND RATING-HISTORY-FILE
    END-IF
    IF WS-RH-FILE-STATUS NOT = "00"
       DISPLAY "ERROR: CANNOT OPEN RATING HISTORY - STATUS "
          WS-RH-FILE-STATUS " - RATINGS NOT UPDATED"
       CLOSE RATINGS-FILE
       MOVE 16 TO RETURN-CODE
       STOP RUN
    END-IF.

*> A record with an unreadable result or the same id on both sides
*> cannot be rated; it is passed over (and counted as applied) with
*> a warning rather than holding up every result behind it.
RATE-ONE-RESULT.
    IF BT-PLAYER-1(BT-J) = BT-PLAYER-2(BT-J)
       OR (BT-RESULT(BT-J) NOT = '1' AND BT-RESULT(BT-J) NOT = '2'
           AND BT-RESULT(BT-J) NOT = 'D')
       DISPLAY "WARNING: LEDGER RECORD " BT-SEQ(BT-J)
          " CANNOT BE RATED - PASSED OVER"
       MOVE 4 TO WS-MAX-RC
    ELSE
       MOVE BT-PLAYER-1(BT-J) TO WS-SEEK-ID
       PERFORM FIND-OR-ADD-PLAYER
       MOVE WS-SEEK-AT TO WS-P1-AT
       MOVE BT-PLAYER-2(BT-J) TO WS-SEEK-ID
       PERFORM FIND-OR-ADD-PLAYER
       MOVE WS-SEEK-AT TO WS-P2-AT
       IF WS-P1-AT > 0 AND WS-P2-AT > 0
          PERFORM APPLY-RATING-CHANGE
       END-IF
    END-IF.
APPLY-RATING-CHANGE.
    MOVE LD-RATING(WS-P1-AT) TO WS-RATING-1
    MOVE LD-RATING(WS-P2-AT) TO WS-RATING-2
    IF BT-RESULT(BT-J) = '1'
       MOVE 1 TO WS-SCORE-1
       MOVE 0 TO WS-SCORE-2
    ELSE
       IF BT-RESULT(BT-J) = '2'
          MOVE 0 TO WS-SCORE-1
          MOVE 1 TO WS-SCORE-2
       ELSE
          MOVE 0.5 TO WS-SCORE-1
          MOVE 0.5 TO WS-SCORE-2
       END-IF
    END-IF
    COMPUTE WS-EXPECTED-1 =
       1 / (1 + 10 ** ((WS-RATING-2 - WS-RATING-1) / 400))
    COMPUTE WS-EXPECTED-2 =
       1 / (1 + 10 ** ((WS-RATING-1 - WS-RATING-2) / 400))
    COMPUTE WS-CHANGE-1 ROUNDED =
       WS-K-FACTOR * (WS-SCORE-1 - WS-EXPECTED-1)
    COMPUTE WS-CHANGE-2 ROUNDED =
       WS-K-FACTOR * (WS-SCORE-2 - WS-EXPECTED-2)
    ADD 1 TO WS-RESULTS-RATED
    MOVE WS-P1-AT TO LD-K
    MOVE WS-CHANGE-1 TO WS-CHANGE
    MOVE BT-PLAYER-2(BT-J) TO WS-OPPONENT-ID
    MOVE WS-SCORE-1 TO WS-SCORE
    PERFORM SET-OUTCOME
    PERFORM UPDATE-PLAYER-RATING
    MOVE WS-P2-AT TO LD-K
    MOVE WS-CHANGE-2 TO WS-CHANGE
    MOVE BT-PLAYER-1(BT-J) TO WS-OPPONENT-ID
    MOVE WS-SCORE-2 TO WS-SCORE
    PERFORM SET-OUTCOME
    PERFORM UPDATE-PLAYER-RATING.
SET-OUTCOME.
    IF WS-SCORE = 1
       MOVE 'W' TO WS-OUTCOME
    ELSE
       IF WS-SCORE = 0
          MOVE 'L' TO WS-OUTCOME
       ELSE
          MOVE 'D' TO WS-OUTCOME
       END-IF
    END-IF.

*> LD-K is the ladder entry to update; WS-CHANGE, WS-OUTCOME and
*> WS-OPPONENT-ID describe the result from that player's side.
UPDATE-PLAYER-RATING.
    MOVE LD-RATING(LD-K) TO RH-OLD-RATING
    COMPUTE WS-NEW-RATING = LD-RATING(LD-K) + WS-CHANGE
    IF WS-NEW-RATING < WS-FLOOR-RATING
       MOVE WS-FLOOR-RATING TO WS-NEW-RATING
    END-IF
    MOVE WS-NEW-RATING TO LD-RATING(LD-K)
    IF LD-RATING(LD-K) > LD-PEAK-RATING(LD-K)
       MOVE LD-RATING(LD-K) TO LD-PEAK-RATING(LD-K)
    END-IF
    ADD 1 TO LD-GAMES-RATED(LD-K)
    MOVE BT-DATE(BT-J) TO LD-LAST-DATE(LD-K)
    MOVE BT-MATCH(BT-J) TO LD-LAST-MATCH(LD-K)
    MOVE LD-FORM(LD-K)(2:4) TO LD-FORM(LD-K)(1:4)
    MOVE WS-OUTCOME TO LD-FORM(LD-K)(5:1)
    MOVE WS-RUN-DATE TO RH-RUN-DATE
    MOVE BT-SEQ(BT-J) TO RH-LEDGER-SEQ
    MOVE BT-DATE(BT-J) TO RH-MATCH-DATE
    MOVE BT-MATCH(BT-J) TO RH-MATCH-NUMBER
    MOVE BT-GAME(BT-J) TO RH-GAME-NUMBER
    MOVE LD-PLAYER-ID(LD-K) TO RH-PLAYER-ID
    MOVE WS-OPPONENT-ID TO RH-OPPONENT-ID
    MOVE WS-OUTCOME TO RH-OUTCOME
    MOVE LD-RATING(LD-K) TO RH-NEW-RATING
    COMPUTE RH-CHANGE = RH-NEW-RATING - RH-OLD-RATING
    MOVE SPACE TO RH-SEP-1 RH-SEP-2 RH-SEP-3 RH-SEP-4 RH-SEP-5
       RH-SEP-6 RH-SEP-7 RH-SEP-8 RH-SEP-9 RH-SEP-10
    WRITE RATING-HISTORY-RECORD
    IF WS-RH-FILE-STATUS NOT = "00"
       DISPLAY "WARNING: RATING HISTORY NOT WRITTEN FOR "
          LD-PLAYER-ID(LD-K) " - STATUS " WS-RH-FILE-STATUS
       MOVE 4 TO WS-MAX-RC
    END-IF.
FIND-OR-ADD-PLAYER.
    MOVE 0 TO WS-SEEK-AT
    PERFORM VARYING LD-J FROM 1 BY 1
       UNTIL LD-J > WS-PLAYER-COUNT OR WS-SEEK-AT > 0
       IF LD-PLAYER-ID(LD-J) = WS-SEEK-ID
          MOVE LD-J TO WS-SEEK-AT
       END-IF
    END-PERFORM
    IF WS-SEEK-AT = 0
       IF WS-PLAYER-COUNT >= WS-PLAYER-LIMIT
          DISPLAY "WARNING: MORE THAN " WS-PLAYER-LIMIT " PLAYERS"
             " ON LADDER - PLAYER " WS-SEEK-ID " NOT RATED"
          MOVE 4 TO WS-MAX-RC
       ELSE
          ADD 1 TO WS-PLAYER-COUNT
          MOVE WS-SEEK-ID TO LD-PLAYER-ID(WS-PLAYER-COUNT)
          MOVE WS-START-RATING TO LD-RATING(WS-PLAYER-COUNT)
          MOVE WS-START-RATING TO LD-PEAK-RATING(WS-PLAYER-COUNT)
          MOVE 0 TO LD-GAMES-RATED(WS-PLAYER-COUNT)
          MOVE 0 TO LD-LAST-DATE(WS-PLAYER-COUNT)
          MOVE 0 TO LD-LAST-MATCH(WS-PLAYER-COUNT)
          MOVE WS-START-RATING TO LD-PRIOR-RATING(WS-PLAYER-COUNT)
          MOVE SPACES TO LD-FORM(WS-PLAYER-COUNT)
          MOVE 'N' TO LD-ON-FILE(WS-PLAYER-COUNT)
          MOVE WS-PLAYER-COUNT TO WS-SEEK-AT
       END-IF
    END-IF.
SAVE-RATINGS-FILE.
    PERFORM VARYING LD-J FROM 1 BY 1 UNTIL LD-J > WS-PLAYER-COUNT
       MOVE LD-PLAYER-ID(LD-J) TO RT-PLAYER-ID
       MOVE LD-RATING(LD-J) TO RT-RATING
       MOVE LD-PEAK-RATING(LD-J) TO RT-PEAK-RATING
       MOVE LD-GAMES-RATED(LD-J) TO RT-GAMES-RATED
       MOVE LD-LAST-DATE(LD-J) TO RT-LAST-DATE
       MOVE LD-LAST-MATCH(LD-J) TO RT-LAST-MATCH
       MOVE LD-PRIOR-RATING(LD-J) TO RT-PRIOR-RATING
       MOVE LD-FORM(LD-J) TO RT-FORM
       IF LD-ON-FILE(LD-J) = 'Y'
          REWRITE RATINGS-RECORD
       ELSE
          WRITE RATINGS-RECORD
       END-IF
       IF WS-RT-FILE-STATUS NOT = "00"
          DISPLAY "ERROR: RATING NOT SAVED FOR " RT-PLAYER-ID
             " - STATUS " WS-RT-FILE-STATUS
          DISPLAY "ERROR: LEDGER MARK NOT MOVED - RESTORE RATINGS.DAT"
             " AND RATEHIST.DAT BEFORE RERUNNING"
          CLOSE RATINGS-FILE
          MOVE 16 TO RETURN-CODE
          STOP RUN
       END-IF
    END-PERFORM.
WRITE-RATING-CONTROL.
    OPEN OUTPUT RATING-CONTROL-FILE
    IF WS-RCT-FILE-STATUS NOT = "00"
       DISPLAY "ERROR: CANNOT WRITE RATING CONTROL - STATUS "
          WS-RCT-FILE-STATUS
       DISPLAY "ERROR: SET RATECTL.DAT TO " WS-NEW-APPLIED
          " BEFORE THE NEXT RUN OR RESULTS WILL BE RATED TWICE"
       CLOSE RATINGS-FILE
       MOVE 16 TO RETURN-CODE
       STOP RUN
    END-IF
    MOVE WS-NEW-APPLIED TO RCT-APPLIED-COUNT
    MOVE SPACE TO RCT-SEP-1
    MOVE WS-RUN-DATE TO RCT-RUN-DATE
    WRITE RATING-CONTROL-RECORD
    CLOSE RATING-CONTROL-FILE.
SORT-LADDER.
    PERFORM VARYING LD-J FROM 1 BY 1 UNTIL LD-J > WS-PLAYER-COUNT
       PERFORM VARYING LD-K FROM 1 BY 1
          UNTIL LD-K > WS-PLAYER-COUNT - LD-J
          IF LD-RATING(LD-K) < LD-RATING(LD-K + 1)
             MOVE LADDER-ENTRY(LD-K) TO LD-SWAP-ENTRY
             MOVE LADDER-ENTRY(LD-K + 1) TO LADDER-ENTRY(LD-K)
             MOVE LD-SWAP-ENTRY TO LADDER-ENTRY(LD-K + 1)
          END-IF
       END-PERFORM
    END-PERFORM.
PRINT-LADDER-REPORT.
    OPEN OUTPUT LADDER-REPORT-FILE
    IF WS-RPT-FILE-STATUS NOT = "00"
       DISPLAY "ERROR: CANNOT OPEN LADDER REPORT - STATUS "
          WS-RPT-FILE-STATUS
       MOVE 16 TO RETURN-CODE
       STOP RUN
    END-IF
    PERFORM PRINT-PAGE-HEADING
    PERFORM VARYING WS-RANK FROM 1 BY 1
       UNTIL WS-RANK > WS-PLAYER-COUNT
       IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
          PERFORM PRINT-PAGE-HEADING
       END-IF
       MOVE WS-RANK TO LD-J
       COMPUTE WS-MOVEMENT = LD-RATING(LD-J) - LD-PRIOR-RATING(LD-J)
       MOVE WS-RANK TO DTL-RANK
       MOVE LD-PLAYER-ID(LD-J) TO DTL-PLAYER-ID
       MOVE LD-RATING(LD-J) TO DTL-RATING
       MOVE WS-MOVEMENT TO DTL-MOVEMENT
       MOVE LD-PEAK-RATING(LD-J) TO DTL-PEAK
       MOVE LD-GAMES-RATED(LD-J) TO DTL-GAMES
       MOVE LD-FORM(LD-J) TO DTL-FORM
       MOVE LD-LAST-DATE(LD-J) TO DTL-LAST-DATE
       MOVE LD-LAST-MATCH(LD-J) TO DTL-LAST-MATCH
       MOVE DETAIL-LINE TO LADDER-REPORT-RECORD
       WRITE LADDER-REPORT-RECORD
       ADD 1 TO WS-LINE-COUNT
    END-PERFORM
    MOVE SPACES TO LADDER-REPORT-RECORD
    WRITE LADDER-REPORT-RECORD
    MOVE WS-RESULTS-RATED TO TOT-RATED
    MOVE WS-PLAYER-COUNT TO TOT-PLAYERS
    MOVE WS-NEW-APPLIED TO TOT-MARK
    MOVE TOTAL-LINE TO LADDER-REPORT-RECORD
    WRITE LADDER-REPORT-RECORD
    CLOSE LADDER-REPORT-FILE.
PRINT-PAGE-HEADING.
    ADD 1 TO WS-PAGE-NUMBER
    MOVE WS-RUN-DATE TO HDG-DATE
    MOVE WS-PAGE-NUMBER TO HDG-PAGE
    MOVE HEADING-LINE-1 TO LADDER-REPORT-RECORD
    WRITE LADDER-REPORT-RECORD
    MOVE HEADING-LINE-2 TO LADDER-REPORT-RECORD
    WRITE LADDER-REPORT-RECORD
    MOVE HEADING-LINE-3 TO LADDER-REPORT-RECORD
    WRITE LADDER-REPORT-RECORD
    MOVE 3 TO WS-LINE-COUNT.
