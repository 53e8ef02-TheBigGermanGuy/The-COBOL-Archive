      *>*****************************************************************
      *> SNAKE-FIXRECON
      *> Fixture card versus match ledger reconciliation.  SNAKE-GAME
      *> marks a card played the moment it picks it, so a run that
      *> abends, fails validation or is killed leaves a card marked
      *> played with no result on MATCHLOG.DAT, and the pairing drops
      *> out of the tournament without anyone noticing.  This program
      *> matches every card on FIXTURE.DAT against the ledger on match
      *> number and both player ids and writes FIXRECON.RPT listing:
      *>   - cards marked played with no result on the ledger
      *>   - results whose match number has no card
      *>   - results whose players do not agree with the card
      *>   - results on a card still marked unplayed
      *>   - matches with more than one result for the same game
      *> Ledger records with match number zero are casual two-player
      *> games, not fixtures, and are only counted.  Ledger records
      *> written before the game number was carried are taken as
      *> game 1 of their match.  Only the open season's results (the
      *> season on SEASCTL.DAT) are set against the cards - match
      *> numbers start again from 1 with each new season's fixture
      *> list.  An earlier season's result is still looked up on match
      *> number and both players: SNAKE-SEASON's close-out leaves the
      *> closed season's cards (playoff cards included) on FIXTURE.DAT
      *> until SNAKE-FIXTURE draws the next list, and a played card
      *> settled only by an earlier season's result is listed as such,
      *> not as an orphan, and is not counted as an exception.
      *>
      *> Argument REOPEN puts every orphaned card (played, no result)
      *> back to unplayed so the next fixture-mode run picks it up
      *> again, rewrites FIXTURE.DAT, and lists every card changed with
      *> a sign-off line for the tournament secretary.  A card whose
      *> match is still waiting on the checkpoint in RESTART.DAT is
      *> left alone - the resumed run will write its result - and so
      *> is a card whose only results name the wrong players, which
      *> needs a ruling rather than a replay, and so is a card settled
      *> in an earlier season, which must never be replayed into the
      *> open one.
      *> Return code 0 clean, 4 when any exception is reported, 16 when
      *> a file cannot be read or the fixture file cannot be rewritten.
      *>*****************************************************************
      >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. SNAKE-FIXRECON.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT FIXTURE-FILE ASSIGN TO "FIXTURE.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FIX-FILE-STATUS.
    SELECT MATCH-LOG-FILE ASSIGN TO "MATCHLOG.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-ML-FILE-STATUS.
    SELECT RESTART-FILE ASSIGN TO "RESTART.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RST-FILE-STATUS.
    SELECT FIXRECON-REPORT-FILE ASSIGN TO "FIXRECON.RPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RPT-FILE-STATUS.
    SELECT SEASON-CONTROL-FILE ASSIGN TO "SEASCTL.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-SCT-FILE-STATUS.
DATA DIVISION.
FILE SECTION.
FD  FIXTURE-FILE.
01  FIXTURE-RECORD.
    05 FX-ROUND              PIC 9(2).
    05 FX-MATCH              PIC 9(4).
    05 FX-PLAYER-1           PIC X(8).
    05 FX-PLAYER-2           PIC X(8).
    05 FX-PLAYED             PIC X.
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
FD  RESTART-FILE.
01  RESTART-RECORD.
    05 RST-SNAKE-LENGTH      PIC 9(2).
    05 RST-FOOD-X            PIC 9(2).
    05 RST-FOOD-Y            PIC 9(2).
    05 RST-FOOD-KIND         PIC X.
    05 RST-FOOD-EXPIRY       PIC 9(4).
    05 RST-DIRECTION         PIC X.
    05 RST-TWO-PLAYER-MODE   PIC X.
    05 RST-SNAKE-2-LENGTH    PIC 9(2).
    05 RST-DIRECTION-2       PIC X.
    05 RST-LOOP-COUNT        PIC 9(6).
    05 RST-TOTAL-FOOD-EATEN  PIC 9(4).
    05 RST-TOTAL-FOOD-EATEN-2 PIC 9(4).
    05 RST-BODY OCCURS 50 TIMES.
       10 RST-BODY-X         PIC 9(2).
       10 RST-BODY-Y         PIC 9(2).
    05 RST-BODY-2 OCCURS 50 TIMES.
       10 RST-BODY-2-X       PIC 9(2).
       10 RST-BODY-2-Y       PIC 9(2).
    05 RST-GAME-NUMBER       PIC 9(2).
    05 RST-SERIES-GAMES      PIC 9(2).
    05 RST-GAMES-WON         PIC 9(2).
    05 RST-GAMES-WON-2       PIC 9(2).
    05 RST-GAMES-DRAWN       PIC 9(2).
    05 RST-SERIES-FOOD       PIC 9(6).
    05 RST-SERIES-FOOD-2     PIC 9(6).
    05 RST-FIXTURE-MODE      PIC X.
    05 RST-ROUND-NUMBER      PIC 9(2).
    05 RST-MATCH-NUMBER      PIC 9(4).
    05 RST-PLAYER-ID         PIC X(8).
    05 RST-PLAYER-ID-2       PIC X(8).
    05 RST-HANDICAP-P1       PIC 9(2).
    05 RST-HANDICAP-P2       PIC 9(2).
    05 RST-RULES-VERSION     PIC 9(4).
FD  FIXRECON-REPORT-FILE.
01  FIXRECON-REPORT-RECORD   PIC X(80).
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
01 WS-FIX-FILE-STATUS PIC XX VALUE SPACES.
01 WS-ML-FILE-STATUS PIC XX VALUE SPACES.
01 WS-RST-FILE-STATUS PIC XX VALUE SPACES.
01 WS-RPT-FILE-STATUS PIC XX VALUE SPACES.
01 WS-SCT-FILE-STATUS PIC XX VALUE SPACES.
01 WS-FIX-EOF PIC X VALUE 'N'.
01 WS-ML-EOF PIC X VALUE 'N'.
01 WS-RUN-DATE PIC 9(8).

01 WS-COMMAND-ARG PIC X(20) VALUE SPACES.
01 WS-SEASON-ID PIC X(8) VALUE SPACES.
01 WS-REOPEN-MODE PIC X VALUE 'N'.

*> Sized like SNAKE-GAME's own card table - a full round robin of
*> 100 players.  GAMES-SEEN holds one flag per game number of a
*> best-of-n card so a second result for the same game stands out.
01 WS-FIX-COUNT PIC 9(4) VALUE 0.
01 WS-FIX-LIMIT PIC 9(4) VALUE 4950.
01 FIXTURE-TABLE.
   05 FIX-ENTRY OCCURS 4950 TIMES INDEXED BY FIX-IDX.
      10 FXW-ROUND PIC 9(2).
      10 FXW-MATCH PIC 9(4).
      10 FXW-PLAYER-1 PIC X(8).
      10 FXW-PLAYER-2 PIC X(8).
      10 FXW-PLAYED PIC X.
      10 FXW-RESULTS PIC 9(3).
      10 FXW-MISMATCHES PIC 9(3).
      10 FXW-EARLIER PIC 9(3).
      10 FXW-GAMES-SEEN PIC X(99).
01 FIX-J PIC 9(4).
01 WS-CARD-AT PIC 9(4) VALUE 0.
01 WS-ML-GAME PIC 9(2) VALUE 0.

01 WS-CHECKPOINT-MATCH PIC 9(4) VALUE 0.

01 WS-CARDS-READ PIC 9(6) VALUE 0.
01 WS-CARDS-PLAYED PIC 9(6) VALUE 0.
01 WS-RESULTS-READ PIC 9(6) VALUE 0.
01 WS-CASUAL-RESULTS PIC 9(6) VALUE 0.
01 WS-OTHER-SEASONS PIC 9(6) VALUE 0.
01 WS-RESULTS-MATCHED PIC 9(6) VALUE 0.
01 WS-ORPHAN-CARDS PIC 9(6) VALUE 0.
01 WS-NO-CARD-RESULTS PIC 9(6) VALUE 0.
01 WS-WRONG-PLAYERS PIC 9(6) VALUE 0.
01 WS-UNPLAYED-RESULTS PIC 9(6) VALUE 0.
01 WS-DUPLICATE-RESULTS PIC 9(6) VALUE 0.
01 WS-CARDS-REOPENED PIC 9(6) VALUE 0.
01 WS-CARDS-HELD PIC 9(6) VALUE 0.
01 WS-CARDS-DISPUTED PIC 9(6) VALUE 0.
01 WS-CARDS-EARLIER PIC 9(6) VALUE 0.
01 WS-EXCEPTIONS PIC 9(6) VALUE 0.

01 WS-PAGE-NUMBER PIC 9(3) VALUE 0.
01 WS-LINE-COUNT PIC 9(2) VALUE 0.
01 WS-LINES-PER-PAGE PIC 9(2) VALUE 55.
01 WS-HELD-LINE PIC X(80) VALUE SPACES.

01 HEADING-LINE-1.
   05 FILLER PIC X(31) VALUE "FIXTURE RECONCILIATION    RUN ".
   05 HDG-DATE PIC 9(8).
   05 FILLER PIC X(31) VALUE SPACES.
   05 FILLER PIC X(5) VALUE "PAGE ".
   05 HDG-PAGE PIC ZZ9.
01 HEADING-LINE-2.
   05 FILLER PIC X(40)
      VALUE "EXCEPTION                 MATCH RND GM ".
   05 FILLER PIC X(40)
      VALUE "CARD PLAYERS      LEDGER PLAYERS        ".
01 EXCEPTION-LINE.
   05 EX-TEXT PIC X(24).
   05 FILLER PIC X(2) VALUE SPACES.
   05 EX-MATCH PIC 9(4).
   05 FILLER PIC X VALUE SPACE.
   05 EX-ROUND PIC 9(2).
   05 FILLER PIC X VALUE SPACE.
   05 EX-GAME PIC X(2).
   05 FILLER PIC X VALUE SPACE.
   05 EX-CARD-1 PIC X(8).
   05 FILLER PIC X VALUE SPACE.
   05 EX-CARD-2 PIC X(8).
   05 FILLER PIC X VALUE SPACE.
   05 EX-LEDGER-1 PIC X(8).
   05 FILLER PIC X VALUE SPACE.
   05 EX-LEDGER-2 PIC X(8).
01 COUNT-LINE.
   05 CN-TEXT PIC X(40).
   05 CN-COUNT PIC ZZZ,ZZ9.

PROCEDURE DIVISION.
MAIN-LOGIC.
    ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
    ACCEPT WS-COMMAND-ARG FROM COMMAND-LINE.
    IF WS-COMMAND-ARG = "REOPEN"
       MOVE 'Y' TO WS-REOPEN-MODE
    ELSE
       IF WS-COMMAND-ARG NOT = SPACES
          DISPLAY "ERROR: UNKNOWN ARGUMENT " WS-COMMAND-ARG
             " - USE REOPEN OR NO ARGUMENT"
          MOVE 16 TO RETURN-CODE
          STOP RUN
       END-IF
    END-IF.
    PERFORM LOAD-FIXTURE-CARDS.
    IF WS-FIX-COUNT = 0
       DISPLAY "NO MATCH CARDS ON FIXTURE FILE - NOTHING TO RECONCILE"
       STOP RUN
    END-IF.
    PERFORM READ-PENDING-CHECKPOINT.
    PERFORM READ-SEASON-CONTROL.
    OPEN OUTPUT FIXRECON-REPORT-FILE
    IF WS-RPT-FILE-STATUS NOT = "00"
       DISPLAY "ERROR: CANNOT OPEN RECONCILIATION REPORT - STATUS "
          WS-RPT-FILE-STATUS
       MOVE 16 TO RETURN-CODE
       STOP RUN
    END-IF.
    PERFORM PRINT-PAGE-HEADING.
    PERFORM MATCH-LEDGER-TO-CARDS.
    PERFORM CHECK-ORPHANED-CARDS.
    PERFORM PRINT-RECON-TOTALS.
    IF WS-REOPEN-MODE = 'Y'
       PERFORM REOPEN-ORPHANED-CARDS
    END-IF.
    CLOSE FIXRECON-REPORT-FILE.
    DISPLAY "FIXTURE RECONCILIATION COMPLETE - " WS-EXCEPTIONS
       " EXCEPTIONS - SEE FIXRECON.RPT".
    IF WS-EXCEPTIONS > 0
       MOVE 4 TO RETURN-CODE
    END-IF.
    STOP RUN.
LOAD-FIXTURE-CARDS.
    OPEN INPUT FIXTURE-FILE
    IF WS-FIX-FILE-STATUS NOT = "00"
       DISPLAY "ERROR: CANNOT OPEN FIXTURE FILE - STATUS "
          WS-FIX-FILE-STATUS
       MOVE 16 TO RETURN-CODE
       STOP RUN
    END-IF
    PERFORM UNTIL WS-FIX-EOF = 'Y' OR WS-FIX-COUNT >= WS-FIX-LIMIT
       READ FIXTURE-FILE
          AT END
             MOVE 'Y' TO WS-FIX-EOF
          NOT AT END
             ADD 1 TO WS-FIX-COUNT
             MOVE FX-ROUND TO FXW-ROUND(WS-FIX-COUNT)
             MOVE FX-MATCH TO FXW-MATCH(WS-FIX-COUNT)
             MOVE FX-PLAYER-1 TO FXW-PLAYER-1(WS-FIX-COUNT)
             MOVE FX-PLAYER-2 TO FXW-PLAYER-2(WS-FIX-COUNT)
             MOVE FX-PLAYED TO FXW-PLAYED(WS-FIX-COUNT)
             MOVE 0 TO FXW-RESULTS(WS-FIX-COUNT)
             MOVE 0 TO FXW-MISMATCHES(WS-FIX-COUNT)
             MOVE 0 TO FXW-EARLIER(WS-FIX-COUNT)
             MOVE SPACES TO FXW-GAMES-SEEN(WS-FIX-COUNT)
             IF FX-PLAYED = 'Y'
                ADD 1 TO WS-CARDS-PLAYED
             END-IF
       END-READ
    END-PERFORM
    CLOSE FIXTURE-FILE
    IF WS-FIX-EOF NOT = 'Y'
       DISPLAY "ERROR: MORE THAN " WS-FIX-LIMIT
          " FIXTURE CARDS - FILE LEFT UNTOUCHED, RUN REFUSED"
       MOVE 16 TO RETURN-CODE
       STOP RUN
    END-IF
    MOVE WS-FIX-COUNT TO WS-CARDS-READ.

*> A fixture-mode run that was interrupted leaves its match on the
*> checkpoint.  Its card is played-without-result only until the
*> resumed run finishes, so it is reported but never reopened.
READ-PENDING-CHECKPOINT.
    MOVE 0 TO WS-CHECKPOINT-MATCH
    OPEN INPUT RESTART-FILE
    IF WS-RST-FILE-STATUS = "00"
       READ RESTART-FILE
          AT END
             CONTINUE
          NOT AT END
             IF RST-FIXTURE-MODE = 'Y'
                AND RST-MATCH-NUMBER IS NUMERIC
                MOVE RST-MATCH-NUMBER TO WS-CHECKPOINT-MATCH
             END-IF
       END-READ
       CLOSE RESTART-FILE
    END-IF.
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
MATCH-LEDGER-TO-CARDS.
    OPEN INPUT MATCH-LOG-FILE
    IF WS-ML-FILE-STATUS = "35"
       MOVE "MATCH LEDGER NOT ON FILE - EVERY PLAYED CARD IS AN ORPHAN"
          TO FIXRECON-REPORT-RECORD
       PERFORM WRITE-REPORT-LINE
    ELSE
       IF WS-ML-FILE-STATUS NOT = "00"
          DISPLAY "ERROR: CANNOT OPEN MATCH LEDGER - STATUS "
             WS-ML-FILE-STATUS
          MOVE 16 TO RETURN-CODE
          STOP RUN
       END-IF
       PERFORM UNTIL WS-ML-EOF = 'Y'
          READ MATCH-LOG-FILE
             AT END
                MOVE 'Y' TO WS-ML-EOF
             NOT AT END
                ADD 1 TO WS-RESULTS-READ
                IF ML-SEASON-ID = WS-SEASON-ID
                   PERFORM CHECK-LEDGER-RECORD
                ELSE
                   PERFORM CHECK-EARLIER-SEASON-RECORD
                END-IF
          END-READ
       END-PERFORM
       CLOSE MATCH-LOG-FILE
    END-IF.
CHECK-LEDGER-RECORD.
    IF ML-MATCH-NUMBER IS NOT NUMERIC OR ML-MATCH-NUMBER = 0
       ADD 1 TO WS-CASUAL-RESULTS
    ELSE
       IF ML-GAME-NUMBER IS NUMERIC AND ML-GAME-NUMBER > 0
          MOVE ML-GAME-NUMBER TO WS-ML-GAME
       ELSE
          MOVE 1 TO WS-ML-GAME
       END-IF
       MOVE 0 TO WS-CARD-AT
       PERFORM VARYING FIX-J FROM 1 BY 1
          UNTIL FIX-J > WS-FIX-COUNT OR WS-CARD-AT > 0
          IF FXW-MATCH(FIX-J) = ML-MATCH-NUMBER
             MOVE FIX-J TO WS-CARD-AT
          END-IF
       END-PERFORM
       IF WS-CARD-AT = 0
          ADD 1 TO WS-NO-CARD-RESULTS
          MOVE "RESULT WITH NO CARD" TO EX-TEXT
          MOVE SPACES TO EX-CARD-1 EX-CARD-2
          PERFORM WRITE-LEDGER-EXCEPTION
       ELSE
          IF ML-PLAYER-1 NOT = FXW-PLAYER-1(WS-CARD-AT)
             OR ML-PLAYER-2 NOT = FXW-PLAYER-2(WS-CARD-AT)
             ADD 1 TO WS-WRONG-PLAYERS
             ADD 1 TO FXW-MISMATCHES(WS-CARD-AT)
             MOVE "RESULT - WRONG PLAYERS" TO EX-TEXT
             PERFORM WRITE-CARD-EXCEPTION
          ELSE
             ADD 1 TO WS-RESULTS-MATCHED
             ADD 1 TO FXW-RESULTS(WS-CARD-AT)
             IF FXW-GAMES-SEEN(WS-CARD-AT)(WS-ML-GAME:1) = 'Y'
                ADD 1 TO WS-DUPLICATE-RESULTS
                MOVE "MORE THAN ONE RESULT" TO EX-TEXT
                PERFORM WRITE-CARD-EXCEPTION
             ELSE
                MOVE 'Y' TO FXW-GAMES-SEEN(WS-CARD-AT)(WS-ML-GAME:1)
             END-IF
             IF FXW-PLAYED(WS-CARD-AT) NOT = 'Y'
                ADD 1 TO WS-UNPLAYED-RESULTS
                MOVE "RESULT ON UNPLAYED CARD" TO EX-TEXT
                PERFORM WRITE-CARD-EXCEPTION
             END-IF
          END-IF
       END-IF
    END-IF.
CHECK-EARLIER-SEASON-RECORD.
    ADD 1 TO WS-OTHER-SEASONS
    IF ML-MATCH-NUMBER IS NUMERIC AND ML-MATCH-NUMBER > 0
       MOVE 0 TO WS-CARD-AT
       PERFORM VARYING FIX-J FROM 1 BY 1
          UNTIL FIX-J > WS-FIX-COUNT OR WS-CARD-AT > 0
          IF FXW-MATCH(FIX-J) = ML-MATCH-NUMBER
             AND FXW-PLAYER-1(FIX-J) = ML-PLAYER-1
             AND FXW-PLAYER-2(FIX-J) = ML-PLAYER-2
             MOVE FIX-J TO WS-CARD-AT
          END-IF
       END-PERFORM
       IF WS-CARD-AT > 0 AND FXW-EARLIER(WS-CARD-AT) < 999
          ADD 1 TO FXW-EARLIER(WS-CARD-AT)
       END-IF
    END-IF.
WRITE-CARD-EXCEPTION.
    MOVE FXW-PLAYER-1(WS-CARD-AT) TO EX-CARD-1
    MOVE FXW-PLAYER-2(WS-CARD-AT) TO EX-CARD-2
    PERFORM WRITE-LEDGER-EXCEPTION.
WRITE-LEDGER-EXCEPTION.
    ADD 1 TO WS-EXCEPTIONS
    MOVE ML-MATCH-NUMBER TO EX-MATCH
    MOVE ML-ROUND TO EX-ROUND
    MOVE WS-ML-GAME TO EX-GAME
    MOVE ML-PLAYER-1 TO EX-LEDGER-1
    MOVE ML-PLAYER-2 TO EX-LEDGER-2
    MOVE SPACES TO FIXRECON-REPORT-RECORD
    MOVE EXCEPTION-LINE TO FIXRECON-REPORT-RECORD
    PERFORM WRITE-REPORT-LINE.
CHECK-ORPHANED-CARDS.
    PERFORM VARYING FIX-J FROM 1 BY 1 UNTIL FIX-J > WS-FIX-COUNT
       IF FXW-PLAYED(FIX-J) = 'Y' AND FXW-RESULTS(FIX-J) = 0
          IF FXW-MATCH(FIX-J) = WS-CHECKPOINT-MATCH
             ADD 1 TO WS-EXCEPTIONS
             ADD 1 TO WS-CARDS-HELD
             MOVE "PLAYED - ON CHECKPOINT" TO EX-TEXT
          ELSE
          IF FXW-MISMATCHES(FIX-J) > 0
             ADD 1 TO WS-EXCEPTIONS
             ADD 1 TO WS-CARDS-DISPUTED
             MOVE "PLAYED - DISPUTED RESULT" TO EX-TEXT
          ELSE
          IF FXW-EARLIER(FIX-J) > 0
             ADD 1 TO WS-CARDS-EARLIER
             MOVE "PLAYED - EARLIER SEASON" TO EX-TEXT
          ELSE
             ADD 1 TO WS-EXCEPTIONS
             ADD 1 TO WS-ORPHAN-CARDS
             MOVE "PLAYED - NO RESULT" TO EX-TEXT
          END-IF
          END-IF
          END-IF
          MOVE FXW-MATCH(FIX-J) TO EX-MATCH
          MOVE FXW-ROUND(FIX-J) TO EX-ROUND
          MOVE SPACES TO EX-GAME
          MOVE FXW-PLAYER-1(FIX-J) TO EX-CARD-1
          MOVE FXW-PLAYER-2(FIX-J) TO EX-CARD-2
          MOVE SPACES TO EX-LEDGER-1 EX-LEDGER-2
          MOVE SPACES TO FIXRECON-REPORT-RECORD
          MOVE EXCEPTION-LINE TO FIXRECON-REPORT-RECORD
          PERFORM WRITE-REPORT-LINE
       END-IF
    END-PERFORM.
PRINT-RECON-TOTALS.
    MOVE SPACES TO FIXRECON-REPORT-RECORD
    PERFORM WRITE-REPORT-LINE
    MOVE "CARDS ON FIXTURE FILE" TO CN-TEXT
    MOVE WS-CARDS-READ TO CN-COUNT
    PERFORM WRITE-COUNT-LINE
    MOVE "CARDS MARKED PLAYED" TO CN-TEXT
    MOVE WS-CARDS-PLAYED TO CN-COUNT
    PERFORM WRITE-COUNT-LINE
    MOVE "LEDGER RESULTS READ" TO CN-TEXT
    MOVE WS-RESULTS-READ TO CN-COUNT
    PERFORM WRITE-COUNT-LINE
    MOVE "CASUAL GAMES (NO MATCH NUMBER)" TO CN-TEXT
    MOVE WS-CASUAL-RESULTS TO CN-COUNT
    PERFORM WRITE-COUNT-LINE
    MOVE "RESULTS FROM OTHER SEASONS" TO CN-TEXT
    MOVE WS-OTHER-SEASONS TO CN-COUNT
    PERFORM WRITE-COUNT-LINE
    MOVE "RESULTS AGREEING WITH THEIR CARD" TO CN-TEXT
    MOVE WS-RESULTS-MATCHED TO CN-COUNT
    PERFORM WRITE-COUNT-LINE
    MOVE "CARDS PLAYED WITH NO RESULT" TO CN-TEXT
    MOVE WS-ORPHAN-CARDS TO CN-COUNT
    PERFORM WRITE-COUNT-LINE
    MOVE "CARDS WAITING ON CHECKPOINT" TO CN-TEXT
    MOVE WS-CARDS-HELD TO CN-COUNT
    PERFORM WRITE-COUNT-LINE
    MOVE "CARDS WITH ONLY A WRONG-PLAYER RESULT" TO CN-TEXT
    MOVE WS-CARDS-DISPUTED TO CN-COUNT
    PERFORM WRITE-COUNT-LINE
    MOVE "CARDS SETTLED IN AN EARLIER SEASON" TO CN-TEXT
    MOVE WS-CARDS-EARLIER TO CN-COUNT
    PERFORM WRITE-COUNT-LINE
    MOVE "RESULTS WITH NO CARD" TO CN-TEXT
    MOVE WS-NO-CARD-RESULTS TO CN-COUNT
    PERFORM WRITE-COUNT-LINE
    MOVE "RESULTS WITH WRONG PLAYERS" TO CN-TEXT
    MOVE WS-WRONG-PLAYERS TO CN-COUNT
    PERFORM WRITE-COUNT-LINE
    MOVE "RESULTS ON UNPLAYED CARDS" TO CN-TEXT
    MOVE WS-UNPLAYED-RESULTS TO CN-COUNT
    PERFORM WRITE-COUNT-LINE
    MOVE "DUPLICATED RESULTS" TO CN-TEXT
    MOVE WS-DUPLICATE-RESULTS TO CN-COUNT
    PERFORM WRITE-COUNT-LINE.
WRITE-COUNT-LINE.
    MOVE SPACES TO FIXRECON-REPORT-RECORD
    MOVE COUNT-LINE TO FIXRECON-REPORT-RECORD
    PERFORM WRITE-REPORT-LINE.

*> Only cards played with no result at all are reopened - a card held
*> by the checkpoint, or one whose only ledger records name the wrong
*> players, needs the secretary's ruling first and is left marked
*> played, as is a card already settled in an earlier season.  The fixture file is rewritten in place from the table,
*> card order unchanged, and each reopened card is listed so the
*> tournament secretary can sign the changes off.
REOPEN-ORPHANED-CARDS.
    MOVE SPACES TO FIXRECON-REPORT-RECORD
    PERFORM WRITE-REPORT-LINE
    MOVE "CARDS REOPENED (PLAYED FLAG RESET TO N)"
       TO FIXRECON-REPORT-RECORD
    PERFORM WRITE-REPORT-LINE
    PERFORM VARYING FIX-J FROM 1 BY 1 UNTIL FIX-J > WS-FIX-COUNT
       IF FXW-PLAYED(FIX-J) = 'Y' AND FXW-RESULTS(FIX-J) = 0
          AND FXW-MISMATCHES(FIX-J) = 0
          AND FXW-EARLIER(FIX-J) = 0
          AND FXW-MATCH(FIX-J) NOT = WS-CHECKPOINT-MATCH
          MOVE 'N' TO FXW-PLAYED(FIX-J)
          ADD 1 TO WS-CARDS-REOPENED
          MOVE "REOPENED" TO EX-TEXT
          MOVE FXW-MATCH(FIX-J) TO EX-MATCH
          MOVE FXW-ROUND(FIX-J) TO EX-ROUND
          MOVE SPACES TO EX-GAME
          MOVE FXW-PLAYER-1(FIX-J) TO EX-CARD-1
          MOVE FXW-PLAYER-2(FIX-J) TO EX-CARD-2
          MOVE SPACES TO EX-LEDGER-1 EX-LEDGER-2
          MOVE SPACES TO FIXRECON-REPORT-RECORD
          MOVE EXCEPTION-LINE TO FIXRECON-REPORT-RECORD
          PERFORM WRITE-REPORT-LINE
       END-IF
    END-PERFORM
    IF WS-CARDS-REOPENED = 0
       MOVE "NO CARDS NEEDED REOPENING - FIXTURE FILE NOT REWRITTEN"
          TO FIXRECON-REPORT-RECORD
       PERFORM WRITE-REPORT-LINE
    ELSE
       PERFORM REWRITE-FIXTURE-FILE
       MOVE "CARDS REOPENED" TO CN-TEXT
       MOVE WS-CARDS-REOPENED TO CN-COUNT
       PERFORM WRITE-COUNT-LINE
       MOVE SPACES TO FIXRECON-REPORT-RECORD
       PERFORM WRITE-REPORT-LINE
       MOVE "CHANGES CHECKED AND SIGNED OFF BY _______________________"
          TO FIXRECON-REPORT-RECORD
       PERFORM WRITE-REPORT-LINE
       MOVE SPACES TO FIXRECON-REPORT-RECORD
       PERFORM WRITE-REPORT-LINE
       MOVE "TOURNAMENT SECRETARY          DATE _______________________"
          TO FIXRECON-REPORT-RECORD
       PERFORM WRITE-REPORT-LINE
    END-IF.
REWRITE-FIXTURE-FILE.
    OPEN OUTPUT FIXTURE-FILE
    IF WS-FIX-FILE-STATUS NOT = "00"
       DISPLAY "ERROR: FIXTURE FILE NOT REWRITTEN - STATUS "
          WS-FIX-FILE-STATUS
       MOVE "ERROR: FIXTURE FILE NOT REWRITTEN - NO CARD WAS CHANGED"
          TO FIXRECON-REPORT-RECORD
       PERFORM WRITE-REPORT-LINE
       CLOSE FIXRECON-REPORT-FILE
       MOVE 16 TO RETURN-CODE
       STOP RUN
    END-IF
    PERFORM VARYING FIX-J FROM 1 BY 1 UNTIL FIX-J > WS-FIX-COUNT
       MOVE FXW-ROUND(FIX-J) TO FX-ROUND
       MOVE FXW-MATCH(FIX-J) TO FX-MATCH
       MOVE FXW-PLAYER-1(FIX-J) TO FX-PLAYER-1
       MOVE FXW-PLAYER-2(FIX-J) TO FX-PLAYER-2
       MOVE FXW-PLAYED(FIX-J) TO FX-PLAYED
       WRITE FIXTURE-RECORD
    END-PERFORM
    CLOSE FIXTURE-FILE.
WRITE-REPORT-LINE.
    IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
       MOVE FIXRECON-REPORT-RECORD TO WS-HELD-LINE
       PERFORM PRINT-PAGE-HEADING
       MOVE WS-HELD-LINE TO FIXRECON-REPORT-RECORD
    END-IF
    WRITE FIXRECON-REPORT-RECORD
    ADD 1 TO WS-LINE-COUNT.
PRINT-PAGE-HEADING.
    ADD 1 TO WS-PAGE-NUMBER
    MOVE WS-RUN-DATE TO HDG-DATE
    MOVE WS-PAGE-NUMBER TO HDG-PAGE
    MOVE HEADING-LINE-1 TO FIXRECON-REPORT-RECORD
    WRITE FIXRECON-REPORT-RECORD
    MOVE HEADING-LINE-2 TO FIXRECON-REPORT-RECORD
    WRITE FIXRECON-REPORT-RECORD
    MOVE SPACES TO FIXRECON-REPORT-RECORD
    WRITE FIXRECON-REPORT-RECORD
    MOVE 3 TO WS-LINE-COUNT.
