      *>*****************************************************************
      *> SNAKE-ROUND
      *> Unattended play of a whole fixture round from the players'
      *> own direction scripts.  Run with the round number; every card
      *> of that round still unplayed on FIXTURE.DAT is taken in file
      *> order.  For each card both players must hold an accepted
      *> script on the script register SCRIPTS.DAT (SNAKE-SUBMIT) and
      *> the move file <id>.MVS it produced.  When both do, the two
      *> move files are paired column by column into DIRQUEUE.DAT -
      *> a snake whose script runs out keeps its last heading until the
      *> longer script ends - and SNAKE-GAME is run in fixture batch
      *> mode confined to the round, so it takes exactly that card.
      *> The game's results are read back from the match ledger
      *> MATCHLOG.DAT.
      *>
      *> A card where either script is missing or rejected is not
      *> played: it is marked played and a walkover record goes on the
      *> ledger with the forfeit flag set - result to the player who
      *> had a script, or X (no result) when neither had one - and the
      *> run carries on with the next card.
      *>
      *> The game is started as
      *>       env SNAKE-FIXTURE=Y SNAKE-FIXTURE-ROUND=nn ... <cmd> BATCH
      *> with <cmd> taken from SNAKE-GAME-COMMAND (default ./Snake);
      *> the series length is passed on from SNAKE-SERIES-GAMES
      *> (default one game).  A game that ends with return code 8
      *> or more is reported with no result and the run moves on (the
      *> card is left for SNAKE-FIXRECON to reopen); a game that never
      *> takes its card means the game cannot run at all, and the rest
      *> of the round is abandoned.  The run is refused while a
      *> checkpointed game is waiting on RESTART.DAT.
      *>
      *> The round summary goes to ROUND.RPT, one line per card.
      *> Return code 0 when every card was played cleanly, 4 when there
      *> were walkovers, game warnings or nothing to play, 8 when a
      *> game failed, 16 when the round could not be run.
      *>*****************************************************************
      >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. SNAKE-ROUND.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT FIXTURE-FILE ASSIGN TO "FIXTURE.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FIX-FILE-STATUS.
    SELECT MATCH-LOG-FILE ASSIGN TO "MATCHLOG.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-ML-FILE-STATUS.
    SELECT SCRIPT-REGISTER-FILE ASSIGN TO "SCRIPTS.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-SRG-FILE-STATUS.
    SELECT PLAYER-1-MOVES-FILE ASSIGN TO DYNAMIC WS-MOVES-NAME-1
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-MV1-FILE-STATUS.
    SELECT PLAYER-2-MOVES-FILE ASSIGN TO DYNAMIC WS-MOVES-NAME-2
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-MV2-FILE-STATUS.
    SELECT DIRECTION-QUEUE-FILE ASSIGN TO "DIRQUEUE.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-DQ-FILE-STATUS.
    SELECT RESTART-FILE ASSIGN TO "RESTART.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RST-FILE-STATUS.
    SELECT SEASON-CONTROL-FILE ASSIGN TO "SEASCTL.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-SCT-FILE-STATUS.
    SELECT ROUND-REPORT-FILE ASSIGN TO "ROUND.RPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RPT-FILE-STATUS.
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
FD  SCRIPT-REGISTER-FILE.
01  SCRIPT-REGISTER-RECORD.
    05 SR-PLAYER-ID          PIC X(8).
    05 SR-SEP-1              PIC X.
    05 SR-DATE               PIC 9(8).
    05 SR-SEP-2              PIC X.
    05 SR-TIME               PIC 9(8).
    05 SR-SEP-3              PIC X.
    05 SR-STATUS             PIC X.
    05 SR-SEP-4              PIC X.
    05 SR-MOVES              PIC 9(4).
    05 SR-SEP-5              PIC X.
    05 SR-ERRORS             PIC 9(4).
FD  PLAYER-1-MOVES-FILE.
01  PLAYER-1-MOVES-RECORD.
    05 MV1-DIRECTION         PIC X.
FD  PLAYER-2-MOVES-FILE.
01  PLAYER-2-MOVES-RECORD.
    05 MV2-DIRECTION         PIC X.
FD  DIRECTION-QUEUE-FILE.
01  DIRECTION-QUEUE-RECORD.
    05 DQ-DIRECTION-P1       PIC X.
    05 DQ-DIRECTION-P2       PIC X.
FD  RESTART-FILE.
01  RESTART-RECORD           PIC X(80).
FD  SEASON-CONTROL-FILE.
01  SEASON-CONTROL-RECORD.
    05 SC-SEASON-ID          PIC X(8).
    05 SC-SEP-1              PIC X.
    05 SC-START-DATE         PIC 9(8).
    05 SC-SEP-2              PIC X.
    05 SC-LAST-CLOSED        PIC X(8).
    05 SC-SEP-3              PIC X.
    05 SC-LAST-END-DATE      PIC 9(8).
FD  ROUND-REPORT-FILE.
01  ROUND-REPORT-RECORD      PIC X(80).
WORKING-STORAGE SECTION.
01 WS-FIX-FILE-STATUS PIC XX VALUE SPACES.
01 WS-ML-FILE-STATUS PIC XX VALUE SPACES.
01 WS-SRG-FILE-STATUS PIC XX VALUE SPACES.
01 WS-MV1-FILE-STATUS PIC XX VALUE SPACES.
01 WS-MV2-FILE-STATUS PIC XX VALUE SPACES.
01 WS-DQ-FILE-STATUS PIC XX VALUE SPACES.
01 WS-RST-FILE-STATUS PIC XX VALUE SPACES.
01 WS-SCT-FILE-STATUS PIC XX VALUE SPACES.
01 WS-RPT-FILE-STATUS PIC XX VALUE SPACES.
01 WS-FIX-EOF PIC X VALUE 'N'.
01 WS-ML-EOF PIC X VALUE 'N'.
01 WS-SRG-EOF PIC X VALUE 'N'.
01 WS-MV1-EOF PIC X VALUE 'N'.
01 WS-MV2-EOF PIC X VALUE 'N'.
01 WS-RUN-DATE PIC 9(8).
01 WS-SEASON-ID PIC X(8) VALUE SPACES.
01 WS-MAX-RC PIC 9(2) VALUE 0.

01 WS-COMMAND-ARG PIC X(40) VALUE SPACES.
01 WS-ARG-TOKEN-1 PIC X(8) VALUE SPACES.
01 WS-ARG-TOKEN PIC X(8) VALUE SPACES.
01 WS-ARG-DIGIT PIC 9.
01 WS-ARG-DIGITS PIC 9(2) VALUE 0.
01 WS-ARG-OK PIC X VALUE 'Y'.
01 WS-ARG-VALUE PIC 9(8) VALUE 0.
01 WS-ARG-J PIC 9(2).
01 WS-ROUND PIC 9(2) VALUE 0.

*> --- fixture cards: the whole file, and this round's unplayed cards ---
01 WS-FIX-COUNT PIC 9(4) VALUE 0.
01 WS-FIX-LIMIT PIC 9(4) VALUE 4950.
01 FIXTURE-TABLE.
   05 FIX-ENTRY OCCURS 4950 TIMES.
      10 FXW-ROUND PIC 9(2).
      10 FXW-MATCH PIC 9(4).
      10 FXW-PLAYER-1 PIC X(8).
      10 FXW-PLAYER-2 PIC X(8).
      10 FXW-PLAYED PIC X.
01 FIX-J PIC 9(4).
01 WS-CARD-AT PIC 9(4) VALUE 0.
01 WS-CARD-COUNT PIC 9(4) VALUE 0.
01 ROUND-CARD-TABLE.
   05 CARD-ENTRY OCCURS 4950 TIMES.
      10 CD-MATCH PIC 9(4).
      10 CD-PLAYER-1 PIC X(8).
      10 CD-PLAYER-2 PIC X(8).
01 CD-J PIC 9(4).

*> --- script register ---
01 WS-REG-COUNT PIC 9(4) VALUE 0.
01 WS-REG-LIMIT PIC 9(4) VALUE 500.
01 SCRIPT-REGISTER-TABLE.
   05 REG-ENTRY OCCURS 500 TIMES.
      10 RG-PLAYER-ID PIC X(8).
      10 RG-STATUS PIC X.
01 RG-J PIC 9(4).

*> --- the card in hand ---
01 WS-SEEK-ID PIC X(8) VALUE SPACES.
01 WS-SEEK-NAME PIC X(20) VALUE SPACES.
01 WS-SEEK-NAME-1 PIC X(20) VALUE SPACES.
01 WS-SCRIPT-REASON PIC X(16) VALUE SPACES.
01 WS-REASON-1 PIC X(16) VALUE SPACES.
01 WS-REASON-2 PIC X(16) VALUE SPACES.
01 WS-MOVES-NAME-1 PIC X(20) VALUE SPACES.
01 WS-MOVES-NAME-2 PIC X(20) VALUE SPACES.
01 WS-LAST-DIRECTION-1 PIC X VALUE SPACE.
01 WS-LAST-DIRECTION-2 PIC X VALUE SPACE.
01 WS-QUEUE-MOVES PIC 9(6) VALUE 0.
01 WS-FORFEIT-FLAG PIC X VALUE SPACE.
01 WS-CARD-OUTCOME PIC X(45) VALUE SPACES.
01 WS-CARD-GAMES PIC 9(2) VALUE 0.
01 WS-WINS-1 PIC 9(2) VALUE 0.
01 WS-WINS-2 PIC 9(2) VALUE 0.
01 WS-DRAWS PIC 9(2) VALUE 0.
01 WS-LEDGER-MARK PIC 9(8) VALUE 0.
01 WS-LEDGER-SEQ PIC 9(8) VALUE 0.
01 WS-ROUND-ABANDONED PIC X VALUE 'N'.

*> --- running the game ---
01 WS-GAME-COMMAND PIC X(60) VALUE SPACES.
01 WS-SERIES-GAMES PIC X(2) VALUE SPACES.
01 WS-SYSTEM-COMMAND PIC X(160) VALUE SPACES.
01 WS-WAIT-STATUS PIC S9(9) COMP VALUE 0.
01 WS-EXIT-CODE PIC 9(4) VALUE 0.
01 WS-SIGNAL-CODE PIC 9(4) VALUE 0.
01 WS-GAME-RC PIC 9(2) VALUE 0.

*> --- totals ---
01 WS-CARDS-PLAYED PIC 9(4) VALUE 0.
01 WS-CARDS-WALKOVER PIC 9(4) VALUE 0.
01 WS-CARDS-NO-RESULT PIC 9(4) VALUE 0.
01 WS-CARDS-NOT-REACHED PIC 9(4) VALUE 0.

01 WS-PAGE-NUMBER PIC 9(3) VALUE 0.
01 WS-LINE-COUNT PIC 9(2) VALUE 0.
01 WS-LINES-PER-PAGE PIC 9(2) VALUE 55.
01 WS-HELD-LINE PIC X(80) VALUE SPACES.

01 HEADING-LINE-1.
   05 FILLER PIC X(31) VALUE "FIXTURE ROUND SUMMARY RUN ".
   05 HDG-DATE PIC 9(8).
   05 FILLER PIC X(31) VALUE SPACES.
   05 FILLER PIC X(5) VALUE "PAGE ".
   05 HDG-PAGE PIC ZZ9.
01 CARD-HEADING-1 PIC X(80) VALUE
   "MATCH  PLAYER 1  PLAYER 2  GAMES  OUTCOME".
01 CARD-HEADING-2 PIC X(80) VALUE
   "-----  --------  --------  -----  ---------------------------------------------".
01 CARD-LINE.
   05 CRL-MATCH PIC ZZZ9.
   05 FILLER PIC X(3) VALUE SPACES.
   05 CRL-PLAYER-1 PIC X(8).
   05 FILLER PIC X(2) VALUE SPACES.
   05 CRL-PLAYER-2 PIC X(8).
   05 FILLER PIC X(3) VALUE SPACES.
   05 CRL-GAMES PIC ZZZ9.
   05 FILLER PIC X(3) VALUE SPACES.
   05 CRL-OUTCOME PIC X(45).

PROCEDURE DIVISION.
MAIN-LOGIC.
    ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
    ACCEPT WS-COMMAND-ARG FROM COMMAND-LINE.
    UNSTRING WS-COMMAND-ARG DELIMITED BY ALL SPACE
       INTO WS-ARG-TOKEN-1
    END-UNSTRING.
    MOVE WS-ARG-TOKEN-1 TO WS-ARG-TOKEN
    PERFORM PARSE-NUMERIC-TOKEN
    IF WS-ARG-OK = 'N' OR WS-ARG-DIGITS > 2 OR WS-ARG-VALUE = 0
       DISPLAY "ERROR: FIXTURE ROUND NUMBER REQUIRED (1-99) - "
          WS-COMMAND-ARG
       MOVE 16 TO RETURN-CODE
       STOP RUN
    END-IF
    MOVE WS-ARG-VALUE TO WS-ROUND.
    ACCEPT WS-GAME-COMMAND FROM ENVIRONMENT "SNAKE-GAME-COMMAND".
    IF WS-GAME-COMMAND = SPACES
       MOVE "./Snake" TO WS-GAME-COMMAND
    END-IF.
    ACCEPT WS-SERIES-GAMES FROM ENVIRONMENT "SNAKE-SERIES-GAMES".
    IF WS-SERIES-GAMES = SPACES
       MOVE "1" TO WS-SERIES-GAMES
    END-IF.
    PERFORM CHECK-NO-CHECKPOINT.
    PERFORM READ-SEASON-CONTROL.
    PERFORM LOAD-FIXTURE-TABLE.
    PERFORM SELECT-ROUND-CARDS.
    PERFORM LOAD-SCRIPT-REGISTER.
    PERFORM OPEN-ROUND-REPORT.
    PERFORM VARYING CD-J FROM 1 BY 1 UNTIL CD-J > WS-CARD-COUNT
       IF WS-ROUND-ABANDONED = 'Y'
          ADD 1 TO WS-CARDS-NOT-REACHED
          MOVE 0 TO WS-CARD-GAMES
          MOVE "NOT PLAYED - ROUND ABANDONED" TO WS-CARD-OUTCOME
          PERFORM WRITE-CARD-LINE
       ELSE
          PERFORM PLAY-ONE-CARD
       END-IF
    END-PERFORM
    PERFORM PRINT-ROUND-TOTALS.
    CLOSE ROUND-REPORT-FILE.
    DISPLAY "ROUND " WS-ROUND " COMPLETE - " WS-CARDS-PLAYED
       " PLAYED, " WS-CARDS-WALKOVER " WALKOVERS, "
       WS-CARDS-NO-RESULT " WITHOUT RESULT - SEE ROUND.RPT".
    MOVE WS-MAX-RC TO RETURN-CODE.
    STOP RUN.
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

*> --- setting up the round ------------------------------------------
*> A checkpointed game would resume instead of taking the round's
*> card, so the round waits until that game has been finished.
CHECK-NO-CHECKPOINT.
    OPEN INPUT RESTART-FILE
    IF WS-RST-FILE-STATUS = "00"
       READ RESTART-FILE
          AT END
             CONTINUE
          NOT AT END
             DISPLAY "ERROR: A CHECKPOINTED GAME IS WAITING ON "
                "RESTART.DAT - FINISH IT BEFORE PLAYING A ROUND"
             CLOSE RESTART-FILE
             MOVE 16 TO RETURN-CODE
             STOP RUN
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
LOAD-FIXTURE-TABLE.
    MOVE 0 TO WS-FIX-COUNT
    MOVE 'N' TO WS-FIX-EOF
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
       END-READ
    END-PERFORM
    CLOSE FIXTURE-FILE
    IF WS-FIX-EOF NOT = 'Y'
       DISPLAY "ERROR: MORE THAN " WS-FIX-LIMIT
          " FIXTURE CARDS - FILE LEFT UNTOUCHED, RUN REFUSED"
       MOVE 16 TO RETURN-CODE
       STOP RUN
    END-IF.
SELECT-ROUND-CARDS.
    MOVE 0 TO WS-CARD-COUNT
    PERFORM VARYING FIX-J FROM 1 BY 1 UNTIL FIX-J > WS-FIX-COUNT
       IF FXW-ROUND(FIX-J) = WS-ROUND AND FXW-PLAYED(FIX-J) NOT = 'Y'
          ADD 1 TO WS-CARD-COUNT
          MOVE FXW-MATCH(FIX-J) TO CD-MATCH(WS-CARD-COUNT)
          MOVE FXW-PLAYER-1(FIX-J) TO CD-PLAYER-1(WS-CARD-COUNT)
          MOVE FXW-PLAYER-2(FIX-J) TO CD-PLAYER-2(WS-CARD-COUNT)
       END-IF
    END-PERFORM
    IF WS-CARD-COUNT = 0
       DISPLAY "NO UNPLAYED MATCH CARDS FOR ROUND " WS-ROUND
       PERFORM RAISE-WARNING
    END-IF.
LOAD-SCRIPT-REGISTER.
    OPEN INPUT SCRIPT-REGISTER-FILE
    IF WS-SRG-FILE-STATUS = "00"
       PERFORM UNTIL WS-SRG-EOF = 'Y'
          READ SCRIPT-REGISTER-FILE
             AT END
                MOVE 'Y' TO WS-SRG-EOF
             NOT AT END
                IF WS-REG-COUNT >= WS-REG-LIMIT
                   DISPLAY "ERROR: MORE THAN " WS-REG-LIMIT
                      " PLAYERS ON THE SCRIPT REGISTER - RUN REFUSED"
                   CLOSE SCRIPT-REGISTER-FILE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
                END-IF
                ADD 1 TO WS-REG-COUNT
                MOVE SR-PLAYER-ID TO RG-PLAYER-ID(WS-REG-COUNT)
                MOVE SR-STATUS TO RG-STATUS(WS-REG-COUNT)
          END-READ
       END-PERFORM
       CLOSE SCRIPT-REGISTER-FILE
    END-IF.
OPEN-ROUND-REPORT.
    OPEN OUTPUT ROUND-REPORT-FILE
    IF WS-RPT-FILE-STATUS NOT = "00"
       DISPLAY "ERROR: CANNOT OPEN ROUND REPORT - STATUS "
          WS-RPT-FILE-STATUS
       MOVE 16 TO RETURN-CODE
       STOP RUN
    END-IF
    PERFORM PRINT-PAGE-HEADING
    MOVE SPACES TO ROUND-REPORT-RECORD
    STRING "FIXTURE ROUND " WS-ROUND " - " WS-CARD-COUNT
       " UNPLAYED CARDS"
       DELIMITED BY SIZE INTO ROUND-REPORT-RECORD
    PERFORM WRITE-REPORT-LINE
    MOVE SPACES TO ROUND-REPORT-RECORD
    PERFORM WRITE-REPORT-LINE
    MOVE CARD-HEADING-1 TO ROUND-REPORT-RECORD
    PERFORM WRITE-REPORT-LINE
    MOVE CARD-HEADING-2 TO ROUND-REPORT-RECORD
    PERFORM WRITE-REPORT-LINE.

*> --- one card --------------------------------------------------------
PLAY-ONE-CARD.
    MOVE 0 TO WS-CARD-GAMES
    MOVE CD-PLAYER-1(CD-J) TO WS-SEEK-ID
    PERFORM CHECK-PLAYER-SCRIPT
    MOVE WS-SCRIPT-REASON TO WS-REASON-1
    MOVE WS-SEEK-NAME TO WS-SEEK-NAME-1
    MOVE CD-PLAYER-2(CD-J) TO WS-SEEK-ID
    PERFORM CHECK-PLAYER-SCRIPT
    MOVE WS-SCRIPT-REASON TO WS-REASON-2
    MOVE WS-SEEK-NAME-1 TO WS-MOVES-NAME-1
    MOVE WS-SEEK-NAME TO WS-MOVES-NAME-2
    IF WS-REASON-1 NOT = SPACES OR WS-REASON-2 NOT = SPACES
       PERFORM FORFEIT-CARD
    ELSE
       PERFORM BUILD-DIRECTION-QUEUE
       PERFORM RUN-GAME-FOR-CARD
    END-IF
    PERFORM WRITE-CARD-LINE.
*> A playable script is an accepted one on the register whose move
*> file can still be read.
CHECK-PLAYER-SCRIPT.
    MOVE SPACES TO WS-SCRIPT-REASON
    MOVE SPACES TO WS-SEEK-NAME
    STRING WS-SEEK-ID DELIMITED BY SPACE
       ".MVS" DELIMITED BY SIZE
       INTO WS-SEEK-NAME
    MOVE "NO SCRIPT" TO WS-SCRIPT-REASON
    PERFORM VARYING RG-J FROM 1 BY 1 UNTIL RG-J > WS-REG-COUNT
       IF RG-PLAYER-ID(RG-J) = WS-SEEK-ID
          IF RG-STATUS(RG-J) = 'A'
             MOVE SPACES TO WS-SCRIPT-REASON
          ELSE
             MOVE "SCRIPT REJECTED" TO WS-SCRIPT-REASON
          END-IF
       END-IF
    END-PERFORM
    IF WS-SCRIPT-REASON = SPACES
       MOVE WS-SEEK-NAME TO WS-MOVES-NAME-1
       OPEN INPUT PLAYER-1-MOVES-FILE
       IF WS-MV1-FILE-STATUS NOT = "00"
          MOVE "NO MOVE FILE" TO WS-SCRIPT-REASON
       ELSE
          CLOSE PLAYER-1-MOVES-FILE
       END-IF
    END-IF.
*> The walkover goes to whoever had a playable script; with neither,
*> the card is closed with no result.
FORFEIT-CARD.
    ADD 1 TO WS-CARDS-WALKOVER
    PERFORM RAISE-WARNING
    MOVE SPACES TO WS-CARD-OUTCOME
    IF WS-REASON-1 NOT = SPACES AND WS-REASON-2 NOT = SPACES
       MOVE 'B' TO WS-FORFEIT-FLAG
       MOVE 'X' TO ML-RESULT
       MOVE "BOTH FORFEIT - NO RESULT" TO WS-CARD-OUTCOME
    ELSE
       IF WS-REASON-1 NOT = SPACES
          MOVE '1' TO WS-FORFEIT-FLAG
          MOVE '2' TO ML-RESULT
          STRING "WALKOVER TO " DELIMITED BY SIZE
             CD-PLAYER-2(CD-J) DELIMITED BY SPACE
             " - " DELIMITED BY SIZE
             CD-PLAYER-1(CD-J) DELIMITED BY SPACE
             " " WS-REASON-1 DELIMITED BY SIZE
             INTO WS-CARD-OUTCOME
       ELSE
          MOVE '2' TO WS-FORFEIT-FLAG
          MOVE '1' TO ML-RESULT
          STRING "WALKOVER TO " DELIMITED BY SIZE
             CD-PLAYER-1(CD-J) DELIMITED BY SPACE
             " - " DELIMITED BY SIZE
             CD-PLAYER-2(CD-J) DELIMITED BY SPACE
             " " WS-REASON-2 DELIMITED BY SIZE
             INTO WS-CARD-OUTCOME
       END-IF
    END-IF
    PERFORM WRITE-WALKOVER-RECORD
    PERFORM MARK-CARD-PLAYED.
WRITE-WALKOVER-RECORD.
    OPEN EXTEND MATCH-LOG-FILE
    IF WS-ML-FILE-STATUS = "35"
       OPEN OUTPUT MATCH-LOG-FILE
       CLOSE MATCH-LOG-FILE
       OPEN EXTEND MATCH-LOG-FILE
    END-IF
    IF WS-ML-FILE-STATUS NOT = "00"
       DISPLAY "ERROR: CANNOT OPEN MATCH LEDGER - STATUS "
          WS-ML-FILE-STATUS " - WALKOVER NOT RECORDED"
       MOVE 16 TO RETURN-CODE
       CLOSE ROUND-REPORT-FILE
       STOP RUN
    END-IF
    MOVE WS-RUN-DATE TO ML-DATE
    MOVE CD-MATCH(CD-J) TO ML-MATCH-NUMBER
    MOVE WS-ROUND TO ML-ROUND
    MOVE CD-PLAYER-1(CD-J) TO ML-PLAYER-1
    MOVE CD-PLAYER-2(CD-J) TO ML-PLAYER-2
    MOVE 0 TO ML-LENGTH-1 ML-LENGTH-2 ML-FOOD-1 ML-FOOD-2
    MOVE 1 TO ML-GAME-NUMBER
    MOVE WS-SEASON-ID TO ML-SEASON-ID
    MOVE WS-FORFEIT-FLAG TO ML-FORFEIT
    MOVE SPACE TO ML-SEP-1 ML-SEP-2 ML-SEP-3 ML-SEP-4 ML-SEP-5
       ML-SEP-6 ML-SEP-7 ML-SEP-8 ML-SEP-9 ML-SEP-10 ML-SEP-11
       ML-SEP-12
    WRITE MATCH-LOG-RECORD
    IF WS-ML-FILE-STATUS NOT = "00"
       DISPLAY "ERROR: WALKOVER FOR MATCH CARD " CD-MATCH(CD-J)
          " NOT WRITTEN - STATUS " WS-ML-FILE-STATUS
       CLOSE MATCH-LOG-FILE
       MOVE 16 TO RETURN-CODE
       CLOSE ROUND-REPORT-FILE
       STOP RUN
    END-IF
    CLOSE MATCH-LOG-FILE.
*> The game may have rewritten the fixture file since it was loaded,
*> so it is read afresh before this card is marked.
MARK-CARD-PLAYED.
    PERFORM LOAD-FIXTURE-TABLE
    PERFORM FIND-CARD
    IF WS-CARD-AT = 0
       DISPLAY "ERROR: MATCH CARD " CD-MATCH(CD-J)
          " NO LONGER ON FIXTURE FILE - CANNOT MARK IT PLAYED"
       MOVE 16 TO RETURN-CODE
       CLOSE ROUND-REPORT-FILE
       STOP RUN
    END-IF
    MOVE 'Y' TO FXW-PLAYED(WS-CARD-AT)
    OPEN OUTPUT FIXTURE-FILE
    IF WS-FIX-FILE-STATUS NOT = "00"
       DISPLAY "ERROR: MATCH CARD " CD-MATCH(CD-J)
          " NOT MARKED PLAYED - STATUS " WS-FIX-FILE-STATUS
       MOVE 16 TO RETURN-CODE
       CLOSE ROUND-REPORT-FILE
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
FIND-CARD.
    MOVE 0 TO WS-CARD-AT
    PERFORM VARYING FIX-J FROM 1 BY 1
       UNTIL FIX-J > WS-FIX-COUNT OR WS-CARD-AT > 0
       IF FXW-ROUND(FIX-J) = WS-ROUND
          AND FXW-MATCH(FIX-J) = CD-MATCH(CD-J)
          AND FXW-PLAYER-1(FIX-J) = CD-PLAYER-1(CD-J)
          AND FXW-PLAYER-2(FIX-J) = CD-PLAYER-2(CD-J)
          MOVE FIX-J TO WS-CARD-AT
       END-IF
    END-PERFORM.

*> --- playing the card ------------------------------------------------
BUILD-DIRECTION-QUEUE.
    MOVE 0 TO WS-QUEUE-MOVES
    MOVE 'N' TO WS-MV1-EOF
    MOVE 'N' TO WS-MV2-EOF
    MOVE SPACE TO WS-LAST-DIRECTION-1
    MOVE SPACE TO WS-LAST-DIRECTION-2
    OPEN INPUT PLAYER-1-MOVES-FILE
    OPEN INPUT PLAYER-2-MOVES-FILE
    OPEN OUTPUT DIRECTION-QUEUE-FILE
    IF WS-DQ-FILE-STATUS NOT = "00"
       DISPLAY "ERROR: CANNOT OPEN DIRECTION QUEUE - STATUS "
          WS-DQ-FILE-STATUS
       CLOSE ROUND-REPORT-FILE
       MOVE 16 TO RETURN-CODE
       STOP RUN
    END-IF
    PERFORM UNTIL WS-MV1-EOF = 'Y' AND WS-MV2-EOF = 'Y'
       IF WS-MV1-EOF = 'N'
          READ PLAYER-1-MOVES-FILE
             AT END
                MOVE 'Y' TO WS-MV1-EOF
             NOT AT END
                MOVE MV1-DIRECTION TO WS-LAST-DIRECTION-1
          END-READ
       END-IF
       IF WS-MV2-EOF = 'N'
          READ PLAYER-2-MOVES-FILE
             AT END
                MOVE 'Y' TO WS-MV2-EOF
             NOT AT END
                MOVE MV2-DIRECTION TO WS-LAST-DIRECTION-2
          END-READ
       END-IF
       IF WS-MV1-EOF = 'N' OR WS-MV2-EOF = 'N'
          MOVE WS-LAST-DIRECTION-1 TO DQ-DIRECTION-P1
          MOVE WS-LAST-DIRECTION-2 TO DQ-DIRECTION-P2
          WRITE DIRECTION-QUEUE-RECORD
          ADD 1 TO WS-QUEUE-MOVES
       END-IF
    END-PERFORM
    CLOSE PLAYER-1-MOVES-FILE
    CLOSE PLAYER-2-MOVES-FILE
    CLOSE DIRECTION-QUEUE-FILE.
RUN-GAME-FOR-CARD.
    PERFORM COUNT-LEDGER-RECORDS
    MOVE WS-LEDGER-SEQ TO WS-LEDGER-MARK
    MOVE SPACES TO WS-SYSTEM-COMMAND
    STRING "env SNAKE-FIXTURE=Y SNAKE-FIXTURE-ROUND=" WS-ROUND
       " SNAKE-TWO-PLAYER=Y SNAKE-AUTO-P2=N SNAKE-SERIES-GAMES="
       DELIMITED BY SIZE
       WS-SERIES-GAMES DELIMITED BY SPACE
       " " DELIMITED BY SIZE
       WS-GAME-COMMAND DELIMITED BY "  "
       " BATCH" DELIMITED BY SIZE
       INTO WS-SYSTEM-COMMAND
    DISPLAY "MATCH CARD " CD-MATCH(CD-J) " - " CD-PLAYER-1(CD-J)
       " V " CD-PLAYER-2(CD-J) " - " WS-QUEUE-MOVES " MOVES QUEUED"
    MOVE 0 TO RETURN-CODE
    CALL "SYSTEM" USING WS-SYSTEM-COMMAND
*> SYSTEM hands back the raw wait status, as in SNAKE-RUNPLAN.
    MOVE RETURN-CODE TO WS-WAIT-STATUS
    MOVE 0 TO RETURN-CODE
    IF WS-WAIT-STATUS < 0
       MOVE 99 TO WS-GAME-RC
    ELSE
       DIVIDE WS-WAIT-STATUS BY 256
          GIVING WS-EXIT-CODE REMAINDER WS-SIGNAL-CODE
       IF WS-SIGNAL-CODE NOT = 0 OR WS-EXIT-CODE > 99
          MOVE 99 TO WS-GAME-RC
       ELSE
          MOVE WS-EXIT-CODE TO WS-GAME-RC
       END-IF
    END-IF
    PERFORM LOAD-FIXTURE-TABLE
    PERFORM FIND-CARD
    IF WS-CARD-AT = 0 OR FXW-PLAYED(WS-CARD-AT) NOT = 'Y'
       MOVE 'Y' TO WS-ROUND-ABANDONED
       ADD 1 TO WS-CARDS-NO-RESULT
       MOVE 16 TO WS-MAX-RC
       MOVE SPACES TO WS-CARD-OUTCOME
       STRING "GAME DID NOT TAKE THE CARD - RC " WS-GAME-RC
          DELIMITED BY SIZE INTO WS-CARD-OUTCOME
       DISPLAY "ERROR: SNAKE-GAME DID NOT TAKE MATCH CARD "
          CD-MATCH(CD-J) " - RC " WS-GAME-RC " - ROUND ABANDONED"
    ELSE
       PERFORM TALLY-CARD-RESULTS
    END-IF.
COUNT-LEDGER-RECORDS.
    MOVE 0 TO WS-LEDGER-SEQ
    MOVE 'N' TO WS-ML-EOF
    OPEN INPUT MATCH-LOG-FILE
    IF WS-ML-FILE-STATUS = "00"
       PERFORM UNTIL WS-ML-EOF = 'Y'
          READ MATCH-LOG-FILE
             AT END
                MOVE 'Y' TO WS-ML-EOF
             NOT AT END
                ADD 1 TO WS-LEDGER-SEQ
          END-READ
       END-PERFORM
       CLOSE MATCH-LOG-FILE
    END-IF.
*> Only ledger records written since the game was started, for this
*> card's pairing, count toward the card.
TALLY-CARD-RESULTS.
    MOVE 0 TO WS-WINS-1 WS-WINS-2 WS-DRAWS
    MOVE 0 TO WS-LEDGER-SEQ
    MOVE 'N' TO WS-ML-EOF
    OPEN INPUT MATCH-LOG-FILE
    IF WS-ML-FILE-STATUS = "00"
       PERFORM UNTIL WS-ML-EOF = 'Y'
          READ MATCH-LOG-FILE
             AT END
                MOVE 'Y' TO WS-ML-EOF
             NOT AT END
                ADD 1 TO WS-LEDGER-SEQ
                IF WS-LEDGER-SEQ > WS-LEDGER-MARK
                   AND ML-MATCH-NUMBER = CD-MATCH(CD-J)
                   AND ML-PLAYER-1 = CD-PLAYER-1(CD-J)
                   AND ML-PLAYER-2 = CD-PLAYER-2(CD-J)
                   ADD 1 TO WS-CARD-GAMES
                   IF ML-RESULT = '1'
                      ADD 1 TO WS-WINS-1
                   END-IF
                   IF ML-RESULT = '2'
                      ADD 1 TO WS-WINS-2
                   END-IF
                   IF ML-RESULT = 'D'
                      ADD 1 TO WS-DRAWS
                   END-IF
                END-IF
          END-READ
       END-PERFORM
       CLOSE MATCH-LOG-FILE
    END-IF
    MOVE SPACES TO WS-CARD-OUTCOME
    IF WS-CARD-GAMES = 0
       ADD 1 TO WS-CARDS-NO-RESULT
       IF WS-MAX-RC < 8
          MOVE 8 TO WS-MAX-RC
       END-IF
       STRING "NO RESULT - GAME RC " WS-GAME-RC
          " - SEE OPSLOG.DAT"
          DELIMITED BY SIZE INTO WS-CARD-OUTCOME
    ELSE
       ADD 1 TO WS-CARDS-PLAYED
       IF WS-GAME-RC >= 8
          IF WS-MAX-RC < 8
             MOVE 8 TO WS-MAX-RC
          END-IF
       ELSE
          IF WS-GAME-RC > 0
             PERFORM RAISE-WARNING
          END-IF
       END-IF
       IF WS-WINS-1 > WS-WINS-2
          STRING CD-PLAYER-1(CD-J) DELIMITED BY SPACE
             " WINS " WS-WINS-1 "-" WS-WINS-2 " DRAWN " WS-DRAWS
             DELIMITED BY SIZE INTO WS-CARD-OUTCOME
       ELSE
          IF WS-WINS-2 > WS-WINS-1
             STRING CD-PLAYER-2(CD-J) DELIMITED BY SPACE
                " WINS " WS-WINS-2 "-" WS-WINS-1 " DRAWN " WS-DRAWS
                DELIMITED BY SIZE INTO WS-CARD-OUTCOME
          ELSE
             STRING "DRAWN " WS-WINS-1 "-" WS-WINS-2 " DRAWN "
                WS-DRAWS
                DELIMITED BY SIZE INTO WS-CARD-OUTCOME
          END-IF
       END-IF
       IF WS-GAME-RC > 0
          STRING WS-CARD-OUTCOME DELIMITED BY "  "
             " - GAME RC " WS-GAME-RC
             DELIMITED BY SIZE INTO WS-CARD-OUTCOME
       END-IF
    END-IF.

*> --- report ------------------------------------------------------------
WRITE-CARD-LINE.
    MOVE CD-MATCH(CD-J) TO CRL-MATCH
    MOVE CD-PLAYER-1(CD-J) TO CRL-PLAYER-1
    MOVE CD-PLAYER-2(CD-J) TO CRL-PLAYER-2
    MOVE WS-CARD-GAMES TO CRL-GAMES
    MOVE WS-CARD-OUTCOME TO CRL-OUTCOME
    MOVE CARD-LINE TO ROUND-REPORT-RECORD
    PERFORM WRITE-REPORT-LINE.
PRINT-ROUND-TOTALS.
    MOVE SPACES TO ROUND-REPORT-RECORD
    PERFORM WRITE-REPORT-LINE
    MOVE SPACES TO ROUND-REPORT-RECORD
    STRING "CARDS PLAYED      " WS-CARDS-PLAYED
       DELIMITED BY SIZE INTO ROUND-REPORT-RECORD
    PERFORM WRITE-REPORT-LINE
    MOVE SPACES TO ROUND-REPORT-RECORD
    STRING "WALKOVERS         " WS-CARDS-WALKOVER
       DELIMITED BY SIZE INTO ROUND-REPORT-RECORD
    PERFORM WRITE-REPORT-LINE
    MOVE SPACES TO ROUND-REPORT-RECORD
    STRING "NO RESULT         " WS-CARDS-NO-RESULT
       DELIMITED BY SIZE INTO ROUND-REPORT-RECORD
    PERFORM WRITE-REPORT-LINE
    IF WS-CARDS-NOT-REACHED > 0
       MOVE SPACES TO ROUND-REPORT-RECORD
       STRING "NOT REACHED       " WS-CARDS-NOT-REACHED
          DELIMITED BY SIZE INTO ROUND-REPORT-RECORD
       PERFORM WRITE-REPORT-LINE
    END-IF.
RAISE-WARNING.
    IF WS-MAX-RC < 4
       MOVE 4 TO WS-MAX-RC
    END-IF.
WRITE-REPORT-LINE.
    IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
       MOVE ROUND-REPORT-RECORD TO WS-HELD-LINE
       PERFORM PRINT-PAGE-HEADING
       MOVE WS-HELD-LINE TO ROUND-REPORT-RECORD
    END-IF
    WRITE ROUND-REPORT-RECORD
    ADD 1 TO WS-LINE-COUNT.
PRINT-PAGE-HEADING.
    ADD 1 TO WS-PAGE-NUMBER
    MOVE WS-RUN-DATE TO HDG-DATE
    MOVE WS-PAGE-NUMBER TO HDG-PAGE
    MOVE HEADING-LINE-1 TO ROUND-REPORT-RECORD
    WRITE ROUND-REPORT-RECORD
    MOVE SPACES TO ROUND-REPORT-RECORD
    WRITE ROUND-REPORT-RECORD
    MOVE 2 TO WS-LINE-COUNT.
