      *>*****************************************************************
      *> SNAKE-INTEGRITY
      *> Nightly referential integrity sweep of the league files
      *> against the player master.  Every player id carried on
      *> SUMMARY.DAT, HGHSCORE.DAT, MATCHLOG.DAT, FIXTURE.DAT and
      *> AUDCATLG.DAT is looked up on PLAYERS.DAT; ids that are not on
      *> the master (typos, the default PLAYER1/PLAYER2 ids) and ids of
      *> players who are no longer active are reported with counts per
      *> file and per offending id.  Also reported are unplayed fixture
      *> cards that involve a deactivated player - the game would play
      *> them - and audit catalog runs that have no matching summary
      *> rows (same first player, same date).  Catalog runs dated before
      *> the oldest live summary row have had their summary archived by
      *> SNAKE-HOUSEKEEP and are counted, not reported.
      *>
      *> Results go to INTEGRTY.RPT.  Return code for the run-plan
      *> controller: 0 clean; 4 warnings only (inactive players in
      *> history, catalog runs without summary rows); 8 exceptions (ids
      *> not on the master, or unplayed cards with deactivated
      *> players), so a step with fail action 'S' holds the chain
      *> before the standings are posted; 16 when the master cannot
      *> be read.  A league file that does not exist yet is noted and
      *> skipped.
      *>*****************************************************************
      >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. SNAKE-INTEGRITY.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT PLAYER-MASTER-FILE ASSIGN TO "PLAYERS.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS PM-PLAYER-ID
        FILE STATUS IS WS-PMF-FILE-STATUS.
    SELECT SUMMARY-REPORT-FILE ASSIGN TO "SUMMARY.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-SUM-FILE-STATUS.
    SELECT HIGH-SCORE-FILE ASSIGN TO "HGHSCORE.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS HS-REC-KEY
        FILE STATUS IS WS-HS-FILE-STATUS.
    SELECT MATCH-LOG-FILE ASSIGN TO "MATCHLOG.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-ML-FILE-STATUS.
    SELECT FIXTURE-FILE ASSIGN TO "FIXTURE.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FIX-FILE-STATUS.
    SELECT AUDIT-CATALOG-FILE ASSIGN TO "AUDCATLG.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CAT-FILE-STATUS.
    SELECT INTEGRITY-REPORT-FILE ASSIGN TO "INTEGRTY.RPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RPT-FILE-STATUS.
DATA DIVISION.
FILE SECTION.
FD  PLAYER-MASTER-FILE.
01  PLAYER-MASTER-RECORD.
    05 PM-PLAYER-ID          PIC X(8).
    05 PM-PLAYER-NAME        PIC X(20).
    05 PM-REG-DATE           PIC 9(8).
    05 PM-STATUS             PIC X.
    05 PM-LIFE-GAMES         PIC 9(6).
    05 PM-LIFE-FOOD          PIC 9(6).
    05 PM-BEST-LENGTH        PIC 9(4).
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
FD  HIGH-SCORE-FILE.
01  HIGH-SCORE-RECORD.
    05 HS-REC-KEY.
       10 HS-PLAYER-ID       PIC X(8).
       10 HS-DATE            PIC 9(8).
       10 HS-TIME            PIC 9(8).
    05 HS-SCORE              PIC 9(4).
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
FD  INTEGRITY-REPORT-FILE.
01  INTEGRITY-REPORT-RECORD  PIC X(80).
WORKING-STORAGE SECTION.
01 WS-PMF-FILE-STATUS PIC XX VALUE SPACES.
01 WS-SUM-FILE-STATUS PIC XX VALUE SPACES.
01 WS-HS-FILE-STATUS PIC XX VALUE SPACES.
01 WS-ML-FILE-STATUS PIC XX VALUE SPACES.
01 WS-FIX-FILE-STATUS PIC XX VALUE SPACES.
01 WS-CAT-FILE-STATUS PIC XX VALUE SPACES.
01 WS-RPT-FILE-STATUS PIC XX VALUE SPACES.
01 WS-PM-EOF PIC X VALUE 'N'.
01 WS-SUM-EOF PIC X VALUE 'N'.
01 WS-HS-EOF PIC X VALUE 'N'.
01 WS-ML-EOF PIC X VALUE 'N'.
01 WS-FIX-EOF PIC X VALUE 'N'.
01 WS-CAT-EOF PIC X VALUE 'N'.
01 WS-RUN-DATE PIC 9(8).

*> The player master, held for lookup.
01 WS-MASTER-COUNT PIC 9(4) VALUE 0.
01 WS-MASTER-LIMIT PIC 9(4) VALUE 1000.
01 MASTER-TABLE.
   05 MASTER-ENTRY OCCURS 1000 TIMES INDEXED BY MS-IDX.
      10 MS-PLAYER-ID PIC X(8).
      10 MS-STATUS PIC X.
01 MS-J PIC 9(4).

*> One line per league file, in sweep order.
01 FILE-COUNT-TABLE.
   05 FILE-COUNT-ENTRY OCCURS 5 TIMES.
      10 FC-FILE-NAME PIC X(12).
      10 FC-PRESENT PIC X.
      10 FC-RECORDS PIC 9(6).
      10 FC-REFERENCES PIC 9(6).
      10 FC-NOT-ON-MASTER PIC 9(6).
      10 FC-INACTIVE PIC 9(6).
01 FC-J PIC 9.
01 WS-FILE-AT PIC 9 VALUE 0.

*> Every offending id, with its reference count in each file.
01 WS-OFFENDER-COUNT PIC 9(4) VALUE 0.
01 WS-OFFENDER-LIMIT PIC 9(4) VALUE 500.
01 WS-OFFENDERS-DROPPED PIC 9(6) VALUE 0.
01 OFFENDER-TABLE.
   05 OFFENDER-ENTRY OCCURS 500 TIMES INDEXED BY OF-IDX.
      10 OF-PLAYER-ID PIC X(8).
      10 OF-REASON PIC X.
      10 OF-FILE-COUNT OCCURS 5 TIMES PIC 9(6).
01 OF-J PIC 9(4).
01 WS-OFFENDER-AT PIC 9(4) VALUE 0.

*> Reference being checked and what the master says about it:
*> 'A' active, 'I' on the master but not active, 'U' not on it.
01 WS-CHECK-ID PIC X(8) VALUE SPACES.
01 WS-REF-STATE PIC X VALUE SPACE.
01 WS-STATE-1 PIC X VALUE SPACE.
01 WS-STATE-2 PIC X VALUE SPACE.

*> Catalog runs, marked off as their summary rows are found.
01 WS-RUN-COUNT PIC 9(4) VALUE 0.
01 WS-RUN-LIMIT PIC 9(4) VALUE 5000.
01 RUN-TABLE.
   05 RUN-ENTRY OCCURS 5000 TIMES INDEXED BY RN-IDX.
      10 RN-RUN-ID PIC 9(4).
      10 RN-DATE PIC 9(8).
      10 RN-PLAYER-ID PIC X(8).
      10 RN-FOUND PIC X.
01 RN-J PIC 9(4).
01 WS-OLDEST-SUM-DATE PIC 9(8) VALUE 99999999.
01 WS-RUNS-ARCHIVED PIC 9(6) VALUE 0.
01 WS-RUNS-ORPHANED PIC 9(6) VALUE 0.
01 WS-RUNS-NOT-HELD PIC 9(6) VALUE 0.

01 WS-CARDS-UNPLAYED PIC 9(6) VALUE 0.
01 WS-CARDS-INACTIVE PIC 9(6) VALUE 0.
01 WS-TOTAL-NOT-ON-MASTER PIC 9(6) VALUE 0.
01 WS-TOTAL-INACTIVE PIC 9(6) VALUE 0.
01 WS-SEVERITY PIC 9(2) VALUE 0.

01 WS-PAGE-NUMBER PIC 9(3) VALUE 0.
01 WS-LINE-COUNT PIC 9(2) VALUE 0.
01 WS-LINES-PER-PAGE PIC 9(2) VALUE 55.
01 WS-HELD-LINE PIC X(80) VALUE SPACES.

01 HEADING-LINE-1.
   05 FILLER PIC X(31) VALUE "PLAYER ID INTEGRITY SWEEP RUN ".
   05 HDG-DATE PIC 9(8).
   05 FILLER PIC X(31) VALUE SPACES.
   05 FILLER PIC X(5) VALUE "PAGE ".
   05 HDG-PAGE PIC ZZ9.
01 CARD-LINE.
   05 FILLER PIC X(14) VALUE "FIXTURE ROUND ".
   05 CDL-ROUND PIC 99.
   05 FILLER PIC X(7) VALUE " MATCH ".
   05 CDL-MATCH PIC 9(4).
   05 FILLER PIC X VALUE SPACE.
   05 CDL-PLAYER-1 PIC X(8).
   05 FILLER PIC X(3) VALUE " V ".
   05 CDL-PLAYER-2 PIC X(8).
   05 FILLER PIC X(33) VALUE
      " - UNPLAYED, DEACTIVATED PLAYER".
01 ORPHAN-LINE.
   05 FILLER PIC X(12) VALUE "CATALOG RUN ".
   05 ORL-RUN-ID PIC 9(4).
   05 FILLER PIC X VALUE SPACE.
   05 ORL-DATE PIC 9(8).
   05 FILLER PIC X VALUE SPACE.
   05 ORL-PLAYER-ID PIC X(8).
   05 FILLER PIC X(30) VALUE " - NO MATCHING SUMMARY ROWS".
01 FILE-HEADING-1 PIC X(80) VALUE
   "FILE              RECORDS  PLAYER REFS  NOT ON MASTER  NOT ACTIVE".
01 FILE-HEADING-2 PIC X(80) VALUE
   "------------      -------  -----------  -------------  ----------".
01 FILE-LINE.
   05 FLL-FILE-NAME PIC X(12).
   05 FILLER PIC X(6) VALUE SPACES.
   05 FLL-RECORDS PIC ZZZZZZ9.
   05 FILLER PIC X(5) VALUE SPACES.
   05 FLL-REFERENCES PIC ZZZZZZZ9.
   05 FILLER PIC X(5) VALUE SPACES.
   05 FLL-NOT-ON-MASTER PIC ZZZZZZZZZ9.
   05 FILLER PIC X(2) VALUE SPACES.
   05 FLL-INACTIVE PIC ZZZZZZZZZ9.
01 FILE-ABSENT-LINE.
   05 FAL-FILE-NAME PIC X(12).
   05 FILLER PIC X(30) VALUE "    NOT PRESENT - NOT SWEPT".
01 ID-HEADING-1 PIC X(80) VALUE
   "PLAYER    REASON          SUMMARY HGHSCORE MATCHLOG  FIXTURE AUDCATLG".
01 ID-HEADING-2 PIC X(80) VALUE
   "--------  -------------   ------- -------- --------  ------- --------".
01 ID-LINE.
   05 IDL-PLAYER-ID PIC X(8).
   05 FILLER PIC X(2) VALUE SPACES.
   05 IDL-REASON PIC X(13).
   05 FILLER PIC X(2) VALUE SPACES.
   05 IDL-COUNT-ENTRY OCCURS 5 TIMES.
      10 IDL-COUNT PIC ZZZZZZZ9.
      10 FILLER PIC X VALUE SPACE.
01 TOTAL-LINE-1.
   05 FILLER PIC X(18) VALUE "IDS NOT ON MASTER ".
   05 TL1-NOT-ON-MASTER PIC ZZZZZ9.
   05 FILLER PIC X(16) VALUE "   NOT ACTIVE ".
   05 TL1-INACTIVE PIC ZZZZZ9.
   05 FILLER PIC X(19) VALUE "   OFFENDING IDS ".
   05 TL1-OFFENDERS PIC ZZZ9.
01 TOTAL-LINE-2.
   05 FILLER PIC X(16) VALUE "UNPLAYED CARDS ".
   05 TL2-UNPLAYED PIC ZZZZZ9.
   05 FILLER PIC X(22) VALUE "   WITH DEACTIVATED ".
   05 TL2-INACTIVE PIC ZZZZZ9.
01 TOTAL-LINE-3.
   05 FILLER PIC X(14) VALUE "CATALOG RUNS ".
   05 TL3-RUNS PIC ZZZZZ9.
   05 FILLER PIC X(21) VALUE "   NO SUMMARY ROWS ".
   05 TL3-ORPHANED PIC ZZZZZ9.
   05 FILLER PIC X(25) VALUE "   BEFORE OLDEST SUMMARY ".
   05 TL3-ARCHIVED PIC ZZZZZ9.
01 SEVERITY-LINE.
   05 FILLER PIC X(20) VALUE "SWEEP RETURN CODE ".
   05 SVL-RC PIC Z9.
   05 FILLER PIC X(3) VALUE " - ".
   05 SVL-TEXT PIC X(40).

PROCEDURE DIVISION.
MAIN-LOGIC.
    ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
    PERFORM LOAD-PLAYER-MASTER.
    PERFORM OPEN-INTEGRITY-REPORT.
    MOVE "SUMMARY.DAT" TO FC-FILE-NAME(1).
    MOVE "HGHSCORE.DAT" TO FC-FILE-NAME(2).
    MOVE "MATCHLOG.DAT" TO FC-FILE-NAME(3).
    MOVE "FIXTURE.DAT" TO FC-FILE-NAME(4).
    MOVE "AUDCATLG.DAT" TO FC-FILE-NAME(5).
    PERFORM VARYING FC-J FROM 1 BY 1 UNTIL FC-J > 5
       MOVE 'N' TO FC-PRESENT(FC-J)
       MOVE 0 TO FC-RECORDS(FC-J) FC-REFERENCES(FC-J)
          FC-NOT-ON-MASTER(FC-J) FC-INACTIVE(FC-J)
    END-PERFORM.
    PERFORM SWEEP-AUDIT-CATALOG.
    PERFORM SWEEP-SUMMARY.
    PERFORM SWEEP-HIGH-SCORES.
    PERFORM SWEEP-MATCH-LOG.
    PERFORM SWEEP-FIXTURE.
    PERFORM REPORT-ORPHAN-RUNS.
    PERFORM REPORT-FILE-COUNTS.
    PERFORM REPORT-OFFENDING-IDS.
    PERFORM REPORT-TOTALS.
    CLOSE INTEGRITY-REPORT-FILE.
    DISPLAY "INTEGRITY SWEEP COMPLETE - " WS-TOTAL-NOT-ON-MASTER
       " NOT ON MASTER, " WS-TOTAL-INACTIVE " NOT ACTIVE, "
       WS-CARDS-INACTIVE " CARDS, " WS-RUNS-ORPHANED
       " CATALOG RUNS - RC " WS-SEVERITY.
    MOVE WS-SEVERITY TO RETURN-CODE.
    STOP RUN.
LOAD-PLAYER-MASTER.
    OPEN INPUT PLAYER-MASTER-FILE
    IF WS-PMF-FILE-STATUS NOT = "00"
       DISPLAY "ERROR: CANNOT OPEN PLAYER MASTER - STATUS "
          WS-PMF-FILE-STATUS
       MOVE 16 TO RETURN-CODE
       STOP RUN
    END-IF
    PERFORM UNTIL WS-PM-EOF = 'Y'
       READ PLAYER-MASTER-FILE
          AT END
             MOVE 'Y' TO WS-PM-EOF
          NOT AT END
             IF WS-MASTER-COUNT >= WS-MASTER-LIMIT
                DISPLAY "ERROR: MORE THAN " WS-MASTER-LIMIT
                   " PLAYERS ON THE MASTER - SWEEP ABANDONED"
                CLOSE PLAYER-MASTER-FILE
                MOVE 16 TO RETURN-CODE
                STOP RUN
             END-IF
             ADD 1 TO WS-MASTER-COUNT
             MOVE PM-PLAYER-ID TO MS-PLAYER-ID(WS-MASTER-COUNT)
             MOVE PM-STATUS TO MS-STATUS(WS-MASTER-COUNT)
       END-READ
    END-PERFORM
    CLOSE PLAYER-MASTER-FILE.
OPEN-INTEGRITY-REPORT.
    OPEN OUTPUT INTEGRITY-REPORT-FILE
    IF WS-RPT-FILE-STATUS NOT = "00"
       DISPLAY "ERROR: CANNOT OPEN INTEGRITY REPORT - STATUS "
          WS-RPT-FILE-STATUS
       MOVE 16 TO RETURN-CODE
       STOP RUN
    END-IF
    PERFORM PRINT-PAGE-HEADING
    MOVE SPACES TO INTEGRITY-REPORT-RECORD
    STRING "PLAYER MASTER: " WS-MASTER-COUNT " PLAYERS"
       DELIMITED BY SIZE INTO INTEGRITY-REPORT-RECORD
    PERFORM WRITE-REPORT-LINE
    MOVE SPACES TO INTEGRITY-REPORT-RECORD
    PERFORM WRITE-REPORT-LINE.

*> --- the five league files ---------------------------------------------
SWEEP-AUDIT-CATALOG.
    MOVE 5 TO WS-FILE-AT
    OPEN INPUT AUDIT-CATALOG-FILE
    IF WS-CAT-FILE-STATUS = "00"
       MOVE 'Y' TO FC-PRESENT(WS-FILE-AT)
       PERFORM UNTIL WS-CAT-EOF = 'Y'
          READ AUDIT-CATALOG-FILE
             AT END
                MOVE 'Y' TO WS-CAT-EOF
             NOT AT END
                ADD 1 TO FC-RECORDS(WS-FILE-AT)
                MOVE CAT-PLAYER-1 TO WS-CHECK-ID
                PERFORM CHECK-PLAYER-REFERENCE
                IF CAT-PLAYER-2 NOT = SPACES
                   MOVE CAT-PLAYER-2 TO WS-CHECK-ID
                   PERFORM CHECK-PLAYER-REFERENCE
                END-IF
                IF WS-RUN-COUNT < WS-RUN-LIMIT
                   ADD 1 TO WS-RUN-COUNT
                   MOVE CAT-RUN-ID TO RN-RUN-ID(WS-RUN-COUNT)
                   MOVE CAT-DATE TO RN-DATE(WS-RUN-COUNT)
                   MOVE CAT-PLAYER-1 TO RN-PLAYER-ID(WS-RUN-COUNT)
                   MOVE 'N' TO RN-FOUND(WS-RUN-COUNT)
                ELSE
                   ADD 1 TO WS-RUNS-NOT-HELD
                END-IF
          END-READ
       END-PERFORM
       CLOSE AUDIT-CATALOG-FILE
       IF WS-RUNS-NOT-HELD > 0
          DISPLAY "WARNING: MORE THAN " WS-RUN-LIMIT " CATALOG RUNS - "
             WS-RUNS-NOT-HELD " NOT CHECKED FOR SUMMARY ROWS"
          IF WS-SEVERITY < 4
             MOVE 4 TO WS-SEVERITY
          END-IF
       END-IF
    END-IF.
SWEEP-SUMMARY.
    MOVE 1 TO WS-FILE-AT
    OPEN INPUT SUMMARY-REPORT-FILE
    IF WS-SUM-FILE-STATUS = "00"
       MOVE 'Y' TO FC-PRESENT(WS-FILE-AT)
       PERFORM UNTIL WS-SUM-EOF = 'Y'
          READ SUMMARY-REPORT-FILE
             AT END
                MOVE 'Y' TO WS-SUM-EOF
             NOT AT END
                ADD 1 TO FC-RECORDS(WS-FILE-AT)
                MOVE SUM-PLAYER-ID TO WS-CHECK-ID
                PERFORM CHECK-PLAYER-REFERENCE
                IF SUM-DATE IS NUMERIC
                   IF SUM-DATE < WS-OLDEST-SUM-DATE
                      MOVE SUM-DATE TO WS-OLDEST-SUM-DATE
                   END-IF
                   PERFORM MARK-CATALOG-RUNS
                END-IF
          END-READ
       END-PERFORM
       CLOSE SUMMARY-REPORT-FILE
    END-IF.
MARK-CATALOG-RUNS.
    PERFORM VARYING RN-J FROM 1 BY 1 UNTIL RN-J > WS-RUN-COUNT
       IF RN-FOUND(RN-J) = 'N' AND RN-DATE(RN-J) = SUM-DATE
          AND RN-PLAYER-ID(RN-J) = SUM-PLAYER-ID
          MOVE 'Y' TO RN-FOUND(RN-J)
       END-IF
    END-PERFORM.
SWEEP-HIGH-SCORES.
    MOVE 2 TO WS-FILE-AT
    OPEN INPUT HIGH-SCORE-FILE
    IF WS-HS-FILE-STATUS = "00"
       MOVE 'Y' TO FC-PRESENT(WS-FILE-AT)
       PERFORM UNTIL WS-HS-EOF = 'Y'
          READ HIGH-SCORE-FILE
             AT END
                MOVE 'Y' TO WS-HS-EOF
             NOT AT END
                ADD 1 TO FC-RECORDS(WS-FILE-AT)
                MOVE HS-PLAYER-ID TO WS-CHECK-ID
                PERFORM CHECK-PLAYER-REFERENCE
          END-READ
       END-PERFORM
       CLOSE HIGH-SCORE-FILE
    END-IF.
SWEEP-MATCH-LOG.
    MOVE 3 TO WS-FILE-AT
    OPEN INPUT MATCH-LOG-FILE
    IF WS-ML-FILE-STATUS = "00"
       MOVE 'Y' TO FC-PRESENT(WS-FILE-AT)
       PERFORM UNTIL WS-ML-EOF = 'Y'
          READ MATCH-LOG-FILE
             AT END
                MOVE 'Y' TO WS-ML-EOF
             NOT AT END
                ADD 1 TO FC-RECORDS(WS-FILE-AT)
                MOVE ML-PLAYER-1 TO WS-CHECK-ID
                PERFORM CHECK-PLAYER-REFERENCE
                MOVE ML-PLAYER-2 TO WS-CHECK-ID
                PERFORM CHECK-PLAYER-REFERENCE
          END-READ
       END-PERFORM
       CLOSE MATCH-LOG-FILE
    END-IF.
*> A card not yet played that names a deactivated player would still
*> be picked up and played by the game in fixture mode.
SWEEP-FIXTURE.
    MOVE 4 TO WS-FILE-AT
    OPEN INPUT FIXTURE-FILE
    IF WS-FIX-FILE-STATUS = "00"
       MOVE 'Y' TO FC-PRESENT(WS-FILE-AT)
       PERFORM UNTIL WS-FIX-EOF = 'Y'
          READ FIXTURE-FILE
             AT END
                MOVE 'Y' TO WS-FIX-EOF
             NOT AT END
                ADD 1 TO FC-RECORDS(WS-FILE-AT)
                MOVE FX-PLAYER-1 TO WS-CHECK-ID
                PERFORM CHECK-PLAYER-REFERENCE
                MOVE WS-REF-STATE TO WS-STATE-1
                MOVE FX-PLAYER-2 TO WS-CHECK-ID
                PERFORM CHECK-PLAYER-REFERENCE
                MOVE WS-REF-STATE TO WS-STATE-2
                IF FX-PLAYED NOT = 'Y'
                   ADD 1 TO WS-CARDS-UNPLAYED
                   IF WS-STATE-1 = 'I' OR WS-STATE-2 = 'I'
                      PERFORM REPORT-INACTIVE-CARD
                   END-IF
                END-IF
          END-READ
       END-PERFORM
       CLOSE FIXTURE-FILE
    END-IF.
REPORT-INACTIVE-CARD.
    ADD 1 TO WS-CARDS-INACTIVE
    MOVE 8 TO WS-SEVERITY
    MOVE FX-ROUND TO CDL-ROUND
    MOVE FX-MATCH TO CDL-MATCH
    MOVE FX-PLAYER-1 TO CDL-PLAYER-1
    MOVE FX-PLAYER-2 TO CDL-PLAYER-2
    MOVE CARD-LINE TO INTEGRITY-REPORT-RECORD
    PERFORM WRITE-REPORT-LINE.

*> --- lookup and tally ----------------------------------------------------
CHECK-PLAYER-REFERENCE.
    ADD 1 TO FC-REFERENCES(WS-FILE-AT)
    MOVE 'U' TO WS-REF-STATE
    PERFORM VARYING MS-J FROM 1 BY 1
       UNTIL MS-J > WS-MASTER-COUNT OR WS-REF-STATE NOT = 'U'
       IF MS-PLAYER-ID(MS-J) = WS-CHECK-ID
          IF MS-STATUS(MS-J) = 'A'
             MOVE 'A' TO WS-REF-STATE
          ELSE
             MOVE 'I' TO WS-REF-STATE
          END-IF
       END-IF
    END-PERFORM
    IF WS-REF-STATE = 'U'
       ADD 1 TO FC-NOT-ON-MASTER(WS-FILE-AT)
       ADD 1 TO WS-TOTAL-NOT-ON-MASTER
       MOVE 8 TO WS-SEVERITY
       PERFORM TALLY-OFFENDER
    END-IF
    IF WS-REF-STATE = 'I'
       ADD 1 TO FC-INACTIVE(WS-FILE-AT)
       ADD 1 TO WS-TOTAL-INACTIVE
       IF WS-SEVERITY < 4
          MOVE 4 TO WS-SEVERITY
       END-IF
       PERFORM TALLY-OFFENDER
    END-IF.
TALLY-OFFENDER.
    MOVE 0 TO WS-OFFENDER-AT
    PERFORM VARYING OF-J FROM 1 BY 1
       UNTIL OF-J > WS-OFFENDER-COUNT OR WS-OFFENDER-AT > 0
       IF OF-PLAYER-ID(OF-J) = WS-CHECK-ID
          MOVE OF-J TO WS-OFFENDER-AT
       END-IF
    END-PERFORM
    IF WS-OFFENDER-AT = 0
       IF WS-OFFENDER-COUNT >= WS-OFFENDER-LIMIT
          ADD 1 TO WS-OFFENDERS-DROPPED
       ELSE
          ADD 1 TO WS-OFFENDER-COUNT
          MOVE WS-OFFENDER-COUNT TO WS-OFFENDER-AT
          MOVE WS-CHECK-ID TO OF-PLAYER-ID(WS-OFFENDER-AT)
          MOVE WS-REF-STATE TO OF-REASON(WS-OFFENDER-AT)
          PERFORM VARYING FC-J FROM 1 BY 1 UNTIL FC-J > 5
             MOVE 0 TO OF-FILE-COUNT(WS-OFFENDER-AT, FC-J)
          END-PERFORM
       END-IF
    END-IF
    IF WS-OFFENDER-AT > 0
       ADD 1 TO OF-FILE-COUNT(WS-OFFENDER-AT, WS-FILE-AT)
    END-IF.

*> --- report sections -----------------------------------------------------
*> Runs older than the oldest live summary row have had their summary
*> archived by housekeeping, so only newer runs can be judged.
REPORT-ORPHAN-RUNS.
    PERFORM VARYING RN-J FROM 1 BY 1 UNTIL RN-J > WS-RUN-COUNT
       IF RN-FOUND(RN-J) = 'N'
          IF RN-DATE(RN-J) < WS-OLDEST-SUM-DATE
             ADD 1 TO WS-RUNS-ARCHIVED
          ELSE
             ADD 1 TO WS-RUNS-ORPHANED
             IF WS-SEVERITY < 4
                MOVE 4 TO WS-SEVERITY
             END-IF
             MOVE RN-RUN-ID(RN-J) TO ORL-RUN-ID
             MOVE RN-DATE(RN-J) TO ORL-DATE
             MOVE RN-PLAYER-ID(RN-J) TO ORL-PLAYER-ID
             MOVE ORPHAN-LINE TO INTEGRITY-REPORT-RECORD
             PERFORM WRITE-REPORT-LINE
          END-IF
       END-IF
    END-PERFORM.
REPORT-FILE-COUNTS.
    MOVE SPACES TO INTEGRITY-REPORT-RECORD
    PERFORM WRITE-REPORT-LINE
    MOVE FILE-HEADING-1 TO INTEGRITY-REPORT-RECORD
    PERFORM WRITE-REPORT-LINE
    MOVE FILE-HEADING-2 TO INTEGRITY-REPORT-RECORD
    PERFORM WRITE-REPORT-LINE
    PERFORM VARYING FC-J FROM 1 BY 1 UNTIL FC-J > 5
       IF FC-PRESENT(FC-J) = 'Y'
          MOVE FC-FILE-NAME(FC-J) TO FLL-FILE-NAME
          MOVE FC-RECORDS(FC-J) TO FLL-RECORDS
          MOVE FC-REFERENCES(FC-J) TO FLL-REFERENCES
          MOVE FC-NOT-ON-MASTER(FC-J) TO FLL-NOT-ON-MASTER
          MOVE FC-INACTIVE(FC-J) TO FLL-INACTIVE
          MOVE FILE-LINE TO INTEGRITY-REPORT-RECORD
       ELSE
          MOVE FC-FILE-NAME(FC-J) TO FAL-FILE-NAME
          MOVE FILE-ABSENT-LINE TO INTEGRITY-REPORT-RECORD
       END-IF
       PERFORM WRITE-REPORT-LINE
    END-PERFORM.
REPORT-OFFENDING-IDS.
    MOVE SPACES TO INTEGRITY-REPORT-RECORD
    PERFORM WRITE-REPORT-LINE
    MOVE ID-HEADING-1 TO INTEGRITY-REPORT-RECORD
    PERFORM WRITE-REPORT-LINE
    MOVE ID-HEADING-2 TO INTEGRITY-REPORT-RECORD
    PERFORM WRITE-REPORT-LINE
    PERFORM VARYING OF-J FROM 1 BY 1 UNTIL OF-J > WS-OFFENDER-COUNT
       MOVE OF-PLAYER-ID(OF-J) TO IDL-PLAYER-ID
       IF OF-PLAYER-ID(OF-J) = SPACES
          MOVE "(BLANK)" TO IDL-PLAYER-ID
       END-IF
       IF OF-REASON(OF-J) = 'U'
          MOVE "NOT ON MASTER" TO IDL-REASON
       ELSE
          MOVE "NOT ACTIVE" TO IDL-REASON
       END-IF
       PERFORM VARYING FC-J FROM 1 BY 1 UNTIL FC-J > 5
          MOVE OF-FILE-COUNT(OF-J, FC-J) TO IDL-COUNT(FC-J)
       END-PERFORM
       MOVE ID-LINE TO INTEGRITY-REPORT-RECORD
       PERFORM WRITE-REPORT-LINE
    END-PERFORM
    IF WS-OFFENDERS-DROPPED > 0
       MOVE SPACES TO INTEGRITY-REPORT-RECORD
       STRING "MORE THAN " WS-OFFENDER-LIMIT " OFFENDING IDS - "
          WS-OFFENDERS-DROPPED " REFERENCES NOT LISTED BY ID"
          DELIMITED BY SIZE INTO INTEGRITY-REPORT-RECORD
       PERFORM WRITE-REPORT-LINE
    END-IF.
REPORT-TOTALS.
    MOVE SPACES TO INTEGRITY-REPORT-RECORD
    PERFORM WRITE-REPORT-LINE
    MOVE WS-TOTAL-NOT-ON-MASTER TO TL1-NOT-ON-MASTER
    MOVE WS-TOTAL-INACTIVE TO TL1-INACTIVE
    MOVE WS-OFFENDER-COUNT TO TL1-OFFENDERS
    MOVE TOTAL-LINE-1 TO INTEGRITY-REPORT-RECORD
    PERFORM WRITE-REPORT-LINE
    MOVE WS-CARDS-UNPLAYED TO TL2-UNPLAYED
    MOVE WS-CARDS-INACTIVE TO TL2-INACTIVE
    MOVE TOTAL-LINE-2 TO INTEGRITY-REPORT-RECORD
    PERFORM WRITE-REPORT-LINE
    MOVE WS-RUN-COUNT TO TL3-RUNS
    MOVE WS-RUNS-ORPHANED TO TL3-ORPHANED
    MOVE WS-RUNS-ARCHIVED TO TL3-ARCHIVED
    MOVE TOTAL-LINE-3 TO INTEGRITY-REPORT-RECORD
    PERFORM WRITE-REPORT-LINE
    MOVE WS-SEVERITY TO SVL-RC
    IF WS-SEVERITY = 0
       MOVE "CLEAN" TO SVL-TEXT
    ELSE
       IF WS-SEVERITY = 4
          MOVE "WARNINGS ONLY" TO SVL-TEXT
       ELSE
          MOVE "EXCEPTIONS - CORRECT BEFORE POSTING" TO SVL-TEXT
       END-IF
    END-IF
    MOVE SEVERITY-LINE TO INTEGRITY-REPORT-RECORD
    PERFORM WRITE-REPORT-LINE.
WRITE-REPORT-LINE.
    IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
       MOVE INTEGRITY-REPORT-RECORD TO WS-HELD-LINE
       PERFORM PRINT-PAGE-HEADING
       MOVE WS-HELD-LINE TO INTEGRITY-REPORT-RECORD
    END-IF
    WRITE INTEGRITY-REPORT-RECORD
    ADD 1 TO WS-LINE-COUNT.
PRINT-PAGE-HEADING.
    ADD 1 TO WS-PAGE-NUMBER
    MOVE WS-RUN-DATE TO HDG-DATE
    MOVE WS-PAGE-NUMBER TO HDG-PAGE
    MOVE HEADING-LINE-1 TO INTEGRITY-REPORT-RECORD
    WRITE INTEGRITY-REPORT-RECORD
    MOVE SPACES TO INTEGRITY-REPORT-RECORD
    WRITE INTEGRITY-REPORT-RECORD
    MOVE 2 TO WS-LINE-COUNT.
