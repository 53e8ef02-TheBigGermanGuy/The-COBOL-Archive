      *>*****************************************************************
      *> SNAKE-RULES
      *> Maintenance and reporting for the game rules register
      *> RULES.DAT.  Each register entry is a numbered version of the
      *> game parameter card - board size, loop delay, boundary mode,
      *> course and handicap tuning, laid out exactly as GAMEPARM.DAT -
      *> with the date it takes effect, the date it was added and the
      *> reason for the change.  SNAKE-GAME plays under the highest
      *> version effective on the day and stamps that version on its
      *> summary and catalog records; SNAKE-REPLAY and SNAKE-VERIFY
      *> rebuild an old run under the version it was stamped with.
      *> GAMEPARM.DAT is now the card being prepared for the next
      *> version and only governs play while no version is in force.
      *>
      *> ADD effective-date reason
      *>          adds the GAMEPARM.DAT card to the register as the next
      *>          version, effective from the date given.  The card is
      *>          edited first (board 1-40 each way, boundary WALL or
      *>          WRAP, handicap Y, N or blank, numeric tuning, course
      *>          on COURSES.DAT).  A version cannot take effect before
      *>          today, nor before the latest version already on the
      *>          register, so the rules a game was played under never
      *>          change after the event.  A card identical to the latest
      *>          version is not added.  The register report follows.
      *> REGISTER (or no argument)
      *>          lists every version with its status - IN FORCE,
      *>          PENDING (effective later), SUPERSEDED - on RULES.RPT.
      *> USAGE [season]
      *>          lists, version by version, the games on SUMMARY.DAT
      *>          played under each and the fixture matches they
      *>          belonged to, on RULEUSE.RPT.  Rows written before the
      *>          version was stamped are counted under the version in
      *>          force on their date and shown separately.  A match
      *>          whose games fall under more than one version is
      *>          flagged.  A season id confines the report to that
      *>          season's rows.
      *>
      *> Return code 0 clean, 4 when a card was not added because it
      *> was unchanged or a match spans versions, 16 when the run is
      *> refused or a file cannot be used.
      *>*****************************************************************
      >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. SNAKE-RULES.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT RULES-REGISTER-FILE ASSIGN TO "RULES.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RR-FILE-STATUS.
    SELECT GAME-PARAMETERS-FILE ASSIGN TO "GAMEPARM.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PARM-FILE-STATUS.
    SELECT COURSE-FILE ASSIGN TO "COURSES.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CRS-FILE-STATUS.
    SELECT SUMMARY-REPORT-FILE ASSIGN TO "SUMMARY.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-SUM-FILE-STATUS.
    SELECT RULES-REPORT-FILE ASSIGN TO "RULES.RPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RPT-FILE-STATUS.
    SELECT USAGE-REPORT-FILE ASSIGN TO "RULEUSE.RPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-USE-FILE-STATUS.
DATA DIVISION.
FILE SECTION.
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
FD  GAME-PARAMETERS-FILE.
01  GAME-PARAMETERS-RECORD    PIC X(31).
FD  COURSE-FILE.
01  COURSE-RECORD.
    05 CRS-COURSE-ID         PIC X(8).
    05 CRS-OBSTACLE-COUNT    PIC 9(2).
    05 CRS-COORD OCCURS 20 TIMES.
       10 CRS-X              PIC 9(2).
       10 CRS-Y              PIC 9(2).
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
FD  RULES-REPORT-FILE.
01  RULES-REPORT-RECORD      PIC X(80).
FD  USAGE-REPORT-FILE.
01  USAGE-REPORT-RECORD      PIC X(80).
WORKING-STORAGE SECTION.
01 WS-RR-FILE-STATUS PIC XX VALUE SPACES.
01 WS-PARM-FILE-STATUS PIC XX VALUE SPACES.
01 WS-CRS-FILE-STATUS PIC XX VALUE SPACES.
01 WS-SUM-FILE-STATUS PIC XX VALUE SPACES.
01 WS-RPT-FILE-STATUS PIC XX VALUE SPACES.
01 WS-USE-FILE-STATUS PIC XX VALUE SPACES.
01 WS-RR-EOF PIC X VALUE 'N'.
01 WS-CRS-EOF PIC X VALUE 'N'.
01 WS-SUM-EOF PIC X VALUE 'N'.
01 WS-RUN-DATE PIC 9(8).
01 WS-MAX-RC PIC 9(2) VALUE 0.

01 WS-COMMAND-ARG PIC X(80) VALUE SPACES.
01 WS-ARG-TOKEN-1 PIC X(8) VALUE SPACES.
01 WS-ARG-TOKEN-2 PIC X(8) VALUE SPACES.
01 WS-ARG-POINTER PIC 9(3) VALUE 1.
01 WS-ARG-TOKEN PIC X(8) VALUE SPACES.
01 WS-ARG-DIGIT PIC 9.
01 WS-ARG-DIGITS PIC 9(2) VALUE 0.
01 WS-ARG-OK PIC X VALUE 'Y'.
01 WS-ARG-VALUE PIC 9(8) VALUE 0.
01 WS-ARG-J PIC 9(2).
01 WS-RUN-MODE PIC X(8) VALUE SPACES.

*> --- the version being added ---
01 WS-EFFECTIVE-DATE PIC 9(8) VALUE 0.
01 WS-EFFECTIVE-DATE-X REDEFINES WS-EFFECTIVE-DATE.
   05 WS-EFFECTIVE-YEAR PIC 9(4).
   05 WS-EFFECTIVE-MONTH PIC 9(2).
   05 WS-EFFECTIVE-DAY PIC 9(2).
01 WS-REASON PIC X(40) VALUE SPACES.
01 WS-NEW-VERSION PIC 9(4) VALUE 0.
01 WS-CARD-ERRORS PIC 9(2) VALUE 0.
01 WS-COURSE-FOUND PIC X VALUE 'N'.
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
01 WS-PARAMETER-CARD-X REDEFINES WS-PARAMETER-CARD PIC X(31).

*> --- the register, in version order ---
01 WS-RULES-COUNT PIC 9(4) VALUE 0.
01 WS-RULES-LIMIT PIC 9(4) VALUE 500.
01 RULES-TABLE.
   05 RULES-ENTRY OCCURS 500 TIMES.
      10 RT-VERSION PIC 9(4).
      10 RT-EFFECTIVE-DATE PIC 9(8).
      10 RT-ADDED-DATE PIC 9(8).
      10 RT-PARAMETERS PIC X(31).
      10 RT-REASON PIC X(40).
01 RT-J PIC 9(4).
01 RT-AT PIC 9(4) VALUE 0.
01 WS-LATEST-VERSION PIC 9(4) VALUE 0.
01 WS-LATEST-EFFECTIVE PIC 9(8) VALUE 0.
01 WS-LATEST-AT PIC 9(4) VALUE 0.
01 WS-IN-FORCE-VERSION PIC 9(4) VALUE 0.
01 WS-RULES-DATE PIC 9(8) VALUE 0.
01 WS-RULES-VERSION PIC 9(4) VALUE 0.

*> --- usage: one entry per version met, one per version and match ---
01 WS-SEASON-FILTER PIC X(8) VALUE SPACES.
01 WS-USAGE-COUNT PIC 9(4) VALUE 0.
01 WS-USAGE-LIMIT PIC 9(4) VALUE 500.
01 USAGE-TABLE.
   05 USAGE-ENTRY OCCURS 500 TIMES.
      10 UV-VERSION PIC 9(4).
      10 UV-GAMES-STAMPED PIC 9(6).
      10 UV-GAMES-BY-DATE PIC 9(6).
      10 UV-OTHER-GAMES PIC 9(6).
      10 UV-MATCHES PIC 9(4).
01 UV-J PIC 9(4).
01 UV-AT PIC 9(4) VALUE 0.
01 WS-MATCH-COUNT PIC 9(4) VALUE 0.
01 WS-MATCH-LIMIT PIC 9(4) VALUE 2000.
01 MATCH-USAGE-TABLE.
   05 MATCH-USAGE-ENTRY OCCURS 2000 TIMES.
      10 UM-VERSION PIC 9(4).
      10 UM-SEASON PIC X(8).
      10 UM-MATCH PIC 9(4).
      10 UM-PLAYER-1 PIC X(8).
      10 UM-PLAYER-2 PIC X(8).
      10 UM-GAMES PIC 9(4).
      10 UM-FIRST-DATE PIC 9(8).
      10 UM-LAST-DATE PIC 9(8).
      10 UM-SPLIT PIC X.
01 UM-J PIC 9(4).
01 UM-K PIC 9(4).
01 UM-AT PIC 9(4) VALUE 0.
01 WS-ROW-STAMPED PIC X VALUE 'N'.
01 WS-ROWS-READ PIC 9(6) VALUE 0.
01 WS-GAMES-COUNTED PIC 9(6) VALUE 0.
01 WS-SPLIT-MATCHES PIC 9(4) VALUE 0.
01 WS-MATCHES-DROPPED PIC 9(6) VALUE 0.

01 WS-PAGE-NUMBER PIC 9(3) VALUE 0.
01 WS-LINE-COUNT PIC 9(2) VALUE 0.
01 WS-USE-PAGE-NUMBER PIC 9(3) VALUE 0.
01 WS-USE-LINE-COUNT PIC 9(2) VALUE 0.
01 WS-LINES-PER-PAGE PIC 9(2) VALUE 55.
01 WS-HELD-LINE PIC X(80) VALUE SPACES.

01 HEADING-LINE-1.
   05 FILLER PIC X(31) VALUE "GAME RULES REGISTER       RUN ".
   05 HDG-DATE PIC 9(8).
   05 FILLER PIC X(31) VALUE SPACES.
   05 FILLER PIC X(5) VALUE "PAGE ".
   05 HDG-PAGE PIC ZZ9.
01 REGISTER-HEADING-1 PIC X(80) VALUE
   "VER   EFFECTIVE BOARD BOUND COURSE   HCP FOOD  GAP MAX DELAY STATUS".
01 REGISTER-HEADING-2 PIC X(80) VALUE
   "----  --------- ----- ----- -------- --- ---- ---- --- ----- ----------".
01 REGISTER-LINE.
   05 RGL-VERSION PIC 9(4).
   05 FILLER PIC X(2) VALUE SPACES.
   05 RGL-EFFECTIVE PIC 9(8).
   05 FILLER PIC X(2) VALUE SPACES.
   05 RGL-WIDTH PIC Z9.
   05 FILLER PIC X VALUE "X".
   05 RGL-HEIGHT PIC 99.
   05 FILLER PIC X VALUE SPACE.
   05 RGL-BOUNDARY PIC X(4).
   05 FILLER PIC X(2) VALUE SPACES.
   05 RGL-COURSE PIC X(8).
   05 FILLER PIC X(2) VALUE SPACES.
   05 RGL-HANDICAP PIC X.
   05 FILLER PIC X(2) VALUE SPACES.
   05 RGL-FOOD-DIV PIC ZZZ9.
   05 FILLER PIC X VALUE SPACE.
   05 RGL-GAP-DIV PIC ZZZ9.
   05 FILLER PIC X VALUE SPACE.
   05 RGL-HCP-MAX PIC ZZ9.
   05 FILLER PIC X VALUE SPACE.
   05 RGL-DELAY PIC ZZZZ9.
   05 FILLER PIC X VALUE SPACE.
   05 RGL-STATUS PIC X(10).
01 REASON-LINE.
   05 FILLER PIC X(12) VALUE "      ADDED ".
   05 RSL-ADDED PIC 9(8).
   05 FILLER PIC X(2) VALUE SPACES.
   05 RSL-REASON PIC X(40).

01 USAGE-HEADING-1.
   05 FILLER PIC X(31) VALUE "RULES VERSION USAGE       RUN ".
   05 UHD-DATE PIC 9(8).
   05 FILLER PIC X(31) VALUE SPACES.
   05 FILLER PIC X(5) VALUE "PAGE ".
   05 UHD-PAGE PIC ZZ9.
01 VERSION-LINE.
   05 FILLER PIC X(8) VALUE "VERSION ".
   05 VSL-VERSION PIC 9(4).
   05 FILLER PIC X(2) VALUE SPACES.
   05 VSL-TEXT PIC X(66).
01 VERSION-COUNT-LINE.
   05 FILLER PIC X(8) VALUE "  GAMES ".
   05 VCL-GAMES PIC ZZZZZ9.
   05 FILLER PIC X(11) VALUE "  STAMPED ".
   05 VCL-STAMPED PIC ZZZZZ9.
   05 FILLER PIC X(10) VALUE "  BY DATE ".
   05 VCL-BY-DATE PIC ZZZZZ9.
   05 FILLER PIC X(10) VALUE "  MATCHES ".
   05 VCL-MATCHES PIC ZZZ9.
   05 FILLER PIC X(8) VALUE "  OTHER ".
   05 VCL-OTHER PIC ZZZZZ9.
01 MATCH-HEADING PIC X(80) VALUE
   "    MATCH  PLAYER 1  PLAYER 2  GAMES  FIRST     LAST      SEASON".
01 MATCH-LINE.
   05 FILLER PIC X(2) VALUE SPACES.
   05 MUL-SPLIT PIC X.
   05 FILLER PIC X VALUE SPACE.
   05 MUL-MATCH PIC ZZZ9.
   05 FILLER PIC X(3) VALUE SPACES.
   05 MUL-PLAYER-1 PIC X(8).
   05 FILLER PIC X(2) VALUE SPACES.
   05 MUL-PLAYER-2 PIC X(8).
   05 FILLER PIC X(2) VALUE SPACES.
   05 MUL-GAMES PIC ZZZ9.
   05 FILLER PIC X(3) VALUE SPACES.
   05 MUL-FIRST-DATE PIC 9(8).
   05 FILLER PIC X(2) VALUE SPACES.
   05 MUL-LAST-DATE PIC 9(8).
   05 FILLER PIC X(2) VALUE SPACES.
   05 MUL-SEASON PIC X(8).

PROCEDURE DIVISION.
MAIN-LOGIC.
    ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
    ACCEPT WS-COMMAND-ARG FROM COMMAND-LINE.
    MOVE 1 TO WS-ARG-POINTER
    UNSTRING WS-COMMAND-ARG DELIMITED BY ALL SPACE
       INTO WS-ARG-TOKEN-1 WS-ARG-TOKEN-2
       WITH POINTER WS-ARG-POINTER
    END-UNSTRING.
    MOVE WS-ARG-TOKEN-1 TO WS-RUN-MODE.
    IF WS-RUN-MODE = SPACES
       MOVE "REGISTER" TO WS-RUN-MODE
    END-IF.
    IF WS-RUN-MODE NOT = "ADD" AND WS-RUN-MODE NOT = "REGISTER"
       AND WS-RUN-MODE NOT = "USAGE"
       DISPLAY "ERROR: USE ADD effective-date reason, REGISTER "
          "OR USAGE [season] - " WS-COMMAND-ARG
       MOVE 16 TO RETURN-CODE
       STOP RUN
    END-IF.
    PERFORM LOAD-RULES-REGISTER.
    IF WS-RUN-MODE = "ADD"
       PERFORM ADD-RULES-VERSION
       PERFORM PRINT-REGISTER-REPORT
    END-IF.
    IF WS-RUN-MODE = "REGISTER"
       PERFORM PRINT-REGISTER-REPORT
    END-IF.
    IF WS-RUN-MODE = "USAGE"
       MOVE WS-ARG-TOKEN-2 TO WS-SEASON-FILTER
       PERFORM LOAD-RULES-USAGE
       PERFORM PRINT-USAGE-REPORT
    END-IF.
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
RAISE-WARNING.
    IF WS-MAX-RC < 4
       MOVE 4 TO WS-MAX-RC
    END-IF.

*> --- the register ------------------------------------------------------
*> The latest version is the highest number on file; the version in
*> force today is the highest one already effective.
LOAD-RULES-REGISTER.
    MOVE 0 TO WS-RULES-COUNT
    MOVE 0 TO WS-LATEST-VERSION
    MOVE 0 TO WS-LATEST-EFFECTIVE
    MOVE 0 TO WS-LATEST-AT
    MOVE 0 TO WS-IN-FORCE-VERSION
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
                      " VERSIONS ON RULES.DAT"
                   CLOSE RULES-REGISTER-FILE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
                END-IF
                ADD 1 TO WS-RULES-COUNT
                MOVE RR-VERSION TO RT-VERSION(WS-RULES-COUNT)
                MOVE RR-EFFECTIVE-DATE
                   TO RT-EFFECTIVE-DATE(WS-RULES-COUNT)
                MOVE RR-ADDED-DATE TO RT-ADDED-DATE(WS-RULES-COUNT)
                MOVE RR-PARAMETERS TO RT-PARAMETERS(WS-RULES-COUNT)
                MOVE RR-REASON TO RT-REASON(WS-RULES-COUNT)
                IF RR-VERSION > WS-LATEST-VERSION
                   MOVE RR-VERSION TO WS-LATEST-VERSION
                   MOVE RR-EFFECTIVE-DATE TO WS-LATEST-EFFECTIVE
                   MOVE WS-RULES-COUNT TO WS-LATEST-AT
                END-IF
                IF RR-EFFECTIVE-DATE <= WS-RUN-DATE
                   AND RR-VERSION > WS-IN-FORCE-VERSION
                   MOVE RR-VERSION TO WS-IN-FORCE-VERSION
                END-IF
          END-READ
       END-PERFORM
       CLOSE RULES-REGISTER-FILE
    ELSE
       IF WS-RR-FILE-STATUS NOT = "35"
          DISPLAY "ERROR: CANNOT OPEN RULES REGISTER - STATUS "
             WS-RR-FILE-STATUS
          MOVE 16 TO RETURN-CODE
          STOP RUN
       END-IF
    END-IF.

*> --- adding a version ----------------------------------------------------
ADD-RULES-VERSION.
    PERFORM EDIT-ADD-ARGUMENTS
    PERFORM READ-PARAMETER-CARD
    PERFORM EDIT-PARAMETER-CARD
    IF WS-CARD-ERRORS > 0
       DISPLAY "ERROR: " WS-CARD-ERRORS " ERRORS ON GAMEPARM.DAT - "
          "VERSION NOT ADDED"
       MOVE 16 TO RETURN-CODE
       STOP RUN
    END-IF
    IF WS-LATEST-AT > 0
       IF RT-PARAMETERS(WS-LATEST-AT) = WS-PARAMETER-CARD-X
          DISPLAY "GAMEPARM.DAT IS UNCHANGED FROM VERSION "
             WS-LATEST-VERSION " - NOTHING ADDED"
          PERFORM RAISE-WARNING
       ELSE
          PERFORM WRITE-RULES-VERSION
       END-IF
    ELSE
       PERFORM WRITE-RULES-VERSION
    END-IF.
WRITE-RULES-VERSION.
    IF WS-LATEST-VERSION >= 9999
       DISPLAY "ERROR: RULES VERSION NUMBERS EXHAUSTED"
       MOVE 16 TO RETURN-CODE
       STOP RUN
    END-IF
    COMPUTE WS-NEW-VERSION = WS-LATEST-VERSION + 1
    OPEN EXTEND RULES-REGISTER-FILE
    IF WS-RR-FILE-STATUS = "35"
       OPEN OUTPUT RULES-REGISTER-FILE
       CLOSE RULES-REGISTER-FILE
       OPEN EXTEND RULES-REGISTER-FILE
    END-IF
    IF WS-RR-FILE-STATUS NOT = "00"
       DISPLAY "ERROR: CANNOT OPEN RULES REGISTER - STATUS "
          WS-RR-FILE-STATUS " - VERSION NOT ADDED"
       MOVE 16 TO RETURN-CODE
       STOP RUN
    END-IF
    MOVE WS-NEW-VERSION TO RR-VERSION
    MOVE WS-EFFECTIVE-DATE TO RR-EFFECTIVE-DATE
    MOVE WS-RUN-DATE TO RR-ADDED-DATE
    MOVE WS-PARAMETER-CARD-X TO RR-PARAMETERS
    MOVE WS-REASON TO RR-REASON
    MOVE SPACE TO RR-SEP-1 RR-SEP-2 RR-SEP-3 RR-SEP-4
    WRITE RULES-REGISTER-RECORD
    IF WS-RR-FILE-STATUS NOT = "00"
       DISPLAY "ERROR: RULES VERSION NOT WRITTEN - STATUS "
          WS-RR-FILE-STATUS
       CLOSE RULES-REGISTER-FILE
       MOVE 16 TO RETURN-CODE
       STOP RUN
    END-IF
    CLOSE RULES-REGISTER-FILE
    DISPLAY "RULES VERSION " WS-NEW-VERSION " ADDED - EFFECTIVE "
       WS-EFFECTIVE-DATE
    PERFORM LOAD-RULES-REGISTER.
EDIT-ADD-ARGUMENTS.
    MOVE WS-ARG-TOKEN-2 TO WS-ARG-TOKEN
    PERFORM PARSE-NUMERIC-TOKEN
    IF WS-ARG-OK = 'N' OR WS-ARG-DIGITS NOT = 8
       DISPLAY "ERROR: EFFECTIVE DATE MUST BE YYYYMMDD - "
          WS-ARG-TOKEN-2
       MOVE 16 TO RETURN-CODE
       STOP RUN
    END-IF
    MOVE WS-ARG-VALUE TO WS-EFFECTIVE-DATE
    IF WS-EFFECTIVE-MONTH < 1 OR WS-EFFECTIVE-MONTH > 12
       OR WS-EFFECTIVE-DAY < 1 OR WS-EFFECTIVE-DAY > 31
       DISPLAY "ERROR: EFFECTIVE DATE IS NOT A DATE - "
          WS-EFFECTIVE-DATE
       MOVE 16 TO RETURN-CODE
       STOP RUN
    END-IF
    IF WS-EFFECTIVE-DATE < WS-RUN-DATE
       DISPLAY "ERROR: EFFECTIVE DATE " WS-EFFECTIVE-DATE
          " IS IN THE PAST - GAMES ALREADY PLAYED KEEP THEIR RULES"
       MOVE 16 TO RETURN-CODE
       STOP RUN
    END-IF
    IF WS-EFFECTIVE-DATE < WS-LATEST-EFFECTIVE
       DISPLAY "ERROR: EFFECTIVE DATE " WS-EFFECTIVE-DATE
          " IS BEFORE VERSION " WS-LATEST-VERSION " EFFECTIVE "
          WS-LATEST-EFFECTIVE
       MOVE 16 TO RETURN-CODE
       STOP RUN
    END-IF
    MOVE SPACES TO WS-REASON
    IF WS-ARG-POINTER <= 80
       MOVE WS-COMMAND-ARG(WS-ARG-POINTER:) TO WS-REASON
    END-IF
    IF WS-REASON = SPACES
       DISPLAY "ERROR: A REASON FOR THE CHANGE IS REQUIRED"
       MOVE 16 TO RETURN-CODE
       STOP RUN
    END-IF.
READ-PARAMETER-CARD.
    OPEN INPUT GAME-PARAMETERS-FILE
    IF WS-PARM-FILE-STATUS NOT = "00"
       DISPLAY "ERROR: CANNOT OPEN GAMEPARM.DAT - STATUS "
          WS-PARM-FILE-STATUS
       MOVE 16 TO RETURN-CODE
       STOP RUN
    END-IF
    READ GAME-PARAMETERS-FILE INTO WS-PARAMETER-CARD
       AT END
          DISPLAY "ERROR: GAMEPARM.DAT IS EMPTY"
          CLOSE GAME-PARAMETERS-FILE
          MOVE 16 TO RETURN-CODE
          STOP RUN
    END-READ
    CLOSE GAME-PARAMETERS-FILE.
*> The same limits SNAKE-GAME's READ-GAME-PARAMETERS applies, held
*> as hard errors here so a version never goes on the register with
*> a value the game would quietly replace.
EDIT-PARAMETER-CARD.
    MOVE 0 TO WS-CARD-ERRORS
    IF PARM-BOARD-WIDTH IS NOT NUMERIC
       OR PARM-BOARD-WIDTH < 1 OR PARM-BOARD-WIDTH > 40
       DISPLAY "ERROR: PARM-BOARD-WIDTH MUST BE 01-40 - "
          PARM-BOARD-WIDTH
       ADD 1 TO WS-CARD-ERRORS
    END-IF
    IF PARM-BOARD-HEIGHT IS NOT NUMERIC
       OR PARM-BOARD-HEIGHT < 1 OR PARM-BOARD-HEIGHT > 40
       DISPLAY "ERROR: PARM-BOARD-HEIGHT MUST BE 01-40 - "
          PARM-BOARD-HEIGHT
       ADD 1 TO WS-CARD-ERRORS
    END-IF
    IF PARM-LOOP-DELAY IS NOT NUMERIC
       DISPLAY "ERROR: PARM-LOOP-DELAY NOT NUMERIC - "
          PARM-LOOP-DELAY
       ADD 1 TO WS-CARD-ERRORS
    END-IF
    IF PARM-BOUNDARY-MODE NOT = "WALL" AND PARM-BOUNDARY-MODE NOT = "WRAP"
       DISPLAY "ERROR: PARM-BOUNDARY-MODE MUST BE WALL OR WRAP - "
          PARM-BOUNDARY-MODE
       ADD 1 TO WS-CARD-ERRORS
    END-IF
    IF PARM-HANDICAP-MODE NOT = 'Y' AND PARM-HANDICAP-MODE NOT = 'N'
       AND PARM-HANDICAP-MODE NOT = SPACE
       DISPLAY "ERROR: PARM-HANDICAP-MODE MUST BE Y, N OR BLANK - "
          PARM-HANDICAP-MODE
       ADD 1 TO WS-CARD-ERRORS
    END-IF
    IF PARM-HCP-FOOD-DIV IS NOT NUMERIC OR PARM-HCP-FOOD-DIV = 0
       DISPLAY "ERROR: PARM-HCP-FOOD-DIV MUST BE 0001-9999 - "
          PARM-HCP-FOOD-DIV
       ADD 1 TO WS-CARD-ERRORS
    END-IF
    IF PARM-HCP-GAP-DIV IS NOT NUMERIC OR PARM-HCP-GAP-DIV = 0
       DISPLAY "ERROR: PARM-HCP-GAP-DIV MUST BE 0001-9999 - "
          PARM-HCP-GAP-DIV
       ADD 1 TO WS-CARD-ERRORS
    END-IF
    IF PARM-HCP-MAX IS NOT NUMERIC OR PARM-HCP-MAX = 0
       DISPLAY "ERROR: PARM-HCP-MAX MUST BE 01-99 - " PARM-HCP-MAX
       ADD 1 TO WS-CARD-ERRORS
    END-IF
    IF PARM-COURSE-ID NOT = SPACES
       PERFORM CHECK-COURSE-ON-LIBRARY
       IF WS-COURSE-FOUND = 'N'
          DISPLAY "ERROR: COURSE " PARM-COURSE-ID
             " IS NOT ON COURSES.DAT"
          ADD 1 TO WS-CARD-ERRORS
       END-IF
    END-IF.
CHECK-COURSE-ON-LIBRARY.
    MOVE 'N' TO WS-COURSE-FOUND
    MOVE 'N' TO WS-CRS-EOF
    OPEN INPUT COURSE-FILE
    IF WS-CRS-FILE-STATUS = "00"
       PERFORM UNTIL WS-CRS-EOF = 'Y' OR WS-COURSE-FOUND = 'Y'
          READ COURSE-FILE
             AT END
                MOVE 'Y' TO WS-CRS-EOF
             NOT AT END
                IF CRS-COURSE-ID = PARM-COURSE-ID
                   MOVE 'Y' TO WS-COURSE-FOUND
                END-IF
          END-READ
       END-PERFORM
       CLOSE COURSE-FILE
    END-IF.

*> --- register report -----------------------------------------------------
PRINT-REGISTER-REPORT.
    OPEN OUTPUT RULES-REPORT-FILE
    IF WS-RPT-FILE-STATUS NOT = "00"
       DISPLAY "ERROR: CANNOT OPEN RULES REPORT - STATUS "
          WS-RPT-FILE-STATUS
       MOVE 16 TO RETURN-CODE
       STOP RUN
    END-IF
    PERFORM PRINT-PAGE-HEADING
    MOVE REGISTER-HEADING-1 TO RULES-REPORT-RECORD
    PERFORM WRITE-REPORT-LINE
    MOVE REGISTER-HEADING-2 TO RULES-REPORT-RECORD
    PERFORM WRITE-REPORT-LINE
    PERFORM VARYING RT-J FROM 1 BY 1 UNTIL RT-J > WS-RULES-COUNT
       PERFORM PRINT-REGISTER-ENTRY
    END-PERFORM
    MOVE SPACES TO RULES-REPORT-RECORD
    PERFORM WRITE-REPORT-LINE
    MOVE SPACES TO RULES-REPORT-RECORD
    IF WS-RULES-COUNT = 0
       MOVE "NO RULES VERSIONS ON FILE - GAMES PLAY UNDER GAMEPARM.DAT"
          TO RULES-REPORT-RECORD
    ELSE
       IF WS-IN-FORCE-VERSION = 0
          MOVE "NO VERSION IN FORCE YET - GAMES PLAY UNDER GAMEPARM.DAT"
             TO RULES-REPORT-RECORD
       ELSE
          STRING "VERSION " WS-IN-FORCE-VERSION " IN FORCE ON "
             WS-RUN-DATE " - " WS-RULES-COUNT " VERSIONS ON FILE"
             DELIMITED BY SIZE INTO RULES-REPORT-RECORD
       END-IF
    END-IF
    PERFORM WRITE-REPORT-LINE
    CLOSE RULES-REPORT-FILE
    DISPLAY "RULES REGISTER WRITTEN TO RULES.RPT - " WS-RULES-COUNT
       " VERSIONS".
PRINT-REGISTER-ENTRY.
    MOVE RT-PARAMETERS(RT-J) TO WS-PARAMETER-CARD-X
    MOVE RT-VERSION(RT-J) TO RGL-VERSION
    MOVE RT-EFFECTIVE-DATE(RT-J) TO RGL-EFFECTIVE
    MOVE PARM-BOARD-WIDTH TO RGL-WIDTH
    MOVE PARM-BOARD-HEIGHT TO RGL-HEIGHT
    MOVE PARM-BOUNDARY-MODE TO RGL-BOUNDARY
    IF PARM-COURSE-ID = SPACES
       MOVE "DEFAULT" TO RGL-COURSE
    ELSE
       MOVE PARM-COURSE-ID TO RGL-COURSE
    END-IF
    MOVE PARM-HANDICAP-MODE TO RGL-HANDICAP
    MOVE PARM-HCP-FOOD-DIV TO RGL-FOOD-DIV
    MOVE PARM-HCP-GAP-DIV TO RGL-GAP-DIV
    MOVE PARM-HCP-MAX TO RGL-HCP-MAX
    MOVE PARM-LOOP-DELAY TO RGL-DELAY
    IF RT-EFFECTIVE-DATE(RT-J) > WS-RUN-DATE
       MOVE "PENDING" TO RGL-STATUS
    ELSE
       IF RT-VERSION(RT-J) = WS-IN-FORCE-VERSION
          MOVE "IN FORCE" TO RGL-STATUS
       ELSE
          MOVE "SUPERSEDED" TO RGL-STATUS
       END-IF
    END-IF
    MOVE REGISTER-LINE TO RULES-REPORT-RECORD
    PERFORM WRITE-REPORT-LINE
    MOVE RT-ADDED-DATE(RT-J) TO RSL-ADDED
    MOVE RT-REASON(RT-J) TO RSL-REASON
    MOVE REASON-LINE TO RULES-REPORT-RECORD
    PERFORM WRITE-REPORT-LINE.

*> --- usage ------------------------------------------------------------
*> Every summary row for player slot 1 (or an older row with no slot)
*> is one game.  A stamped row counts under its own version; an
*> unstamped row under the version in force on its date, as
*> SNAKE-REPLAY and SNAKE-VERIFY read it.  The slot 2 row of a match
*> game only supplies the second player's id.
LOAD-RULES-USAGE.
    MOVE 0 TO WS-USAGE-COUNT
    MOVE 0 TO WS-MATCH-COUNT
    MOVE 'N' TO WS-SUM-EOF
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
             ADD 1 TO WS-ROWS-READ
             IF WS-SEASON-FILTER = SPACES
                OR SUM-SEASON-ID = WS-SEASON-FILTER
                PERFORM TAKE-USAGE-ROW
             END-IF
       END-READ
    END-PERFORM
    CLOSE SUMMARY-REPORT-FILE
    PERFORM MARK-SPLIT-MATCHES.
TAKE-USAGE-ROW.
    IF SUM-RULES-VERSION IS NUMERIC AND SUM-SEP-14 = SPACE
       MOVE 'Y' TO WS-ROW-STAMPED
       MOVE SUM-RULES-VERSION TO WS-RULES-VERSION
    ELSE
       MOVE 'N' TO WS-ROW-STAMPED
       MOVE 0 TO WS-RULES-DATE
       IF SUM-DATE IS NUMERIC
          MOVE SUM-DATE TO WS-RULES-DATE
       END-IF
       PERFORM FIND-VERSION-BY-DATE
    END-IF
    PERFORM FIND-OR-ADD-USAGE
    IF SUM-PLAYER-SLOT NOT = '2'
       ADD 1 TO WS-GAMES-COUNTED
       IF WS-ROW-STAMPED = 'Y'
          ADD 1 TO UV-GAMES-STAMPED(UV-AT)
       ELSE
          ADD 1 TO UV-GAMES-BY-DATE(UV-AT)
       END-IF
    END-IF
    IF SUM-MATCH-NUMBER IS NOT NUMERIC OR SUM-MATCH-NUMBER = 0
       IF SUM-PLAYER-SLOT NOT = '2'
          ADD 1 TO UV-OTHER-GAMES(UV-AT)
       END-IF
    ELSE
       PERFORM FIND-OR-ADD-MATCH
       IF UM-AT > 0
          PERFORM TAKE-MATCH-ROW
       END-IF
    END-IF.
TAKE-MATCH-ROW.
    IF SUM-PLAYER-SLOT = '2'
       MOVE SUM-PLAYER-ID TO UM-PLAYER-2(UM-AT)
    ELSE
       MOVE SUM-PLAYER-ID TO UM-PLAYER-1(UM-AT)
       ADD 1 TO UM-GAMES(UM-AT)
       IF SUM-DATE < UM-FIRST-DATE(UM-AT)
          MOVE SUM-DATE TO UM-FIRST-DATE(UM-AT)
       END-IF
       IF SUM-DATE > UM-LAST-DATE(UM-AT)
          MOVE SUM-DATE TO UM-LAST-DATE(UM-AT)
       END-IF
    END-IF.
FIND-VERSION-BY-DATE.
    MOVE 0 TO WS-RULES-VERSION
    PERFORM VARYING RT-J FROM 1 BY 1 UNTIL RT-J > WS-RULES-COUNT
       IF RT-EFFECTIVE-DATE(RT-J) <= WS-RULES-DATE
          AND RT-VERSION(RT-J) > WS-RULES-VERSION
          MOVE RT-VERSION(RT-J) TO WS-RULES-VERSION
       END-IF
    END-PERFORM.
FIND-OR-ADD-USAGE.
    MOVE 0 TO UV-AT
    PERFORM VARYING UV-J FROM 1 BY 1
       UNTIL UV-J > WS-USAGE-COUNT OR UV-AT > 0
       IF UV-VERSION(UV-J) = WS-RULES-VERSION
          MOVE UV-J TO UV-AT
       END-IF
    END-PERFORM
    IF UV-AT = 0
       IF WS-USAGE-COUNT >= WS-USAGE-LIMIT
          DISPLAY "ERROR: MORE THAN " WS-USAGE-LIMIT
             " RULES VERSIONS IN USE ON SUMMARY.DAT"
          CLOSE SUMMARY-REPORT-FILE
          MOVE 16 TO RETURN-CODE
          STOP RUN
       END-IF
       ADD 1 TO WS-USAGE-COUNT
       MOVE WS-USAGE-COUNT TO UV-AT
       MOVE WS-RULES-VERSION TO UV-VERSION(UV-AT)
       MOVE 0 TO UV-GAMES-STAMPED(UV-AT) UV-GAMES-BY-DATE(UV-AT)
          UV-OTHER-GAMES(UV-AT) UV-MATCHES(UV-AT)
    END-IF.
FIND-OR-ADD-MATCH.
    MOVE 0 TO UM-AT
    PERFORM VARYING UM-J FROM 1 BY 1
       UNTIL UM-J > WS-MATCH-COUNT OR UM-AT > 0
       IF UM-VERSION(UM-J) = WS-RULES-VERSION
          AND UM-SEASON(UM-J) = SUM-SEASON-ID
          AND UM-MATCH(UM-J) = SUM-MATCH-NUMBER
          MOVE UM-J TO UM-AT
       END-IF
    END-PERFORM
    IF UM-AT = 0
       IF WS-MATCH-COUNT >= WS-MATCH-LIMIT
          ADD 1 TO WS-MATCHES-DROPPED
       ELSE
          ADD 1 TO WS-MATCH-COUNT
          MOVE WS-MATCH-COUNT TO UM-AT
          MOVE WS-RULES-VERSION TO UM-VERSION(UM-AT)
          MOVE SUM-SEASON-ID TO UM-SEASON(UM-AT)
          MOVE SUM-MATCH-NUMBER TO UM-MATCH(UM-AT)
          MOVE SPACES TO UM-PLAYER-1(UM-AT) UM-PLAYER-2(UM-AT)
          MOVE 0 TO UM-GAMES(UM-AT)
          MOVE 99999999 TO UM-FIRST-DATE(UM-AT)
          MOVE 0 TO UM-LAST-DATE(UM-AT)
          MOVE SPACE TO UM-SPLIT(UM-AT)
          ADD 1 TO UV-MATCHES(UV-AT)
       END-IF
    END-IF.
*> A match met under two versions had a rule change in the middle of
*> it - the case a challenge turns on.  Match numbers start again
*> each season, so a match is its season and number together.
MARK-SPLIT-MATCHES.
    MOVE 0 TO WS-SPLIT-MATCHES
    PERFORM VARYING UM-J FROM 1 BY 1 UNTIL UM-J > WS-MATCH-COUNT
       PERFORM VARYING UM-K FROM 1 BY 1 UNTIL UM-K > WS-MATCH-COUNT
          IF UM-SEASON(UM-K) = UM-SEASON(UM-J)
             AND UM-MATCH(UM-K) = UM-MATCH(UM-J)
             AND UM-VERSION(UM-K) NOT = UM-VERSION(UM-J)
             MOVE '*' TO UM-SPLIT(UM-J)
          END-IF
       END-PERFORM
       IF UM-SPLIT(UM-J) = '*'
          ADD 1 TO WS-SPLIT-MATCHES
       END-IF
    END-PERFORM
    IF WS-SPLIT-MATCHES > 0
       PERFORM RAISE-WARNING
    END-IF.
PRINT-USAGE-REPORT.
    OPEN OUTPUT USAGE-REPORT-FILE
    IF WS-USE-FILE-STATUS NOT = "00"
       DISPLAY "ERROR: CANNOT OPEN USAGE REPORT - STATUS "
          WS-USE-FILE-STATUS
       MOVE 16 TO RETURN-CODE
       STOP RUN
    END-IF
    PERFORM PRINT-USAGE-HEADING
    IF WS-SEASON-FILTER NOT = SPACES
       MOVE SPACES TO USAGE-REPORT-RECORD
       STRING "SEASON " WS-SEASON-FILTER
          DELIMITED BY SIZE INTO USAGE-REPORT-RECORD
       PERFORM WRITE-USAGE-LINE
       MOVE SPACES TO USAGE-REPORT-RECORD
       PERFORM WRITE-USAGE-LINE
    END-IF
    PERFORM VARYING UV-J FROM 1 BY 1 UNTIL UV-J > WS-USAGE-COUNT
       PERFORM PRINT-VERSION-USAGE
    END-PERFORM
    MOVE SPACES TO USAGE-REPORT-RECORD
    IF WS-USAGE-COUNT = 0
       MOVE "NO GAMES ON SUMMARY.DAT FOR THE REPORT"
          TO USAGE-REPORT-RECORD
    ELSE
       STRING "SUMMARY ROWS READ " WS-ROWS-READ
          "  GAMES COUNTED " WS-GAMES-COUNTED
          "  VERSIONS " WS-USAGE-COUNT
          DELIMITED BY SIZE INTO USAGE-REPORT-RECORD
    END-IF
    PERFORM WRITE-USAGE-LINE
    IF WS-SPLIT-MATCHES > 0
       MOVE SPACES TO USAGE-REPORT-RECORD
       STRING "* MATCH PLAYED UNDER MORE THAN ONE RULES VERSION - "
          WS-SPLIT-MATCHES " ENTRIES"
          DELIMITED BY SIZE INTO USAGE-REPORT-RECORD
       PERFORM WRITE-USAGE-LINE
    END-IF
    IF WS-MATCHES-DROPPED > 0
       MOVE SPACES TO USAGE-REPORT-RECORD
       STRING "MATCH TABLE FULL - " WS-MATCHES-DROPPED
          " ROWS COUNTED BUT THEIR MATCHES NOT LISTED"
          DELIMITED BY SIZE INTO USAGE-REPORT-RECORD
       PERFORM WRITE-USAGE-LINE
       PERFORM RAISE-WARNING
    END-IF
    CLOSE USAGE-REPORT-FILE
    DISPLAY "RULES USAGE WRITTEN TO RULEUSE.RPT - " WS-GAMES-COUNTED
       " GAMES UNDER " WS-USAGE-COUNT " VERSIONS".
PRINT-VERSION-USAGE.
    MOVE UV-VERSION(UV-J) TO VSL-VERSION
    MOVE SPACES TO VSL-TEXT
    MOVE 0 TO RT-AT
    PERFORM VARYING RT-J FROM 1 BY 1 UNTIL RT-J > WS-RULES-COUNT
       IF RT-VERSION(RT-J) = UV-VERSION(UV-J)
          MOVE RT-J TO RT-AT
       END-IF
    END-PERFORM
    IF RT-AT > 0
       STRING "EFFECTIVE " RT-EFFECTIVE-DATE(RT-AT) " - "
          RT-REASON(RT-AT)
          DELIMITED BY SIZE INTO VSL-TEXT
    ELSE
       IF UV-VERSION(UV-J) = 0
          MOVE "NO VERSION IN FORCE - PLAYED UNDER GAMEPARM.DAT"
             TO VSL-TEXT
       ELSE
          MOVE "NOT ON THE RULES REGISTER" TO VSL-TEXT
       END-IF
    END-IF
    MOVE VERSION-LINE TO USAGE-REPORT-RECORD
    PERFORM WRITE-USAGE-LINE
    COMPUTE VCL-GAMES = UV-GAMES-STAMPED(UV-J) + UV-GAMES-BY-DATE(UV-J)
    MOVE UV-GAMES-STAMPED(UV-J) TO VCL-STAMPED
    MOVE UV-GAMES-BY-DATE(UV-J) TO VCL-BY-DATE
    MOVE UV-MATCHES(UV-J) TO VCL-MATCHES
    MOVE UV-OTHER-GAMES(UV-J) TO VCL-OTHER
    MOVE VERSION-COUNT-LINE TO USAGE-REPORT-RECORD
    PERFORM WRITE-USAGE-LINE
    IF UV-MATCHES(UV-J) > 0
       MOVE MATCH-HEADING TO USAGE-REPORT-RECORD
       PERFORM WRITE-USAGE-LINE
       PERFORM VARYING UM-J FROM 1 BY 1 UNTIL UM-J > WS-MATCH-COUNT
          IF UM-VERSION(UM-J) = UV-VERSION(UV-J)
             MOVE UM-SPLIT(UM-J) TO MUL-SPLIT
             MOVE UM-MATCH(UM-J) TO MUL-MATCH
             MOVE UM-PLAYER-1(UM-J) TO MUL-PLAYER-1
             MOVE UM-PLAYER-2(UM-J) TO MUL-PLAYER-2
             MOVE UM-GAMES(UM-J) TO MUL-GAMES
             MOVE UM-FIRST-DATE(UM-J) TO MUL-FIRST-DATE
             MOVE UM-LAST-DATE(UM-J) TO MUL-LAST-DATE
             MOVE UM-SEASON(UM-J) TO MUL-SEASON
             MOVE MATCH-LINE TO USAGE-REPORT-RECORD
             PERFORM WRITE-USAGE-LINE
          END-IF
       END-PERFORM
    END-IF
    MOVE SPACES TO USAGE-REPORT-RECORD
    PERFORM WRITE-USAGE-LINE.

*> --- report paging ----------------------------------------------------
WRITE-REPORT-LINE.
    IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
       MOVE RULES-REPORT-RECORD TO WS-HELD-LINE
       PERFORM PRINT-PAGE-HEADING
       MOVE WS-HELD-LINE TO RULES-REPORT-RECORD
    END-IF
    WRITE RULES-REPORT-RECORD
    ADD 1 TO WS-LINE-COUNT.
PRINT-PAGE-HEADING.
    ADD 1 TO WS-PAGE-NUMBER
    MOVE WS-RUN-DATE TO HDG-DATE
    MOVE WS-PAGE-NUMBER TO HDG-PAGE
    MOVE HEADING-LINE-1 TO RULES-REPORT-RECORD
    WRITE RULES-REPORT-RECORD
    MOVE SPACES TO RULES-REPORT-RECORD
    WRITE RULES-REPORT-RECORD
    MOVE 2 TO WS-LINE-COUNT.
WRITE-USAGE-LINE.
    IF WS-USE-LINE-COUNT >= WS-LINES-PER-PAGE
       MOVE USAGE-REPORT-RECORD TO WS-HELD-LINE
       PERFORM PRINT-USAGE-HEADING
       MOVE WS-HELD-LINE TO USAGE-REPORT-RECORD
    END-IF
    WRITE USAGE-REPORT-RECORD
    ADD 1 TO WS-USE-LINE-COUNT.
PRINT-USAGE-HEADING.
    ADD 1 TO WS-USE-PAGE-NUMBER
    MOVE WS-RUN-DATE TO UHD-DATE
    MOVE WS-USE-PAGE-NUMBER TO UHD-PAGE
    MOVE USAGE-HEADING-1 TO USAGE-REPORT-RECORD
    WRITE USAGE-REPORT-RECORD
    MOVE SPACES TO USAGE-REPORT-RECORD
    WRITE USAGE-REPORT-RECORD
    MOVE 2 TO WS-USE-LINE-COUNT.
