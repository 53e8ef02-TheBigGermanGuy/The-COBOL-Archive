      *> entry rather than the current GAMEPARM.DAT, so the replay
      *> shows the walls the run was actually played on even after
      *> the parameter record has moved to another course.  Audit records written before game numbers were
      *> carried are treated as game 1.  The board size comes from the
      *> rules version the run was stamped with on the catalog, looked
      *> up on the rules register RULES.DAT; a run cataloged before
      *> the stamp was carried uses the version in force on its date,
      *> and the plain AUDIT.DAT the version in force today.  With no
      *> register entry to go on, GAMEPARM.DAT is used as before.
      *>*****************************************************************
      >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
    SELECT GAME-PARAMETERS-FILE ASSIGN TO "GAMEPARM.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PARM-FILE-STATUS.
    SELECT RULES-REGISTER-FILE ASSIGN TO "RULES.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RR-FILE-STATUS.
    SELECT COURSE-FILE ASSIGN TO "COURSES.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CRS-FILE-STATUS.
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
FD  COURSE-FILE.
01  COURSE-RECORD.
    05 CRS-COURSE-ID         PIC X(8).
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
WORKING-STORAGE SECTION.
01 WS-AUD-FILE-STATUS PIC XX VALUE SPACES.
01 WS-AUDIT-NAME PIC X(20) VALUE "AUDIT.DAT".
01 WS-CAT-FILE-STATUS PIC XX VALUE SPACES.
01 WS-CAT-EOF PIC X VALUE 'N'.
01 WS-RUN-FOUND PIC X VALUE 'N'.
01 WS-RUN-COURSE-ID PIC X(8) VALUE SPACES.
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
01 WS-RR-FILE-STATUS PIC XX VALUE SPACES.
01 WS-RR-EOF PIC X VALUE 'N'.
01 WS-RULES-VERSION PIC 9(4) VALUE 0.
01 WS-RULES-WANTED PIC 9(4) VALUE 0.
01 WS-RULES-DATE PIC 9(8) VALUE 0.
01 WS-RULES-PARAMETERS PIC X(31) VALUE SPACES.
01 WS-BOARD-WIDTH PIC 9(2) VALUE 20.
01 WS-BOARD-HEIGHT PIC 9(2) VALUE 20.

READ-GAME-PARAMETERS.
    MOVE 20 TO WS-BOARD-WIDTH
    MOVE 20 TO WS-BOARD-HEIGHT
    MOVE 0 TO WS-RULES-WANTED
    ACCEPT WS-RULES-DATE FROM DATE YYYYMMDD
    IF WS-REPLAY-RUN > 0
       PERFORM LOOKUP-RUN-COURSE
    END-IF
    PERFORM FIND-RULES-VERSION
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
    IF WS-RUN-FOUND = 'Y'
       MOVE WS-RUN-COURSE-ID TO WS-COURSE-ID
    END-IF
    IF WS-COURSE-ID NOT = SPACES
       PERFORM LOAD-COURSE-LAYOUT
    END-IF.

APPLY-GAME-PARAMETERS.
    IF PARM-BOARD-WIDTH >= 1 AND PARM-BOARD-WIDTH <= 40
       MOVE PARM-BOARD-WIDTH TO WS-BOARD-WIDTH
    END-IF
    IF PARM-BOARD-HEIGHT >= 1 AND PARM-BOARD-HEIGHT <= 40
       MOVE PARM-BOARD-HEIGHT TO WS-BOARD-HEIGHT
    END-IF
    MOVE PARM-COURSE-ID TO WS-COURSE-ID.

*> The run's own rules version when the catalog names one, otherwise
*> the highest version effective on the run date.  GAMEPARM.DAT
*> stands in only when the register has nothing to offer.
FIND-RULES-VERSION.
    MOVE 0 TO WS-RULES-VERSION
    MOVE 'N' TO WS-RR-EOF
    OPEN INPUT RULES-REGISTER-FILE
    IF WS-RR-FILE-STATUS = "00"
       PERFORM UNTIL WS-RR-EOF = 'Y'
          READ RULES-REGISTER-FILE
             AT END
                MOVE 'Y' TO WS-RR-EOF
             NOT AT END
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
    IF WS-RULES-VERSION > 0
       DISPLAY "REPLAYING UNDER RULES VERSION " WS-RULES-VERSION
    ELSE
       IF WS-RULES-WANTED > 0
          DISPLAY "WARNING: RULES VERSION " WS-RULES-WANTED
             " NOT ON RULES.DAT - USING GAMEPARM.DAT"
       ELSE
          DISPLAY "NO RULES VERSION ON RECORD - USING GAMEPARM.DAT"
       END-IF
    END-IF.

*> A cataloged run carries the course it was played on, so the
*> catalog entry overrides whatever GAMEPARM.DAT names today.  A
*> blank catalog course means the run used the default layout.  If
                IF CAT-RUN-ID IS NUMERIC
                   AND CAT-RUN-ID = WS-REPLAY-RUN
                   MOVE 'Y' TO WS-RUN-FOUND
                   MOVE CAT-COURSE-ID TO WS-RUN-COURSE-ID
                   MOVE CAT-DATE TO WS-RULES-DATE
                   IF CAT-RULES-VERSION IS NUMERIC
                      MOVE CAT-RULES-VERSION TO WS-RULES-WANTED
                   END-IF
                END-IF
          END-READ
       END-PERFORM
       CLOSE AUDIT-CATALOG-FILE
       IF WS-RUN-FOUND = 'Y'
          IF WS-RUN-COURSE-ID = SPACES
             DISPLAY "RUN " WS-REPLAY-RUN
                " WAS PLAYED ON THE DEFAULT LAYOUT"
          ELSE
             DISPLAY "RUN " WS-REPLAY-RUN " WAS PLAYED ON COURSE "
                WS-RUN-COURSE-ID
          END-IF
       ELSE
          DISPLAY "WARNING: RUN " WS-REPLAY-RUN " NOT ON CATALOG"
