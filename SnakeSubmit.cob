      *>*****************************************************************
      *> SNAKE-SUBMIT
      *> Submission step for player direction scripts.  Each player
      *> hands in a script file named after the player id, <id>.SUB,
      *> one move per line: U, D, L or R in column 1 and nothing else
      *> on the line.  The step edits every script submitted by a
      *> player on the player master (or the one player named on the
      *> command line) the same way SNAKE-GAME edits a direction
      *> queue: legal direction codes, no 180-degree reversals, at
      *> least one move and no more than 9999.  A player who is not
      *> active has the script rejected.
      *>
      *> An accepted script is copied to the player's move file
      *> <id>.MVS, which SNAKE-ROUND pairs with the opponent's for each
      *> fixture card.  The latest outcome per player - date, time,
      *> accepted or rejected, moves, errors - is kept on the script
      *> register SCRIPTS.DAT; a rejected resubmission leaves the
      *> player without a playable script until a clean one is
      *> submitted, so the card is forfeited rather than played with an
      *> old script.  Results, with every error by line, go to
      *> SUBMIT.RPT.  Return code 0 when every script edited was
      *> accepted, 4 when any was rejected or the named player had no
      *> script, 16 when a file cannot be used.
      *>*****************************************************************
      >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. SNAKE-SUBMIT.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT PLAYER-MASTER-FILE ASSIGN TO "PLAYERS.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS PM-PLAYER-ID
        FILE STATUS IS WS-PMF-FILE-STATUS.
    SELECT SUBMITTED-SCRIPT-FILE ASSIGN TO DYNAMIC WS-SCRIPT-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-SUB-FILE-STATUS.
    SELECT PLAYER-MOVES-FILE ASSIGN TO DYNAMIC WS-MOVES-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-MVS-FILE-STATUS.
    SELECT SCRIPT-REGISTER-FILE ASSIGN TO "SCRIPTS.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-SRG-FILE-STATUS.
    SELECT SUBMIT-REPORT-FILE ASSIGN TO "SUBMIT.RPT"
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
FD  SUBMITTED-SCRIPT-FILE.
01  SUBMITTED-SCRIPT-RECORD.
    05 SS-DIRECTION          PIC X.
    05 SS-REST-OF-LINE       PIC X(79).
FD  PLAYER-MOVES-FILE.
01  PLAYER-MOVES-RECORD.
    05 MV-DIRECTION          PIC X.
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
FD  SUBMIT-REPORT-FILE.
01  SUBMIT-REPORT-RECORD     PIC X(80).
WORKING-STORAGE SECTION.
01 WS-PMF-FILE-STATUS PIC XX VALUE SPACES.
01 WS-SUB-FILE-STATUS PIC XX VALUE SPACES.
01 WS-MVS-FILE-STATUS PIC XX VALUE SPACES.
01 WS-SRG-FILE-STATUS PIC XX VALUE SPACES.
01 WS-RPT-FILE-STATUS PIC XX VALUE SPACES.
01 WS-PM-EOF PIC X VALUE 'N'.
01 WS-SUB-EOF PIC X VALUE 'N'.
01 WS-SRG-EOF PIC X VALUE 'N'.
01 WS-RUN-DATE PIC 9(8).
01 WS-RUN-TIME PIC 9(8).
01 WS-MAX-RC PIC 9(2) VALUE 0.

01 WS-COMMAND-ARG PIC X(40) VALUE SPACES.
01 WS-ARG-TOKEN-1 PIC X(8) VALUE SPACES.
01 WS-WANTED-ID PIC X(8) VALUE SPACES.
01 WS-WANTED-FOUND PIC X VALUE 'N'.

01 WS-SCRIPT-NAME PIC X(20) VALUE SPACES.
01 WS-MOVES-NAME PIC X(20) VALUE SPACES.

*> --- script edit ---
01 WS-MOVE-LIMIT PIC 9(4) VALUE 9999.
01 WS-ERROR-LIST-LIMIT PIC 9(4) VALUE 50.
01 WS-SCRIPT-LINE PIC 9(6) VALUE 0.
01 WS-SCRIPT-MOVES PIC 9(4) VALUE 0.
01 WS-SCRIPT-ERRORS PIC 9(4) VALUE 0.
01 WS-SCRIPT-STATUS PIC X VALUE SPACE.
01 WS-PREV-DIRECTION PIC X VALUE SPACE.
01 WS-TOO-LONG PIC X VALUE 'N'.
01 WS-EDIT-MESSAGE PIC X(30) VALUE SPACES.

*> --- totals ---
01 WS-SCRIPTS-EDITED PIC 9(6) VALUE 0.
01 WS-SCRIPTS-ACCEPTED PIC 9(6) VALUE 0.
01 WS-SCRIPTS-REJECTED PIC 9(6) VALUE 0.
01 WS-NO-SCRIPT PIC 9(6) VALUE 0.

*> --- script register ---
01 WS-REG-COUNT PIC 9(4) VALUE 0.
01 WS-REG-LIMIT PIC 9(4) VALUE 500.
01 WS-REG-AT PIC 9(4) VALUE 0.
01 SCRIPT-REGISTER-TABLE.
   05 REG-ENTRY OCCURS 500 TIMES.
      10 RG-PLAYER-ID PIC X(8).
      10 RG-DATE PIC 9(8).
      10 RG-TIME PIC 9(8).
      10 RG-STATUS PIC X.
      10 RG-MOVES PIC 9(4).
      10 RG-ERRORS PIC 9(4).
01 RG-J PIC 9(4).

01 WS-PAGE-NUMBER PIC 9(3) VALUE 0.
01 WS-LINE-COUNT PIC 9(2) VALUE 0.
01 WS-LINES-PER-PAGE PIC 9(2) VALUE 55.
01 WS-HELD-LINE PIC X(80) VALUE SPACES.

01 HEADING-LINE-1.
   05 FILLER PIC X(31) VALUE "DIRECTION SCRIPT EDIT RUN ".
   05 HDG-DATE PIC 9(8).
   05 FILLER PIC X(31) VALUE SPACES.
   05 FILLER PIC X(5) VALUE "PAGE ".
   05 HDG-PAGE PIC ZZ9.
01 SCRIPT-LINE.
   05 FILLER PIC X(7) VALUE "PLAYER ".
   05 SCL-PLAYER-ID PIC X(8).
   05 FILLER PIC X(9) VALUE "  SCRIPT ".
   05 SCL-SCRIPT-NAME PIC X(20).
01 ERROR-LINE.
   05 FILLER PIC X(7) VALUE "  LINE ".
   05 ERL-LINE PIC ZZZZZ9.
   05 FILLER PIC X(2) VALUE " '".
   05 ERL-DIRECTION PIC X.
   05 FILLER PIC X(4) VALUE "' - ".
   05 ERL-MESSAGE PIC X(30).
01 OUTCOME-LINE.
   05 FILLER PIC X(2) VALUE SPACES.
   05 OCL-MOVES PIC ZZZ9.
   05 FILLER PIC X(7) VALUE " MOVES ".
   05 OCL-ERRORS PIC ZZZ9.
   05 FILLER PIC X(10) VALUE " ERRORS - ".
   05 OCL-TEXT PIC X(40).

PROCEDURE DIVISION.
MAIN-LOGIC.
    ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
    ACCEPT WS-RUN-TIME FROM TIME.
    ACCEPT WS-COMMAND-ARG FROM COMMAND-LINE.
    UNSTRING WS-COMMAND-ARG DELIMITED BY ALL SPACE
       INTO WS-ARG-TOKEN-1
    END-UNSTRING.
    IF WS-ARG-TOKEN-1 NOT = SPACES AND WS-ARG-TOKEN-1 NOT = "ALL"
       MOVE WS-ARG-TOKEN-1 TO WS-WANTED-ID
    END-IF.
    PERFORM LOAD-SCRIPT-REGISTER.
    PERFORM OPEN-SUBMIT-REPORT.
    OPEN INPUT PLAYER-MASTER-FILE
    IF WS-PMF-FILE-STATUS NOT = "00"
       DISPLAY "ERROR: CANNOT OPEN PLAYER MASTER - STATUS "
          WS-PMF-FILE-STATUS
       CLOSE SUBMIT-REPORT-FILE
       MOVE 16 TO RETURN-CODE
       STOP RUN
    END-IF
    PERFORM UNTIL WS-PM-EOF = 'Y'
       READ PLAYER-MASTER-FILE
          AT END
             MOVE 'Y' TO WS-PM-EOF
          NOT AT END
             IF WS-WANTED-ID = SPACES OR PM-PLAYER-ID = WS-WANTED-ID
                PERFORM EDIT-PLAYER-SCRIPT
             END-IF
       END-READ
    END-PERFORM
    CLOSE PLAYER-MASTER-FILE
    IF WS-WANTED-ID NOT = SPACES AND WS-WANTED-FOUND = 'N'
       MOVE SPACES TO SUBMIT-REPORT-RECORD
       STRING "PLAYER " WS-WANTED-ID
          " IS NOT ON THE PLAYER MASTER - NO SCRIPT EDITED"
          DELIMITED BY SIZE INTO SUBMIT-REPORT-RECORD
       PERFORM WRITE-REPORT-LINE
       DISPLAY "WARNING: PLAYER " WS-WANTED-ID
          " IS NOT ON THE PLAYER MASTER"
       PERFORM RAISE-WARNING
    END-IF
    IF WS-SCRIPTS-EDITED > 0
       PERFORM SAVE-SCRIPT-REGISTER
    END-IF
    PERFORM PRINT-SUBMIT-TOTALS.
    CLOSE SUBMIT-REPORT-FILE.
    DISPLAY "SCRIPTS EDITED " WS-SCRIPTS-EDITED " ACCEPTED "
       WS-SCRIPTS-ACCEPTED " REJECTED " WS-SCRIPTS-REJECTED
       " - SEE SUBMIT.RPT".
    MOVE WS-MAX-RC TO RETURN-CODE.
    STOP RUN.

*> --- script register ---------------------------------------------------
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
                MOVE SR-DATE TO RG-DATE(WS-REG-COUNT)
                MOVE SR-TIME TO RG-TIME(WS-REG-COUNT)
                MOVE SR-STATUS TO RG-STATUS(WS-REG-COUNT)
                MOVE SR-MOVES TO RG-MOVES(WS-REG-COUNT)
                MOVE SR-ERRORS TO RG-ERRORS(WS-REG-COUNT)
          END-READ
       END-PERFORM
       CLOSE SCRIPT-REGISTER-FILE
    END-IF.
REGISTER-SCRIPT-OUTCOME.
    MOVE 0 TO WS-REG-AT
    PERFORM VARYING RG-J FROM 1 BY 1
       UNTIL RG-J > WS-REG-COUNT OR WS-REG-AT > 0
       IF RG-PLAYER-ID(RG-J) = PM-PLAYER-ID
          MOVE RG-J TO WS-REG-AT
       END-IF
    END-PERFORM
    IF WS-REG-AT = 0
       IF WS-REG-COUNT >= WS-REG-LIMIT
          DISPLAY "ERROR: MORE THAN " WS-REG-LIMIT
             " PLAYERS ON THE SCRIPT REGISTER - RUN ABANDONED"
          CLOSE PLAYER-MASTER-FILE
          CLOSE SUBMIT-REPORT-FILE
          MOVE 16 TO RETURN-CODE
          STOP RUN
       END-IF
       ADD 1 TO WS-REG-COUNT
       MOVE WS-REG-COUNT TO WS-REG-AT
       MOVE PM-PLAYER-ID TO RG-PLAYER-ID(WS-REG-AT)
    END-IF
    MOVE WS-RUN-DATE TO RG-DATE(WS-REG-AT)
    MOVE WS-RUN-TIME TO RG-TIME(WS-REG-AT)
    MOVE WS-SCRIPT-STATUS TO RG-STATUS(WS-REG-AT)
    MOVE WS-SCRIPT-MOVES TO RG-MOVES(WS-REG-AT)
    MOVE WS-SCRIPT-ERRORS TO RG-ERRORS(WS-REG-AT).
SAVE-SCRIPT-REGISTER.
    OPEN OUTPUT SCRIPT-REGISTER-FILE
    IF WS-SRG-FILE-STATUS NOT = "00"
       DISPLAY "ERROR: CANNOT REWRITE SCRIPT REGISTER - STATUS "
          WS-SRG-FILE-STATUS " - OUTCOMES NOT REGISTERED"
       CLOSE SUBMIT-REPORT-FILE
       MOVE 16 TO RETURN-CODE
       STOP RUN
    END-IF
    PERFORM VARYING RG-J FROM 1 BY 1 UNTIL RG-J > WS-REG-COUNT
       MOVE RG-PLAYER-ID(RG-J) TO SR-PLAYER-ID
       MOVE RG-DATE(RG-J) TO SR-DATE
       MOVE RG-TIME(RG-J) TO SR-TIME
       MOVE RG-STATUS(RG-J) TO SR-STATUS
       MOVE RG-MOVES(RG-J) TO SR-MOVES
       MOVE RG-ERRORS(RG-J) TO SR-ERRORS
       MOVE SPACE TO SR-SEP-1 SR-SEP-2 SR-SEP-3 SR-SEP-4 SR-SEP-5
       WRITE SCRIPT-REGISTER-RECORD
    END-PERFORM
    CLOSE SCRIPT-REGISTER-FILE.

*> --- script edit -------------------------------------------------------
*> With no player named, players who have not handed in a script are
*> only counted; a named player without one is a warning.
EDIT-PLAYER-SCRIPT.
    MOVE 'Y' TO WS-WANTED-FOUND
    MOVE SPACES TO WS-SCRIPT-NAME
    STRING PM-PLAYER-ID DELIMITED BY SPACE
       ".SUB" DELIMITED BY SIZE
       INTO WS-SCRIPT-NAME
    MOVE SPACES TO WS-MOVES-NAME
    STRING PM-PLAYER-ID DELIMITED BY SPACE
       ".MVS" DELIMITED BY SIZE
       INTO WS-MOVES-NAME
    OPEN INPUT SUBMITTED-SCRIPT-FILE
    IF WS-SUB-FILE-STATUS NOT = "00"
       ADD 1 TO WS-NO-SCRIPT
       IF WS-WANTED-ID NOT = SPACES
          MOVE SPACES TO SUBMIT-REPORT-RECORD
          STRING "PLAYER " PM-PLAYER-ID " HAS NO SCRIPT "
             WS-SCRIPT-NAME " - STATUS " WS-SUB-FILE-STATUS
             DELIMITED BY SIZE INTO SUBMIT-REPORT-RECORD
          PERFORM WRITE-REPORT-LINE
          PERFORM RAISE-WARNING
       END-IF
    ELSE
       ADD 1 TO WS-SCRIPTS-EDITED
       MOVE PM-PLAYER-ID TO SCL-PLAYER-ID
       MOVE WS-SCRIPT-NAME TO SCL-SCRIPT-NAME
       MOVE SCRIPT-LINE TO SUBMIT-REPORT-RECORD
       PERFORM WRITE-REPORT-LINE
       MOVE 0 TO WS-SCRIPT-LINE
       MOVE 0 TO WS-SCRIPT-MOVES
       MOVE 0 TO WS-SCRIPT-ERRORS
       MOVE SPACE TO WS-PREV-DIRECTION
       MOVE 'N' TO WS-TOO-LONG
       MOVE 'N' TO WS-SUB-EOF
       IF PM-STATUS NOT = 'A'
          MOVE SPACE TO SS-DIRECTION
          MOVE "PLAYER IS NOT ACTIVE" TO WS-EDIT-MESSAGE
          PERFORM WRITE-SCRIPT-ERROR
       END-IF
       PERFORM UNTIL WS-SUB-EOF = 'Y'
          READ SUBMITTED-SCRIPT-FILE
             AT END
                MOVE 'Y' TO WS-SUB-EOF
             NOT AT END
                PERFORM EDIT-SCRIPT-LINE
          END-READ
       END-PERFORM
       CLOSE SUBMITTED-SCRIPT-FILE
       IF WS-SCRIPT-LINE = 0
          MOVE SPACE TO SS-DIRECTION
          MOVE "SCRIPT IS EMPTY" TO WS-EDIT-MESSAGE
          PERFORM WRITE-SCRIPT-ERROR
       END-IF
       IF WS-SCRIPT-ERRORS = 0
          PERFORM COPY-ACCEPTED-SCRIPT
       END-IF
       MOVE WS-SCRIPT-MOVES TO OCL-MOVES
       MOVE WS-SCRIPT-ERRORS TO OCL-ERRORS
       IF WS-SCRIPT-ERRORS = 0
          MOVE 'A' TO WS-SCRIPT-STATUS
          ADD 1 TO WS-SCRIPTS-ACCEPTED
          MOVE SPACES TO OCL-TEXT
          STRING "ACCEPTED AS " WS-MOVES-NAME
             DELIMITED BY SIZE INTO OCL-TEXT
       ELSE
          MOVE 'R' TO WS-SCRIPT-STATUS
          ADD 1 TO WS-SCRIPTS-REJECTED
          MOVE "REJECTED" TO OCL-TEXT
          PERFORM RAISE-WARNING
       END-IF
       MOVE OUTCOME-LINE TO SUBMIT-REPORT-RECORD
       PERFORM WRITE-REPORT-LINE
       PERFORM REGISTER-SCRIPT-OUTCOME
    END-IF.
EDIT-SCRIPT-LINE.
    ADD 1 TO WS-SCRIPT-LINE
    IF WS-SCRIPT-MOVES >= WS-MOVE-LIMIT
       IF WS-TOO-LONG = 'N'
          MOVE 'Y' TO WS-TOO-LONG
          MOVE "MORE THAN 9999 MOVES" TO WS-EDIT-MESSAGE
          PERFORM WRITE-SCRIPT-ERROR
       END-IF
    ELSE
       ADD 1 TO WS-SCRIPT-MOVES
    END-IF
    IF SS-DIRECTION = 'U' OR SS-DIRECTION = 'D'
       OR SS-DIRECTION = 'L' OR SS-DIRECTION = 'R'
       IF (WS-PREV-DIRECTION = 'R' AND SS-DIRECTION = 'L')
          OR (WS-PREV-DIRECTION = 'L' AND SS-DIRECTION = 'R')
          OR (WS-PREV-DIRECTION = 'U' AND SS-DIRECTION = 'D')
          OR (WS-PREV-DIRECTION = 'D' AND SS-DIRECTION = 'U')
          MOVE "180-DEGREE REVERSAL" TO WS-EDIT-MESSAGE
          PERFORM WRITE-SCRIPT-ERROR
       END-IF
       MOVE SS-DIRECTION TO WS-PREV-DIRECTION
    ELSE
       MOVE "INVALID DIRECTION CODE" TO WS-EDIT-MESSAGE
       PERFORM WRITE-SCRIPT-ERROR
    END-IF
    IF SS-REST-OF-LINE NOT = SPACES
       MOVE "DATA AFTER THE DIRECTION CODE" TO WS-EDIT-MESSAGE
       PERFORM WRITE-SCRIPT-ERROR
    END-IF.
WRITE-SCRIPT-ERROR.
    ADD 1 TO WS-SCRIPT-ERRORS
    IF WS-SCRIPT-ERRORS <= WS-ERROR-LIST-LIMIT
       IF WS-SCRIPT-LINE = 0
          MOVE SPACES TO SUBMIT-REPORT-RECORD
          STRING "  SCRIPT - " WS-EDIT-MESSAGE
             DELIMITED BY SIZE INTO SUBMIT-REPORT-RECORD
       ELSE
          MOVE WS-SCRIPT-LINE TO ERL-LINE
          MOVE SS-DIRECTION TO ERL-DIRECTION
          MOVE WS-EDIT-MESSAGE TO ERL-MESSAGE
          MOVE ERROR-LINE TO SUBMIT-REPORT-RECORD
       END-IF
       PERFORM WRITE-REPORT-LINE
    ELSE
       IF WS-SCRIPT-ERRORS = WS-ERROR-LIST-LIMIT + 1
          MOVE "  FURTHER ERRORS COUNTED BUT NOT LISTED"
             TO SUBMIT-REPORT-RECORD
          PERFORM WRITE-REPORT-LINE
       END-IF
    END-IF.
*> Only the direction column is kept, so the move file is exactly
*> what was edited.
COPY-ACCEPTED-SCRIPT.
    OPEN INPUT SUBMITTED-SCRIPT-FILE
    OPEN OUTPUT PLAYER-MOVES-FILE
    IF WS-SUB-FILE-STATUS NOT = "00" OR WS-MVS-FILE-STATUS NOT = "00"
       MOVE SPACE TO SS-DIRECTION
       MOVE "MOVE FILE CANNOT BE WRITTEN" TO WS-EDIT-MESSAGE
       PERFORM WRITE-SCRIPT-ERROR
       DISPLAY "WARNING: " WS-MOVES-NAME " CANNOT BE WRITTEN - STATUS "
          WS-SUB-FILE-STATUS " " WS-MVS-FILE-STATUS
    ELSE
       MOVE 'N' TO WS-SUB-EOF
       PERFORM UNTIL WS-SUB-EOF = 'Y'
          READ SUBMITTED-SCRIPT-FILE
             AT END
                MOVE 'Y' TO WS-SUB-EOF
             NOT AT END
                MOVE SS-DIRECTION TO MV-DIRECTION
                WRITE PLAYER-MOVES-RECORD
          END-READ
       END-PERFORM
    END-IF
    CLOSE SUBMITTED-SCRIPT-FILE
    CLOSE PLAYER-MOVES-FILE.

*> --- report ------------------------------------------------------------
OPEN-SUBMIT-REPORT.
    OPEN OUTPUT SUBMIT-REPORT-FILE
    IF WS-RPT-FILE-STATUS NOT = "00"
       DISPLAY "ERROR: CANNOT OPEN SUBMISSION REPORT - STATUS "
          WS-RPT-FILE-STATUS
       MOVE 16 TO RETURN-CODE
       STOP RUN
    END-IF
    PERFORM PRINT-PAGE-HEADING.
PRINT-SUBMIT-TOTALS.
    MOVE SPACES TO SUBMIT-REPORT-RECORD
    PERFORM WRITE-REPORT-LINE
    MOVE SPACES TO SUBMIT-REPORT-RECORD
    STRING "SCRIPTS EDITED    " WS-SCRIPTS-EDITED
       DELIMITED BY SIZE INTO SUBMIT-REPORT-RECORD
    PERFORM WRITE-REPORT-LINE
    MOVE SPACES TO SUBMIT-REPORT-RECORD
    STRING "  ACCEPTED        " WS-SCRIPTS-ACCEPTED
       DELIMITED BY SIZE INTO SUBMIT-REPORT-RECORD
    PERFORM WRITE-REPORT-LINE
    MOVE SPACES TO SUBMIT-REPORT-RECORD
    STRING "  REJECTED        " WS-SCRIPTS-REJECTED
       DELIMITED BY SIZE INTO SUBMIT-REPORT-RECORD
    PERFORM WRITE-REPORT-LINE
    MOVE SPACES TO SUBMIT-REPORT-RECORD
    STRING "PLAYERS NO SCRIPT " WS-NO-SCRIPT
       DELIMITED BY SIZE INTO SUBMIT-REPORT-RECORD
    PERFORM WRITE-REPORT-LINE.
RAISE-WARNING.
    IF WS-MAX-RC < 4
       MOVE 4 TO WS-MAX-RC
    END-IF.
WRITE-REPORT-LINE.
    IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
       MOVE SUBMIT-REPORT-RECORD TO WS-HELD-LINE
       PERFORM PRINT-PAGE-HEADING
       MOVE WS-HELD-LINE TO SUBMIT-REPORT-RECORD
    END-IF
    WRITE SUBMIT-REPORT-RECORD
    ADD 1 TO WS-LINE-COUNT.
PRINT-PAGE-HEADING.
    ADD 1 TO WS-PAGE-NUMBER
    MOVE WS-RUN-DATE TO HDG-DATE
    MOVE WS-PAGE-NUMBER TO HDG-PAGE
    MOVE HEADING-LINE-1 TO SUBMIT-REPORT-RECORD
    WRITE SUBMIT-REPORT-RECORD
    MOVE SPACES TO SUBMIT-REPORT-RECORD
    WRITE SUBMIT-REPORT-RECORD
    MOVE 2 TO WS-LINE-COUNT.
