      *>*****************************************************************
      *> SNAKE-RECOVER
      *> Forward recovery of the player master PLAYERS.DAT and the
      *> high-score master HGHSCORE.DAT.  Restores both masters from
      *> the latest image copy taken by SNAKE-BACKUP (BACKCTL.DAT) and
      *> then rolls the update journal JOURNAL.DAT forward from the
      *> entry after the copy's journal position.
      *>
      *> Run with no argument to re-apply every journal entry, or with
      *> a point in time - a date yyyymmdd and optionally a time
      *> hhmmss[cc] - to stop there: the image used is the latest one
      *> taken at or before that point and only entries stamped at or
      *> before it are applied.  Each entry is checked against the
      *> restored master before it is applied: an add must not find
      *> the key, a change or delete must find the record exactly as
      *> the entry's before image.  Entries that fail the check are not
      *> applied and are listed with the reason.
      *>
      *> Results go to RECOVER.RPT.  Return code 0 when every entry up
      *> to the point is applied; 4 when some could not be applied or
      *> the journal does not match the image's position; 16 when
      *> there is no usable image copy (the masters are left alone
      *> unless the restore itself fails part way).  After recovering
      *> to a point before the end of the journal, take a new image
      *> copy before the next update run.
      *>*****************************************************************
      >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. SNAKE-RECOVER.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT PLAYER-MASTER-FILE ASSIGN TO "PLAYERS.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS PM-PLAYER-ID
        FILE STATUS IS WS-PMF-FILE-STATUS.
    SELECT HIGH-SCORE-FILE ASSIGN TO "HGHSCORE.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS HS-REC-KEY
        FILE STATUS IS WS-HS-FILE-STATUS.
    SELECT PLAYER-IMAGE-FILE ASSIGN TO DYNAMIC WS-PLAYER-IMAGE-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PLI-FILE-STATUS.
    SELECT HS-IMAGE-FILE ASSIGN TO DYNAMIC WS-HS-IMAGE-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-HSI-FILE-STATUS.
    SELECT UPDATE-JOURNAL-FILE ASSIGN TO "JOURNAL.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-JNL-FILE-STATUS.
    SELECT BACKUP-CONTROL-FILE ASSIGN TO "BACKCTL.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-BCT-FILE-STATUS.
    SELECT RECOVER-REPORT-FILE ASSIGN TO "RECOVER.RPT"
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
FD  HIGH-SCORE-FILE.
01  HIGH-SCORE-RECORD.
    05 HS-REC-KEY.
       10 HS-PLAYER-ID       PIC X(8).
       10 HS-DATE            PIC 9(8).
       10 HS-TIME            PIC 9(8).
    05 HS-SCORE              PIC 9(4).
FD  PLAYER-IMAGE-FILE.
01  PLAYER-IMAGE-RECORD      PIC X(53).
FD  HS-IMAGE-FILE.
01  HS-IMAGE-RECORD          PIC X(28).
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
FD  BACKUP-CONTROL-FILE.
01  BACKUP-CONTROL-RECORD.
    05 BC-DATE               PIC 9(8).
    05 BC-SEP-1              PIC X.
    05 BC-TIME               PIC 9(8).
    05 BC-SEP-2              PIC X.
    05 BC-PLAYER-IMAGE       PIC X(20).
    05 BC-SEP-3              PIC X.
    05 BC-PLAYER-COUNT       PIC 9(6).
    05 BC-SEP-4              PIC X.
    05 BC-HS-IMAGE           PIC X(20).
    05 BC-SEP-5              PIC X.
    05 BC-HS-COUNT           PIC 9(6).
    05 BC-SEP-6              PIC X.
    05 BC-JOURNAL-POSITION   PIC 9(8).
    05 BC-SEP-7              PIC X.
    05 BC-LAST-JNL-DATE      PIC 9(8).
    05 BC-SEP-8              PIC X.
    05 BC-LAST-JNL-TIME      PIC 9(8).
FD  RECOVER-REPORT-FILE.
01  RECOVER-REPORT-RECORD    PIC X(80).
WORKING-STORAGE SECTION.
01 WS-PMF-FILE-STATUS PIC XX VALUE SPACES.
01 WS-HS-FILE-STATUS PIC XX VALUE SPACES.
01 WS-PLI-FILE-STATUS PIC XX VALUE SPACES.
01 WS-HSI-FILE-STATUS PIC XX VALUE SPACES.
01 WS-JNL-FILE-STATUS PIC XX VALUE SPACES.
01 WS-BCT-FILE-STATUS PIC XX VALUE SPACES.
01 WS-RPT-FILE-STATUS PIC XX VALUE SPACES.
01 WS-PLI-EOF PIC X VALUE 'N'.
01 WS-HSI-EOF PIC X VALUE 'N'.
01 WS-JNL-EOF PIC X VALUE 'N'.
01 WS-BCT-EOF PIC X VALUE 'N'.
01 WS-RUN-DATE PIC 9(8).
01 WS-MAX-RC PIC 9(2) VALUE 0.

01 WS-COMMAND-ARG PIC X(40) VALUE SPACES.
01 WS-ARG-TOKEN-1 PIC X(8) VALUE SPACES.
01 WS-ARG-TOKEN-2 PIC X(8) VALUE SPACES.
01 WS-ARG-TOKEN PIC X(8) VALUE SPACES.
01 WS-ARG-DIGIT PIC 9.
01 WS-ARG-DIGITS PIC 9(2) VALUE 0.
01 WS-ARG-OK PIC X VALUE 'Y'.
01 WS-ARG-VALUE PIC 9(8) VALUE 0.
01 WS-ARG-J PIC 9(2).

*> Point in time to recover to; all nines means the whole journal.
01 WS-TARGET-POINT.
   05 WS-TARGET-DATE PIC 9(8) VALUE 99999999.
   05 WS-TARGET-TIME PIC 9(8) VALUE 99999999.
01 WS-ENTRY-POINT.
   05 WS-ENTRY-DATE PIC 9(8).
   05 WS-ENTRY-TIME PIC 9(8).
01 WS-BACKUP-POINT.
   05 WS-BACKUP-DATE PIC 9(8).
   05 WS-BACKUP-TIME PIC 9(8).

01 WS-BACKUP-FOUND PIC X VALUE 'N'.
01 WS-PLAYER-IMAGE-NAME PIC X(20) VALUE SPACES.
01 WS-HS-IMAGE-NAME PIC X(20) VALUE SPACES.
01 WS-IMAGE-PLAYER-COUNT PIC 9(6) VALUE 0.
01 WS-IMAGE-HS-COUNT PIC 9(6) VALUE 0.
01 WS-JOURNAL-POSITION PIC 9(8) VALUE 0.
01 WS-LAST-JNL-DATE PIC 9(8) VALUE 0.
01 WS-LAST-JNL-TIME PIC 9(8) VALUE 0.
01 WS-PLAYERS-RESTORED PIC 9(6) VALUE 0.
01 WS-HS-RESTORED PIC 9(6) VALUE 0.

01 WS-JNL-SEQ PIC 9(8) VALUE 0.
01 WS-JNL-PAST-IMAGE PIC 9(6) VALUE 0.
01 WS-JNL-APPLIED PIC 9(6) VALUE 0.
01 WS-JNL-NOT-APPLIED PIC 9(6) VALUE 0.
01 WS-JNL-BEYOND-POINT PIC 9(6) VALUE 0.
01 WS-APPLY-RESULT PIC X(15) VALUE SPACES.

01 WS-PAGE-NUMBER PIC 9(3) VALUE 0.
01 WS-LINE-COUNT PIC 9(2) VALUE 0.
01 WS-LINES-PER-PAGE PIC 9(2) VALUE 55.
01 WS-HELD-LINE PIC X(80) VALUE SPACES.

01 HEADING-LINE-1.
   05 FILLER PIC X(31) VALUE "MASTER FORWARD RECOVERY RUN ".
   05 HDG-DATE PIC 9(8).
   05 FILLER PIC X(31) VALUE SPACES.
   05 FILLER PIC X(5) VALUE "PAGE ".
   05 HDG-PAGE PIC ZZ9.
01 ENTRY-HEADING-1 PIC X(80) VALUE
   "   ENTRY DATE     TIME     FILE     A KEY                      RESULT".
01 ENTRY-HEADING-2 PIC X(80) VALUE
   "-------- -------- -------- -------- - ------------------------ ---------------".
01 ENTRY-LINE.
   05 ENL-SEQ PIC ZZZZZZZ9.
   05 FILLER PIC X VALUE SPACE.
   05 ENL-DATE PIC 9(8).
   05 FILLER PIC X VALUE SPACE.
   05 ENL-TIME PIC 9(8).
   05 FILLER PIC X VALUE SPACE.
   05 ENL-FILE PIC X(8).
   05 FILLER PIC X VALUE SPACE.
   05 ENL-ACTION PIC X.
   05 FILLER PIC X VALUE SPACE.
   05 ENL-KEY PIC X(24).
   05 FILLER PIC X VALUE SPACE.
   05 ENL-RESULT PIC X(15).

PROCEDURE DIVISION.
MAIN-LOGIC.
    ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
    ACCEPT WS-COMMAND-ARG FROM COMMAND-LINE.
    UNSTRING WS-COMMAND-ARG DELIMITED BY ALL SPACE
       INTO WS-ARG-TOKEN-1 WS-ARG-TOKEN-2
    END-UNSTRING.
    PERFORM EDIT-RECOVERY-POINT.
    PERFORM FIND-IMAGE-COPY.
    PERFORM OPEN-RECOVER-REPORT.
    PERFORM RESTORE-PLAYER-MASTER.
    PERFORM RESTORE-HIGH-SCORES.
    PERFORM ROLL-JOURNAL-FORWARD.
    PERFORM PRINT-RECOVERY-TOTALS.
    CLOSE RECOVER-REPORT-FILE.
    DISPLAY "RECOVERY COMPLETE - " WS-JNL-APPLIED " ENTRIES APPLIED, "
       WS-JNL-NOT-APPLIED " NOT APPLIED - SEE RECOVER.RPT".
    MOVE WS-MAX-RC TO RETURN-CODE.
    STOP RUN.

*> --- recovery point and image copy ----------------------------------
EDIT-RECOVERY-POINT.
    IF WS-ARG-TOKEN-1 NOT = SPACES
       MOVE WS-ARG-TOKEN-1 TO WS-ARG-TOKEN
       PERFORM PARSE-NUMERIC-TOKEN
       IF WS-ARG-OK = 'N' OR WS-ARG-DIGITS NOT = 8
          DISPLAY "ERROR: RECOVERY DATE MUST BE yyyymmdd - "
             WS-ARG-TOKEN-1
          MOVE 16 TO RETURN-CODE
          STOP RUN
       END-IF
       MOVE WS-ARG-VALUE TO WS-TARGET-DATE
       MOVE 99999999 TO WS-TARGET-TIME
       IF WS-ARG-TOKEN-2 NOT = SPACES
          MOVE WS-ARG-TOKEN-2 TO WS-ARG-TOKEN
          PERFORM PARSE-NUMERIC-TOKEN
          IF WS-ARG-OK = 'N' OR WS-ARG-DIGITS < 4
             DISPLAY "ERROR: RECOVERY TIME MUST BE hhmm[ss[cc]] - "
                WS-ARG-TOKEN-2
             MOVE 16 TO RETURN-CODE
             STOP RUN
          END-IF
          *> A short time is the start of that minute or second.
          PERFORM VARYING WS-ARG-J FROM WS-ARG-DIGITS BY 1
             UNTIL WS-ARG-J >= 8
             COMPUTE WS-ARG-VALUE = WS-ARG-VALUE * 10
          END-PERFORM
          MOVE WS-ARG-VALUE TO WS-TARGET-TIME
       END-IF
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
*> Control lines are appended in the order the copies were taken, so
*> the last one at or before the point is the one to restore.
FIND-IMAGE-COPY.
    OPEN INPUT BACKUP-CONTROL-FILE
    IF WS-BCT-FILE-STATUS NOT = "00"
       DISPLAY "ERROR: NO BACKUP CONTROL FILE - STATUS "
          WS-BCT-FILE-STATUS " - NOTHING TO RECOVER FROM"
       MOVE 16 TO RETURN-CODE
       STOP RUN
    END-IF
    PERFORM UNTIL WS-BCT-EOF = 'Y'
       READ BACKUP-CONTROL-FILE
          AT END
             MOVE 'Y' TO WS-BCT-EOF
          NOT AT END
             MOVE BC-DATE TO WS-ENTRY-DATE
             MOVE BC-TIME TO WS-ENTRY-TIME
             IF WS-ENTRY-POINT NOT > WS-TARGET-POINT
                MOVE 'Y' TO WS-BACKUP-FOUND
                MOVE BC-DATE TO WS-BACKUP-DATE
                MOVE BC-TIME TO WS-BACKUP-TIME
                MOVE BC-PLAYER-IMAGE TO WS-PLAYER-IMAGE-NAME
                MOVE BC-PLAYER-COUNT TO WS-IMAGE-PLAYER-COUNT
                MOVE BC-HS-IMAGE TO WS-HS-IMAGE-NAME
                MOVE BC-HS-COUNT TO WS-IMAGE-HS-COUNT
                MOVE BC-JOURNAL-POSITION TO WS-JOURNAL-POSITION
                MOVE BC-LAST-JNL-DATE TO WS-LAST-JNL-DATE
                MOVE BC-LAST-JNL-TIME TO WS-LAST-JNL-TIME
             END-IF
       END-READ
    END-PERFORM
    CLOSE BACKUP-CONTROL-FILE
    IF WS-BACKUP-FOUND = 'N'
       DISPLAY "ERROR: NO IMAGE COPY TAKEN AT OR BEFORE "
          WS-TARGET-DATE " " WS-TARGET-TIME
       MOVE 16 TO RETURN-CODE
       STOP RUN
    END-IF
    *> Both images must be readable before either master is touched.
    OPEN INPUT PLAYER-IMAGE-FILE
    IF WS-PLI-FILE-STATUS NOT = "00"
       DISPLAY "ERROR: CANNOT OPEN IMAGE " WS-PLAYER-IMAGE-NAME
          " - STATUS " WS-PLI-FILE-STATUS
       MOVE 16 TO RETURN-CODE
       STOP RUN
    END-IF
    CLOSE PLAYER-IMAGE-FILE
    OPEN INPUT HS-IMAGE-FILE
    IF WS-HSI-FILE-STATUS NOT = "00"
       DISPLAY "ERROR: CANNOT OPEN IMAGE " WS-HS-IMAGE-NAME
          " - STATUS " WS-HSI-FILE-STATUS
       MOVE 16 TO RETURN-CODE
       STOP RUN
    END-IF
    CLOSE HS-IMAGE-FILE.
OPEN-RECOVER-REPORT.
    OPEN OUTPUT RECOVER-REPORT-FILE
    IF WS-RPT-FILE-STATUS NOT = "00"
       DISPLAY "ERROR: CANNOT OPEN RECOVERY REPORT - STATUS "
          WS-RPT-FILE-STATUS
       MOVE 16 TO RETURN-CODE
       STOP RUN
    END-IF
    PERFORM PRINT-PAGE-HEADING
    MOVE SPACES TO RECOVER-REPORT-RECORD
    IF WS-TARGET-DATE = 99999999
       MOVE "RECOVERY POINT: END OF JOURNAL" TO RECOVER-REPORT-RECORD
    ELSE
       STRING "RECOVERY POINT: " WS-TARGET-DATE " " WS-TARGET-TIME
          DELIMITED BY SIZE INTO RECOVER-REPORT-RECORD
    END-IF
    PERFORM WRITE-REPORT-LINE
    MOVE SPACES TO RECOVER-REPORT-RECORD
    STRING "IMAGE COPY:     " WS-BACKUP-DATE " " WS-BACKUP-TIME
       "  JOURNAL POSITION " WS-JOURNAL-POSITION
       DELIMITED BY SIZE INTO RECOVER-REPORT-RECORD
    PERFORM WRITE-REPORT-LINE
    MOVE SPACES TO RECOVER-REPORT-RECORD
    PERFORM WRITE-REPORT-LINE.

*> --- restore ---------------------------------------------------------
RESTORE-PLAYER-MASTER.
    OPEN INPUT PLAYER-IMAGE-FILE
    OPEN OUTPUT PLAYER-MASTER-FILE
    IF WS-PMF-FILE-STATUS NOT = "00"
       DISPLAY "ERROR: CANNOT OPEN PLAYER MASTER FOR RESTORE - STATUS "
          WS-PMF-FILE-STATUS
       CLOSE PLAYER-IMAGE-FILE
       MOVE 16 TO RETURN-CODE
       STOP RUN
    END-IF
    PERFORM UNTIL WS-PLI-EOF = 'Y'
       READ PLAYER-IMAGE-FILE
          AT END
             MOVE 'Y' TO WS-PLI-EOF
          NOT AT END
             MOVE PLAYER-IMAGE-RECORD TO PLAYER-MASTER-RECORD
             WRITE PLAYER-MASTER-RECORD
             IF WS-PMF-FILE-STATUS NOT = "00"
                DISPLAY "ERROR: RESTORE OF PLAYER " PM-PLAYER-ID
                   " FAILED - STATUS " WS-PMF-FILE-STATUS
                   " - PLAYER MASTER INCOMPLETE"
                CLOSE PLAYER-IMAGE-FILE
                CLOSE PLAYER-MASTER-FILE
                MOVE 16 TO RETURN-CODE
                STOP RUN
             END-IF
             ADD 1 TO WS-PLAYERS-RESTORED
       END-READ
    END-PERFORM
    CLOSE PLAYER-IMAGE-FILE
    CLOSE PLAYER-MASTER-FILE
    MOVE SPACES TO RECOVER-REPORT-RECORD
    STRING "PLAYERS.DAT  RESTORED " WS-PLAYERS-RESTORED " RECORDS FROM "
       WS-PLAYER-IMAGE-NAME
       DELIMITED BY SIZE INTO RECOVER-REPORT-RECORD
    PERFORM WRITE-REPORT-LINE
    IF WS-PLAYERS-RESTORED NOT = WS-IMAGE-PLAYER-COUNT
       MOVE SPACES TO RECOVER-REPORT-RECORD
       STRING "  WARNING: IMAGE HELD " WS-IMAGE-PLAYER-COUNT
          " RECORDS WHEN TAKEN"
          DELIMITED BY SIZE INTO RECOVER-REPORT-RECORD
       PERFORM WRITE-REPORT-LINE
       PERFORM RAISE-WARNING
    END-IF.
RESTORE-HIGH-SCORES.
    OPEN INPUT HS-IMAGE-FILE
    OPEN OUTPUT HIGH-SCORE-FILE
    IF WS-HS-FILE-STATUS NOT = "00"
       DISPLAY "ERROR: CANNOT OPEN HIGH SCORE MASTER FOR RESTORE - "
          "STATUS " WS-HS-FILE-STATUS
       CLOSE HS-IMAGE-FILE
       MOVE 16 TO RETURN-CODE
       STOP RUN
    END-IF
    PERFORM UNTIL WS-HSI-EOF = 'Y'
       READ HS-IMAGE-FILE
          AT END
             MOVE 'Y' TO WS-HSI-EOF
          NOT AT END
             MOVE HS-IMAGE-RECORD TO HIGH-SCORE-RECORD
             WRITE HIGH-SCORE-RECORD
             IF WS-HS-FILE-STATUS NOT = "00"
                DISPLAY "ERROR: RESTORE OF HIGH SCORE " HS-REC-KEY
                   " FAILED - STATUS " WS-HS-FILE-STATUS
                   " - HIGH SCORE MASTER INCOMPLETE"
                CLOSE HS-IMAGE-FILE
                CLOSE HIGH-SCORE-FILE
                MOVE 16 TO RETURN-CODE
                STOP RUN
             END-IF
             ADD 1 TO WS-HS-RESTORED
       END-READ
    END-PERFORM
    CLOSE HS-IMAGE-FILE
    CLOSE HIGH-SCORE-FILE
    MOVE SPACES TO RECOVER-REPORT-RECORD
    STRING "HGHSCORE.DAT RESTORED " WS-HS-RESTORED " RECORDS FROM "
       WS-HS-IMAGE-NAME
       DELIMITED BY SIZE INTO RECOVER-REPORT-RECORD
    PERFORM WRITE-REPORT-LINE
    IF WS-HS-RESTORED NOT = WS-IMAGE-HS-COUNT
       MOVE SPACES TO RECOVER-REPORT-RECORD
       STRING "  WARNING: IMAGE HELD " WS-IMAGE-HS-COUNT
          " RECORDS WHEN TAKEN"
          DELIMITED BY SIZE INTO RECOVER-REPORT-RECORD
       PERFORM WRITE-REPORT-LINE
       PERFORM RAISE-WARNING
    END-IF
    MOVE SPACES TO RECOVER-REPORT-RECORD
    PERFORM WRITE-REPORT-LINE.

*> --- roll forward ----------------------------------------------------
*> Entries up to the image's position are already in the image.  The
*> entry at the position must be the last one the backup saw, or the
*> journal has been replaced or cut since the copy was taken.
ROLL-JOURNAL-FORWARD.
    MOVE ENTRY-HEADING-1 TO RECOVER-REPORT-RECORD
    PERFORM WRITE-REPORT-LINE
    MOVE ENTRY-HEADING-2 TO RECOVER-REPORT-RECORD
    PERFORM WRITE-REPORT-LINE
    OPEN INPUT UPDATE-JOURNAL-FILE
    IF WS-JNL-FILE-STATUS NOT = "00"
       MOVE "NO JOURNAL - MASTERS ARE AS AT THE IMAGE COPY"
          TO RECOVER-REPORT-RECORD
       PERFORM WRITE-REPORT-LINE
       IF WS-JOURNAL-POSITION > 0
          PERFORM RAISE-WARNING
       END-IF
    ELSE
       OPEN I-O PLAYER-MASTER-FILE
       OPEN I-O HIGH-SCORE-FILE
       IF WS-PMF-FILE-STATUS NOT = "00" OR WS-HS-FILE-STATUS NOT = "00"
          DISPLAY "ERROR: CANNOT REOPEN MASTERS FOR ROLL FORWARD - "
             "STATUS " WS-PMF-FILE-STATUS " " WS-HS-FILE-STATUS
          CLOSE UPDATE-JOURNAL-FILE
          MOVE 16 TO RETURN-CODE
          STOP RUN
       END-IF
       PERFORM UNTIL WS-JNL-EOF = 'Y'
          READ UPDATE-JOURNAL-FILE
             AT END
                MOVE 'Y' TO WS-JNL-EOF
             NOT AT END
                ADD 1 TO WS-JNL-SEQ
                IF WS-JNL-SEQ = WS-JOURNAL-POSITION
                   IF JR-DATE NOT = WS-LAST-JNL-DATE
                      OR JR-TIME NOT = WS-LAST-JNL-TIME
                      PERFORM REPORT-POSITION-MISMATCH
                   END-IF
                END-IF
                IF WS-JNL-SEQ > WS-JOURNAL-POSITION
                   PERFORM APPLY-JOURNAL-ENTRY
                END-IF
          END-READ
       END-PERFORM
       CLOSE UPDATE-JOURNAL-FILE
       CLOSE PLAYER-MASTER-FILE
       CLOSE HIGH-SCORE-FILE
       IF WS-JNL-SEQ < WS-JOURNAL-POSITION
          MOVE 0 TO WS-JNL-SEQ
          PERFORM REPORT-POSITION-MISMATCH
       END-IF
    END-IF.
REPORT-POSITION-MISMATCH.
    MOVE SPACES TO RECOVER-REPORT-RECORD
    STRING "WARNING: JOURNAL DOES NOT MATCH IMAGE COPY AT POSITION "
       WS-JOURNAL-POSITION
       DELIMITED BY SIZE INTO RECOVER-REPORT-RECORD
    PERFORM WRITE-REPORT-LINE
    DISPLAY "WARNING: JOURNAL DOES NOT MATCH IMAGE COPY AT POSITION "
       WS-JOURNAL-POSITION
    PERFORM RAISE-WARNING.
APPLY-JOURNAL-ENTRY.
    MOVE JR-DATE TO WS-ENTRY-DATE
    MOVE JR-TIME TO WS-ENTRY-TIME
    IF WS-ENTRY-POINT > WS-TARGET-POINT
       ADD 1 TO WS-JNL-BEYOND-POINT
    ELSE
       ADD 1 TO WS-JNL-PAST-IMAGE
       MOVE SPACES TO WS-APPLY-RESULT
       IF JR-FILE = "PLAYERS"
          PERFORM APPLY-PLAYER-ENTRY
       ELSE
          IF JR-FILE = "HGHSCORE"
             PERFORM APPLY-HIGH-SCORE-ENTRY
          ELSE
             MOVE "UNKNOWN FILE" TO WS-APPLY-RESULT
          END-IF
       END-IF
       IF WS-APPLY-RESULT = "APPLIED"
          ADD 1 TO WS-JNL-APPLIED
       ELSE
          ADD 1 TO WS-JNL-NOT-APPLIED
          PERFORM RAISE-WARNING
       END-IF
       MOVE WS-JNL-SEQ TO ENL-SEQ
       MOVE JR-DATE TO ENL-DATE
       MOVE JR-TIME TO ENL-TIME
       MOVE JR-FILE TO ENL-FILE
       MOVE JR-ACTION TO ENL-ACTION
       MOVE JR-KEY TO ENL-KEY
       MOVE WS-APPLY-RESULT TO ENL-RESULT
       MOVE ENTRY-LINE TO RECOVER-REPORT-RECORD
       PERFORM WRITE-REPORT-LINE
    END-IF.
APPLY-PLAYER-ENTRY.
    MOVE JR-KEY(1:8) TO PM-PLAYER-ID
    IF JR-ACTION = 'A'
       MOVE JR-AFTER-IMAGE TO PLAYER-MASTER-RECORD
       WRITE PLAYER-MASTER-RECORD
          INVALID KEY
             MOVE "ALREADY ON FILE" TO WS-APPLY-RESULT
          NOT INVALID KEY
             MOVE "APPLIED" TO WS-APPLY-RESULT
       END-WRITE
    ELSE
       IF JR-ACTION = 'C' OR JR-ACTION = 'D'
          READ PLAYER-MASTER-FILE
             INVALID KEY
                MOVE "NOT ON FILE" TO WS-APPLY-RESULT
          END-READ
          IF WS-APPLY-RESULT = SPACES
             IF PLAYER-MASTER-RECORD NOT = JR-BEFORE-IMAGE
                MOVE "BEFORE MISMATCH" TO WS-APPLY-RESULT
             END-IF
          END-IF
          IF WS-APPLY-RESULT = SPACES
             IF JR-ACTION = 'C'
                MOVE JR-AFTER-IMAGE TO PLAYER-MASTER-RECORD
                REWRITE PLAYER-MASTER-RECORD
                   INVALID KEY
                      MOVE "REWRITE FAILED" TO WS-APPLY-RESULT
                   NOT INVALID KEY
                      MOVE "APPLIED" TO WS-APPLY-RESULT
                END-REWRITE
             ELSE
                DELETE PLAYER-MASTER-FILE
                   INVALID KEY
                      MOVE "DELETE FAILED" TO WS-APPLY-RESULT
                   NOT INVALID KEY
                      MOVE "APPLIED" TO WS-APPLY-RESULT
                END-DELETE
             END-IF
          END-IF
       ELSE
          MOVE "UNKNOWN ACTION" TO WS-APPLY-RESULT
       END-IF
    END-IF.
APPLY-HIGH-SCORE-ENTRY.
    MOVE JR-KEY TO HS-REC-KEY
    IF JR-ACTION = 'A'
       MOVE JR-AFTER-IMAGE(1:28) TO HIGH-SCORE-RECORD
       WRITE HIGH-SCORE-RECORD
          INVALID KEY
             MOVE "ALREADY ON FILE" TO WS-APPLY-RESULT
          NOT INVALID KEY
             MOVE "APPLIED" TO WS-APPLY-RESULT
       END-WRITE
    ELSE
       IF JR-ACTION = 'C' OR JR-ACTION = 'D'
          READ HIGH-SCORE-FILE
             INVALID KEY
                MOVE "NOT ON FILE" TO WS-APPLY-RESULT
          END-READ
          IF WS-APPLY-RESULT = SPACES
             IF HIGH-SCORE-RECORD NOT = JR-BEFORE-IMAGE(1:28)
                MOVE "BEFORE MISMATCH" TO WS-APPLY-RESULT
             END-IF
          END-IF
          IF WS-APPLY-RESULT = SPACES
             IF JR-ACTION = 'C'
                MOVE JR-AFTER-IMAGE(1:28) TO HIGH-SCORE-RECORD
                REWRITE HIGH-SCORE-RECORD
                   INVALID KEY
                      MOVE "REWRITE FAILED" TO WS-APPLY-RESULT
                   NOT INVALID KEY
                      MOVE "APPLIED" TO WS-APPLY-RESULT
                END-REWRITE
             ELSE
                DELETE HIGH-SCORE-FILE
                   INVALID KEY
                      MOVE "DELETE FAILED" TO WS-APPLY-RESULT
                   NOT INVALID KEY
                      MOVE "APPLIED" TO WS-APPLY-RESULT
                END-DELETE
             END-IF
          END-IF
       ELSE
          MOVE "UNKNOWN ACTION" TO WS-APPLY-RESULT
       END-IF
    END-IF.

*> --- totals ----------------------------------------------------------
PRINT-RECOVERY-TOTALS.
    MOVE SPACES TO RECOVER-REPORT-RECORD
    PERFORM WRITE-REPORT-LINE
    MOVE SPACES TO RECOVER-REPORT-RECORD
    STRING "JOURNAL ENTRIES AFTER IMAGE COPY  " WS-JNL-PAST-IMAGE
       DELIMITED BY SIZE INTO RECOVER-REPORT-RECORD
    PERFORM WRITE-REPORT-LINE
    MOVE SPACES TO RECOVER-REPORT-RECORD
    STRING "  RE-APPLIED                      " WS-JNL-APPLIED
       DELIMITED BY SIZE INTO RECOVER-REPORT-RECORD
    PERFORM WRITE-REPORT-LINE
    MOVE SPACES TO RECOVER-REPORT-RECORD
    STRING "  NOT APPLIED                     " WS-JNL-NOT-APPLIED
       DELIMITED BY SIZE INTO RECOVER-REPORT-RECORD
    PERFORM WRITE-REPORT-LINE
    MOVE SPACES TO RECOVER-REPORT-RECORD
    STRING "ENTRIES AFTER RECOVERY POINT      " WS-JNL-BEYOND-POINT
       DELIMITED BY SIZE INTO RECOVER-REPORT-RECORD
    PERFORM WRITE-REPORT-LINE
    IF WS-JNL-BEYOND-POINT > 0
       MOVE SPACES TO RECOVER-REPORT-RECORD
       PERFORM WRITE-REPORT-LINE
       MOVE "TAKE A NEW IMAGE COPY (SNAKE-BACKUP) BEFORE THE NEXT UPDATE RUN"
          TO RECOVER-REPORT-RECORD
       PERFORM WRITE-REPORT-LINE
    END-IF.
RAISE-WARNING.
    IF WS-MAX-RC < 4
       MOVE 4 TO WS-MAX-RC
    END-IF.
WRITE-REPORT-LINE.
    IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
       MOVE RECOVER-REPORT-RECORD TO WS-HELD-LINE
       PERFORM PRINT-PAGE-HEADING
       MOVE WS-HELD-LINE TO RECOVER-REPORT-RECORD
    END-IF
    WRITE RECOVER-REPORT-RECORD
    ADD 1 TO WS-LINE-COUNT.
PRINT-PAGE-HEADING.
    ADD 1 TO WS-PAGE-NUMBER
    MOVE WS-RUN-DATE TO HDG-DATE
    MOVE WS-PAGE-NUMBER TO HDG-PAGE
    MOVE HEADING-LINE-1 TO RECOVER-REPORT-RECORD
    WRITE RECOVER-REPORT-RECORD
    MOVE SPACES TO RECOVER-REPORT-RECORD
    WRITE RECOVER-REPORT-RECORD
    MOVE 2 TO WS-LINE-COUNT.
