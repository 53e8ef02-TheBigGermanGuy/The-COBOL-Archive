      *> YYYYMMDD.  The dispute cutoff defaults to the retention date.
      *> Summary records written before run dates were carried have no
      *> date column and are treated as older than any cutoff.
      *>
      *> Each high-score record deleted from the live master is written
      *> to the update journal JOURNAL.DAT as a before image, for
      *> SNAKE-RECOVER; deletions that cannot be journalled are counted
      *> on the report.
      *>*****************************************************************
      >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
    SELECT ARCHIVE-DIR-FILE ASSIGN TO "ARCHDIR.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-ADR-FILE-STATUS.
    SELECT UPDATE-JOURNAL-FILE ASSIGN TO "JOURNAL.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-JNL-FILE-STATUS.
DATA DIVISION.
FILE SECTION.
FD  HIGH-SCORE-FILE.
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
FD  SUM-ARCHIVE-FILE.
01  SUM-ARCHIVE-RECORD       PIC X(78).
FD  AUDIT-FILE.
01  AUDIT-RECORD             PIC X(12).
FD  HOUSEKEEP-REPORT-FILE.
    05 AD-FILE-NAME          PIC X(20).
    05 AD-SEP-2              PIC X.
    05 AD-RUN-DATE           PIC 9(8).
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
WORKING-STORAGE SECTION.
01 WS-HS-FILE-STATUS PIC XX VALUE SPACES.
01 WS-HSA-FILE-STATUS PIC XX VALUE SPACES.
01 WS-SUM-LIMIT PIC 9(4) VALUE 2000.
01 SUM-WORK-TABLE.
   05 SUM-WORK-ENTRY OCCURS 2000 TIMES INDEXED BY SUM-IDX.
      10 SMW-RECORD PIC X(78).
      10 SMW-KEEP PIC X.
01 SUM-J PIC 9(4).
01 WS-SUM-REC-DATE PIC 9(8) VALUE 0.
01 WS-SUM-ARCHIVED PIC 9(6) VALUE 0.
01 WS-AUD-DELETED PIC 9(6) VALUE 0.
01 WS-AUD-KEPT PIC 9(6) VALUE 0.
01 WS-JNL-FILE-STATUS PIC XX VALUE SPACES.
01 WS-JNL-RUN-ID PIC X(8) VALUE SPACES.
01 WS-JNL-FILE PIC X(8) VALUE SPACES.
01 WS-JNL-ACTION PIC X VALUE SPACE.
01 WS-JNL-KEY PIC X(24) VALUE SPACES.
01 WS-JNL-BEFORE PIC X(53) VALUE SPACES.
01 WS-JNL-AFTER PIC X(53) VALUE SPACES.
01 WS-JNL-FAILURES PIC 9(6) VALUE 0.

PROCEDURE DIVISION.
MAIN-LOGIC.
    ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
    ACCEPT WS-JNL-RUN-ID FROM TIME.
    ACCEPT WS-COMMAND-ARG FROM COMMAND-LINE.
    IF WS-COMMAND-ARG = SPACES
       DISPLAY "ERROR: RETENTION DATE REQUIRED (YYYYMMDD"
             " KEPT " WS-HS-KEPT " ARCHIVED " WS-HS-ARCHIVED
             DELIMITED BY SIZE INTO HOUSEKEEP-REPORT-RECORD
          WRITE HOUSEKEEP-REPORT-RECORD
          IF WS-JNL-FAILURES > 0
             MOVE SPACES TO HOUSEKEEP-REPORT-RECORD
             STRING "HIGH SCORES: DELETIONS NOT JOURNALLED "
                WS-JNL-FAILURES
                DELIMITED BY SIZE INTO HOUSEKEEP-REPORT-RECORD
             WRITE HOUSEKEEP-REPORT-RECORD
          END-IF
       END-IF
    END-IF.
READ-NEXT-HIGH-SCORE.
                   STRING HS-PLAYER-ID HS-DATE HS-TIME HS-SCORE
                      DELIMITED BY SIZE INTO HS-ARCHIVE-RECORD
                   WRITE HS-ARCHIVE-RECORD
                   MOVE HIGH-SCORE-RECORD TO WS-JNL-BEFORE
                   DELETE HIGH-SCORE-FILE
                   ADD 1 TO WS-HS-ARCHIVED
                   IF WS-HS-FILE-STATUS = "00"
                      MOVE "HGHSCORE" TO WS-JNL-FILE
                      MOVE 'D' TO WS-JNL-ACTION
                      MOVE WS-JNL-BEFORE(1:24) TO WS-JNL-KEY
                      MOVE SPACES TO WS-JNL-AFTER
                      PERFORM WRITE-JOURNAL-ENTRY
                   END-IF
                ELSE
                   ADD 1 TO WS-HS-KEPT
                END-IF
          DELIMITED BY SIZE INTO HOUSEKEEP-REPORT-RECORD
       WRITE HOUSEKEEP-REPORT-RECORD
    END-IF.
WRITE-JOURNAL-ENTRY.
    OPEN EXTEND UPDATE-JOURNAL-FILE
    IF WS-JNL-FILE-STATUS = "35"
       OPEN OUTPUT UPDATE-JOURNAL-FILE
       CLOSE UPDATE-JOURNAL-FILE
       OPEN EXTEND UPDATE-JOURNAL-FILE
    END-IF
    IF WS-JNL-FILE-STATUS NOT = "00"
       DISPLAY "WARNING: UPDATE NOT JOURNALLED - STATUS "
          WS-JNL-FILE-STATUS " - " WS-JNL-FILE " " WS-JNL-KEY
       ADD 1 TO WS-JNL-FAILURES
    ELSE
       ACCEPT JR-DATE FROM DATE YYYYMMDD
       ACCEPT JR-TIME FROM TIME
       MOVE "SNAKE-HOUSEKEEP" TO JR-PROGRAM
       MOVE WS-JNL-RUN-ID TO JR-RUN-ID
       MOVE WS-JNL-FILE TO JR-FILE
       MOVE WS-JNL-ACTION TO JR-ACTION
       MOVE WS-JNL-KEY TO JR-KEY
       MOVE WS-JNL-BEFORE TO JR-BEFORE-IMAGE
       MOVE WS-JNL-AFTER TO JR-AFTER-IMAGE
       MOVE SPACE TO JR-SEP-1 JR-SEP-2 JR-SEP-3 JR-SEP-4 JR-SEP-5
          JR-SEP-6 JR-SEP-7 JR-SEP-8
       WRITE UPDATE-JOURNAL-RECORD
       CLOSE UPDATE-JOURNAL-FILE
    END-IF.
