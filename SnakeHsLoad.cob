      *> duplicates and records with non-numeric key fields.  It can
      *> be rerun safely: records already on the master come back as
      *> duplicates and are not written twice.
      *>
      *> Each record loaded is written to the update journal
      *> JOURNAL.DAT as an add, for SNAKE-RECOVER, so a load run after
      *> the last image copy is rolled forward like any other update;
      *> loads that cannot be journalled are counted and give return
      *> code 4.
      *>*****************************************************************
      >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
        ACCESS MODE IS RANDOM
        RECORD KEY IS HS-REC-KEY
        FILE STATUS IS WS-HS-FILE-STATUS.
    SELECT UPDATE-JOURNAL-FILE ASSIGN TO "JOURNAL.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-JNL-FILE-STATUS.
DATA DIVISION.
FILE SECTION.
FD  OLD-HIGH-SCORE-FILE.
       10 HS-DATE            PIC 9(8).
       10 HS-TIME            PIC 9(8).
    05 HS-SCORE              PIC 9(4).
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
01 WS-OLD-FILE-STATUS PIC XX VALUE SPACES.
01 WS-HS-FILE-STATUS PIC XX VALUE SPACES.
01 WS-BAD-RECORDS PIC 9(6) VALUE 0.
01 WS-WRITE-ERRORS PIC 9(6) VALUE 0.

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
    ACCEPT WS-JNL-RUN-ID FROM TIME
    OPEN INPUT OLD-HIGH-SCORE-FILE
    IF WS-OLD-FILE-STATUS = "35"
       DISPLAY "ERROR: HGHSCORE.OLD NOT FOUND"
       " DUPLICATES " WS-DUPLICATES
       " BAD " WS-BAD-RECORDS
       " WRITE ERRORS " WS-WRITE-ERRORS
       " NOT JOURNALLED " WS-JNL-FAILURES
    IF WS-WRITE-ERRORS > 0 OR WS-BAD-RECORDS > 0
       OR WS-JNL-FAILURES > 0
       MOVE 4 TO RETURN-CODE
    END-IF
    STOP RUN.
             END-IF
          NOT INVALID KEY
             ADD 1 TO WS-RECORDS-LOADED
             PERFORM JOURNAL-HIGH-SCORE
       END-WRITE
    END-IF.
JOURNAL-HIGH-SCORE.
    MOVE "HGHSCORE" TO WS-JNL-FILE
    MOVE 'A' TO WS-JNL-ACTION
    MOVE HS-REC-KEY TO WS-JNL-KEY
    MOVE SPACES TO WS-JNL-BEFORE
    MOVE HIGH-SCORE-RECORD TO WS-JNL-AFTER
    PERFORM WRITE-JOURNAL-ENTRY.
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
       MOVE "SNAKE-HSLOAD" TO JR-PROGRAM
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
