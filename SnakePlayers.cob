      *> Driven by a transaction file PLAYRTXN.DAT, one action per
      *> record: 'A' add, 'C' change name, 'I' inquire, 'D' deactivate.
      *> Results go to the maintenance report PLAYMNT.RPT.
      *>
      *> Every add, name change and deactivation is also written to the
      *> update journal JOURNAL.DAT as a before and after image of the
      *> master record, for SNAKE-RECOVER.  An update that cannot be
      *> journalled stands, is counted on the report, and ends the run
      *> with return code 4.
      *>*****************************************************************
      >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
    SELECT MAINT-REPORT-FILE ASSIGN TO "PLAYMNT.RPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RPT-FILE-STATUS.
    SELECT UPDATE-JOURNAL-FILE ASSIGN TO "JOURNAL.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-JNL-FILE-STATUS.
DATA DIVISION.
FILE SECTION.
FD  PLAYER-MASTER-FILE.
    05 TXN-PLAYER-NAME       PIC X(20).
FD  MAINT-REPORT-FILE.
01  MAINT-REPORT-RECORD      PIC X(80).
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
01 WS-PMF-FILE-STATUS PIC XX VALUE SPACES.
01 WS-TXN-FILE-STATUS PIC XX VALUE SPACES.
01 WS-TXN-COUNT PIC 9(6) VALUE 0.
01 WS-ERROR-COUNT PIC 9(6) VALUE 0.
01 WS-MAINT-MESSAGE PIC X(40) VALUE SPACES.
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
    OPEN I-O PLAYER-MASTER-FILE
    IF WS-PMF-FILE-STATUS = "35"
       OPEN OUTPUT PLAYER-MASTER-FILE
       " ERRORS " WS-ERROR-COUNT
       DELIMITED BY SIZE INTO MAINT-REPORT-RECORD
    WRITE MAINT-REPORT-RECORD
    IF WS-JNL-FAILURES > 0
       MOVE SPACES TO MAINT-REPORT-RECORD
       STRING "UPDATES NOT JOURNALLED " WS-JNL-FAILURES
          DELIMITED BY SIZE INTO MAINT-REPORT-RECORD
       WRITE MAINT-REPORT-RECORD
       MOVE 4 TO RETURN-CODE
    END-IF
    CLOSE PLAYER-TXN-FILE
    CLOSE PLAYER-MASTER-FILE
    CLOSE MAINT-REPORT-FILE
             NOT INVALID KEY
                MOVE "ADDED" TO WS-MAINT-MESSAGE
                PERFORM WRITE-MAINT-LINE
                MOVE 'A' TO WS-JNL-ACTION
                MOVE SPACES TO WS-JNL-BEFORE
                PERFORM JOURNAL-PLAYER-UPDATE
          END-WRITE
       NOT INVALID KEY
          MOVE "ADD FAILED - ALREADY ON FILE" TO WS-MAINT-MESSAGE
             MOVE "CHANGE FAILED - NO NEW NAME" TO WS-MAINT-MESSAGE
             PERFORM WRITE-MAINT-ERROR
          ELSE
             MOVE PLAYER-MASTER-RECORD TO WS-JNL-BEFORE
             MOVE TXN-PLAYER-NAME TO PM-PLAYER-NAME
             REWRITE PLAYER-MASTER-RECORD
             IF WS-PMF-FILE-STATUS NOT = "00"
             ELSE
                MOVE "NAME CHANGED" TO WS-MAINT-MESSAGE
                PERFORM WRITE-MAINT-LINE
                MOVE 'C' TO WS-JNL-ACTION
                PERFORM JOURNAL-PLAYER-UPDATE
             END-IF
          END-IF
    END-READ.
                TO WS-MAINT-MESSAGE
             PERFORM WRITE-MAINT-ERROR
          ELSE
             MOVE PLAYER-MASTER-RECORD TO WS-JNL-BEFORE
             MOVE 'I' TO PM-STATUS
             REWRITE PLAYER-MASTER-RECORD
             IF WS-PMF-FILE-STATUS NOT = "00"
             ELSE
                MOVE "DEACTIVATED" TO WS-MAINT-MESSAGE
                PERFORM WRITE-MAINT-LINE
                MOVE 'C' TO WS-JNL-ACTION
                PERFORM JOURNAL-PLAYER-UPDATE
             END-IF
          END-IF
    END-READ.
WRITE-MAINT-ERROR.
    ADD 1 TO WS-ERROR-COUNT
    PERFORM WRITE-MAINT-LINE.
JOURNAL-PLAYER-UPDATE.
    MOVE "PLAYERS" TO WS-JNL-FILE
    MOVE PM-PLAYER-ID TO WS-JNL-KEY
    MOVE PLAYER-MASTER-RECORD TO WS-JNL-AFTER
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
       MOVE "SNAKE-PLAYERS" TO JR-PROGRAM
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
