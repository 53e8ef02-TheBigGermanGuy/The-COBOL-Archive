      *>*****************************************************************
      *> SNAKE-BACKUP
      *> Image copy of the two indexed masters.  Copies every record of
      *> PLAYERS.DAT and HGHSCORE.DAT, in key order, to the dated
      *> sequential images PLIMGyyyymmdd.DAT and HSIMGyyyymmdd.DAT, and
      *> appends a line to the backup control file BACKCTL.DAT giving
      *> the date and time of the copy, the image names and record
      *> counts, and the journal position - the number of JOURNAL.DAT
      *> entries already written, every one of which is reflected in
      *> the images.  SNAKE-RECOVER restores from the latest image and
      *> rolls forward from the entry after that position.
      *>
      *> A master that does not exist yet is copied as an empty image.
      *> A second copy on the same day replaces that day's images and
      *> its control line supersedes the earlier one.  Return code 0
      *> when both images are taken, 16 when either master or image
      *> cannot be used (no control line is written, so recovery keeps
      *> using the previous copy).
      *>*****************************************************************
      >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. SNAKE-BACKUP.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT PLAYER-MASTER-FILE ASSIGN TO "PLAYERS.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS PM-PLAYER-ID
        FILE STATUS IS WS-PMF-FILE-STATUS.
    SELECT HIGH-SCORE-FILE ASSIGN TO "HGHSCORE.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
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
WORKING-STORAGE SECTION.
01 WS-PMF-FILE-STATUS PIC XX VALUE SPACES.
01 WS-HS-FILE-STATUS PIC XX VALUE SPACES.
01 WS-PLI-FILE-STATUS PIC XX VALUE SPACES.
01 WS-HSI-FILE-STATUS PIC XX VALUE SPACES.
01 WS-JNL-FILE-STATUS PIC XX VALUE SPACES.
01 WS-BCT-FILE-STATUS PIC XX VALUE SPACES.
01 WS-PM-EOF PIC X VALUE 'N'.
01 WS-HS-EOF PIC X VALUE 'N'.
01 WS-JNL-EOF PIC X VALUE 'N'.
01 WS-RUN-DATE PIC 9(8).
01 WS-RUN-TIME PIC 9(8).
01 WS-PLAYER-IMAGE-NAME PIC X(20) VALUE SPACES.
01 WS-HS-IMAGE-NAME PIC X(20) VALUE SPACES.
01 WS-PLAYER-COUNT PIC 9(6) VALUE 0.
01 WS-HS-COUNT PIC 9(6) VALUE 0.
01 WS-JOURNAL-POSITION PIC 9(8) VALUE 0.
01 WS-LAST-JNL-DATE PIC 9(8) VALUE 0.
01 WS-LAST-JNL-TIME PIC 9(8) VALUE 0.

PROCEDURE DIVISION.
MAIN-LOGIC.
    ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
    ACCEPT WS-RUN-TIME FROM TIME.
    MOVE SPACES TO WS-PLAYER-IMAGE-NAME
    STRING "PLIMG" WS-RUN-DATE ".DAT"
       DELIMITED BY SIZE INTO WS-PLAYER-IMAGE-NAME.
    MOVE SPACES TO WS-HS-IMAGE-NAME
    STRING "HSIMG" WS-RUN-DATE ".DAT"
       DELIMITED BY SIZE INTO WS-HS-IMAGE-NAME.
    PERFORM NOTE-JOURNAL-POSITION.
    PERFORM COPY-PLAYER-MASTER.
    PERFORM COPY-HIGH-SCORES.
    PERFORM WRITE-BACKUP-CONTROL.
    DISPLAY "BACKUP COMPLETE - " WS-PLAYER-COUNT " PLAYERS TO "
       WS-PLAYER-IMAGE-NAME.
    DISPLAY "                  " WS-HS-COUNT " HIGH SCORES TO "
       WS-HS-IMAGE-NAME.
    DISPLAY "JOURNAL POSITION " WS-JOURNAL-POSITION.
    STOP RUN.
*> The position is taken before the copy.  Batch steps run one at a
*> time, so no entry can be written between the count and the copy.
NOTE-JOURNAL-POSITION.
    OPEN INPUT UPDATE-JOURNAL-FILE
    IF WS-JNL-FILE-STATUS = "00"
       PERFORM UNTIL WS-JNL-EOF = 'Y'
          READ UPDATE-JOURNAL-FILE
             AT END
                MOVE 'Y' TO WS-JNL-EOF
             NOT AT END
                ADD 1 TO WS-JOURNAL-POSITION
                MOVE JR-DATE TO WS-LAST-JNL-DATE
                MOVE JR-TIME TO WS-LAST-JNL-TIME
          END-READ
       END-PERFORM
       CLOSE UPDATE-JOURNAL-FILE
    END-IF.
COPY-PLAYER-MASTER.
    OPEN OUTPUT PLAYER-IMAGE-FILE
    IF WS-PLI-FILE-STATUS NOT = "00"
       DISPLAY "ERROR: CANNOT OPEN " WS-PLAYER-IMAGE-NAME " - STATUS "
          WS-PLI-FILE-STATUS
       MOVE 16 TO RETURN-CODE
       STOP RUN
    END-IF
    OPEN INPUT PLAYER-MASTER-FILE
    IF WS-PMF-FILE-STATUS = "35"
       DISPLAY "PLAYER MASTER NOT PRESENT - EMPTY IMAGE TAKEN"
    ELSE
       IF WS-PMF-FILE-STATUS NOT = "00"
          DISPLAY "ERROR: CANNOT OPEN PLAYER MASTER - STATUS "
             WS-PMF-FILE-STATUS
          CLOSE PLAYER-IMAGE-FILE
          MOVE 16 TO RETURN-CODE
          STOP RUN
       END-IF
       PERFORM UNTIL WS-PM-EOF = 'Y'
          READ PLAYER-MASTER-FILE
             AT END
                MOVE 'Y' TO WS-PM-EOF
             NOT AT END
                MOVE PLAYER-MASTER-RECORD TO PLAYER-IMAGE-RECORD
                WRITE PLAYER-IMAGE-RECORD
                IF WS-PLI-FILE-STATUS NOT = "00"
                   DISPLAY "ERROR: WRITE TO " WS-PLAYER-IMAGE-NAME
                      " FAILED - STATUS " WS-PLI-FILE-STATUS
                   CLOSE PLAYER-MASTER-FILE
                   CLOSE PLAYER-IMAGE-FILE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
                END-IF
                ADD 1 TO WS-PLAYER-COUNT
          END-READ
       END-PERFORM
       CLOSE PLAYER-MASTER-FILE
    END-IF
    CLOSE PLAYER-IMAGE-FILE.
COPY-HIGH-SCORES.
    OPEN OUTPUT HS-IMAGE-FILE
    IF WS-HSI-FILE-STATUS NOT = "00"
       DISPLAY "ERROR: CANNOT OPEN " WS-HS-IMAGE-NAME " - STATUS "
          WS-HSI-FILE-STATUS
       MOVE 16 TO RETURN-CODE
       STOP RUN
    END-IF
    OPEN INPUT HIGH-SCORE-FILE
    IF WS-HS-FILE-STATUS = "35"
       DISPLAY "HIGH SCORE MASTER NOT PRESENT - EMPTY IMAGE TAKEN"
    ELSE
       IF WS-HS-FILE-STATUS NOT = "00"
          DISPLAY "ERROR: CANNOT OPEN HIGH SCORE MASTER - STATUS "
             WS-HS-FILE-STATUS
          CLOSE HS-IMAGE-FILE
          MOVE 16 TO RETURN-CODE
          STOP RUN
       END-IF
       PERFORM UNTIL WS-HS-EOF = 'Y'
          READ HIGH-SCORE-FILE
             AT END
                MOVE 'Y' TO WS-HS-EOF
             NOT AT END
                MOVE HIGH-SCORE-RECORD TO HS-IMAGE-RECORD
                WRITE HS-IMAGE-RECORD
                IF WS-HSI-FILE-STATUS NOT = "00"
                   DISPLAY "ERROR: WRITE TO " WS-HS-IMAGE-NAME
                      " FAILED - STATUS " WS-HSI-FILE-STATUS
                   CLOSE HIGH-SCORE-FILE
                   CLOSE HS-IMAGE-FILE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
                END-IF
                ADD 1 TO WS-HS-COUNT
          END-READ
       END-PERFORM
       CLOSE HIGH-SCORE-FILE
    END-IF
    CLOSE HS-IMAGE-FILE.
WRITE-BACKUP-CONTROL.
    OPEN EXTEND BACKUP-CONTROL-FILE
    IF WS-BCT-FILE-STATUS = "35"
       OPEN OUTPUT BACKUP-CONTROL-FILE
       CLOSE BACKUP-CONTROL-FILE
       OPEN EXTEND BACKUP-CONTROL-FILE
    END-IF
    IF WS-BCT-FILE-STATUS NOT = "00"
       DISPLAY "ERROR: CANNOT OPEN BACKUP CONTROL FILE - STATUS "
          WS-BCT-FILE-STATUS " - IMAGES TAKEN BUT NOT RECORDED"
       MOVE 16 TO RETURN-CODE
       STOP RUN
    END-IF
    MOVE WS-RUN-DATE TO BC-DATE
    MOVE WS-RUN-TIME TO BC-TIME
    MOVE WS-PLAYER-IMAGE-NAME TO BC-PLAYER-IMAGE
    MOVE WS-PLAYER-COUNT TO BC-PLAYER-COUNT
    MOVE WS-HS-IMAGE-NAME TO BC-HS-IMAGE
    MOVE WS-HS-COUNT TO BC-HS-COUNT
    MOVE WS-JOURNAL-POSITION TO BC-JOURNAL-POSITION
    MOVE WS-LAST-JNL-DATE TO BC-LAST-JNL-DATE
    MOVE WS-LAST-JNL-TIME TO BC-LAST-JNL-TIME
    MOVE SPACE TO BC-SEP-1 BC-SEP-2 BC-SEP-3 BC-SEP-4 BC-SEP-5
       BC-SEP-6 BC-SEP-7 BC-SEP-8
    WRITE BACKUP-CONTROL-RECORD
    CLOSE BACKUP-CONTROL-FILE.
