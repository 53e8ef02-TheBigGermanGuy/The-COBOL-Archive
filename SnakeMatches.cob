    05 ML-FOOD-1             PIC 9(4).
    05 ML-SEP-9              PIC X.
    05 ML-FOOD-2             PIC 9(4).
    05 ML-SEP-10             PIC X.
    05 ML-GAME-NUMBER        PIC 9(2).
    05 ML-SEP-11             PIC X.
    05 ML-SEASON-ID          PIC X(8).
    05 ML-SEP-12             PIC X.
    05 ML-FORFEIT            PIC X.
FD  MATCH-GRID-FILE.
01  MATCH-GRID-RECORD        PIC X(80).
WORKING-STORAGE SECTION.
