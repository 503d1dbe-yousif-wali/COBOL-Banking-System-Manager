       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. TranLogRollover.

    COPY "tranrec.cpy".

FD  HistoryFile.
01  HistoryRecord               PIC X(89).

WORKING-STORAGE SECTION.
01  WS-TranLogFileStatus        PIC XX.
