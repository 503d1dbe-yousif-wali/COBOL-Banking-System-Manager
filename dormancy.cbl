       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. DormancyFlag.

    COPY "tranrec.cpy".

FD  HistoryFile.
01  HistoryRecord               PIC X(89).

FD  ControlFile.
01  ControlLine                 PIC X(4).
