       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. FeeAssessment.

    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-SeqFileStatus.

    SELECT LockFile ASSIGN USING WS-LockFileName
    ORGANIZATION IS LINE SEQUENTIAL
    LOCK MODE IS EXCLUSIVE
    FILE STATUS IS WS-LockFileStatus.

DATA DIVISION.
FILE SECTION.
FD  AccountFile.
    COPY "tranrec.cpy".

FD  HistoryFile.
01  HistoryRecord               PIC X(89).

FD  FeeScheduleFile.
01  FeeScheduleLine.
FD  SeqFile.
    COPY "seqrec.cpy".

FD  LockFile.
*> Never written - holding the file open is the lock.
01  LockLine                    PIC X.

WORKING-STORAGE SECTION.
01  WS-AccountFileStatus        PIC XX.
01  WS-TranLogFileStatus        PIC XX.
01  WS-SeqFileStatus            PIC XX.
01  WS-SequenceNumber           PIC 9(8).

*> Lock files shared with the teller terminals - the lock contract
*> for TRANSEQ.DAT and TRANLOG.DAT is described in seqrec.cpy.
01  WS-LockFileStatus           PIC XX.
01  WS-LockFileName             PIC X(12).
01  WS-FileLock-Switch          PIC X VALUE 'N'.
    88  File-Lock-Held                 VALUE 'Y'.
01  WS-LockTries                PIC 9(5).
01  WS-LockNoticeTries          PIC 9(5) VALUE 3.
01  WS-LockWaitSeconds          PIC 9(4) BINARY VALUE 1.

01  WS-EOF-Switch               PIC X VALUE 'N'.
    88  End-Of-File                    VALUE 'Y'.
01  WS-LogEOF-Switch            PIC X VALUE 'N'.

OpenFiles.
    OPEN I-O AccountFile.

AssessOneAccount.
    IF Savings-Account

WriteFeeTranLogEntry.
    *> Caller sets TL-TransactionType - SVC-CHARGE or NSF-FEE.
    MOVE "TRANSEQ.LCK" TO WS-LockFileName
    PERFORM AcquireFileLock
    PERFORM GetNextSequenceNumber
    MOVE FUNCTION CURRENT-DATE  TO WS-Timestamp
    MOVE AccountNumber          TO TL-AccountNumber
    MOVE "SYSTEM"               TO TL-OperatorId
    MOVE WS-SequenceNumber      TO TL-SequenceNumber
    MOVE ZERO                   TO TL-ReferenceSeq
    MOVE AccountBranchId        TO TL-BranchId
    OPEN EXTEND TranLogFile
    IF WS-TranLogFileStatus = "35"
        OPEN OUTPUT TranLogFile
    END-IF
    WRITE TranLogRecord
    CLOSE TranLogFile
    PERFORM ReleaseFileLock.

GetNextSequenceNumber.
    *> Sequence contract is described in seqrec.cpy.
    WRITE SeqRecord
    CLOSE SeqFile.

AcquireFileLock.
    *> Takes the lock named in WS-LockFileName, waiting while a teller
    *> terminal or another run holds it (status 61).
    MOVE ZERO TO WS-LockTries
    MOVE 'N' TO WS-FileLock-Switch
    PERFORM UNTIL File-Lock-Held
        OPEN EXTEND LockFile
        IF WS-LockFileStatus = "35"
            OPEN OUTPUT LockFile
        END-IF
        IF WS-LockFileStatus = "00"
            SET File-Lock-Held TO TRUE
        ELSE
        IF WS-LockFileStatus = "61"
            ADD 1 TO WS-LockTries
            IF WS-LockTries = WS-LockNoticeTries
                DISPLAY "Waiting for " WS-LockFileName
                    " - in use at another terminal."
            END-IF
            CALL "C$SLEEP" USING WS-LockWaitSeconds
        ELSE
            DISPLAY "Cannot open lock file " WS-LockFileName
                " - status " WS-LockFileStatus
            STOP RUN
        END-IF
        END-IF
    END-PERFORM.

ReleaseFileLock.
    CLOSE LockFile
    MOVE 'N' TO WS-FileLock-Switch.

WriteFeeReport.
    OPEN OUTPUT ReportFile
    WRITE ReportLine FROM WS-HeaderLine1

CloseFiles.
    CLOSE AccountFile.

END PROGRAM FeeAssessment.
