       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. InterestAccrual.

    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-SeqFileStatus.

    SELECT LockFile ASSIGN USING WS-LockFileName
    ORGANIZATION IS LINE SEQUENTIAL
    LOCK MODE IS EXCLUSIVE
    FILE STATUS IS WS-LockFileStatus.

DATA DIVISION.
FILE SECTION.
FD  AccountFile.
FD  CheckpointFile.
01  AccrualCheckpointRecord.
    *> Progress record for the accrual run, appended after every
    *> account credited - the same idea as the RESTART file on the
    *> interactive side, but appended rather than rewritten because
    *> this record is the sole rerun guard: truncate-and-rewrite
    *> would leave an empty file (and no guard) if the run died
FD  SeqFile.
    COPY "seqrec.cpy".

FD  LockFile.
*> Never written - holding the file open is the lock.
01  LockLine                    PIC X.

FD  RateFile.
01  RateFileLine.
    *> One line per account type: the type letter followed by the
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
01  WS-RateEOF-Switch           PIC X VALUE 'N'.

OpenFiles.
    OPEN I-O AccountFile.

ReadInterestRate.
    OPEN INPUT RateFile.
WriteInterestTranLogEntry.
    *> Caller sets TL-TransactionType - INTEREST for a credit,
    *> OD-INTEREST for an overdraft charge.
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

CloseFiles.
    CLOSE AccountFile.

END PROGRAM InterestAccrual.
