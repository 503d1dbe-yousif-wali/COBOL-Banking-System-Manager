       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. BatchPosting.

    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS AccountNumber
    LOCK MODE IS MANUAL WITH LOCK ON MULTIPLE RECORDS
    FILE STATUS IS WS-AccountFileStatus.

    SELECT TranLogFile ASSIGN TO "TRANLOG.DAT"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-SeqFileStatus.

    SELECT LockFile ASSIGN USING WS-LockFileName
    ORGANIZATION IS LINE SEQUENTIAL
    LOCK MODE IS EXCLUSIVE
    FILE STATUS IS WS-LockFileStatus.

DATA DIVISION.
FILE SECTION.
FD  AccountFile.
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
01  WS-CtlEOF-Switch            PIC X VALUE 'N'.

OpenFiles.
    OPEN I-O AccountFile.
    OPEN OUTPUT RejectFile.
    OPEN OUTPUT ReportFile.

                MOVE "INVALID TRAN TYPE" TO WS-RejectReason
                PERFORM WriteRejectLine
        END-EVALUATE
    END-IF
    *> The record lock taken by the read is held until the item is
    *> rewritten and logged, so a teller cannot post in between.
    UNLOCK AccountFile.

PostDeposit.
    MOVE AccountBalance TO WS-BalanceBefore
    END-IF.

ReadAccountByKey.
    *> A record a teller terminal or another batch has read for
    *> posting comes back status 51 until that action ends - wait
    *> and re-read rather than post against a balance about to
    *> change.  The read locks the record for this item in turn.
    MOVE ZERO TO WS-LockTries
    PERFORM ReadAccountRecord
    PERFORM UNTIL WS-AccountFileStatus NOT = "51"
        ADD 1 TO WS-LockTries
        IF WS-LockTries = WS-LockNoticeTries
            DISPLAY "Waiting for account " AccountNumber
                " - in use at a teller terminal."
        END-IF
        CALL "C$SLEEP" USING WS-LockWaitSeconds
        PERFORM ReadAccountRecord
    END-PERFORM.

ReadAccountRecord.
    MOVE BT-AccountNumber TO AccountNumber
    READ AccountFile WITH LOCK
        INVALID KEY
            SET Account-Not-Found TO TRUE
        NOT INVALID KEY
    END-READ.

WriteTranLogEntry.
    MOVE "TRANSEQ.LCK" TO WS-LockFileName
    PERFORM AcquireFileLock
    PERFORM GetNextSequenceNumber
    MOVE FUNCTION CURRENT-DATE  TO WS-Timestamp
    MOVE BT-AccountNumber       TO TL-AccountNumber
    MOVE "BRANCH"               TO TL-OperatorId
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

WriteNsfTranLogEntry.
    MOVE "TRANSEQ.LCK" TO WS-LockFileName
    PERFORM AcquireFileLock
    PERFORM GetNextSequenceNumber
    MOVE FUNCTION CURRENT-DATE  TO WS-Timestamp
    MOVE BT-AccountNumber       TO TL-AccountNumber
    MOVE "BRANCH"               TO TL-OperatorId
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

WriteAcceptLine.
    ADD 1 TO WS-ItemsAccepted
    MOVE SPACES             TO WS-DetailLine

CloseFiles.
    CLOSE AccountFile.
    CLOSE RejectFile.
    CLOSE ReportFile.

