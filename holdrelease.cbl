       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. HoldRelease.

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

01  WS-HoldsEOF-Switch          PIC X VALUE 'N'.
    88  End-Of-Holds                   VALUE 'Y'.

PROCEDURE DIVISION.
100-Start.
    MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TodayDate
    *> HOLDS.DAT is locked only while it is loaded and rewritten, so
    *> tellers placing holds wait seconds, and no account is read
    *> while the lock is held. The release entries are logged after.
    MOVE "HOLDS.LCK" TO WS-LockFileName
    PERFORM AcquireFileLock
    PERFORM LoadHoldTable
    IF WS-HoldCount = ZERO
        PERFORM ReleaseFileLock
        DISPLAY "No holds on file - nothing to release."
        STOP RUN
    END-IF
    PERFORM VARYING HO-IDX FROM 1 BY 1
        UNTIL HO-IDX > WS-HoldCount
        PERFORM MarkOneIfExpired
    END-PERFORM
    PERFORM RewriteRetainedHolds
    PERFORM ReleaseFileLock
    PERFORM OpenFiles
    PERFORM VARYING HO-IDX FROM 1 BY 1
        UNTIL HO-IDX > WS-HoldCount
        IF Hold-Expired(HO-IDX)
            PERFORM WriteReleaseTranLogEntry
        END-IF
    END-PERFORM
    PERFORM CloseFiles
    DISPLAY "Holds read: " WS-HoldsRead
    DISPLAY "Released: " WS-HoldsReleased

OpenFiles.
    OPEN INPUT AccountFile.

MarkOneIfExpired.
    *> A hold expires when its release date has arrived - the funds
    *> it covered become spendable with tonight's run.
    IF HT-ReleaseDate(HO-IDX) NOT > WS-TodayDate
        MOVE 'Y' TO HT-ExpiredFlag(HO-IDX)
        ADD 1 TO WS-HoldsReleased
    ELSE
        ADD 1 TO WS-HoldsRetained
    END-IF.
    *> held amount became available, with before = after so the
    *> end-of-day chain check stays intact.
    MOVE HT-AccountNumber(HO-IDX) TO AccountNumber
    MOVE ZERO TO WS-LockTries
    PERFORM ReadHeldAccount
    PERFORM UNTIL WS-AccountFileStatus NOT = "51"
        ADD 1 TO WS-LockTries
        IF WS-LockTries = WS-LockNoticeTries
            DISPLAY "Waiting for account " AccountNumber
                " - in use at a teller terminal."
        END-IF
        CALL "C$SLEEP" USING WS-LockWaitSeconds
        PERFORM ReadHeldAccount
    END-PERFORM
    MOVE "TRANSEQ.LCK" TO WS-LockFileName
    PERFORM AcquireFileLock
    PERFORM GetNextSequenceNumber
    MOVE FUNCTION CURRENT-DATE     TO WS-Timestamp
    MOVE HT-AccountNumber(HO-IDX)  TO TL-AccountNumber
    MOVE WS-Timestamp              TO TL-Timestamp
    MOVE "SYSTEM"                  TO TL-OperatorId
    MOVE WS-SequenceNumber         TO TL-SequenceNumber
    IF HT-ReleaseDate(HO-IDX) IS NUMERIC
        MOVE HT-ReleaseDate(HO-IDX) TO TL-ReferenceSeq
    ELSE
        MOVE ZERO                  TO TL-ReferenceSeq
    END-IF
    IF Account-Found
        MOVE AccountBranchId       TO TL-BranchId
    ELSE
        MOVE SPACES                TO TL-BranchId
    END-IF
    OPEN EXTEND TranLogFile
    IF WS-TranLogFileStatus = "35"
        OPEN OUTPUT TranLogFile
    END-IF
    WRITE TranLogRecord
    CLOSE TranLogFile
    PERFORM ReleaseFileLock.

ReadHeldAccount.
    READ AccountFile
        INVALID KEY
            SET Account-Not-Found TO TRUE
            MOVE ZERO TO WS-BalanceBefore WS-BalanceAfter
        NOT INVALID KEY
            SET Account-Found TO TRUE
            MOVE AccountBalance TO WS-BalanceBefore WS-BalanceAfter
    END-READ.

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

RewriteRetainedHolds.
    OPEN OUTPUT HoldsFile
    PERFORM VARYING HO-IDX FROM 1 BY 1

CloseFiles.
    CLOSE AccountFile.

END PROGRAM HoldRelease.
