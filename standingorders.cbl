       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. StandingOrderRun.

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
01  WS-ReportFileStatus         PIC XX.
01  WS-SeqFileStatus            PIC XX.
01  WS-SequenceNumber           PIC 9(8).
01  WS-ReferenceSeq             PIC 9(8) VALUE 0.

*> Lock files shared with the teller terminals - the lock contract
*> for TRANSEQ.DAT and TRANLOG.DAT is described in seqrec.cpy.
01  WS-LockFileStatus           PIC XX.
01  WS-LockFileName             PIC X(12).
01  WS-FileLock-Switch          PIC X VALUE 'N'.
    88  File-Lock-Held                 VALUE 'Y'.
01  WS-LockTries                PIC 9(5).
01  WS-LockNoticeTries          PIC 9(5) VALUE 3.
01  WS-LockWaitSeconds          PIC 9(4) BINARY VALUE 1.

01  WS-SordEOF-Switch           PIC X VALUE 'N'.
    88  End-Of-Orders                  VALUE 'Y'.

*> In-core image of STANDORD.DAT - due dates advance in the table
*> and the whole file is rewritten from it at end of run.
*> SV-LoadedDueDate keeps the due date as loaded so the advance can
*> be matched back onto the file as it stands at rewrite time.
01  WS-SordTable.
    05  WS-SordCount            PIC 9(4) VALUE 0.
    05  WS-SordEntry OCCURS 500 TIMES INDEXED BY SV-IDX.
        10  SV-Amount           PIC 9(6)V99.
        10  SV-Frequency        PIC X.
        10  SV-NextDueDate      PIC X(8).
        10  SV-LoadedDueDate    PIC X(8).
        10  SV-CarriedFlag      PIC X.
            88  Advance-Carried        VALUE 'Y'.

*> STANDORD.DAT as it stands at rewrite time. Tellers may add or
*> cancel orders while the run posts, so the file is not held
*> locked across the postings; instead it is reloaded under its
*> lock at the end and each advanced due date carried onto it.
01  WS-CurrentSordTable.
    05  WS-CurrentCount         PIC 9(4) VALUE 0.
    05  WS-CurrentEntry OCCURS 500 TIMES INDEXED BY CV-IDX.
        10  CV-SourceAccount    PIC 9(4).
        10  CV-TargetAccount    PIC 9(4).
        10  CV-Amount           PIC 9(6)V99.
        10  CV-Frequency        PIC X.
        10  CV-NextDueDate      PIC X(8).
01  WS-Carry-Switch             PIC X VALUE 'N'.
    88  Due-Date-Carried               VALUE 'Y'.

01  WS-HeaderLine1              PIC X(80)
        VALUE "STANDING ORDER RUN REPORT".
PROCEDURE DIVISION.
100-Start.
    MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TodayDate
    MOVE "STANDORD.LCK" TO WS-LockFileName
    PERFORM AcquireFileLock
    PERFORM LoadSordTable
    PERFORM ReleaseFileLock
    PERFORM OpenFiles
    PERFORM WriteHeaders
    IF WS-SordCount > ZERO
                MOVE SO-Amount        TO SV-Amount(SV-IDX)
                MOVE SO-Frequency     TO SV-Frequency(SV-IDX)
                MOVE SO-NextDueDate   TO SV-NextDueDate(SV-IDX)
                MOVE SO-NextDueDate   TO SV-LoadedDueDate(SV-IDX)
                MOVE 'N'              TO SV-CarriedFlag(SV-IDX)
        END-READ
    END-PERFORM
    IF WS-StandingOrderFileStatus NOT = "35"

OpenFiles.
    OPEN I-O AccountFile.
    OPEN OUTPUT ReportFile.

WriteHeaders.
            END-IF
        END-IF
    END-IF
    END-IF
    *> Both legs' records stay locked from their first read until
    *> the pair is rewritten and logged, so a teller cannot post to
    *> either account in between.
    UNLOCK AccountFile.

CheckTargetAccount.
    MOVE SV-TargetAccount(SV-IDX) TO AccountNumber
    REWRITE AccountRecord
    MOVE "TRANSFER-OUT" TO TL-TransactionType
    PERFORM WriteOrderTranLogEntry
    *> The credit leg points back at the debit leg, so the GL export
    *> can pair the two when they sit at different branches.
    MOVE WS-SequenceNumber TO WS-ReferenceSeq
    MOVE SV-TargetAccount(SV-IDX) TO AccountNumber
    PERFORM ReadAccountByKey
    MOVE AccountBalance TO WS-BalanceBefore
    *> Same figure the interactive funds checks use - ledger balance
    *> less the open holds standing against the account.
    MOVE ZERO TO WS-HoldTotal
    MOVE "HOLDS.LCK" TO WS-LockFileName
    PERFORM AcquireFileLock
    MOVE 'N' TO WS-HoldsEOF-Switch
    OPEN INPUT HoldsFile
    IF WS-HoldsFileStatus NOT = "00"
    IF WS-HoldsFileStatus NOT = "35"
        CLOSE HoldsFile
    END-IF
    PERFORM ReleaseFileLock
    COMPUTE WS-AvailableBalance = AccountBalance - WS-HoldTotal.

ReadAccountByKey.
    *> A record a teller terminal or another batch has read for
    *> posting comes back status 51 until that action ends - wait
    *> and re-read rather than post against a balance about to
    *> change.  The read locks the record for this order in turn.
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
    READ AccountFile WITH LOCK
        INVALID KEY
            SET Account-Not-Found TO TRUE
        NOT INVALID KEY
    END-READ.

WriteOrderTranLogEntry.
    MOVE "TRANSEQ.LCK" TO WS-LockFileName
    PERFORM AcquireFileLock
    PERFORM GetNextSequenceNumber
    MOVE FUNCTION CURRENT-DATE    TO WS-Timestamp
    MOVE AccountNumber            TO TL-AccountNumber
    MOVE WS-Timestamp             TO TL-Timestamp
    MOVE "SYSTEM"                 TO TL-OperatorId
    MOVE WS-SequenceNumber        TO TL-SequenceNumber
    MOVE WS-ReferenceSeq          TO TL-ReferenceSeq
    MOVE ZERO                     TO WS-ReferenceSeq
    MOVE AccountBranchId          TO TL-BranchId
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

WriteOrderLine.
    MOVE SPACES                   TO WS-DetailLine
    MOVE SV-SourceAccount(SV-IDX) TO DL-SourceAccount
    WRITE ReportLine FROM WS-DetailLine.

RewriteSordFile.
    MOVE "STANDORD.LCK" TO WS-LockFileName
    PERFORM AcquireFileLock
    PERFORM LoadCurrentOrders
    OPEN OUTPUT StandingOrderFile
    PERFORM VARYING CV-IDX FROM 1 BY 1
        UNTIL CV-IDX > WS-CurrentCount
        PERFORM CarryAdvancedDueDate
        MOVE CV-SourceAccount(CV-IDX) TO SO-SourceAccount
        MOVE CV-TargetAccount(CV-IDX) TO SO-TargetAccount
        MOVE CV-Amount(CV-IDX)        TO SO-Amount
        MOVE CV-Frequency(CV-IDX)     TO SO-Frequency
        MOVE CV-NextDueDate(CV-IDX)   TO SO-NextDueDate
        WRITE StandingOrderRecord
    END-PERFORM
    CLOSE StandingOrderFile
    PERFORM ReleaseFileLock.

LoadCurrentOrders.
    MOVE ZERO TO WS-CurrentCount
    MOVE 'N' TO WS-SordEOF-Switch
    OPEN INPUT StandingOrderFile
    IF WS-StandingOrderFileStatus NOT = "00"
        SET End-Of-Orders TO TRUE
    END-IF
    PERFORM UNTIL End-Of-Orders
        READ StandingOrderFile
            AT END
                SET End-Of-Orders TO TRUE
            NOT AT END
                ADD 1 TO WS-CurrentCount
                SET CV-IDX TO WS-CurrentCount
                MOVE SO-SourceAccount TO CV-SourceAccount(CV-IDX)
                MOVE SO-TargetAccount TO CV-TargetAccount(CV-IDX)
                MOVE SO-Amount        TO CV-Amount(CV-IDX)
                MOVE SO-Frequency     TO CV-Frequency(CV-IDX)
                MOVE SO-NextDueDate   TO CV-NextDueDate(CV-IDX)
        END-READ
    END-PERFORM
    IF WS-StandingOrderFileStatus NOT = "35"
        CLOSE StandingOrderFile
    END-IF.

CarryAdvancedDueDate.
    *> The first run entry for the same order at the same loaded due
    *> date gives this line its new due date; an order added since
    *> the load matches nothing and is written back as it stands.
    MOVE 'N' TO WS-Carry-Switch
    PERFORM VARYING SV-IDX FROM 1 BY 1
        UNTIL SV-IDX > WS-SordCount OR Due-Date-Carried
        IF NOT Advance-Carried(SV-IDX)
            AND SV-SourceAccount(SV-IDX) = CV-SourceAccount(CV-IDX)
            AND SV-TargetAccount(SV-IDX) = CV-TargetAccount(CV-IDX)
            AND SV-Amount(SV-IDX)        = CV-Amount(CV-IDX)
            AND SV-Frequency(SV-IDX)     = CV-Frequency(CV-IDX)
            AND SV-LoadedDueDate(SV-IDX) = CV-NextDueDate(CV-IDX)
            MOVE SV-NextDueDate(SV-IDX) TO CV-NextDueDate(CV-IDX)
            MOVE 'Y' TO SV-CarriedFlag(SV-IDX)
            SET Due-Date-Carried TO TRUE
        END-IF
    END-PERFORM.

WriteTotals.
    MOVE WS-OrdersRead     TO TO-OrdersRead

CloseFiles.
    CLOSE AccountFile.
    CLOSE ReportFile.

END PROGRAM StandingOrderRun.
