       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. ChequeClearing.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT PresentmentFile ASSIGN TO "CHQPRES.DAT"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-PresentmentFileStatus.

    SELECT AccountFile ASSIGN TO "ACCOUNTS.DAT"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS AccountNumber
    LOCK MODE IS MANUAL WITH LOCK ON MULTIPLE RECORDS
    FILE STATUS IS WS-AccountFileStatus.

    SELECT TranLogFile ASSIGN TO "TRANLOG.DAT"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-TranLogFileStatus.

    SELECT HoldsFile ASSIGN TO "HOLDS.DAT"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-HoldsFileStatus.

    SELECT StopPaymentFile ASSIGN TO "STOPPAY.DAT"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-StopPaymentFileStatus.

    SELECT ReturnsFile ASSIGN TO "CHQRTN.DAT"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-ReturnsFileStatus.

    SELECT CheckpointFile ASSIGN TO "CHQCHKP.DAT"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-CheckpointFileStatus.

    SELECT ReportFile ASSIGN TO "CHQCLEAR.RPT"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-ReportFileStatus.

    SELECT SeqFile ASSIGN TO "TRANSEQ.DAT"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-SeqFileStatus.

    SELECT LockFile ASSIGN USING WS-LockFileName
    ORGANIZATION IS LINE SEQUENTIAL
    LOCK MODE IS EXCLUSIVE
    FILE STATUS IS WS-LockFileStatus.

DATA DIVISION.
FILE SECTION.
FD  PresentmentFile.
01  PresentmentRecord.
    *> Inward clearing - one line per cheque drawn on one of our
    *> accounts that the correspondent bank presents for payment.
    05  CP-AccountNumber        PIC 9(4).
    05  CP-ChequeNumber         PIC 9(8).
    05  CP-Amount               PIC 9(6)V99.

FD  AccountFile.
    COPY "acctrec.cpy".

FD  TranLogFile.
    COPY "tranrec.cpy".

FD  HoldsFile.
    COPY "holdrec.cpy".

FD  StopPaymentFile.
    COPY "stoprec.cpy".

FD  ReturnsFile.
01  ReturnRecord.
    *> Outbound returns - every presented item we refuse to pay goes
    *> back to the correspondent with a reason code so they can
    *> charge it back to the presenting bank:
    *>   01 insufficient funds      02 payment stopped
    *>   03 account dormant         04 no such account
    05  CR-AccountNumber        PIC 9(4).
    05  CR-ChequeNumber         PIC 9(8).
    05  CR-Amount               PIC 9(6)V99.
    05  CR-ReasonCode           PIC X(2).
    05  CR-ReasonText           PIC X(20).
    05  CR-ReturnDate           PIC X(8).

FD  CheckpointFile.
01  ClearingCheckpointRecord.
    *> Progress record appended after every presented item - the
    *> same append-only rerun guard InterestAccrual keeps, keyed by
    *> business date. Status 'I' marks a run in flight, 'C' a
    *> completed day; a completed day refuses to run again, and an
    *> interrupted one resumes after the last item checkpointed so
    *> no cheque is paid twice.
    05  CK-RunDate              PIC X(8).
    05  CK-ItemsProcessed       PIC 9(6).
    05  CK-PaidCount            PIC 9(6).
    05  CK-PaidAmount           PIC 9(8)V99.
    05  CK-ReturnedCount        PIC 9(6).
    05  CK-ReturnedAmount       PIC 9(8)V99.
    05  CK-RunStatus            PIC X.

FD  ReportFile.
01  ReportLine                  PIC X(80).

FD  SeqFile.
    COPY "seqrec.cpy".

FD  LockFile.
*> Never written - holding the file open is the lock.
01  LockLine                    PIC X.

WORKING-STORAGE SECTION.
01  WS-PresentmentFileStatus    PIC XX.
01  WS-AccountFileStatus        PIC XX.
01  WS-TranLogFileStatus        PIC XX.
01  WS-HoldsFileStatus          PIC XX.
01  WS-StopPaymentFileStatus    PIC XX.
01  WS-ReturnsFileStatus        PIC XX.
01  WS-CheckpointFileStatus     PIC XX.
01  WS-ReportFileStatus         PIC XX.
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
01  WS-HoldsEOF-Switch          PIC X VALUE 'N'.
    88  End-Of-Holds                   VALUE 'Y'.
01  WS-StopsEOF-Switch          PIC X VALUE 'N'.
    88  End-Of-Stops                   VALUE 'Y'.
01  WS-CheckpointEOF-Switch     PIC X VALUE 'N'.
    88  End-Of-Checkpoints             VALUE 'Y'.

01  WS-Found-Switch             PIC X VALUE 'N'.
    88  Account-Found                  VALUE 'Y'.
    88  Account-Not-Found              VALUE 'N'.

01  WS-Stopped-Switch           PIC X VALUE 'N'.
    88  Cheque-Stopped                 VALUE 'Y'.
    88  Cheque-Not-Stopped             VALUE 'N'.

01  WS-Resume-Switch            PIC X VALUE 'N'.
    88  Resuming-Prior-Run             VALUE 'Y'.
01  WS-AlreadyRan-Switch        PIC X VALUE 'N'.
    88  Day-Already-Complete           VALUE 'Y'.
01  WS-CheckpointSeen-Switch    PIC X VALUE 'N'.
    88  Checkpoint-Seen                VALUE 'Y'.
01  WS-CheckpointStart-Switch   PIC X VALUE 'N'.
    88  Checkpoint-File-Started        VALUE 'Y'.

01  WS-TodayDate                PIC X(8).
01  WS-Timestamp                PIC X(21).
01  WS-BalanceBefore            PIC S9(6)V99.
01  WS-BalanceAfter             PIC S9(6)V99.
01  WS-AvailableBalance         PIC S9(7)V99.
01  WS-HoldTotal                PIC 9(7)V99.
01  WS-ReasonCode               PIC X(2).
01  WS-ReasonText               PIC X(20).
01  WS-Disposition              PIC X(8).
01  WS-ResumeAfterItem          PIC 9(6) VALUE 0.

01  WS-ItemsRead                PIC 9(6) VALUE 0.
01  WS-ItemsProcessed           PIC 9(6) VALUE 0.
01  WS-PaidCount                PIC 9(6) VALUE 0.
01  WS-PaidAmount               PIC 9(8)V99 VALUE 0.
01  WS-ReturnedCount            PIC 9(6) VALUE 0.
01  WS-ReturnedAmount           PIC 9(8)V99 VALUE 0.

*> Image of the newest checkpoint record on file at startup.
01  WS-LastCheckpoint.
    05  LC-RunDate              PIC X(8).
    05  LC-ItemsProcessed       PIC 9(6).
    05  LC-PaidCount            PIC 9(6).
    05  LC-PaidAmount           PIC 9(8)V99.
    05  LC-ReturnedCount        PIC 9(6).
    05  LC-ReturnedAmount       PIC 9(8)V99.
    05  LC-RunStatus            PIC X.

*> In-core image of STOPPAY.DAT - every presented item is checked
*> against every stop on its account.
01  WS-StopTable.
    05  WS-StopCount            PIC 9(4) VALUE 0.
    05  WS-StopEntry OCCURS 1000 TIMES INDEXED BY ST-IDX.
        10  ST-AccountNumber    PIC 9(4).
        10  ST-ChequeFrom       PIC 9(8).
        10  ST-ChequeTo         PIC 9(8).

01  WS-HeaderLine1              PIC X(80)
        VALUE "INWARD CHEQUE CLEARING REPORT".
01  WS-HeaderLine2              PIC X(80)
        VALUE "ACCT#  CHEQUE#      AMOUNT  DISPOSITION  REASON".
01  WS-ResumeLine.
    05  FILLER                  PIC X(30)
            VALUE "*** RESUMED AFTER ITEM NUMBER ".
    05  RL-ResumeAfterItem      PIC ZZZZZ9.
    05  FILLER                  PIC X(4)  VALUE " ***".

01  WS-DetailLine.
    05  DL-AccountNumber        PIC 9(4).
    05  FILLER                  PIC X(3)  VALUE SPACES.
    05  DL-ChequeNumber         PIC 9(8).
    05  FILLER                  PIC X(1)  VALUE SPACES.
    05  DL-Amount               PIC ZZZ,ZZ9.99.
    05  FILLER                  PIC X(2)  VALUE SPACES.
    05  DL-Disposition          PIC X(8).
    05  FILLER                  PIC X(5)  VALUE SPACES.
    05  DL-ReasonCode           PIC X(2).
    05  FILLER                  PIC X(1)  VALUE SPACES.
    05  DL-ReasonText           PIC X(20).

01  WS-TotalLine1.
    05  FILLER                  PIC X(18) VALUE "ITEMS PRESENTED:".
    05  TO-ItemsProcessed       PIC ZZZ,ZZ9.
01  WS-TotalLine2.
    05  FILLER                  PIC X(18) VALUE "ITEMS PAID:".
    05  TO-PaidCount            PIC ZZZ,ZZ9.
    05  FILLER                  PIC X(10) VALUE "  AMOUNT:".
    05  TO-PaidAmount           PIC ZZ,ZZZ,ZZ9.99.
01  WS-TotalLine3.
    05  FILLER                  PIC X(18) VALUE "ITEMS RETURNED:".
    05  TO-ReturnedCount        PIC ZZZ,ZZ9.
    05  FILLER                  PIC X(10) VALUE "  AMOUNT:".
    05  TO-ReturnedAmount       PIC ZZ,ZZZ,ZZ9.99.

PROCEDURE DIVISION.
100-Start.
    MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TodayDate
    PERFORM CheckClearingCheckpoint
    PERFORM LoadStopTable
    PERFORM OpenFiles
    PERFORM WriteHeaders
    PERFORM UNTIL End-Of-File
        READ PresentmentFile
            AT END
                SET End-Of-File TO TRUE
            NOT AT END
                ADD 1 TO WS-ItemsRead
                IF WS-ItemsRead > WS-ResumeAfterItem
                    PERFORM ClearOneItem
                END-IF
        END-READ
    END-PERFORM
    PERFORM WriteCompleteCheckpoint
    PERFORM WriteTotals
    DISPLAY "Cheques presented: " WS-ItemsProcessed
    DISPLAY "Paid: " WS-PaidCount " for " WS-PaidAmount
    DISPLAY "Returned: " WS-ReturnedCount " for " WS-ReturnedAmount
    PERFORM CloseFiles
    STOP RUN.

CheckClearingCheckpoint.
    OPEN INPUT CheckpointFile
    IF WS-CheckpointFileStatus = "00"
        PERFORM UNTIL End-Of-Checkpoints
            READ CheckpointFile
                AT END
                    SET End-Of-Checkpoints TO TRUE
                NOT AT END
                    MOVE ClearingCheckpointRecord TO WS-LastCheckpoint
                    SET Checkpoint-Seen TO TRUE
            END-READ
        END-PERFORM
        CLOSE CheckpointFile
    END-IF
    IF Checkpoint-Seen
        PERFORM ExaminePriorCheckpoint
    END-IF
    IF Day-Already-Complete
        DISPLAY "Cheque clearing already ran for " WS-TodayDate
            " - refusing to run again."
        STOP RUN
    END-IF.

ExaminePriorCheckpoint.
    IF LC-RunDate = WS-TodayDate
        IF LC-RunStatus = 'C'
            SET Day-Already-Complete TO TRUE
        ELSE
            SET Resuming-Prior-Run TO TRUE
            SET Checkpoint-File-Started TO TRUE
            MOVE LC-ItemsProcessed TO WS-ResumeAfterItem
                                      WS-ItemsProcessed
            MOVE LC-PaidCount      TO WS-PaidCount
            MOVE LC-PaidAmount     TO WS-PaidAmount
            MOVE LC-ReturnedCount  TO WS-ReturnedCount
            MOVE LC-ReturnedAmount TO WS-ReturnedAmount
            DISPLAY "Prior clearing run for " WS-TodayDate
                " did not complete."
            DISPLAY "Resuming after item " WS-ResumeAfterItem
        END-IF
    END-IF.

LoadStopTable.
    MOVE "STOPPAY.LCK" TO WS-LockFileName
    PERFORM AcquireFileLock
    OPEN INPUT StopPaymentFile
    IF WS-StopPaymentFileStatus NOT = "00"
        SET End-Of-Stops TO TRUE
    END-IF
    PERFORM UNTIL End-Of-Stops
        READ StopPaymentFile
            AT END
                SET End-Of-Stops TO TRUE
            NOT AT END
                ADD 1 TO WS-StopCount
                SET ST-IDX TO WS-StopCount
                MOVE SP-AccountNumber TO ST-AccountNumber(ST-IDX)
                MOVE SP-ChequeFrom    TO ST-ChequeFrom(ST-IDX)
                MOVE SP-ChequeTo      TO ST-ChequeTo(ST-IDX)
        END-READ
    END-PERFORM
    IF WS-StopPaymentFileStatus NOT = "35"
        CLOSE StopPaymentFile
    END-IF
    PERFORM ReleaseFileLock.

OpenFiles.
    OPEN INPUT PresentmentFile.
    IF WS-PresentmentFileStatus NOT = "00"
        DISPLAY "Cannot open CHQPRES.DAT - status "
            WS-PresentmentFileStatus
        SET End-Of-File TO TRUE
    END-IF.
    OPEN I-O AccountFile.
    *> A resumed run keeps the returns already cut for the items it
    *> got through before it died.
    IF Resuming-Prior-Run
        OPEN EXTEND ReturnsFile
        IF WS-ReturnsFileStatus = "35"
            OPEN OUTPUT ReturnsFile
        END-IF
    ELSE
        OPEN OUTPUT ReturnsFile
    END-IF.
    OPEN OUTPUT ReportFile.

WriteHeaders.
    WRITE ReportLine FROM WS-HeaderLine1.
    WRITE ReportLine FROM WS-HeaderLine2.
    IF Resuming-Prior-Run
        MOVE WS-ResumeAfterItem TO RL-ResumeAfterItem
        WRITE ReportLine FROM WS-ResumeLine
    END-IF.

ClearOneItem.
    *> Return reasons are tested in a fixed order - an unknown or
    *> dormant account is returned before its stops are looked at,
    *> and a stopped cheque is never tested for funds.
    ADD 1 TO WS-ItemsProcessed
    MOVE SPACES TO WS-ReasonCode WS-ReasonText
    MOVE CP-AccountNumber TO AccountNumber
    PERFORM ReadAccountByKey
    IF Account-Not-Found
        MOVE "04"                TO WS-ReasonCode
        MOVE "NO SUCH ACCOUNT"   TO WS-ReasonText
    ELSE
    IF Account-Dormant
        MOVE "03"                TO WS-ReasonCode
        MOVE "ACCOUNT DORMANT"   TO WS-ReasonText
    ELSE
        PERFORM CheckStopPayments
        IF Cheque-Stopped
            MOVE "02"              TO WS-ReasonCode
            MOVE "PAYMENT STOPPED" TO WS-ReasonText
        ELSE
            PERFORM PayOrDishonourItem
        END-IF
    END-IF
    END-IF
    *> The record lock taken by the read is held until the item is
    *> paid and logged, so a teller cannot post in between.
    UNLOCK AccountFile
    IF WS-ReasonCode = SPACES
        MOVE "PAID" TO WS-Disposition
        ADD 1         TO WS-PaidCount
        ADD CP-Amount TO WS-PaidAmount
    ELSE
        MOVE "RETURNED" TO WS-Disposition
        ADD 1         TO WS-ReturnedCount
        ADD CP-Amount TO WS-ReturnedAmount
        PERFORM WriteReturnRecord
    END-IF
    PERFORM WriteItemLine
    PERFORM UpdateClearingCheckpoint.

CheckStopPayments.
    SET Cheque-Not-Stopped TO TRUE
    IF WS-StopCount > ZERO
        PERFORM VARYING ST-IDX FROM 1 BY 1
            UNTIL ST-IDX > WS-StopCount
            OR Cheque-Stopped
            IF ST-AccountNumber(ST-IDX) = CP-AccountNumber
                AND CP-ChequeNumber NOT < ST-ChequeFrom(ST-IDX)
                AND CP-ChequeNumber NOT > ST-ChequeTo(ST-IDX)
                SET Cheque-Stopped TO TRUE
            END-IF
        END-PERFORM
    END-IF.

PayOrDishonourItem.
    *> Same funds rule as a teller withdrawal in PostWithdrawalAmount:
    *> available balance plus the authorized overdraft limit. A
    *> dishonoured cheque logs NSF exactly as a bounced withdrawal
    *> does, so the fee run charges for it the same way.
    PERFORM ComputeAvailableBalance
    IF CP-Amount > WS-AvailableBalance + AccountOverdraftLimit
        MOVE "01"                 TO WS-ReasonCode
        MOVE "INSUFFICIENT FUNDS" TO WS-ReasonText
        MOVE AccountBalance TO WS-BalanceBefore WS-BalanceAfter
        MOVE "NSF" TO TL-TransactionType
        PERFORM WriteClearingTranLogEntry
    ELSE
        MOVE AccountBalance TO WS-BalanceBefore
        SUBTRACT CP-Amount FROM AccountBalance
        MOVE AccountBalance TO WS-BalanceAfter
        REWRITE AccountRecord
        IF AccountBalance < ZERO
            MOVE "OD-CHEQUE" TO TL-TransactionType
        ELSE
            MOVE "CHEQUE" TO TL-TransactionType
        END-IF
        PERFORM WriteClearingTranLogEntry
    END-IF.

WriteReturnRecord.
    MOVE CP-AccountNumber TO CR-AccountNumber
    MOVE CP-ChequeNumber  TO CR-ChequeNumber
    MOVE CP-Amount        TO CR-Amount
    MOVE WS-ReasonCode    TO CR-ReasonCode
    MOVE WS-ReasonText    TO CR-ReasonText
    MOVE WS-TodayDate     TO CR-ReturnDate
    WRITE ReturnRecord.

ComputeAvailableBalance.
    *> Same figure the interactive funds checks use - ledger balance
    *> less the open holds standing against the account.
    MOVE ZERO TO WS-HoldTotal
    MOVE "HOLDS.LCK" TO WS-LockFileName
    PERFORM AcquireFileLock
    MOVE 'N' TO WS-HoldsEOF-Switch
    OPEN INPUT HoldsFile
    IF WS-HoldsFileStatus NOT = "00"
        SET End-Of-Holds TO TRUE
    END-IF
    PERFORM UNTIL End-Of-Holds
        READ HoldsFile
            AT END
                SET End-Of-Holds TO TRUE
            NOT AT END
                IF HO-AccountNumber = AccountNumber
                    ADD HO-Amount TO WS-HoldTotal
                END-IF
        END-READ
    END-PERFORM
    IF WS-HoldsFileStatus NOT = "35"
        CLOSE HoldsFile
    END-IF
    PERFORM ReleaseFileLock
    COMPUTE WS-AvailableBalance = AccountBalance - WS-HoldTotal.

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
    READ AccountFile WITH LOCK
        INVALID KEY
            SET Account-Not-Found TO TRUE
        NOT INVALID KEY
            SET Account-Found TO TRUE
    END-READ.

WriteClearingTranLogEntry.
    *> Caller sets TL-TransactionType.
    MOVE "TRANSEQ.LCK" TO WS-LockFileName
    PERFORM AcquireFileLock
    PERFORM GetNextSequenceNumber
    MOVE FUNCTION CURRENT-DATE    TO WS-Timestamp
    MOVE AccountNumber            TO TL-AccountNumber
    MOVE CP-Amount                TO TL-Amount
    MOVE WS-BalanceBefore         TO TL-BalanceBefore
    MOVE WS-BalanceAfter          TO TL-BalanceAfter
    MOVE WS-Timestamp             TO TL-Timestamp
    MOVE "CLEARING"               TO TL-OperatorId
    MOVE WS-SequenceNumber        TO TL-SequenceNumber
    MOVE ZERO                     TO TL-ReferenceSeq
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
    MOVE 1 TO WS-SequenceNumber
    OPEN INPUT SeqFile
    IF WS-SeqFileStatus = "00"
        READ SeqFile
            NOT AT END
                MOVE SQ-NextSequence TO WS-SequenceNumber
        END-READ
        CLOSE SeqFile
    END-IF
    COMPUTE SQ-NextSequence = WS-SequenceNumber + 1
    OPEN OUTPUT SeqFile
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

UpdateClearingCheckpoint.
    MOVE 'I' TO CK-RunStatus
    PERFORM AppendCheckpointRecord.

WriteCompleteCheckpoint.
    MOVE 'C' TO CK-RunStatus
    PERFORM AppendCheckpointRecord.

AppendCheckpointRecord.
    *> First write of a new business day starts a fresh file; every
    *> write after that appends, as in the accrual checkpoint.
    MOVE WS-TodayDate      TO CK-RunDate
    MOVE WS-ItemsProcessed TO CK-ItemsProcessed
    MOVE WS-PaidCount      TO CK-PaidCount
    MOVE WS-PaidAmount     TO CK-PaidAmount
    MOVE WS-ReturnedCount  TO CK-ReturnedCount
    MOVE WS-ReturnedAmount TO CK-ReturnedAmount
    IF Checkpoint-File-Started
        OPEN EXTEND CheckpointFile
    ELSE
        OPEN OUTPUT CheckpointFile
        SET Checkpoint-File-Started TO TRUE
    END-IF
    WRITE ClearingCheckpointRecord
    CLOSE CheckpointFile.

WriteItemLine.
    MOVE SPACES           TO WS-DetailLine
    MOVE CP-AccountNumber TO DL-AccountNumber
    MOVE CP-ChequeNumber  TO DL-ChequeNumber
    MOVE CP-Amount        TO DL-Amount
    MOVE WS-Disposition   TO DL-Disposition
    MOVE WS-ReasonCode    TO DL-ReasonCode
    MOVE WS-ReasonText    TO DL-ReasonText
    WRITE ReportLine FROM WS-DetailLine.

WriteTotals.
    MOVE WS-ItemsProcessed TO TO-ItemsProcessed
    MOVE WS-PaidCount      TO TO-PaidCount
    MOVE WS-PaidAmount     TO TO-PaidAmount
    MOVE WS-ReturnedCount  TO TO-ReturnedCount
    MOVE WS-ReturnedAmount TO TO-ReturnedAmount
    WRITE ReportLine FROM WS-TotalLine1
    WRITE ReportLine FROM WS-TotalLine2
    WRITE ReportLine FROM WS-TotalLine3.

CloseFiles.
    CLOSE PresentmentFile.
    CLOSE AccountFile.
    CLOSE ReturnsFile.
    CLOSE ReportFile.

END PROGRAM ChequeClearing.
