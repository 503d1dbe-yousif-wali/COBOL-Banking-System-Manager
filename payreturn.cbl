       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. PaymentReturn.

*> Credits back outbound payments the correspondent bank rejects.
*> Each reject on PAYREJ.DAT is matched to the sent order on
*> PAYORD.DAT by order number; a match for the same amount is
*> credited to the debit account as a PAYMENT-RTN carrying the order
*> number, and the order is marked returned with the correspondent's
*> reason. A reject for an unknown order, an order not sent, one
*> already returned, or a different amount is reported for the
*> payments desk and nothing is posted.
*>
*> Restart: matched orders are marked 'T' on file before any account
*> is credited. A run that dies part way leaves them 'T'; the rerun
*> finds the PAYMENT-RTN entries already on TRANLOG.DAT and marks
*> those orders returned without crediting them again. Feeding the
*> same rejects file twice is harmless - the second pass reports
*> every reject as already returned.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT RejectFile ASSIGN TO "PAYREJ.DAT"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-RejectFileStatus.

    SELECT AccountFile ASSIGN TO "ACCOUNTS.DAT"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS AccountNumber
    LOCK MODE IS MANUAL WITH LOCK ON MULTIPLE RECORDS
    FILE STATUS IS WS-AccountFileStatus.

    SELECT TranLogFile ASSIGN TO "TRANLOG.DAT"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-TranLogFileStatus.

    SELECT PaymentOrderFile ASSIGN TO "PAYORD.DAT"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-PaymentOrderFileStatus.

    SELECT ReportFile ASSIGN TO "PAYRTN.RPT"
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
FD  RejectFile.
01  RejectRecord.
    *> Inward rejects - one line per payment from our PAYOUT file the
    *> correspondent could not apply, echoing our order number and
    *> amount with their reason code. Amount has two implied decimals.
    05  RJ-OrderNumber          PIC 9(8).
    05  RJ-Amount               PIC 9(6)V99.
    05  RJ-ReasonCode           PIC X(4).
    05  RJ-ReasonText           PIC X(30).
    05  RJ-RejectDate           PIC X(8).

FD  AccountFile.
    COPY "acctrec.cpy".

FD  TranLogFile.
    COPY "tranrec.cpy".

FD  PaymentOrderFile.
    COPY "payrec.cpy".

FD  ReportFile.
01  ReportLine                  PIC X(80).

FD  SeqFile.
    COPY "seqrec.cpy".

FD  LockFile.
*> Never written - holding the file open is the lock.
01  LockLine                    PIC X.

WORKING-STORAGE SECTION.
01  WS-RejectFileStatus         PIC XX.
01  WS-AccountFileStatus        PIC XX.
01  WS-TranLogFileStatus        PIC XX.
01  WS-PaymentOrderFileStatus   PIC XX.
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

01  WS-RejectEOF-Switch         PIC X VALUE 'N'.
    88  End-Of-Rejects                 VALUE 'Y'.
01  WS-OrdersEOF-Switch         PIC X VALUE 'N'.
    88  End-Of-Orders                  VALUE 'Y'.
01  WS-LogEOF-Switch            PIC X VALUE 'N'.
    88  End-Of-Log                     VALUE 'Y'.

01  WS-Found-Switch             PIC X VALUE 'N'.
    88  Account-Found                  VALUE 'Y'.
    88  Account-Not-Found              VALUE 'N'.

01  WS-Posted-Switch            PIC X VALUE 'N'.
    88  Return-Already-Posted          VALUE 'Y'.
    88  Return-Not-Posted              VALUE 'N'.

01  WS-OrderSlot                PIC 9(4).
01  WS-TodayDate                PIC X(8).
01  WS-Timestamp                PIC X(21).
01  WS-BalanceBefore            PIC S9(6)V99.
01  WS-BalanceAfter             PIC S9(6)V99.
01  WS-Disposition              PIC X(8).
01  WS-Exception                PIC X(25).

01  WS-RejectsRead              PIC 9(6) VALUE 0.
01  WS-CreditedCount            PIC 9(6) VALUE 0.
01  WS-CreditedAmount           PIC 9(10)V99 VALUE 0.
01  WS-ExceptionCount           PIC 9(6) VALUE 0.
01  WS-ExceptionAmount          PIC 9(10)V99 VALUE 0.

*> In-core image of PAYORD.DAT - entries have the PaymentOrderRecord
*> layout, so a line moves in and out as a group.
01  WS-OrderTable.
    05  WS-OrderCount           PIC 9(4) VALUE 0.
    05  WS-OrderEntry OCCURS 5000 TIMES INDEXED BY PY-IDX.
        10  PY-OrderNumber          PIC 9(8).
        10  PY-AccountNumber        PIC 9(4).
        10  PY-BeneficiaryName      PIC X(30).
        10  PY-BeneficiaryBank      PIC X(11).
        10  PY-BeneficiaryAccount   PIC X(34).
        10  PY-Amount               PIC 9(6)V99.
        10  PY-ValueDate            PIC X(8).
        10  PY-TakenDate            PIC X(8).
        10  PY-OperatorId           PIC X(8).
        10  PY-Status               PIC X.
        10  PY-SentDate             PIC X(8).
        10  PY-ReturnDate           PIC X(8).
        10  PY-ReasonCode           PIC X(4).
        10  PY-ReasonText           PIC X(30).

*> Outcome of each order this run worked, applied to the file after
*> it is reloaded under its lock.
01  WS-OutcomeTable.
    05  WS-OutcomeCount         PIC 9(4) VALUE 0.
    05  WS-OutcomeEntry OCCURS 5000 TIMES INDEXED BY OC-IDX.
        10  OC-OrderNumber          PIC 9(8).
        10  OC-Status               PIC X.

*> Order numbers of the PAYMENT-RTN entries already on the log.
01  WS-PostedTable.
    05  WS-PostedCount          PIC 9(4) VALUE 0.
    05  WS-PostedEntry OCCURS 5000 TIMES INDEXED BY PP-IDX.
        10  PP-OrderNumber          PIC 9(8).

01  WS-HeaderLine1.
    05  FILLER                  PIC X(30)
            VALUE "RETURNED PAYMENTS FOR".
    05  HL-RunDate              PIC X(8).
01  WS-HeaderLine2              PIC X(80)
        VALUE "ORDER#    ACCT#      AMOUNT  DISPOSITION  REASON".

01  WS-DetailLine.
    05  DL-OrderNumber          PIC 9(8).
    05  FILLER                  PIC X(2)  VALUE SPACES.
    05  DL-AccountNumber        PIC 9(4).
    05  FILLER                  PIC X(1)  VALUE SPACES.
    05  DL-Amount               PIC ZZZ,ZZ9.99.
    05  FILLER                  PIC X(2)  VALUE SPACES.
    05  DL-Disposition          PIC X(8).
    05  FILLER                  PIC X(5)  VALUE SPACES.
    05  DL-Reason               PIC X(40).

01  WS-TotalLine1.
    05  FILLER                  PIC X(20) VALUE "REJECTS RECEIVED:".
    05  TO-RejectsRead          PIC ZZZ,ZZ9.
01  WS-TotalLine2.
    05  FILLER                  PIC X(20) VALUE "CREDITED BACK:".
    05  TO-CreditedCount        PIC ZZZ,ZZ9.
    05  FILLER                  PIC X(10) VALUE "  AMOUNT:".
    05  TO-CreditedAmount       PIC Z,ZZZ,ZZZ,ZZ9.99.
01  WS-TotalLine3.
    05  FILLER                  PIC X(20) VALUE "EXCEPTIONS:".
    05  TO-ExceptionCount       PIC ZZZ,ZZ9.
    05  FILLER                  PIC X(10) VALUE "  AMOUNT:".
    05  TO-ExceptionAmount      PIC Z,ZZZ,ZZZ,ZZ9.99.

PROCEDURE DIVISION.
100-Start.
    MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TodayDate
    OPEN OUTPUT ReportFile
    MOVE WS-TodayDate TO HL-RunDate
    WRITE ReportLine FROM WS-HeaderLine1
    WRITE ReportLine FROM WS-HeaderLine2
    PERFORM MatchRejects
    PERFORM LoadPostedReturns
    OPEN I-O AccountFile
    PERFORM VARYING PY-IDX FROM 1 BY 1
        UNTIL PY-IDX > WS-OrderCount
        IF PY-Status(PY-IDX) = 'T'
            PERFORM CreditOneReturn
        END-IF
    END-PERFORM
    CLOSE AccountFile
    PERFORM ApplyOutcomes
    PERFORM WriteTotals
    CLOSE ReportFile
    DISPLAY "Payment rejects received: " WS-RejectsRead
    DISPLAY "Credited back: " WS-CreditedCount " for "
        WS-CreditedAmount
    DISPLAY "Exceptions: " WS-ExceptionCount " for "
        WS-ExceptionAmount
    STOP RUN.

MatchRejects.
    *> Every reject that matches a sent order marks it 'T' with the
    *> correspondent's reason; the file is rewritten before anything
    *> is credited.
    MOVE "PAYORD.LCK" TO WS-LockFileName
    PERFORM AcquireFileLock
    PERFORM LoadOrderTable
    OPEN INPUT RejectFile
    IF WS-RejectFileStatus NOT = "00"
        DISPLAY "No rejects file PAYREJ.DAT - status "
            WS-RejectFileStatus
        SET End-Of-Rejects TO TRUE
    END-IF
    PERFORM UNTIL End-Of-Rejects
        READ RejectFile
            AT END
                SET End-Of-Rejects TO TRUE
            NOT AT END
                ADD 1 TO WS-RejectsRead
                PERFORM MatchOneReject
        END-READ
    END-PERFORM
    IF WS-RejectFileStatus NOT = "35"
        CLOSE RejectFile
    END-IF
    PERFORM RewriteOrderFile
    PERFORM ReleaseFileLock.

MatchOneReject.
    MOVE ZERO TO WS-OrderSlot
    PERFORM VARYING PY-IDX FROM 1 BY 1
        UNTIL PY-IDX > WS-OrderCount
        OR WS-OrderSlot > ZERO
        IF PY-OrderNumber(PY-IDX) = RJ-OrderNumber
            SET WS-OrderSlot TO PY-IDX
        END-IF
    END-PERFORM
    MOVE SPACES TO WS-Exception
    IF WS-OrderSlot = ZERO
        MOVE "UNKNOWN ORDER" TO WS-Exception
    ELSE
    IF PY-Status(WS-OrderSlot) = 'R'
        OR PY-Status(WS-OrderSlot) = 'T'
        MOVE "ALREADY RETURNED" TO WS-Exception
    ELSE
    IF PY-Status(WS-OrderSlot) NOT = 'S'
        MOVE "ORDER NOT SENT" TO WS-Exception
    ELSE
    IF PY-Amount(WS-OrderSlot) NOT = RJ-Amount
        MOVE "AMOUNT MISMATCH" TO WS-Exception
    END-IF
    END-IF
    END-IF
    END-IF
    IF WS-Exception = SPACES
        MOVE 'T'           TO PY-Status(WS-OrderSlot)
        MOVE WS-TodayDate  TO PY-ReturnDate(WS-OrderSlot)
        MOVE RJ-ReasonCode TO PY-ReasonCode(WS-OrderSlot)
        MOVE RJ-ReasonText TO PY-ReasonText(WS-OrderSlot)
    ELSE
        ADD 1 TO WS-ExceptionCount
        ADD RJ-Amount TO WS-ExceptionAmount
        MOVE SPACES         TO WS-DetailLine
        MOVE RJ-OrderNumber TO DL-OrderNumber
        IF WS-OrderSlot > ZERO
            MOVE PY-AccountNumber(WS-OrderSlot) TO DL-AccountNumber
        ELSE
            MOVE ZERO TO DL-AccountNumber
        END-IF
        MOVE RJ-Amount      TO DL-Amount
        MOVE "REFER"        TO DL-Disposition
        STRING WS-Exception DELIMITED BY "  "
               " - "        DELIMITED BY SIZE
               RJ-ReasonCode DELIMITED BY SIZE
            INTO DL-Reason
        END-STRING
        WRITE ReportLine FROM WS-DetailLine
    END-IF.

LoadOrderTable.
    MOVE ZERO TO WS-OrderCount
    MOVE 'N' TO WS-OrdersEOF-Switch
    OPEN INPUT PaymentOrderFile
    IF WS-PaymentOrderFileStatus NOT = "00"
        SET End-Of-Orders TO TRUE
    END-IF
    PERFORM UNTIL End-Of-Orders
        READ PaymentOrderFile
            AT END
                SET End-Of-Orders TO TRUE
            NOT AT END
                IF WS-OrderCount < 5000
                    ADD 1 TO WS-OrderCount
                    SET PY-IDX TO WS-OrderCount
                    MOVE PaymentOrderRecord TO WS-OrderEntry(PY-IDX)
                ELSE
                    DISPLAY "Order table full - order "
                        PO-OrderNumber " left off this run."
                END-IF
        END-READ
    END-PERFORM
    IF WS-PaymentOrderFileStatus NOT = "35"
        CLOSE PaymentOrderFile
    END-IF.

RewriteOrderFile.
    OPEN OUTPUT PaymentOrderFile
    PERFORM VARYING PY-IDX FROM 1 BY 1
        UNTIL PY-IDX > WS-OrderCount
        MOVE WS-OrderEntry(PY-IDX) TO PaymentOrderRecord
        WRITE PaymentOrderRecord
    END-PERFORM
    CLOSE PaymentOrderFile.

LoadPostedReturns.
    MOVE "TRANSEQ.LCK" TO WS-LockFileName
    PERFORM AcquireFileLock
    MOVE 'N' TO WS-LogEOF-Switch
    OPEN INPUT TranLogFile
    IF WS-TranLogFileStatus NOT = "00"
        SET End-Of-Log TO TRUE
    END-IF
    PERFORM UNTIL End-Of-Log
        READ TranLogFile
            AT END
                SET End-Of-Log TO TRUE
            NOT AT END
                IF TL-TransactionType = "PAYMENT-RTN"
                    AND WS-PostedCount < 5000
                    ADD 1 TO WS-PostedCount
                    SET PP-IDX TO WS-PostedCount
                    MOVE TL-ReferenceSeq TO PP-OrderNumber(PP-IDX)
                END-IF
        END-READ
    END-PERFORM
    IF WS-TranLogFileStatus NOT = "35"
        CLOSE TranLogFile
    END-IF
    PERFORM ReleaseFileLock.

CreditOneReturn.
    *> The money comes back to the account it left, dormant or not.
    *> An account closed since the payment went out cannot take the
    *> credit - the order goes back to sent and the payments desk
    *> refunds the customer by hand.
    SET Return-Not-Posted TO TRUE
    PERFORM VARYING PP-IDX FROM 1 BY 1
        UNTIL PP-IDX > WS-PostedCount
        OR Return-Already-Posted
        IF PP-OrderNumber(PP-IDX) = PY-OrderNumber(PY-IDX)
            SET Return-Already-Posted TO TRUE
        END-IF
    END-PERFORM
    MOVE SPACES TO WS-DetailLine
    IF Return-Already-Posted
        MOVE 'R' TO PY-Status(PY-IDX)
        MOVE "RESUMED" TO WS-Disposition
    ELSE
        MOVE PY-AccountNumber(PY-IDX) TO AccountNumber
        PERFORM ReadAccountByKey
        IF Account-Not-Found
            MOVE 'S' TO PY-Status(PY-IDX)
            MOVE "REFER" TO WS-Disposition
            MOVE "ACCOUNT CLOSED - REFUND BY HAND" TO DL-Reason
            ADD 1 TO WS-ExceptionCount
            ADD PY-Amount(PY-IDX) TO WS-ExceptionAmount
        ELSE
            MOVE AccountBalance TO WS-BalanceBefore
            ADD PY-Amount(PY-IDX) TO AccountBalance
            MOVE AccountBalance TO WS-BalanceAfter
            REWRITE AccountRecord
            PERFORM WriteReturnTranLogEntry
            MOVE 'R' TO PY-Status(PY-IDX)
            MOVE "CREDITED" TO WS-Disposition
        END-IF
        *> The record lock taken by the read is held until the return
        *> is credited and logged, so a teller cannot post in between.
        UNLOCK AccountFile
    END-IF
    IF PY-Status(PY-IDX) = 'R'
        ADD 1 TO WS-CreditedCount
        ADD PY-Amount(PY-IDX) TO WS-CreditedAmount
        STRING PY-ReasonCode(PY-IDX) DELIMITED BY SIZE
               " "                   DELIMITED BY SIZE
               PY-ReasonText(PY-IDX) DELIMITED BY SIZE
            INTO DL-Reason
        END-STRING
    END-IF
    MOVE PY-OrderNumber(PY-IDX)   TO DL-OrderNumber
    MOVE PY-AccountNumber(PY-IDX) TO DL-AccountNumber
    MOVE PY-Amount(PY-IDX)        TO DL-Amount
    MOVE WS-Disposition           TO DL-Disposition
    WRITE ReportLine FROM WS-DetailLine
    ADD 1 TO WS-OutcomeCount
    SET OC-IDX TO WS-OutcomeCount
    MOVE PY-OrderNumber(PY-IDX) TO OC-OrderNumber(OC-IDX)
    MOVE PY-Status(PY-IDX)      TO OC-Status(OC-IDX).

ApplyOutcomes.
    MOVE "PAYORD.LCK" TO WS-LockFileName
    PERFORM AcquireFileLock
    PERFORM LoadOrderTable
    PERFORM VARYING PY-IDX FROM 1 BY 1
        UNTIL PY-IDX > WS-OrderCount
        PERFORM VARYING OC-IDX FROM 1 BY 1
            UNTIL OC-IDX > WS-OutcomeCount
            IF OC-OrderNumber(OC-IDX) = PY-OrderNumber(PY-IDX)
                MOVE OC-Status(OC-IDX) TO PY-Status(PY-IDX)
            END-IF
        END-PERFORM
    END-PERFORM
    PERFORM RewriteOrderFile
    PERFORM ReleaseFileLock.

ReadAccountByKey.
    *> A record a teller terminal or another batch has read for
    *> posting comes back status 51 until that action ends - wait
    *> and re-read rather than post against a balance about to
    *> change.  The read locks the record for this return in turn.
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

WriteReturnTranLogEntry.
    MOVE "TRANSEQ.LCK" TO WS-LockFileName
    PERFORM AcquireFileLock
    PERFORM GetNextSequenceNumber
    MOVE FUNCTION CURRENT-DATE    TO WS-Timestamp
    MOVE AccountNumber            TO TL-AccountNumber
    MOVE "PAYMENT-RTN"            TO TL-TransactionType
    MOVE PY-Amount(PY-IDX)        TO TL-Amount
    MOVE WS-BalanceBefore         TO TL-BalanceBefore
    MOVE WS-BalanceAfter          TO TL-BalanceAfter
    MOVE WS-Timestamp             TO TL-Timestamp
    MOVE "PAYMENTS"               TO TL-OperatorId
    MOVE WS-SequenceNumber        TO TL-SequenceNumber
    MOVE PY-OrderNumber(PY-IDX)   TO TL-ReferenceSeq
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

WriteTotals.
    MOVE WS-RejectsRead     TO TO-RejectsRead
    MOVE WS-CreditedCount   TO TO-CreditedCount
    MOVE WS-CreditedAmount  TO TO-CreditedAmount
    MOVE WS-ExceptionCount  TO TO-ExceptionCount
    MOVE WS-ExceptionAmount TO TO-ExceptionAmount
    WRITE ReportLine FROM WS-TotalLine1
    WRITE ReportLine FROM WS-TotalLine2
    WRITE ReportLine FROM WS-TotalLine3.

END PROGRAM PaymentReturn.
