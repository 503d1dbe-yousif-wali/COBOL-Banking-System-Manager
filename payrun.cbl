       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. PaymentRun.

*> Close-of-business payment run. Every queued payment order whose
*> value date has come is taken off PAYORD.DAT: the reservation hold
*> placed when the order was keyed is released, the debit account is
*> charged, and a PAYMENT-OUT carrying the order number is logged.
*> The orders sent are written to PAYOUT.YYYYMMDD.DAT for the
*> correspondent bank, with header and trailer control totals.
*>
*> Restart: orders picked for the run are marked 'P' on file before
*> any account is touched. A run that dies part way leaves them 'P';
*> the rerun finds the PAYMENT-OUT entries already on TRANLOG.DAT and
*> treats those orders as sent rather than debiting them twice. The
*> payment file for the day is cut from the orders marked sent that
*> day, so a rerun writes the whole file again. Once a complete file
*> (one ending in its trailer) is on disk the day will not run again.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
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

    SELECT PaymentOrderFile ASSIGN TO "PAYORD.DAT"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-PaymentOrderFileStatus.

    SELECT PaymentControlFile ASSIGN TO "PAYCTL.DAT"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-PayCtlFileStatus.

    SELECT PayoutFile ASSIGN USING WS-PayoutFileName
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-PayoutFileStatus.

    SELECT ReportFile ASSIGN TO "PAYRUN.RPT"
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
FD  AccountFile.
    COPY "acctrec.cpy".

FD  TranLogFile.
    COPY "tranrec.cpy".

FD  HoldsFile.
    COPY "holdrec.cpy".

FD  PaymentOrderFile.
    COPY "payrec.cpy".

FD  PaymentControlFile.
*> Same card the teller terminals read - line 1 is the daily cut-off
*> (HHMM), line 2 the days a finished order stays on PAYORD.DAT.
01  PaymentControlLine          PIC X(8).

*> Fixed-width payment file for the correspondent bank: one 'H'
*> header, one 'D' record per payment, one 'T' trailer. Header and
*> trailer both carry the payment count and amount total; the
*> trailer adds a hash total of the order numbers. Amounts carry two
*> implied decimal places.
FD  PayoutFile.
01  PayoutHeader.
    05  PH-RecordType           PIC X.
    05  PH-FileDate             PIC X(8).
    05  PH-CreatedTime          PIC X(6).
    05  PH-PaymentCount         PIC 9(6).
    05  PH-AmountTotal          PIC 9(10)V99.
    05  FILLER                  PIC X(101).
01  PayoutDetail.
    05  PD-RecordType           PIC X.
    05  PD-OrderNumber          PIC 9(8).
    05  PD-ValueDate            PIC X(8).
    05  PD-DebitAccount         PIC 9(4).
    05  PD-OrderingName         PIC X(30).
    05  PD-BeneficiaryName      PIC X(30).
    05  PD-BeneficiaryBank      PIC X(11).
    05  PD-BeneficiaryAccount   PIC X(34).
    05  PD-Amount               PIC 9(6)V99.
01  PayoutTrailer.
    05  PT-RecordType           PIC X.
    05  PT-FileDate             PIC X(8).
    05  PT-PaymentCount         PIC 9(6).
    05  PT-AmountTotal          PIC 9(10)V99.
    05  PT-OrderHash            PIC 9(12).
    05  FILLER                  PIC X(95).

FD  ReportFile.
01  ReportLine                  PIC X(80).

FD  SeqFile.
    COPY "seqrec.cpy".

FD  LockFile.
*> Never written - holding the file open is the lock.
01  LockLine                    PIC X.

WORKING-STORAGE SECTION.
01  WS-AccountFileStatus        PIC XX.
01  WS-TranLogFileStatus        PIC XX.
01  WS-HoldsFileStatus          PIC XX.
01  WS-PaymentOrderFileStatus   PIC XX.
01  WS-PayCtlFileStatus         PIC XX.
01  WS-PayoutFileStatus         PIC XX.
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

01  WS-PayoutFileName           PIC X(19).

01  WS-OrdersEOF-Switch         PIC X VALUE 'N'.
    88  End-Of-Orders                  VALUE 'Y'.
01  WS-HoldsEOF-Switch          PIC X VALUE 'N'.
    88  End-Of-Holds                   VALUE 'Y'.
01  WS-LogEOF-Switch            PIC X VALUE 'N'.
    88  End-Of-Log                     VALUE 'Y'.
01  WS-PayoutEOF-Switch         PIC X VALUE 'N'.
    88  End-Of-Payout                  VALUE 'Y'.
01  WS-PayCtlEOF-Switch         PIC X VALUE 'N'.
    88  End-Of-PayCtl                  VALUE 'Y'.

01  WS-Found-Switch             PIC X VALUE 'N'.
    88  Account-Found                  VALUE 'Y'.
    88  Account-Not-Found              VALUE 'N'.

01  WS-Posted-Switch            PIC X VALUE 'N'.
    88  Payment-Already-Posted         VALUE 'Y'.
    88  Payment-Not-Posted             VALUE 'N'.

01  WS-Reserve-Switch           PIC X VALUE 'N'.
    88  Reservation-Released           VALUE 'Y'.
    88  Reservation-Not-Found          VALUE 'N'.

01  WS-LastPayoutType           PIC X.

01  WS-TodayDate                PIC X(8).
01  WS-TodayNum REDEFINES WS-TodayDate PIC 9(8).
01  WS-Timestamp                PIC X(21).
01  WS-BalanceBefore            PIC S9(6)V99.
01  WS-BalanceAfter             PIC S9(6)V99.
01  WS-HoldTotal                PIC 9(7)V99.
01  WS-LogAmount                PIC 9(6)V99.
01  WS-LogReference             PIC 9(8).
01  WS-HoldSlot                 PIC 9(4).
01  WS-Disposition              PIC X(8).
01  WS-PayCtlLineCount          PIC 9 VALUE 0.
01  WS-RetentionDays            PIC 9(4) VALUE 60.
01  WS-PurgeBefore              PIC X(8).
01  WS-PurgeBeforeNum REDEFINES WS-PurgeBefore PIC 9(8).
01  WS-LastActivityDate         PIC X(8).

01  WS-OrdersPicked             PIC 9(6) VALUE 0.
01  WS-SentCount                PIC 9(6) VALUE 0.
01  WS-SentAmount               PIC 9(10)V99 VALUE 0.
01  WS-FailedCount              PIC 9(6) VALUE 0.
01  WS-FailedAmount             PIC 9(10)V99 VALUE 0.
01  WS-ResumedCount             PIC 9(6) VALUE 0.
01  WS-PurgedCount              PIC 9(6) VALUE 0.
01  WS-FileCount                PIC 9(6) VALUE 0.
01  WS-FileAmount               PIC 9(10)V99 VALUE 0.
01  WS-FileHash                 PIC 9(12) VALUE 0.

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
*> it is reloaded under its lock - tellers may have keyed new orders
*> in the meantime.
01  WS-OutcomeTable.
    05  WS-OutcomeCount         PIC 9(4) VALUE 0.
    05  WS-OutcomeEntry OCCURS 5000 TIMES INDEXED BY OC-IDX.
        10  OC-OrderNumber          PIC 9(8).
        10  OC-Status               PIC X.
        10  OC-ReasonCode           PIC X(4).
        10  OC-ReasonText           PIC X(30).

*> Order numbers of the PAYMENT-OUT entries already on the log.
01  WS-PostedTable.
    05  WS-PostedCount          PIC 9(4) VALUE 0.
    05  WS-PostedEntry OCCURS 5000 TIMES INDEXED BY PP-IDX.
        10  PP-OrderNumber          PIC 9(8).

*> In-core image of HOLDS.DAT, reloaded under its lock for each
*> order so the reservation line can be taken off.
01  WS-HoldTable.
    05  WS-HoldCount            PIC 9(4) VALUE 0.
    05  WS-HoldEntry OCCURS 1000 TIMES INDEXED BY HO-IDX.
        10  HT-AccountNumber    PIC 9(4).
        10  HT-Amount           PIC 9(6)V99.
        10  HT-ReleaseDate      PIC X(8).
        10  HT-PlacedDate       PIC X(8).
        10  HT-OperatorId       PIC X(8).

01  WS-HeaderLine1.
    05  FILLER                  PIC X(30)
            VALUE "OUTBOUND PAYMENT RUN FOR".
    05  HL-RunDate              PIC X(8).
01  WS-HeaderLine2              PIC X(80)
        VALUE "ORDER#    ACCT#      AMOUNT  VALUE DT  DISPOSITION  REASON".

01  WS-DetailLine.
    05  DL-OrderNumber          PIC 9(8).
    05  FILLER                  PIC X(2)  VALUE SPACES.
    05  DL-AccountNumber        PIC 9(4).
    05  FILLER                  PIC X(1)  VALUE SPACES.
    05  DL-Amount               PIC ZZZ,ZZ9.99.
    05  FILLER                  PIC X(2)  VALUE SPACES.
    05  DL-ValueDate            PIC X(8).
    05  FILLER                  PIC X(2)  VALUE SPACES.
    05  DL-Disposition          PIC X(8).
    05  FILLER                  PIC X(5)  VALUE SPACES.
    05  DL-ReasonCode           PIC X(4).
    05  FILLER                  PIC X(1)  VALUE SPACES.
    05  DL-ReasonText           PIC X(25).

01  WS-TotalLine1.
    05  FILLER                  PIC X(18) VALUE "ORDERS DUE:".
    05  TO-OrdersPicked         PIC ZZZ,ZZ9.
01  WS-TotalLine2.
    05  FILLER                  PIC X(18) VALUE "ORDERS SENT:".
    05  TO-SentCount            PIC ZZZ,ZZ9.
    05  FILLER                  PIC X(10) VALUE "  AMOUNT:".
    05  TO-SentAmount           PIC Z,ZZZ,ZZZ,ZZ9.99.
01  WS-TotalLine3.
    05  FILLER                  PIC X(18) VALUE "ORDERS FAILED:".
    05  TO-FailedCount          PIC ZZZ,ZZ9.
    05  FILLER                  PIC X(10) VALUE "  AMOUNT:".
    05  TO-FailedAmount         PIC Z,ZZZ,ZZZ,ZZ9.99.
01  WS-TotalLine4.
    05  FILLER                  PIC X(18) VALUE "PAYMENT FILE:".
    05  TO-PayoutFileName       PIC X(19).
    05  FILLER                  PIC X(3)  VALUE SPACES.
    05  TO-FileCount            PIC ZZZ,ZZ9.
    05  FILLER                  PIC X(10) VALUE "  AMOUNT:".
    05  TO-FileAmount           PIC Z,ZZZ,ZZZ,ZZ9.99.
01  WS-TotalLine5.
    05  FILLER                  PIC X(30)
            VALUE "FINISHED ORDERS PURGED:".
    05  TO-PurgedCount          PIC ZZZ,ZZ9.

PROCEDURE DIVISION.
100-Start.
    MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TodayDate
    MOVE SPACES TO WS-PayoutFileName
    STRING "PAYOUT." WS-TodayDate ".DAT"
        DELIMITED BY SIZE INTO WS-PayoutFileName
    PERFORM CheckPayoutNotWritten
    PERFORM ReadPaymentControl
    PERFORM PickDueOrders
    PERFORM LoadPostedPayments
    OPEN I-O AccountFile
    OPEN OUTPUT ReportFile
    MOVE WS-TodayDate TO HL-RunDate
    WRITE ReportLine FROM WS-HeaderLine1
    WRITE ReportLine FROM WS-HeaderLine2
    PERFORM VARYING PY-IDX FROM 1 BY 1
        UNTIL PY-IDX > WS-OrderCount
        IF PY-Status(PY-IDX) = 'P'
            PERFORM PayOneOrder
        END-IF
    END-PERFORM
    PERFORM ApplyOutcomes
    PERFORM WritePayoutFile
    CLOSE AccountFile
    PERFORM WriteTotals
    CLOSE ReportFile
    DISPLAY "Payment orders due: " WS-OrdersPicked
    DISPLAY "Sent: " WS-SentCount " for " WS-SentAmount
    DISPLAY "Failed: " WS-FailedCount " for " WS-FailedAmount
    DISPLAY "Payment file " WS-PayoutFileName ": " WS-FileCount
        " payments for " WS-FileAmount
    STOP RUN.

CheckPayoutNotWritten.
    *> A file that ends in its trailer was delivered whole; one that
    *> stops short is the remains of an interrupted run and is
    *> written again.
    MOVE SPACE TO WS-LastPayoutType
    OPEN INPUT PayoutFile
    IF WS-PayoutFileStatus = "00"
        PERFORM UNTIL End-Of-Payout
            READ PayoutFile
                AT END
                    SET End-Of-Payout TO TRUE
                NOT AT END
                    MOVE PH-RecordType TO WS-LastPayoutType
            END-READ
        END-PERFORM
        CLOSE PayoutFile
    END-IF
    IF WS-LastPayoutType = 'T'
        DISPLAY "Payment file " WS-PayoutFileName
            " already written - refusing to run again."
        STOP RUN
    END-IF.

ReadPaymentControl.
    OPEN INPUT PaymentControlFile
    IF WS-PayCtlFileStatus = "00"
        PERFORM UNTIL End-Of-PayCtl
            READ PaymentControlFile
                AT END
                    SET End-Of-PayCtl TO TRUE
                NOT AT END
                    ADD 1 TO WS-PayCtlLineCount
                    IF WS-PayCtlLineCount = 2
                        AND PaymentControlLine NOT = SPACES
                        COMPUTE WS-RetentionDays =
                            FUNCTION NUMVAL(PaymentControlLine)
                    END-IF
            END-READ
        END-PERFORM
        CLOSE PaymentControlFile
    END-IF
    COMPUTE WS-PurgeBeforeNum = FUNCTION DATE-OF-INTEGER(
        FUNCTION INTEGER-OF-DATE(WS-TodayNum) - WS-RetentionDays).

PickDueOrders.
    *> Queued orders due today or earlier are marked 'P' before any
    *> is worked, so a teller cannot touch them mid-run and a rerun
    *> knows which orders this day's run had in hand.
    MOVE "PAYORD.LCK" TO WS-LockFileName
    PERFORM AcquireFileLock
    PERFORM LoadOrderTable
    PERFORM VARYING PY-IDX FROM 1 BY 1
        UNTIL PY-IDX > WS-OrderCount
        IF PY-Status(PY-IDX) = 'Q'
            AND PY-ValueDate(PY-IDX) NOT > WS-TodayDate
            MOVE 'P' TO PY-Status(PY-IDX)
        END-IF
        IF PY-Status(PY-IDX) = 'P'
            ADD 1 TO WS-OrdersPicked
        END-IF
    END-PERFORM
    PERFORM RewriteOrderFile
    PERFORM ReleaseFileLock.

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

LoadPostedPayments.
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
                IF TL-TransactionType = "PAYMENT-OUT"
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

PayOneOrder.
    *> Failure reasons, in the order tested:
    *>   04 no such account   03 account dormant   01 insufficient funds
    *> The reservation is taken off whatever the outcome - an order
    *> that fails gives its funds back to the customer.
    MOVE SPACES TO PY-ReasonCode(PY-IDX) PY-ReasonText(PY-IDX)
    PERFORM CheckAlreadyPosted
    IF Payment-Already-Posted
        ADD 1 TO WS-ResumedCount
        MOVE 'S' TO PY-Status(PY-IDX)
        MOVE "RESUMED" TO WS-Disposition
    ELSE
        MOVE PY-AccountNumber(PY-IDX) TO AccountNumber
        PERFORM ReadAccountByKey
        IF Account-Not-Found
            MOVE "04"              TO PY-ReasonCode(PY-IDX)
            MOVE "NO SUCH ACCOUNT" TO PY-ReasonText(PY-IDX)
        ELSE
            PERFORM ReleaseReservation
            IF Account-Dormant
                MOVE "03"              TO PY-ReasonCode(PY-IDX)
                MOVE "ACCOUNT DORMANT" TO PY-ReasonText(PY-IDX)
            ELSE
                PERFORM DebitOrSkipOrder
            END-IF
        END-IF
        *> The record lock taken by the read is held until the order
        *> is debited and logged, so a teller cannot post in between.
        UNLOCK AccountFile
        IF PY-ReasonCode(PY-IDX) = SPACES
            MOVE 'S'  TO PY-Status(PY-IDX)
            MOVE "SENT" TO WS-Disposition
        ELSE
            MOVE 'F'  TO PY-Status(PY-IDX)
            MOVE "FAILED" TO WS-Disposition
        END-IF
    END-IF
    MOVE WS-TodayDate TO PY-SentDate(PY-IDX)
    IF PY-Status(PY-IDX) = 'S'
        ADD 1 TO WS-SentCount
        ADD PY-Amount(PY-IDX) TO WS-SentAmount
    ELSE
        ADD 1 TO WS-FailedCount
        ADD PY-Amount(PY-IDX) TO WS-FailedAmount
    END-IF
    ADD 1 TO WS-OutcomeCount
    SET OC-IDX TO WS-OutcomeCount
    MOVE PY-OrderNumber(PY-IDX) TO OC-OrderNumber(OC-IDX)
    MOVE PY-Status(PY-IDX)      TO OC-Status(OC-IDX)
    MOVE PY-ReasonCode(PY-IDX)  TO OC-ReasonCode(OC-IDX)
    MOVE PY-ReasonText(PY-IDX)  TO OC-ReasonText(OC-IDX)
    PERFORM WriteOrderLine.

CheckAlreadyPosted.
    SET Payment-Not-Posted TO TRUE
    PERFORM VARYING PP-IDX FROM 1 BY 1
        UNTIL PP-IDX > WS-PostedCount
        OR Payment-Already-Posted
        IF PP-OrderNumber(PP-IDX) = PY-OrderNumber(PY-IDX)
            SET Payment-Already-Posted TO TRUE
        END-IF
    END-PERFORM.

ReleaseReservation.
    *> The reservation is the hold line the teller terminal wrote with
    *> the order - same account, amount, value date, day taken and
    *> operator. The other holds on the account are totalled on the
    *> same pass for the funds check. A line no longer on file (the
    *> expiry batch or a teller got to it first) has nothing to log.
    SET Reservation-Not-Found TO TRUE
    MOVE ZERO TO WS-HoldTotal
    MOVE ZERO TO WS-HoldSlot
    MOVE "HOLDS.LCK" TO WS-LockFileName
    PERFORM AcquireFileLock
    PERFORM LoadHoldTable
    PERFORM VARYING HO-IDX FROM 1 BY 1
        UNTIL HO-IDX > WS-HoldCount
        IF HT-AccountNumber(HO-IDX) = AccountNumber
            IF WS-HoldSlot = ZERO
                AND HT-Amount(HO-IDX)      = PY-Amount(PY-IDX)
                AND HT-ReleaseDate(HO-IDX) = PY-ValueDate(PY-IDX)
                AND HT-PlacedDate(HO-IDX)  = PY-TakenDate(PY-IDX)
                AND HT-OperatorId(HO-IDX)  = PY-OperatorId(PY-IDX)
                SET WS-HoldSlot TO HO-IDX
            ELSE
                ADD HT-Amount(HO-IDX) TO WS-HoldTotal
            END-IF
        END-IF
    END-PERFORM
    IF WS-HoldSlot > ZERO
        PERFORM RewriteHoldsFileLessSlot
        SET Reservation-Released TO TRUE
    END-IF
    PERFORM ReleaseFileLock
    IF Reservation-Released
        MOVE AccountBalance TO WS-BalanceBefore WS-BalanceAfter
        MOVE PY-Amount(PY-IDX) TO WS-LogAmount
        IF PY-ValueDate(PY-IDX) IS NUMERIC
            MOVE PY-ValueDate(PY-IDX) TO WS-LogReference
        ELSE
            MOVE ZERO TO WS-LogReference
        END-IF
        MOVE "HOLD-RELEASE" TO TL-TransactionType
        PERFORM WritePaymentTranLogEntry
    END-IF.

LoadHoldTable.
    MOVE ZERO TO WS-HoldCount
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
                ADD 1 TO WS-HoldCount
                SET HO-IDX TO WS-HoldCount
                MOVE HO-AccountNumber TO HT-AccountNumber(HO-IDX)
                MOVE HO-Amount        TO HT-Amount(HO-IDX)
                MOVE HO-ReleaseDate   TO HT-ReleaseDate(HO-IDX)
                MOVE HO-PlacedDate    TO HT-PlacedDate(HO-IDX)
                MOVE HO-OperatorId    TO HT-OperatorId(HO-IDX)
        END-READ
    END-PERFORM
    IF WS-HoldsFileStatus NOT = "35"
        CLOSE HoldsFile
    END-IF.

RewriteHoldsFileLessSlot.
    OPEN OUTPUT HoldsFile
    PERFORM VARYING HO-IDX FROM 1 BY 1
        UNTIL HO-IDX > WS-HoldCount
        IF HO-IDX NOT = WS-HoldSlot
            MOVE HT-AccountNumber(HO-IDX) TO HO-AccountNumber
            MOVE HT-Amount(HO-IDX)        TO HO-Amount
            MOVE HT-ReleaseDate(HO-IDX)   TO HO-ReleaseDate
            MOVE HT-PlacedDate(HO-IDX)    TO HO-PlacedDate
            MOVE HT-OperatorId(HO-IDX)    TO HO-OperatorId
            WRITE HoldRecord
        END-IF
    END-PERFORM
    CLOSE HoldsFile.

DebitOrSkipOrder.
    *> Same funds rule as inward cheque clearing: the balance less the
    *> other holds, plus the authorized overdraft limit. An order that
    *> cannot be met logs NSF, as a dishonoured cheque does.
    IF PY-Amount(PY-IDX) >
        AccountBalance - WS-HoldTotal + AccountOverdraftLimit
        MOVE "01"                 TO PY-ReasonCode(PY-IDX)
        MOVE "INSUFFICIENT FUNDS" TO PY-ReasonText(PY-IDX)
        MOVE AccountBalance TO WS-BalanceBefore WS-BalanceAfter
        MOVE PY-Amount(PY-IDX) TO WS-LogAmount
        MOVE ZERO TO WS-LogReference
        MOVE "NSF" TO TL-TransactionType
        PERFORM WritePaymentTranLogEntry
    ELSE
        MOVE AccountBalance TO WS-BalanceBefore
        SUBTRACT PY-Amount(PY-IDX) FROM AccountBalance
        MOVE AccountBalance TO WS-BalanceAfter
        REWRITE AccountRecord
        MOVE PY-Amount(PY-IDX)      TO WS-LogAmount
        MOVE PY-OrderNumber(PY-IDX) TO WS-LogReference
        MOVE "PAYMENT-OUT" TO TL-TransactionType
        PERFORM WritePaymentTranLogEntry
    END-IF.

ApplyOutcomes.
    *> Reload under the lock and set each worked order to its outcome.
    *> Finished orders past the retention period are dropped on the
    *> same rewrite - a sent order stays on file long enough for the
    *> correspondent to reject it back.
    MOVE "PAYORD.LCK" TO WS-LockFileName
    PERFORM AcquireFileLock
    PERFORM LoadOrderTable
    PERFORM VARYING PY-IDX FROM 1 BY 1
        UNTIL PY-IDX > WS-OrderCount
        PERFORM VARYING OC-IDX FROM 1 BY 1
            UNTIL OC-IDX > WS-OutcomeCount
            IF OC-OrderNumber(OC-IDX) = PY-OrderNumber(PY-IDX)
                MOVE OC-Status(OC-IDX)     TO PY-Status(PY-IDX)
                MOVE OC-ReasonCode(OC-IDX) TO PY-ReasonCode(PY-IDX)
                MOVE OC-ReasonText(OC-IDX) TO PY-ReasonText(PY-IDX)
                MOVE WS-TodayDate          TO PY-SentDate(PY-IDX)
            END-IF
        END-PERFORM
    END-PERFORM
    OPEN OUTPUT PaymentOrderFile
    PERFORM VARYING PY-IDX FROM 1 BY 1
        UNTIL PY-IDX > WS-OrderCount
        MOVE PY-SentDate(PY-IDX) TO WS-LastActivityDate
        IF PY-Status(PY-IDX) = 'R'
            MOVE PY-ReturnDate(PY-IDX) TO WS-LastActivityDate
        END-IF
        IF (PY-Status(PY-IDX) = 'S'
            OR PY-Status(PY-IDX) = 'F'
            OR PY-Status(PY-IDX) = 'R')
            AND WS-LastActivityDate < WS-PurgeBefore
            ADD 1 TO WS-PurgedCount
        ELSE
            MOVE WS-OrderEntry(PY-IDX) TO PaymentOrderRecord
            WRITE PaymentOrderRecord
        END-IF
    END-PERFORM
    CLOSE PaymentOrderFile
    PERFORM ReleaseFileLock.

WritePayoutFile.
    *> Every order marked sent today goes on the file - those sent by
    *> an earlier, interrupted run of the day as well as this one.
    *> The totals are taken first so the header can carry them.
    PERFORM VARYING PY-IDX FROM 1 BY 1
        UNTIL PY-IDX > WS-OrderCount
        IF PY-Status(PY-IDX) = 'S'
            AND PY-SentDate(PY-IDX) = WS-TodayDate
            ADD 1 TO WS-FileCount
            ADD PY-Amount(PY-IDX) TO WS-FileAmount
            ADD PY-OrderNumber(PY-IDX) TO WS-FileHash
        END-IF
    END-PERFORM
    OPEN OUTPUT PayoutFile
    MOVE SPACES TO PayoutHeader
    MOVE 'H'                        TO PH-RecordType
    MOVE WS-TodayDate               TO PH-FileDate
    MOVE FUNCTION CURRENT-DATE(9:6) TO PH-CreatedTime
    MOVE WS-FileCount               TO PH-PaymentCount
    MOVE WS-FileAmount              TO PH-AmountTotal
    WRITE PayoutHeader
    PERFORM VARYING PY-IDX FROM 1 BY 1
        UNTIL PY-IDX > WS-OrderCount
        IF PY-Status(PY-IDX) = 'S'
            AND PY-SentDate(PY-IDX) = WS-TodayDate
            PERFORM WritePayoutDetail
        END-IF
    END-PERFORM
    MOVE SPACES TO PayoutTrailer
    MOVE 'T'           TO PT-RecordType
    MOVE WS-TodayDate  TO PT-FileDate
    MOVE WS-FileCount  TO PT-PaymentCount
    MOVE WS-FileAmount TO PT-AmountTotal
    MOVE WS-FileHash   TO PT-OrderHash
    WRITE PayoutTrailer
    CLOSE PayoutFile.

WritePayoutDetail.
    *> The ordering customer's name comes from the master; an account
    *> closed since an earlier run of the day debited it goes out
    *> under a blank name.
    MOVE SPACES TO PayoutDetail
    MOVE 'D'                           TO PD-RecordType
    MOVE PY-OrderNumber(PY-IDX)        TO PD-OrderNumber
    MOVE PY-ValueDate(PY-IDX)          TO PD-ValueDate
    MOVE PY-AccountNumber(PY-IDX)      TO PD-DebitAccount
    MOVE PY-BeneficiaryName(PY-IDX)    TO PD-BeneficiaryName
    MOVE PY-BeneficiaryBank(PY-IDX)    TO PD-BeneficiaryBank
    MOVE PY-BeneficiaryAccount(PY-IDX) TO PD-BeneficiaryAccount
    MOVE PY-Amount(PY-IDX)             TO PD-Amount
    MOVE PY-AccountNumber(PY-IDX)      TO AccountNumber
    PERFORM ReadAccountByKey
    IF Account-Found
        MOVE AccountName TO PD-OrderingName
    END-IF
    UNLOCK AccountFile
    WRITE PayoutDetail.

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
            SET Account-Found TO TRUE
    END-READ.

WritePaymentTranLogEntry.
    *> Caller sets TL-TransactionType, WS-LogAmount and
    *> WS-LogReference.
    MOVE "TRANSEQ.LCK" TO WS-LockFileName
    PERFORM AcquireFileLock
    PERFORM GetNextSequenceNumber
    MOVE FUNCTION CURRENT-DATE    TO WS-Timestamp
    MOVE AccountNumber            TO TL-AccountNumber
    MOVE WS-LogAmount             TO TL-Amount
    MOVE WS-BalanceBefore         TO TL-BalanceBefore
    MOVE WS-BalanceAfter          TO TL-BalanceAfter
    MOVE WS-Timestamp             TO TL-Timestamp
    MOVE "PAYMENTS"               TO TL-OperatorId
    MOVE WS-SequenceNumber        TO TL-SequenceNumber
    MOVE WS-LogReference          TO TL-ReferenceSeq
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

WriteOrderLine.
    MOVE SPACES                   TO WS-DetailLine
    MOVE PY-OrderNumber(PY-IDX)   TO DL-OrderNumber
    MOVE PY-AccountNumber(PY-IDX) TO DL-AccountNumber
    MOVE PY-Amount(PY-IDX)        TO DL-Amount
    MOVE PY-ValueDate(PY-IDX)     TO DL-ValueDate
    MOVE WS-Disposition           TO DL-Disposition
    MOVE PY-ReasonCode(PY-IDX)    TO DL-ReasonCode
    MOVE PY-ReasonText(PY-IDX)    TO DL-ReasonText
    WRITE ReportLine FROM WS-DetailLine.

WriteTotals.
    MOVE WS-OrdersPicked   TO TO-OrdersPicked
    MOVE WS-SentCount      TO TO-SentCount
    MOVE WS-SentAmount     TO TO-SentAmount
    MOVE WS-FailedCount    TO TO-FailedCount
    MOVE WS-FailedAmount   TO TO-FailedAmount
    MOVE WS-PayoutFileName TO TO-PayoutFileName
    MOVE WS-FileCount      TO TO-FileCount
    MOVE WS-FileAmount     TO TO-FileAmount
    MOVE WS-PurgedCount    TO TO-PurgedCount
    WRITE ReportLine FROM WS-TotalLine1
    WRITE ReportLine FROM WS-TotalLine2
    WRITE ReportLine FROM WS-TotalLine3
    WRITE ReportLine FROM WS-TotalLine4
    WRITE ReportLine FROM WS-TotalLine5.

END PROGRAM PaymentRun.
