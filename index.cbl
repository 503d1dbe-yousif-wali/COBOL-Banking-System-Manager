       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. BankingSystem.

    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS AccountNumber
    LOCK MODE IS MANUAL WITH LOCK ON MULTIPLE RECORDS
    FILE STATUS IS WS-AccountFileStatus.

    SELECT TranLogFile ASSIGN TO "TRANLOG.DAT"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-ClosedAcctsFileStatus.

    SELECT RestartFile ASSIGN USING WS-RestartFileName
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-RestartFileStatus.

    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-OperatorFileStatus.

    SELECT SecurityFile ASSIGN TO "SECLOG.DAT"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-SecurityFileStatus.

    SELECT SecurityControlFile ASSIGN TO "SECCTL.DAT"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-SecCtlFileStatus.

    SELECT HoldsFile ASSIGN TO "HOLDS.DAT"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-HoldsFileStatus.
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-AuditFileStatus.

    SELECT LoanFile ASSIGN TO "LOANS.DAT"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS LN-LoanNumber
    FILE STATUS IS WS-LoanFileStatus.

    SELECT StopPaymentFile ASSIGN TO "STOPPAY.DAT"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-StopPaymentFileStatus.

    SELECT WatchListFile ASSIGN TO "WATCHLST.DAT"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-WatchListFileStatus.

    SELECT RecoveryFile ASSIGN TO "RECOVERY.DAT"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-RecoveryFileStatus.

    SELECT PaymentOrderFile ASSIGN TO "PAYORD.DAT"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-PaymentOrderFileStatus.

    SELECT PaymentControlFile ASSIGN TO "PAYCTL.DAT"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-PayCtlFileStatus.

    SELECT LockFile ASSIGN USING WS-LockFileName
    ORGANIZATION IS LINE SEQUENTIAL
    LOCK MODE IS EXCLUSIVE
    FILE STATUS IS WS-LockFileStatus.

DATA DIVISION.
FILE SECTION.
FD  AccountFile.
FD  OperatorFile.
    COPY "oprec.cpy".

FD  SecurityFile.
    COPY "secrec.cpy".

FD  SecurityControlFile.
*> Line 1 is the failed-PIN limit before lockout, line 2 the PIN
*> expiry period in days (0 = PINs never expire).
01  SecurityControlLine     PIC X(8).

FD  HoldsFile.
    COPY "holdrec.cpy".

    05  CH-OperatorId           PIC X(8).
    05  CH-Timestamp            PIC X(21).

FD  LoanFile.
    COPY "loanrec.cpy".

FD  StopPaymentFile.
    COPY "stoprec.cpy".

FD  WatchListFile.
    COPY "watchrec.cpy".

FD  RecoveryFile.
    COPY "recovrec.cpy".

FD  PaymentOrderFile.
    COPY "payrec.cpy".

FD  PaymentControlFile.
*> Line 1 is the daily cut-off for payment orders (HHMM, 24-hour
*> clock), line 2 the days a finished order stays on PAYORD.DAT.
*> Either line may be left out.
01  PaymentControlLine      PIC X(8).

FD  LockFile.
*> Never written - holding the file open is the lock.
01  LockLine                PIC X.

WORKING-STORAGE SECTION.
01  WS-AccountRecord.
    05  WS-AccountNumber    PIC 9(4).
01  WS-TranLogFileStatus    PIC XX.
01  WS-ClosedAcctsFileStatus PIC XX.
01  WS-RestartFileStatus    PIC XX.
01  WS-RestartFileName      PIC X(20).
01  WS-CustomerFileStatus   PIC XX.
01  WS-OperatorFileStatus   PIC XX.
01  WS-SecurityFileStatus   PIC XX.
01  WS-SecCtlFileStatus     PIC XX.
01  WS-HoldsFileStatus      PIC XX.
01  WS-StandingOrderFileStatus PIC XX.
01  WS-SeqFileStatus        PIC XX.
01  WS-LoanFileStatus       PIC XX.
01  WS-StopPaymentFileStatus PIC XX.
01  WS-WatchListFileStatus  PIC XX.
01  WS-LockFileStatus       PIC XX.
01  WS-RecoveryFileStatus   PIC XX.
01  WS-PaymentOrderFileStatus PIC XX.
01  WS-PayCtlFileStatus     PIC XX.
01  WS-RecoveryChoice       PIC X.
01  WS-SequenceNumber       PIC 9(8).
01  WS-ReferenceSeq         PIC 9(8) VALUE 0.

01  WS-Found-Switch         PIC X VALUE 'N'.
    88  Account-Found                VALUE 'Y'.
    88  Account-Not-Found            VALUE 'N'.
    88  Account-In-Use               VALUE 'L'.
    88  Account-Unavailable          VALUE 'N' 'L'.
01  WS-UnavailableAccount   PIC 9(4).

*> Several tellers share the masters. An account record read for
*> posting stays locked to this terminal until the menu action ends,
*> so another terminal reading it is told to retry rather than
*> posting against a stale balance. The line-sequential files that
*> are rewritten whole (holds, standing orders, stops, operators)
*> and the TRANSEQ.DAT/TRANLOG.DAT pair are guarded by a lock file
*> per resource, held only while the file is read and rewritten -
*> never across a prompt - so a terminal waiting for one waits
*> seconds at most.
01  WS-LockFileName         PIC X(12).
01  WS-FileLock-Switch      PIC X VALUE 'N'.
    88  File-Lock-Held               VALUE 'Y'.
01  WS-LockTries            PIC 9(5).
01  WS-LockNoticeTries      PIC 9(5) VALUE 3.
01  WS-LockWaitSeconds      PIC 9(4) BINARY VALUE 1.

01  WS-CustomerFound-Switch PIC X VALUE 'N'.
    88  Customer-Found                VALUE 'Y'.
01  WS-HolderSeq            PIC 9(2).
01  WS-CoHolderChoice       PIC X.

*> Holders keyed for a new account are held here until every one
*> of them has passed watch-list screening - nothing reaches
*> CUSTOMER.DAT for an opening that is stopped.
01  WS-NewHolderTable.
    05  WS-NewHolderCount   PIC 9(2) VALUE 0.
    05  WS-NewHolderEntry OCCURS 99 TIMES INDEXED BY NH-IDX.
        10  NH-HolderName       PIC X(30).
        10  NH-Address          PIC X(40).
        10  NH-DateOfBirth      PIC X(8).
        10  NH-IdNumber         PIC X(20).
        10  NH-Phone            PIC X(15).

01  WS-Opening-Switch       PIC X VALUE 'N'.
    88  Opening-Refused              VALUE 'Y'.
    88  Opening-Proceeding           VALUE 'N'.

*> Watch-list screening of the holder in the CustomerRecord area.
01  WS-Screen-Switch        PIC X VALUE 'N'.
    88  Screen-No-Match              VALUE 'N'.
    88  Screen-Hit                   VALUE 'Y'.
    88  Screen-List-Missing          VALUE 'M'.

01  WS-Clearance-Switch     PIC X VALUE 'N'.
    88  Screening-Cleared            VALUE 'Y'.
    88  Screening-Not-Cleared        VALUE 'N'.

01  WS-WatchEOF-Switch      PIC X VALUE 'N'.
    88  End-Of-Watch                 VALUE 'Y'.

01  WS-ScreenName           PIC X(30).
01  WS-WatchName            PIC X(30).
01  WS-MatchBasis           PIC X(10).
01  WS-HitEntryId           PIC X(10).
01  WS-HitName              PIC X(30).
01  WS-HitDateOfBirth       PIC X(8).
01  WS-HitListSource        PIC X(10).

01  WS-AuditFileStatus      PIC XX.
01  WS-MaintChoice          PIC X.
01  WS-FieldChoice          PIC X.
01  WS-LookupId             PIC X(8).
01  WS-LookupLimit          PIC 9(6)V99.
01  WS-LookupSuperFlag      PIC X.
01  WS-LookupBranch         PIC X(4).
01  WS-OperatorBranch       PIC X(4).
01  WS-EnteredBranch        PIC X(4).
01  WS-OldBranch            PIC X(4).

01  WS-OperatorFound-Switch PIC X VALUE 'N'.
    88  Operator-Found               VALUE 'Y'.
01  WS-OperatorEOF-Switch   PIC X VALUE 'N'.
    88  End-Of-Operators             VALUE 'Y'.

*> PIN security settings - overridden by SECCTL.DAT when present.
01  WS-MaxAttempts          PIC 9(2) VALUE 3.
01  WS-PinExpiryDays        PIC 9(4) VALUE 90.
01  WS-SecCtlLineCount      PIC 9 VALUE 0.
01  WS-SecCtlEOF-Switch     PIC X VALUE 'N'.
    88  End-Of-SecCtl                VALUE 'Y'.

01  WS-SignOn-Switch        PIC X VALUE 'N'.
    88  Signed-On                    VALUE 'Y'.
01  WS-SignOnTries          PIC 9(2) VALUE 0.

01  WS-PinCheck-Switch      PIC X VALUE 'N'.
    88  Pin-Change-Needed            VALUE 'Y'.
    88  Pin-Current                  VALUE 'N'.
01  WS-NewPin-Switch        PIC X VALUE 'N'.
    88  New-Pin-Accepted             VALUE 'Y'.
    88  New-Pin-Rejected             VALUE 'N'.

01  WS-EnteredPin           PIC X(8).
01  WS-NewPin               PIC X(8).
01  WS-ConfirmPin           PIC X(8).
01  WS-PinLength            PIC 9(2).
01  WS-PinSpaces            PIC 9(2).
01  WS-PinChangeReason      PIC X(20).
01  WS-PinChangedDate       PIC 9(8).
01  WS-PinAgeDays           PIC S9(7).

*> Hash contract is described in oprec.cpy.
01  WS-HashInput.
    05  HI-OperatorId       PIC X(8).
    05  HI-Pin              PIC X(8).
01  WS-HashValue            PIC 9(12).
01  WS-PinHash              PIC 9(10).
01  WS-HashPass             PIC 9.
01  WS-HashPos              PIC 9(2).

01  WS-EventType            PIC X(12).
01  WS-EventOperator        PIC X(8).
01  WS-EventActing          PIC X(8).
01  WS-EventDetail          PIC X(40).

*> In-core image of OPERATOR.DAT - the file is line sequential, so
*> recording a failed PIN or a PIN change means rewriting the file.
*> WS-OperatorSlot is the entry for WS-LookupId, zero if none.
01  WS-OperatorTable.
    05  WS-OperatorCount    PIC 9(3) VALUE 0.
    05  WS-OperatorEntry OCCURS 500 TIMES INDEXED BY OT-IDX.
        10  OT-OperatorId       PIC X(8).
        10  OT-Name             PIC X(30).
        10  OT-WithdrawalLimit  PIC 9(6)V99.
        10  OT-SupervisorFlag   PIC X.
        10  OT-PinHash          PIC 9(10).
        10  OT-FailedAttempts   PIC 9(2).
        10  OT-Status           PIC X.
        10  OT-PinChangedDate   PIC X(8).
        10  OT-MustChange       PIC X.
        10  OT-BranchId         PIC X(4).
01  WS-OperatorSlot         PIC 9(3) VALUE 0.
01  WS-ChangedOperator      PIC X(73).
01  WS-CallerFound-Switch   PIC X.

01  WS-Approval-Switch      PIC X VALUE 'N'.
    88  Withdrawal-Approved          VALUE 'Y'.
    88  Withdrawal-Denied            VALUE 'N'.
01  WS-HoldsEOF-Switch      PIC X VALUE 'N'.
    88  End-Of-Holds                 VALUE 'Y'.

*> The line picked off a listing, kept so it can be found again
*> after the file is reloaded under its lock - another terminal may
*> have added or removed lines in between.
01  WS-ChosenHold           PIC X(36).
01  WS-ChosenSord           PIC X(25).
01  WS-ChosenStop           PIC X(36).

*> Loan booking work fields - the installment is the level monthly
*> payment P * r * (1+r)**n / ((1+r)**n - 1) on the monthly rate r,
*> or a straight P / n when the loan is interest free.
01  WS-LoanNumber           PIC 9(6).
01  WS-LoanRate             PIC 9(2)V9(4).
01  WS-LoanTerm             PIC 9(3).
01  WS-LoanPayment          PIC 9(6)V99.
01  WS-MonthlyRate          PIC 9V9(8).
01  WS-RateFactor           PIC 9(6)V9(8).
01  WS-LoanDueDate          PIC X(8).
01  WS-LoanDueSplit REDEFINES WS-LoanDueDate.
    05  LD-Year             PIC 9(4).
    05  LD-Month            PIC 9(2).
    05  LD-Day              PIC 9(2).

01  WS-LoanFound-Switch     PIC X VALUE 'N'.
    88  Loan-Found                   VALUE 'Y'.
    88  Loan-Not-Found               VALUE 'N'.

01  WS-LoanTerms-Switch     PIC X VALUE 'N'.
    88  Loan-Terms-Valid             VALUE 'Y'.
    88  Loan-Terms-Invalid           VALUE 'N'.

01  WS-LoanApproval-Switch  PIC X VALUE 'N'.
    88  Loan-Approved                VALUE 'Y'.
    88  Loan-Denied                  VALUE 'N'.

01  WS-StopChoice           PIC X.
01  WS-ChequeFrom           PIC 9(8).
01  WS-ChequeTo             PIC 9(8).
01  WS-StopSlot             PIC 9(4).

01  WS-StopsEOF-Switch      PIC X VALUE 'N'.
    88  End-Of-Stops                 VALUE 'Y'.

*> In-core image of STOPPAY.DAT for the lift screen - same
*> rewrite-the-file pattern as the hold table.
01  WS-StopTable.
    05  WS-StopCount        PIC 9(4) VALUE 0.
    05  WS-StopEntry OCCURS 1000 TIMES INDEXED BY ST-IDX.
        10  ST-AccountNumber    PIC 9(4).
        10  ST-ChequeFrom       PIC 9(8).
        10  ST-ChequeTo         PIC 9(8).
        10  ST-PlacedDate       PIC X(8).
        10  ST-OperatorId       PIC X(8).

01  WS-SordChoice           PIC X.
01  WS-SordSlot             PIC 9(4).
01  WS-SordFrequency        PIC X.
        10  HT-PlacedDate       PIC X(8).
        10  HT-OperatorId       PIC X(8).

*> Payment order work fields. An order keyed after the cut-off is
*> too late for the day's payment run and takes the next business
*> day as its value date; Saturdays and Sundays are not business
*> days. WS-Weekday counts from 0 for Monday.
01  WS-BeneficiaryName      PIC X(30).
01  WS-BeneficiaryBank      PIC X(11).
01  WS-BeneficiaryAccount   PIC X(34).
01  WS-ValueDate            PIC X(8).
01  WS-ValueDateNum REDEFINES WS-ValueDate PIC 9(8).
01  WS-ValueDayNumber       PIC 9(7).
01  WS-Weekday              PIC 9.
01  WS-PayTodayDate         PIC X(8).
01  WS-PayTimeNow           PIC 9(4).
01  WS-PayCutoff            PIC 9(4) VALUE 1500.

01  WS-PayOrder-Switch      PIC X VALUE 'N'.
    88  Payment-Order-Valid          VALUE 'Y'.
    88  Payment-Order-Invalid        VALUE 'N'.

PROCEDURE DIVISION.
100-Start.
    PERFORM OperatorSignOn
        DISPLAY "10. Standing Orders"
        DISPLAY "11. Reverse Transaction"
        DISPLAY "12. Customer Maintenance"
        DISPLAY "13. Book Loan"
        DISPLAY "14. Stop Payments"
        DISPLAY "15. Change PIN"
        DISPLAY "16. Move Account to Branch"
        DISPLAY "17. Payment Order"
        ACCEPT Choice
        EVALUATE Choice
            WHEN '1' PERFORM CreateAccount
            WHEN '10' PERFORM MaintainStandingOrders
            WHEN '11' PERFORM ReverseTransaction
            WHEN '12' PERFORM MaintainCustomer
            WHEN '13' PERFORM BookLoan
            WHEN '14' PERFORM MaintainStopPayments
            WHEN '15' PERFORM ChangeOwnPin
            WHEN '16' PERFORM MoveAccountBranch
            WHEN '17' PERFORM PaymentOrder
        END-EVALUATE
        UNLOCK AccountFile
    END-PERFORM.
    PERFORM WriteCleanRestartStatus
    PERFORM CloseAllFiles
    MOVE "SIGN-OFF"    TO WS-EventType
    MOVE WS-OperatorId TO WS-EventOperator WS-EventActing
    MOVE SPACES        TO WS-EventDetail
    PERFORM WriteSecurityEvent
    STOP RUN.

OperatorSignOn.
        STOP RUN
    END-IF
    CLOSE OperatorFile
    PERFORM ReadSecurityControl
    *> The terminal is given up after as many wrong tries in a row as
    *> an operator is allowed before lockout, whichever IDs were used.
    PERFORM UNTIL Signed-On
        DISPLAY "Operator ID: " WITH NO ADVANCING
        ACCEPT WS-OperatorId
        DISPLAY "PIN: " WITH NO ADVANCING
        ACCEPT WS-EnteredPin
        PERFORM CheckSignOn
        IF NOT Signed-On
            ADD 1 TO WS-SignOnTries
            IF WS-SignOnTries NOT < WS-MaxAttempts
                DISPLAY "Too many failed sign-on attempts - "
                    "session ended."
                STOP RUN
            END-IF
        END-IF
    END-PERFORM
    PERFORM CheckRecoveryStatus
    MOVE WS-LookupLimit  TO WS-OperatorLimit
    MOVE WS-LookupBranch TO WS-OperatorBranch
    DISPLAY "Signed on as " WS-OperatorId
        " at branch " WS-OperatorBranch
        " - withdrawal limit " WS-OperatorLimit.

CheckRecoveryStatus.
    *> After a master file recovery the terminals stay closed until
    *> it has completed and a supervisor has signed off the recovery
    *> report (see recovrec.cpy).
    OPEN INPUT RecoveryFile
    IF WS-RecoveryFileStatus = "00"
        READ RecoveryFile
            AT END
                SET Recovery-Signed-Off TO TRUE
        END-READ
        CLOSE RecoveryFile
        IF Recovery-Running
            DISPLAY "Master file recovery in progress - "
                "sign-on refused."
            MOVE "RECOVERY RUNNING" TO WS-EventDetail
            PERFORM RefuseRecoverySignOn
        ELSE
        IF Recovery-Stopped
            DISPLAY "Master file recovery stopped at sequence "
                RS-LastSequence " - see RECOVERY.RPT."
            MOVE "RECOVERY STOPPED" TO WS-EventDetail
            PERFORM RefuseRecoverySignOn
        ELSE
        IF Recovery-Awaiting-Signoff
            PERFORM ObtainRecoverySignoff
        END-IF
        END-IF
        END-IF
    END-IF.

ObtainRecoverySignoff.
    DISPLAY "Master files recovered from image " RS-ImageDate
        RS-ImagePoint " - " RS-EntriesReplayed
        " log entries replayed."
    IF WS-LookupSuperFlag NOT = 'Y'
        DISPLAY "A supervisor must sign off RECOVERY.RPT before "
            "tellers sign on."
        MOVE "RECOVERY NOT SIGNED OFF" TO WS-EventDetail
        PERFORM RefuseRecoverySignOn
    ELSE
        DISPLAY "Recovery report RECOVERY.RPT checked and signed "
            "(Y/N)? " WITH NO ADVANCING
        ACCEPT WS-RecoveryChoice
        IF WS-RecoveryChoice NOT = 'Y'
            MOVE "RECOVERY NOT SIGNED OFF" TO WS-EventDetail
            PERFORM RefuseRecoverySignOn
        END-IF
        SET Recovery-Signed-Off TO TRUE
        MOVE WS-OperatorId         TO RS-SignedOffBy
        MOVE FUNCTION CURRENT-DATE TO RS-SignedOffAt
        OPEN OUTPUT RecoveryFile
        WRITE RecoveryStatusRecord
        CLOSE RecoveryFile
        MOVE "RECOVERY-OK"  TO WS-EventType
        MOVE WS-OperatorId  TO WS-EventOperator WS-EventActing
        MOVE SPACES         TO WS-EventDetail
        STRING "IMAGE " RS-ImageDate RS-ImagePoint
            " TO SEQ " RS-LastSequence
            DELIMITED BY SIZE INTO WS-EventDetail
        PERFORM WriteSecurityEvent
        DISPLAY "Recovery signed off - terminals reopened."
    END-IF.

RefuseRecoverySignOn.
    *> WS-EventDetail says why; the session ends here.
    MOVE "SIGN-OFF"    TO WS-EventType
    MOVE WS-OperatorId TO WS-EventOperator WS-EventActing
    PERFORM WriteSecurityEvent
    STOP RUN.

ReadSecurityControl.
    OPEN INPUT SecurityControlFile
    IF WS-SecCtlFileStatus = "00"
        PERFORM UNTIL End-Of-SecCtl
            READ SecurityControlFile
                AT END
                    SET End-Of-SecCtl TO TRUE
                NOT AT END
                    ADD 1 TO WS-SecCtlLineCount
                    IF SecurityControlLine NOT = SPACES
                        IF WS-SecCtlLineCount = 1
                            COMPUTE WS-MaxAttempts =
                                FUNCTION NUMVAL(SecurityControlLine)
                        ELSE
                            COMPUTE WS-PinExpiryDays =
                                FUNCTION NUMVAL(SecurityControlLine)
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE SecurityControlFile
    END-IF
    IF WS-MaxAttempts = ZERO
        MOVE 3 TO WS-MaxAttempts
    END-IF.

CheckSignOn.
    *> An unknown ID and a wrong PIN get the same answer so the
    *> screen does not confirm which operator IDs exist.
    MOVE WS-OperatorId TO WS-LookupId
    PERFORM FindOperator
    MOVE WS-OperatorId TO WS-EventOperator WS-EventActing
    MOVE "SIGNON-FAIL" TO WS-EventType
    IF Operator-Not-Found
        DISPLAY "Invalid operator ID or PIN."
        MOVE "UNKNOWN OPERATOR ID" TO WS-EventDetail
        PERFORM WriteSecurityEvent
    ELSE
    IF OT-Status(WS-OperatorSlot) = 'D'
        DISPLAY "Operator " WS-OperatorId
            " is disabled - see a supervisor."
        MOVE "OPERATOR DISABLED" TO WS-EventDetail
        PERFORM WriteSecurityEvent
    ELSE
    IF OT-Status(WS-OperatorSlot) = 'L'
        DISPLAY "Operator " WS-OperatorId
            " is locked out - a supervisor must reset the PIN."
        MOVE "OPERATOR LOCKED OUT" TO WS-EventDetail
        PERFORM WriteSecurityEvent
    ELSE
        MOVE WS-OperatorId TO HI-OperatorId
        MOVE WS-EnteredPin TO HI-Pin
        PERFORM ComputePinHash
        IF WS-PinHash NOT = OT-PinHash(WS-OperatorSlot)
            DISPLAY "Invalid operator ID or PIN."
            MOVE "WRONG PIN" TO WS-EventDetail
            PERFORM RecordFailedPin
        ELSE
            MOVE ZERO TO OT-FailedAttempts(WS-OperatorSlot)
            PERFORM CheckPinExpiry
            IF Pin-Change-Needed
                DISPLAY WS-PinChangeReason
                    " - a new PIN must be set now."
                PERFORM CaptureNewPin
                MOVE "PIN-CHANGE"       TO WS-EventType
                MOVE WS-PinChangeReason TO WS-EventDetail
                PERFORM WriteSecurityEvent
            END-IF
            PERFORM RewriteOperatorFile
            SET Signed-On TO TRUE
            MOVE "SIGN-ON" TO WS-EventType
            MOVE SPACES    TO WS-EventDetail
            PERFORM WriteSecurityEvent
        END-IF
    END-IF
    END-IF
    END-IF.

CheckPinExpiry.
    SET Pin-Current TO TRUE
    IF OT-MustChange(WS-OperatorSlot) = 'Y'
        SET Pin-Change-Needed TO TRUE
        MOVE "TEMPORARY PIN" TO WS-PinChangeReason
    ELSE
    IF WS-PinExpiryDays > ZERO
        IF OT-PinChangedDate(WS-OperatorSlot) IS NOT NUMERIC
            SET Pin-Change-Needed TO TRUE
            MOVE "PIN EXPIRED" TO WS-PinChangeReason
        ELSE
            MOVE OT-PinChangedDate(WS-OperatorSlot)
                TO WS-PinChangedDate
            COMPUTE WS-PinAgeDays =
                FUNCTION INTEGER-OF-DATE(
                    FUNCTION NUMVAL(FUNCTION CURRENT-DATE(1:8)))
                - FUNCTION INTEGER-OF-DATE(WS-PinChangedDate)
            IF WS-PinAgeDays NOT < WS-PinExpiryDays
                SET Pin-Change-Needed TO TRUE
                MOVE "PIN EXPIRED" TO WS-PinChangeReason
            END-IF
        END-IF
    END-IF
    END-IF.

CaptureNewPin.
    *> Sets a new PIN on the operator in WS-OperatorSlot; the caller
    *> rewrites OPERATOR.DAT.
    SET New-Pin-Rejected TO TRUE
    PERFORM UNTIL New-Pin-Accepted
        DISPLAY "New PIN (4 to 8 digits): " WITH NO ADVANCING
        ACCEPT WS-NewPin
        DISPLAY "Re-enter new PIN: " WITH NO ADVANCING
        ACCEPT WS-ConfirmPin
        PERFORM ValidateNewPin
    END-PERFORM.

ValidateNewPin.
    *> Digits then nothing but trailing spaces: the count before the
    *> first space plus the count of spaces must cover all 8 bytes.
    MOVE ZERO TO WS-PinLength WS-PinSpaces
    INSPECT WS-NewPin TALLYING WS-PinLength
        FOR CHARACTERS BEFORE INITIAL SPACE
    INSPECT WS-NewPin TALLYING WS-PinSpaces FOR ALL SPACE
    IF WS-NewPin NOT = WS-ConfirmPin
        DISPLAY "The two entries do not match."
    ELSE
    IF WS-PinLength < 4
        OR WS-PinLength + WS-PinSpaces NOT = 8
        DISPLAY "PIN must be 4 to 8 digits."
    ELSE
    IF WS-NewPin(1:WS-PinLength) IS NOT NUMERIC
        DISPLAY "PIN must be 4 to 8 digits."
    ELSE
        MOVE OT-OperatorId(WS-OperatorSlot) TO HI-OperatorId
        MOVE WS-NewPin TO HI-Pin
        PERFORM ComputePinHash
        IF WS-PinHash = OT-PinHash(WS-OperatorSlot)
            DISPLAY "New PIN must differ from the current PIN."
        ELSE
            MOVE WS-PinHash TO OT-PinHash(WS-OperatorSlot)
            MOVE FUNCTION CURRENT-DATE(1:8)
                TO OT-PinChangedDate(WS-OperatorSlot)
            MOVE 'N' TO OT-MustChange(WS-OperatorSlot)
            SET New-Pin-Accepted TO TRUE
            DISPLAY "PIN changed."
        END-IF
    END-IF
    END-IF
    END-IF.

ChangeOwnPin.
    MOVE WS-OperatorId TO WS-LookupId
    PERFORM FindOperator
    MOVE WS-OperatorId TO WS-EventOperator WS-EventActing
    IF Operator-Found
        DISPLAY "Current PIN: " WITH NO ADVANCING
        ACCEPT WS-EnteredPin
        MOVE WS-OperatorId TO HI-OperatorId
        MOVE WS-EnteredPin TO HI-Pin
        PERFORM ComputePinHash
        IF WS-PinHash NOT = OT-PinHash(WS-OperatorSlot)
            DISPLAY "PIN incorrect - not changed."
            MOVE "PINCHG-FAIL" TO WS-EventType
            MOVE "WRONG CURRENT PIN" TO WS-EventDetail
            PERFORM RecordFailedPin
        ELSE
            MOVE ZERO TO OT-FailedAttempts(WS-OperatorSlot)
            PERFORM CaptureNewPin
            PERFORM RewriteOperatorFile
            MOVE "PIN-CHANGE" TO WS-EventType
            MOVE "OPERATOR REQUEST" TO WS-EventDetail
            PERFORM WriteSecurityEvent
        END-IF
    END-IF.

RecordFailedPin.
    *> WS-EventType and WS-EventDetail describe the failure; reaching
    *> the limit turns it into a lockout instead.
    ADD 1 TO OT-FailedAttempts(WS-OperatorSlot)
    IF OT-FailedAttempts(WS-OperatorSlot) NOT < WS-MaxAttempts
        MOVE 'L' TO OT-Status(WS-OperatorSlot)
        MOVE "LOCKOUT" TO WS-EventType
        MOVE "FAILED PIN LIMIT REACHED" TO WS-EventDetail
        DISPLAY "Operator " OT-OperatorId(WS-OperatorSlot)
            " is now locked out."
    END-IF
    PERFORM RewriteOperatorFile
    PERFORM WriteSecurityEvent.

ComputePinHash.
    *> Hash contract is described in oprec.cpy.
    MOVE 5381 TO WS-HashValue
    PERFORM VARYING WS-HashPass FROM 1 BY 1 UNTIL WS-HashPass > 3
        PERFORM VARYING WS-HashPos FROM 1 BY 1 UNTIL WS-HashPos > 16
            COMPUTE WS-HashValue = FUNCTION MOD(
                WS-HashValue * 33
                + FUNCTION ORD(WS-HashInput(WS-HashPos:1)),
                4294967291)
        END-PERFORM
    END-PERFORM
    MOVE WS-HashValue TO WS-PinHash.

VerifySupervisor.
    *> A supervisor approves by keying their own ID and PIN at the
    *> teller's terminal. A wrong PIN counts toward the supervisor's
    *> own lockout the same as at sign-on.
    MOVE WS-SupervisorId TO WS-LookupId
    PERFORM FindOperator
    IF Operator-Found
        DISPLAY "Supervisor PIN: " WITH NO ADVANCING
        ACCEPT WS-EnteredPin
        MOVE WS-SupervisorId TO WS-EventOperator
        MOVE WS-OperatorId   TO WS-EventActing
        MOVE "APPROVE-FAIL"  TO WS-EventType
        IF OT-Status(WS-OperatorSlot) NOT = 'A'
            SET Operator-Not-Found TO TRUE
            MOVE "SUPERVISOR NOT ACTIVE" TO WS-EventDetail
            PERFORM WriteSecurityEvent
        ELSE
            MOVE WS-SupervisorId TO HI-OperatorId
            MOVE WS-EnteredPin   TO HI-Pin
            PERFORM ComputePinHash
            IF WS-PinHash NOT = OT-PinHash(WS-OperatorSlot)
                SET Operator-Not-Found TO TRUE
                MOVE "WRONG PIN" TO WS-EventDetail
                PERFORM RecordFailedPin
            ELSE
                IF OT-FailedAttempts(WS-OperatorSlot) > ZERO
                    MOVE ZERO TO OT-FailedAttempts(WS-OperatorSlot)
                    PERFORM RewriteOperatorFile
                END-IF
                *> A temporary or expired PIN approves nothing - the
                *> same rule the sign-on and operator maintenance apply.
                PERFORM CheckPinExpiry
                IF Pin-Change-Needed
                    SET Operator-Not-Found TO TRUE
                    MOVE WS-PinChangeReason TO WS-EventDetail
                    PERFORM WriteSecurityEvent
                    DISPLAY "Supervisor PIN must be changed at sign-on "
                        "before it can approve - " WS-PinChangeReason
                END-IF
            END-IF
        END-IF
    END-IF.

FindOperator.
    *> Loads OPERATOR.DAT and points WS-OperatorSlot at WS-LookupId.
    MOVE "OPERATOR.LCK" TO WS-LockFileName
    PERFORM AcquireFileLock
    PERFORM LoadOperatorTable
    PERFORM ReleaseFileLock.

LoadOperatorTable.
    SET Operator-Not-Found TO TRUE
    MOVE ZERO TO WS-OperatorSlot WS-OperatorCount
    MOVE 'N' TO WS-OperatorEOF-Switch
    OPEN INPUT OperatorFile
    IF WS-OperatorFileStatus NOT = "00"
            AT END
                SET End-Of-Operators TO TRUE
            NOT AT END
                ADD 1 TO WS-OperatorCount
                SET OT-IDX TO WS-OperatorCount
                MOVE OP-OperatorId      TO OT-OperatorId(OT-IDX)
                MOVE OP-Name            TO OT-Name(OT-IDX)
                MOVE OP-WithdrawalLimit TO OT-WithdrawalLimit(OT-IDX)
                MOVE OP-SupervisorFlag  TO OT-SupervisorFlag(OT-IDX)
                MOVE OP-PinHash         TO OT-PinHash(OT-IDX)
                MOVE OP-FailedAttempts  TO OT-FailedAttempts(OT-IDX)
                MOVE OP-Status          TO OT-Status(OT-IDX)
                MOVE OP-PinChangedDate  TO OT-PinChangedDate(OT-IDX)
                MOVE OP-MustChange      TO OT-MustChange(OT-IDX)
                MOVE OP-BranchId        TO OT-BranchId(OT-IDX)
                IF OP-OperatorId = WS-LookupId
                    SET Operator-Found TO TRUE
                    MOVE WS-OperatorCount   TO WS-OperatorSlot
                    MOVE OP-WithdrawalLimit TO WS-LookupLimit
                    MOVE OP-SupervisorFlag  TO WS-LookupSuperFlag
                    MOVE OP-BranchId        TO WS-LookupBranch
                END-IF
        END-READ
    END-PERFORM
    IF WS-OperatorFileStatus NOT = "35"
        CLOSE OperatorFile
    END-IF.

RewriteOperatorFile.
    *> The entry changed at WS-OperatorSlot is carried into a fresh
    *> load taken under the lock, so a change another terminal made
    *> to a different operator since this one loaded is kept. The
    *> caller's found switch is left as the caller set it - a refused
    *> approval stays refused.
    MOVE WS-OperatorFound-Switch           TO WS-CallerFound-Switch
    MOVE WS-OperatorEntry(WS-OperatorSlot) TO WS-ChangedOperator
    MOVE OT-OperatorId(WS-OperatorSlot)    TO WS-LookupId
    MOVE "OPERATOR.LCK" TO WS-LockFileName
    PERFORM AcquireFileLock
    PERFORM LoadOperatorTable
    IF Operator-Found
        MOVE WS-ChangedOperator TO WS-OperatorEntry(WS-OperatorSlot)
        PERFORM WriteOperatorFile
    END-IF
    PERFORM ReleaseFileLock
    MOVE WS-CallerFound-Switch TO WS-OperatorFound-Switch.

WriteOperatorFile.
    OPEN OUTPUT OperatorFile
    PERFORM VARYING OT-IDX FROM 1 BY 1
        UNTIL OT-IDX > WS-OperatorCount
        MOVE OT-OperatorId(OT-IDX)      TO OP-OperatorId
        MOVE OT-Name(OT-IDX)            TO OP-Name
        MOVE OT-WithdrawalLimit(OT-IDX) TO OP-WithdrawalLimit
        MOVE OT-SupervisorFlag(OT-IDX)  TO OP-SupervisorFlag
        MOVE OT-PinHash(OT-IDX)         TO OP-PinHash
        MOVE OT-FailedAttempts(OT-IDX)  TO OP-FailedAttempts
        MOVE OT-Status(OT-IDX)          TO OP-Status
        MOVE OT-PinChangedDate(OT-IDX)  TO OP-PinChangedDate
        MOVE OT-MustChange(OT-IDX)      TO OP-MustChange
        MOVE OT-BranchId(OT-IDX)        TO OP-BranchId
        WRITE OperatorRecord
    END-PERFORM
    CLOSE OperatorFile.

WriteSecurityEvent.
    MOVE FUNCTION CURRENT-DATE TO SL-Timestamp
    MOVE WS-EventOperator      TO SL-OperatorId
    MOVE WS-EventType          TO SL-EventType
    MOVE WS-EventActing        TO SL-ActingId
    MOVE WS-EventDetail        TO SL-Detail
    OPEN EXTEND SecurityFile
    IF WS-SecurityFileStatus = "35"
        OPEN OUTPUT SecurityFile
    END-IF
    WRITE SecurityEventRecord
    CLOSE SecurityFile.

CheckWithdrawalLimit.
    *> Withdrawals at or under the teller's own limit post directly;
    *> anything larger needs a second operator with the supervisor
            WS-OperatorLimit
        DISPLAY "Supervisor ID to approve: " WITH NO ADVANCING
        ACCEPT WS-SupervisorId
        PERFORM VerifySupervisor
        IF Operator-Found
            AND WS-LookupSuperFlag = 'Y'
            AND WS-SupervisorId NOT = WS-OperatorId
        CLOSE AccountFile
        OPEN I-O AccountFile
    END-IF.
    OPEN EXTEND ClosedAcctsFile.
    IF WS-ClosedAcctsFileStatus = "35"
        OPEN OUTPUT ClosedAcctsFile
        CLOSE CustomerFile
        OPEN I-O CustomerFile
    END-IF.
    OPEN I-O LoanFile.
    IF WS-LoanFileStatus = "35"
        OPEN OUTPUT LoanFile
        CLOSE LoanFile
        OPEN I-O LoanFile
    END-IF.

CloseAllFiles.
    CLOSE AccountFile.
    CLOSE ClosedAcctsFile.
    CLOSE CustomerFile.
    CLOSE LoanFile.

CheckRestartStatus.
    *> Each operator has a checkpoint of their own, so a terminal that
    *> signs on after another closes cleanly does not overwrite or
    *> hide a warning left by a session that died.
    MOVE SPACES TO WS-RestartFileName
    STRING "RESTART."    DELIMITED BY SIZE
           WS-OperatorId DELIMITED BY SPACE
           ".DAT"        DELIMITED BY SIZE
        INTO WS-RestartFileName
    END-STRING
    INITIALIZE RestartRecord
    OPEN INPUT RestartFile
    IF WS-RestartFileStatus NOT = "35"
    DISPLAY "Enter Account Number: " WITH NO ADVANCING
    ACCEPT WS-EnteredAccountNumber
    PERFORM ReadAccountByKey
    IF Account-In-Use
        PERFORM ReportAccountUnavailable
    ELSE
    IF Account-Found
        DISPLAY "Account " WS-EnteredAccountNumber
            " already exists - cannot create."
                WITH NO ADVANCING
            ACCEPT AccountOverdraftLimit
        END-IF
        PERFORM CaptureHomeBranch
        *> Holders are keyed and screened before the account record is
        *> written, so a stopped opening leaves nothing on file. They
        *> are filed only once the account record is on, so an opening
        *> that loses its number to another terminal leaves no holders
        *> or CREATE entry behind either.
        PERFORM CreateCustomerRecord
        IF Opening-Refused
            DISPLAY "Account opening stopped - watch-list match "
                "not cleared by a supervisor."
        ELSE
            WRITE AccountRecord
            IF WS-AccountFileStatus = "22"
                DISPLAY "Account number " WS-EnteredAccountNumber
                    " already in use - account not created."
            ELSE
            IF WS-AccountFileStatus NOT = "00"
                DISPLAY "Account not created - file status "
                    WS-AccountFileStatus
            ELSE
                PERFORM WriteNewHolders
                MOVE ZERO TO WS-Amount WS-BalanceBefore WS-BalanceAfter
                MOVE "CREATE" TO WS-TranType
                PERFORM WriteTranLogEntry
                PERFORM UpdateRestartCheckpoint
                DISPLAY "Account " WS-EnteredAccountNumber " created."
            END-IF
            END-IF
        END-IF
    END-IF
    END-IF.

CaptureHomeBranch.
    *> The opening teller's branch is offered as the home branch; an
    *> account opened on behalf of another branch is keyed to it.
    MOVE SPACES TO AccountBranchId
    PERFORM UNTIL AccountBranchId NOT = SPACES
        IF WS-OperatorBranch = SPACES
            DISPLAY "Home Branch: " WITH NO ADVANCING
        ELSE
            DISPLAY "Home Branch (Enter for " WS-OperatorBranch
                "): " WITH NO ADVANCING
        END-IF
        ACCEPT WS-EnteredBranch
        IF WS-EnteredBranch = SPACES
            MOVE WS-OperatorBranch TO AccountBranchId
        ELSE
            MOVE WS-EnteredBranch TO AccountBranchId
        END-IF
        IF AccountBranchId = SPACES
            DISPLAY "Home branch is required."
        END-IF
    END-PERFORM.

CreateCustomerRecord.
    *> Holder 01 is the primary; any number of co-holders follow as
    *> 02, 03... so a joint account carries every holder's KYC
    *> detail instead of one name and one SSN.
    *> Every holder is screened against the watch list as it is
    *> keyed; the first possible match a supervisor will not clear
    *> stops the whole opening.
    SET Opening-Proceeding TO TRUE
    MOVE ZERO TO WS-NewHolderCount
    MOVE 1 TO WS-HolderSeq
    DISPLAY "Primary holder:"
    PERFORM CaptureOneHolder
    MOVE 'Y' TO WS-CoHolderChoice
    PERFORM UNTIL WS-CoHolderChoice NOT = 'Y'
        OR Opening-Refused
        DISPLAY "Add co-holder (Y/N)? " WITH NO ADVANCING
        ACCEPT WS-CoHolderChoice
        IF WS-CoHolderChoice = 'Y'
            DISPLAY "Co-holder " WS-HolderSeq ":"
            PERFORM CaptureOneHolder
        END-IF
    END-PERFORM.

WriteNewHolders.
    PERFORM VARYING NH-IDX FROM 1 BY 1
        UNTIL NH-IDX > WS-NewHolderCount
        SET WS-HolderSeq TO NH-IDX
        PERFORM WriteOneHolder
    END-PERFORM
    MOVE WS-NewHolderCount TO WS-HolderSeq
    PERFORM RemoveStaleHolders.

CaptureOneHolder.
    MOVE WS-EnteredAccountNumber TO CU-AccountNumber
    MOVE WS-HolderSeq            TO CU-HolderSeq
    DISPLAY "Enter Holder Name: " WITH NO ADVANCING
    ACCEPT CU-HolderName
    DISPLAY "Enter Customer Address: " WITH NO ADVANCING
    ACCEPT CU-Address
    DISPLAY "Enter Date of Birth (YYYYMMDD): " WITH NO ADVANCING
    ACCEPT CU-DateOfBirth
    DISPLAY "Enter ID/SSN Number: " WITH NO ADVANCING
    ACCEPT CU-IdNumber
    DISPLAY "Enter Phone Number: " WITH NO ADVANCING
    ACCEPT CU-Phone
    PERFORM ScreenAndClearHolder
    IF Screening-Cleared
        ADD 1 TO WS-NewHolderCount
        SET NH-IDX TO WS-NewHolderCount
        MOVE CU-HolderName  TO NH-HolderName(NH-IDX)
        MOVE CU-Address     TO NH-Address(NH-IDX)
        MOVE CU-DateOfBirth TO NH-DateOfBirth(NH-IDX)
        MOVE CU-IdNumber    TO NH-IdNumber(NH-IDX)
        MOVE CU-Phone       TO NH-Phone(NH-IDX)
    ELSE
        SET Opening-Refused TO TRUE
    END-IF.

WriteOneHolder.
    *> An account number that was previously closed can be reused,
    *> but its old CUSTOMER.DAT records are kept for audit/KYC
    *> retention, so check each holder key first and REWRITE rather
    ELSE
        SET Secondary-Holder TO TRUE
    END-IF
    MOVE NH-HolderName(NH-IDX)  TO CU-HolderName
    MOVE NH-Address(NH-IDX)     TO CU-Address
    MOVE NH-DateOfBirth(NH-IDX) TO CU-DateOfBirth
    MOVE NH-IdNumber(NH-IDX)    TO CU-IdNumber
    MOVE NH-Phone(NH-IDX)       TO CU-Phone
    IF Customer-Found
        REWRITE CustomerRecord
    ELSE
    DISPLAY "Enter Account Number: " WITH NO ADVANCING
    ACCEPT WS-EnteredAccountNumber
    PERFORM ReadAccountByKey
    IF Account-Unavailable
        PERFORM ReportAccountUnavailable
    ELSE
    IF Account-Dormant
        DISPLAY "Account " WS-EnteredAccountNumber
    DISPLAY "Enter Account Number: " WITH NO ADVANCING
    ACCEPT WS-EnteredAccountNumber
    PERFORM ReadAccountByKey
    IF Account-Unavailable
        PERFORM ReportAccountUnavailable
    ELSE
    IF Account-Dormant
        DISPLAY "Account " WS-EnteredAccountNumber
    DISPLAY "Enter Source Account Number: " WITH NO ADVANCING
    ACCEPT WS-EnteredAccountNumber
    PERFORM ReadAccountByKey
    IF Account-Unavailable
        PERFORM ReportAccountUnavailable
    ELSE
    IF Account-Dormant
        DISPLAY "Account " WS-EnteredAccountNumber
            DISPLAY "Source and destination accounts must differ."
        ELSE
            PERFORM ReadTargetAccountByKey
            IF Account-Unavailable
                PERFORM ReportAccountUnavailable
            ELSE
            IF Account-Dormant
                DISPLAY "Account " WS-TargetAccountNumber
    ADD WS-Amount TO AccountBalance
    MOVE AccountBalance TO WS-BalanceAfter
    PERFORM RewriteCurrentAccount
    *> The credit leg points back at the debit leg just logged, so
    *> the GL export can pair the two when they sit at different
    *> branches.
    MOVE WS-SequenceNumber TO WS-ReferenceSeq
    MOVE "TRANSFER-IN" TO WS-TranType
    PERFORM WriteTranLogEntry
    MOVE WS-TargetAccountNumber TO WS-EnteredAccountNumber
    DISPLAY "Enter Account Number to Reactivate: " WITH NO ADVANCING
    ACCEPT WS-EnteredAccountNumber
    PERFORM ReadAccountByKey
    IF Account-Unavailable
        PERFORM ReportAccountUnavailable
    ELSE
    IF NOT Account-Dormant
        DISPLAY "Account " WS-EnteredAccountNumber " is not dormant."

ReadTargetAccountByKey.
    MOVE WS-TargetAccountNumber TO AccountNumber
    READ AccountFile WITH LOCK
        INVALID KEY
            SET Account-Not-Found TO TRUE
        NOT INVALID KEY
            SET Account-Found TO TRUE
    END-READ
    PERFORM CheckAccountLocked.

CloseAccount.
    DISPLAY "Enter Account Number to Close: " WITH NO ADVANCING
    ACCEPT WS-EnteredAccountNumber
    PERFORM ReadAccountByKey
    IF Account-Unavailable
        PERFORM ReportAccountUnavailable
    ELSE
        IF AccountBalance NOT = ZERO
            DISPLAY "Cannot close account - balance must be zero. "
        ACCEPT CU-HolderName
        MOVE CU-HolderName TO WS-AfterImage
        MOVE "HOLDER NAME" TO WS-FieldName
        PERFORM ScreenAndClearHolder
        IF Screening-Cleared
            SET Change-Applied TO TRUE
        ELSE
            MOVE WS-BeforeImage TO CU-HolderName
            DISPLAY "Change not applied."
        END-IF
    END-IF.

ChangeHolderBirthDate.
        ACCEPT CU-DateOfBirth
        MOVE CU-DateOfBirth TO WS-AfterImage
        MOVE "BIRTH DATE" TO WS-FieldName
        PERFORM ScreenAndClearHolder
        IF Screening-Cleared
            SET Change-Applied TO TRUE
        ELSE
            MOVE WS-BeforeImage TO CU-DateOfBirth
            DISPLAY "Change not applied."
        END-IF
    END-IF.

ChangeHolderIdNumber.
        ACCEPT CU-IdNumber
        MOVE CU-IdNumber TO WS-AfterImage
        MOVE "ID NUMBER" TO WS-FieldName
        PERFORM ScreenAndClearHolder
        IF Screening-Cleared
            SET Change-Applied TO TRUE
        ELSE
            MOVE WS-BeforeImage TO CU-IdNumber
            DISPLAY "Change not applied."
        END-IF
    END-IF.

ScreenAndClearHolder.
    *> Screens the holder in the CustomerRecord area. A clean result
    *> clears at once; a possible match - or no watch list on file
    *> to screen against - goes no further without a supervisor.
    PERFORM ScreenHolder
    IF Screen-No-Match
        SET Screening-Cleared TO TRUE
    ELSE
        PERFORM ObtainScreeningClearance
    END-IF.

ScreenHolder.
    SET Screen-No-Match TO TRUE
    MOVE FUNCTION UPPER-CASE(CU-HolderName) TO WS-ScreenName
    MOVE 'N' TO WS-WatchEOF-Switch
    OPEN INPUT WatchListFile
    IF WS-WatchListFileStatus NOT = "00"
        SET Screen-List-Missing TO TRUE
        SET End-Of-Watch TO TRUE
    END-IF
    PERFORM UNTIL End-Of-Watch
        READ WatchListFile
            AT END
                SET End-Of-Watch TO TRUE
            NOT AT END
                PERFORM MatchWatchEntry
        END-READ
    END-PERFORM
    IF WS-WatchListFileStatus NOT = "35"
        CLOSE WatchListFile
    END-IF.

MatchWatchEntry.
    MOVE FUNCTION UPPER-CASE(WL-Name) TO WS-WatchName
    IF WL-IdNumber NOT = SPACES
        AND WL-IdNumber = CU-IdNumber
        SET Screen-Hit TO TRUE
        MOVE "ID NUMBER" TO WS-MatchBasis
    ELSE
    IF WS-WatchName NOT = SPACES
        AND WS-WatchName = WS-ScreenName
        AND (WL-DateOfBirth = SPACES
            OR CU-DateOfBirth = SPACES
            OR WL-DateOfBirth = CU-DateOfBirth)
        SET Screen-Hit TO TRUE
        MOVE "NAME/DOB" TO WS-MatchBasis
    END-IF
    END-IF
    IF Screen-Hit
        MOVE WL-EntryId     TO WS-HitEntryId
        MOVE WL-Name        TO WS-HitName
        MOVE WL-DateOfBirth TO WS-HitDateOfBirth
        MOVE WL-ListSource  TO WS-HitListSource
        SET End-Of-Watch TO TRUE
    END-IF.

ObtainScreeningClearance.
    *> Same second-operator pattern as the over-limit withdrawal
    *> approval. The decision either way lands on CUSTAUDIT.DAT
    *> against the holder, so compliance can see who cleared what.
    SET Screening-Not-Cleared TO TRUE
    IF Screen-List-Missing
        DISPLAY "Watch list WATCHLST.DAT not available - "
            "holder cannot be screened."
        MOVE SPACES TO WS-HitEntryId WS-HitName
        MOVE "NO LIST" TO WS-MatchBasis
    ELSE
        DISPLAY "POSSIBLE WATCH-LIST MATCH on " WS-MatchBasis
        DISPLAY "  Entry " WS-HitEntryId " " WS-HitName
            " born " WS-HitDateOfBirth " list " WS-HitListSource
    END-IF
    DISPLAY "Supervisor ID to clear screening: " WITH NO ADVANCING
    ACCEPT WS-SupervisorId
    PERFORM VerifySupervisor
    IF Operator-Found
        AND WS-LookupSuperFlag = 'Y'
        AND WS-SupervisorId NOT = WS-OperatorId
        SET Screening-Cleared TO TRUE
        DISPLAY "Screening cleared by supervisor " WS-SupervisorId
    ELSE
        DISPLAY "Screening not cleared."
    END-IF
    PERFORM WriteScreeningAudit.

WriteScreeningAudit.
    *> Written straight from the screening fields so the before and
    *> after images of a field change in progress are left intact.
    MOVE FUNCTION CURRENT-DATE   TO WS-Timestamp
    MOVE WS-EnteredAccountNumber TO CH-AccountNumber
    MOVE WS-HolderSeq            TO CH-HolderSeq
    IF Screening-Cleared
        MOVE "SCREEN-CLEAR" TO CH-FieldName
    ELSE
        MOVE "SCREEN-STOP"  TO CH-FieldName
    END-IF
    MOVE SPACES TO CH-BeforeImage CH-AfterImage
    STRING WS-MatchBasis DELIMITED BY SIZE
           " "           DELIMITED BY SIZE
           WS-HitEntryId DELIMITED BY SIZE
           " "           DELIMITED BY SIZE
           WS-HitName    DELIMITED BY SIZE
        INTO CH-BeforeImage
    END-STRING
    STRING CU-HolderName  DELIMITED BY SIZE
           " SUPV "       DELIMITED BY SIZE
           WS-SupervisorId DELIMITED BY SIZE
        INTO CH-AfterImage
    END-STRING
    MOVE WS-OperatorId           TO CH-OperatorId
    MOVE WS-Timestamp            TO CH-Timestamp
    OPEN EXTEND AuditFile
    IF WS-AuditFileStatus = "35"
        OPEN OUTPUT AuditFile
    END-IF
    WRITE ChangeAuditRecord
    CLOSE AuditFile.

ObtainMaintApproval.
    *> Same second-operator pattern as the over-limit withdrawal
    *> approval - identity fields only move under a supervisor other
    DISPLAY "Supervisor ID to approve identity change: "
        WITH NO ADVANCING
    ACCEPT WS-SupervisorId
    PERFORM VerifySupervisor
    IF Operator-Found
        AND WS-LookupSuperFlag = 'Y'
        AND WS-SupervisorId NOT = WS-OperatorId
    END-IF.

ListTodaysPostings.
    *> The log is scanned under the sequence lock so no other
    *> terminal's entry is caught half written.
    MOVE "TRANSEQ.LCK" TO WS-LockFileName
    PERFORM AcquireFileLock
    MOVE 'N' TO WS-LogEOF-Switch
    OPEN INPUT TranLogFile
    IF WS-TranLogFileStatus NOT = "00"
                IF TL-TransactionType = "DEPOSIT"
                    OR TL-TransactionType = "WITHDRAWAL"
                    OR TL-TransactionType = "OD-WITHDRAW"
                    OR TL-TransactionType = "INTEREST"
                    DISPLAY "Seq " TL-SequenceNumber " account "
                        TL-AccountNumber " " TL-TransactionType
                        " " TL-Amount " by " TL-OperatorId
                END-IF
        END-READ
    END-PERFORM
    IF WS-TranLogFileStatus NOT = "35"
        CLOSE TranLogFile
    END-IF
    PERFORM ReleaseFileLock.

FindOriginalEntry.
    SET Original-Not-Found TO TRUE
    MOVE 'N' TO WS-Reversed-Switch
    MOVE "TRANSEQ.LCK" TO WS-LockFileName
    PERFORM AcquireFileLock
    MOVE 'N' TO WS-LogEOF-Switch
    OPEN INPUT TranLogFile
    IF WS-TranLogFileStatus NOT = "00"
                PERFORM ExamineEntryForReversal
        END-READ
    END-PERFORM
    IF WS-TranLogFileStatus NOT = "35"
        CLOSE TranLogFile
    END-IF
    PERFORM ReleaseFileLock.

ExamineEntryForReversal.
    IF TL-SequenceNumber = WS-ReverseSeq
        AND (TL-TransactionType = "DEPOSIT"
            OR TL-TransactionType = "WITHDRAWAL"
            OR TL-TransactionType = "OD-WITHDRAW"
            OR TL-TransactionType = "INTEREST")
        SET Original-Found TO TRUE
        MOVE TL-AccountNumber   TO WS-OrigAccount
        MOVE TL-TransactionType TO WS-OrigTranType
    SET Reversal-Denied TO TRUE
    DISPLAY "Supervisor ID to approve reversal: " WITH NO ADVANCING
    ACCEPT WS-SupervisorId
    PERFORM VerifySupervisor
    IF Operator-Found
        AND WS-LookupSuperFlag = 'Y'
        AND WS-SupervisorId NOT = WS-OperatorId
PostReversal.
    MOVE WS-OrigAccount TO WS-EnteredAccountNumber
    PERFORM ReadAccountByKey
    IF Account-In-Use
        PERFORM ReportAccountUnavailable
    ELSE
    IF Account-Not-Found
        DISPLAY "Account " WS-OrigAccount
            " no longer on the master - cannot reverse."
    ELSE
        MOVE AccountBalance TO WS-BalanceBefore
        *> A credit (a deposit, or interest paid in error) is taken
        *> back off; a debit is put back. The REVERSAL names the
        *> entry it backs out, which is how the interest tax extract
        *> leaves a reversed interest credit out of the year's total.
        IF WS-OrigTranType = "DEPOSIT"
            OR WS-OrigTranType = "INTEREST"
            SUBTRACT WS-OrigAmount FROM AccountBalance
        ELSE
            ADD WS-OrigAmount TO AccountBalance
        PERFORM WriteTranLogEntry
        PERFORM UpdateRestartCheckpoint
        DISPLAY "Reversed - new balance: " AccountBalance
    END-IF
    END-IF.

MaintainStandingOrders.
    DISPLAY "Enter Source Account Number: " WITH NO ADVANCING
    ACCEPT WS-EnteredAccountNumber
    PERFORM ReadAccountByKey
    IF Account-Unavailable
        PERFORM ReportAccountUnavailable
    ELSE
        DISPLAY "Enter Target Account Number: " WITH NO ADVANCING
        ACCEPT WS-TargetAccountNumber
            DISPLAY "Source and target accounts must differ."
        ELSE
            PERFORM ReadTargetAccountByKey
            IF Account-Unavailable
                PERFORM ReportAccountUnavailable
            ELSE
                PERFORM CaptureStandingOrderDetail
            END-IF
    MOVE WS-Amount               TO SO-Amount
    MOVE WS-SordFrequency        TO SO-Frequency
    MOVE WS-SordDueDate          TO SO-NextDueDate
    MOVE "STANDORD.LCK" TO WS-LockFileName
    PERFORM AcquireFileLock
    OPEN EXTEND StandingOrderFile
    IF WS-StandingOrderFileStatus = "35"
        OPEN OUTPUT StandingOrderFile
    END-IF
    WRITE StandingOrderRecord
    CLOSE StandingOrderFile
    PERFORM ReleaseFileLock
    DISPLAY "Standing order added - " WS-Amount " from account "
        WS-EnteredAccountNumber " to account "
        WS-TargetAccountNumber " next due " WS-SordDueDate.
        IF WS-SordSlot = ZERO OR WS-SordSlot > WS-SordCount
            DISPLAY "Not an order on file - nothing cancelled."
        ELSE
            MOVE WS-SordEntry(WS-SordSlot) TO WS-ChosenSord
            PERFORM RemoveChosenSord
        END-IF
    END-IF.

ListStandingOrders.
    MOVE "STANDORD.LCK" TO WS-LockFileName
    PERFORM AcquireFileLock
    PERFORM LoadSordTable
    PERFORM ReleaseFileLock
    IF WS-SordCount = ZERO
        DISPLAY "No standing orders on file."
    ELSE
        CLOSE StandingOrderFile
    END-IF.

RemoveChosenSord.
    *> Reload under the lock and drop the order picked, wherever it
    *> now sits on the file.
    MOVE "STANDORD.LCK" TO WS-LockFileName
    PERFORM AcquireFileLock
    PERFORM LoadSordTable
    MOVE ZERO TO WS-SordSlot
    PERFORM VARYING SV-IDX FROM 1 BY 1
        UNTIL SV-IDX > WS-SordCount OR WS-SordSlot > ZERO
        IF WS-SordEntry(SV-IDX) = WS-ChosenSord
            SET WS-SordSlot TO SV-IDX
        END-IF
    END-PERFORM
    IF WS-SordSlot = ZERO
        DISPLAY "Order no longer on file - cancelled or changed "
            "at another terminal."
    ELSE
        PERFORM RewriteSordFileLessSlot
        DISPLAY "Standing order cancelled."
    END-IF
    PERFORM ReleaseFileLock.

RewriteSordFileLessSlot.
    OPEN OUTPUT StandingOrderFile
    PERFORM VARYING SV-IDX FROM 1 BY 1
    *> record on file is an open hold, so the sum is the amount not
    *> yet spendable. A missing file simply means no holds anywhere.
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

PlaceHold.
    DISPLAY "Enter Account Number: " WITH NO ADVANCING
    ACCEPT WS-EnteredAccountNumber
    PERFORM ReadAccountByKey
    IF Account-Unavailable
        PERFORM ReportAccountUnavailable
    ELSE
        DISPLAY "Enter Hold Amount: " WITH NO ADVANCING
        ACCEPT WS-HoldAmount
        MOVE WS-HoldReleaseDate      TO HO-ReleaseDate
        MOVE FUNCTION CURRENT-DATE(1:8) TO HO-PlacedDate
        MOVE WS-OperatorId           TO HO-OperatorId
        MOVE "HOLDS.LCK" TO WS-LockFileName
        PERFORM AcquireFileLock
        OPEN EXTEND HoldsFile
        IF WS-HoldsFileStatus = "35"
            OPEN OUTPUT HoldsFile
        END-IF
        WRITE HoldRecord
        CLOSE HoldsFile
        PERFORM ReleaseFileLock
        MOVE WS-HoldAmount  TO WS-Amount
        MOVE AccountBalance TO WS-BalanceBefore WS-BalanceAfter
        IF WS-HoldReleaseDate IS NUMERIC
            MOVE WS-HoldReleaseDate TO WS-ReferenceSeq
        END-IF
        MOVE "HOLD"         TO WS-TranType
        PERFORM WriteTranLogEntry
        PERFORM UpdateRestartCheckpoint
    DISPLAY "Enter Account Number: " WITH NO ADVANCING
    ACCEPT WS-EnteredAccountNumber
    PERFORM ReadAccountByKey
    IF Account-Unavailable
        PERFORM ReportAccountUnavailable
    ELSE
        MOVE "HOLDS.LCK" TO WS-LockFileName
        PERFORM AcquireFileLock
        PERFORM LoadHoldTable
        PERFORM ReleaseFileLock
        PERFORM ListHoldsForAccount
        IF WS-HoldSlot = ZERO
            DISPLAY "No holds on account " WS-EnteredAccountNumber "."
                    "nothing released."
            ELSE
                MOVE HT-Amount(WS-HoldSlot) TO WS-Amount
                MOVE HT-ReleaseDate(WS-HoldSlot) TO WS-HoldReleaseDate
                MOVE WS-HoldEntry(WS-HoldSlot) TO WS-ChosenHold
                PERFORM RemoveChosenHold
                IF WS-HoldSlot = ZERO
                    DISPLAY "Hold no longer on file - released at "
                        "another terminal."
                ELSE
                    MOVE AccountBalance TO WS-BalanceBefore
                                           WS-BalanceAfter
                    IF WS-HoldReleaseDate IS NUMERIC
                        MOVE WS-HoldReleaseDate TO WS-ReferenceSeq
                    END-IF
                    MOVE "HOLD-RELEASE" TO WS-TranType
                    PERFORM WriteTranLogEntry
                    PERFORM UpdateRestartCheckpoint
                    PERFORM ComputeAvailableBalance
                    DISPLAY "Hold released - available balance now "
                        WS-AvailableBalance
                END-IF
            END-IF
        END-IF
    END-IF.
        END-PERFORM
    END-IF.

RemoveChosenHold.
    *> Reload under the lock and drop the hold picked, wherever it
    *> now sits on the file. WS-HoldSlot comes back zero if it is gone.
    MOVE "HOLDS.LCK" TO WS-LockFileName
    PERFORM AcquireFileLock
    PERFORM LoadHoldTable
    MOVE ZERO TO WS-HoldSlot
    PERFORM VARYING HO-IDX FROM 1 BY 1
        UNTIL HO-IDX > WS-HoldCount OR WS-HoldSlot > ZERO
        IF WS-HoldEntry(HO-IDX) = WS-ChosenHold
            SET WS-HoldSlot TO HO-IDX
        END-IF
    END-PERFORM
    IF WS-HoldSlot > ZERO
        PERFORM RewriteHoldsFileLessSlot
    END-IF
    PERFORM ReleaseFileLock.

RewriteHoldsFileLessSlot.
    OPEN OUTPUT HoldsFile
    PERFORM VARYING HO-IDX FROM 1 BY 1
    END-PERFORM
    CLOSE HoldsFile.

MaintainStopPayments.
    DISPLAY "Stop Payments: P=Place, L=Lift, S=Show: "
        WITH NO ADVANCING
    ACCEPT WS-StopChoice
    EVALUATE WS-StopChoice
        WHEN 'P' PERFORM PlaceStopPayment
        WHEN 'L' PERFORM LiftStopPayment
        WHEN 'S' PERFORM ShowStopPayments
        WHEN OTHER DISPLAY "Enter P, L or S."
    END-EVALUATE.

PlaceStopPayment.
    *> A stop covers one cheque or an inclusive range - a lost
    *> cheque book is stopped as a range in one line.
    DISPLAY "Enter Account Number: " WITH NO ADVANCING
    ACCEPT WS-EnteredAccountNumber
    PERFORM ReadAccountByKey
    IF Account-Unavailable
        PERFORM ReportAccountUnavailable
    ELSE
        DISPLAY "First Cheque Number: " WITH NO ADVANCING
        ACCEPT WS-ChequeFrom
        DISPLAY "Last Cheque Number (0 for a single cheque): "
            WITH NO ADVANCING
        ACCEPT WS-ChequeTo
        IF WS-ChequeTo = ZERO
            MOVE WS-ChequeFrom TO WS-ChequeTo
        END-IF
        IF WS-ChequeTo < WS-ChequeFrom
            DISPLAY "Last cheque number is before the first - "
                "no stop placed."
        ELSE
            MOVE WS-EnteredAccountNumber TO SP-AccountNumber
            MOVE WS-ChequeFrom           TO SP-ChequeFrom
            MOVE WS-ChequeTo             TO SP-ChequeTo
            MOVE FUNCTION CURRENT-DATE(1:8) TO SP-PlacedDate
            MOVE WS-OperatorId           TO SP-OperatorId
            MOVE "STOPPAY.LCK" TO WS-LockFileName
            PERFORM AcquireFileLock
            OPEN EXTEND StopPaymentFile
            IF WS-StopPaymentFileStatus = "35"
                OPEN OUTPUT StopPaymentFile
            END-IF
            WRITE StopPaymentRecord
            CLOSE StopPaymentFile
            PERFORM ReleaseFileLock
            MOVE ZERO           TO WS-Amount
            MOVE AccountBalance TO WS-BalanceBefore WS-BalanceAfter
            MOVE "STOP-PAY"     TO WS-TranType
            PERFORM WriteTranLogEntry
            PERFORM UpdateRestartCheckpoint
            DISPLAY "Stop placed on cheques " WS-ChequeFrom
                " to " WS-ChequeTo " on account "
                WS-EnteredAccountNumber
        END-IF
    END-IF.

LiftStopPayment.
    DISPLAY "Enter Account Number: " WITH NO ADVANCING
    ACCEPT WS-EnteredAccountNumber
    PERFORM ReadAccountByKey
    IF Account-Unavailable
        PERFORM ReportAccountUnavailable
    ELSE
        MOVE "STOPPAY.LCK" TO WS-LockFileName
        PERFORM AcquireFileLock
        PERFORM LoadStopTable
        PERFORM ReleaseFileLock
        PERFORM ListStopsForAccount
        IF WS-StopSlot = ZERO
            DISPLAY "No stops on account " WS-EnteredAccountNumber "."
        ELSE
            DISPLAY "Stop number to lift: " WITH NO ADVANCING
            ACCEPT WS-StopSlot
            IF WS-StopSlot = ZERO
                OR WS-StopSlot > WS-StopCount
                OR ST-AccountNumber(WS-StopSlot)
                    NOT = WS-EnteredAccountNumber
                DISPLAY "Not a stop on that account - "
                    "nothing lifted."
            ELSE
                MOVE ST-ChequeFrom(WS-StopSlot) TO WS-ChequeFrom
                MOVE ST-ChequeTo(WS-StopSlot)   TO WS-ChequeTo
                MOVE WS-StopEntry(WS-StopSlot)  TO WS-ChosenStop
                PERFORM RemoveChosenStop
                IF WS-StopSlot = ZERO
                    DISPLAY "Stop no longer on file - lifted at "
                        "another terminal."
                ELSE
                    MOVE ZERO           TO WS-Amount
                    MOVE AccountBalance TO WS-BalanceBefore
                                           WS-BalanceAfter
                    MOVE "STOP-LIFT"    TO WS-TranType
                    PERFORM WriteTranLogEntry
                    PERFORM UpdateRestartCheckpoint
                    DISPLAY "Stop lifted on cheques " WS-ChequeFrom
                        " to " WS-ChequeTo
                END-IF
            END-IF
        END-IF
    END-IF.

ShowStopPayments.
    DISPLAY "Enter Account Number: " WITH NO ADVANCING
    ACCEPT WS-EnteredAccountNumber
    MOVE "STOPPAY.LCK" TO WS-LockFileName
    PERFORM AcquireFileLock
    PERFORM LoadStopTable
    PERFORM ReleaseFileLock
    PERFORM ListStopsForAccount
    IF WS-StopSlot = ZERO
        DISPLAY "No stops on account " WS-EnteredAccountNumber "."
    END-IF.

LoadStopTable.
    MOVE ZERO TO WS-StopCount
    MOVE 'N' TO WS-StopsEOF-Switch
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
                MOVE SP-PlacedDate    TO ST-PlacedDate(ST-IDX)
                MOVE SP-OperatorId    TO ST-OperatorId(ST-IDX)
        END-READ
    END-PERFORM
    IF WS-StopPaymentFileStatus NOT = "35"
        CLOSE StopPaymentFile
    END-IF.

ListStopsForAccount.
    *> WS-StopSlot doubles as the found flag, as WS-HoldSlot does.
    MOVE ZERO TO WS-StopSlot
    IF WS-StopCount > ZERO
        PERFORM VARYING ST-IDX FROM 1 BY 1
            UNTIL ST-IDX > WS-StopCount
            IF ST-AccountNumber(ST-IDX) = WS-EnteredAccountNumber
                SET WS-StopSlot TO ST-IDX
                DISPLAY "Stop " ST-IDX ": cheques "
                    ST-ChequeFrom(ST-IDX) " to "
                    ST-ChequeTo(ST-IDX) " placed "
                    ST-PlacedDate(ST-IDX) " by "
                    ST-OperatorId(ST-IDX)
            END-IF
        END-PERFORM
    END-IF.

RemoveChosenStop.
    *> Same reload-under-lock as RemoveChosenHold.
    MOVE "STOPPAY.LCK" TO WS-LockFileName
    PERFORM AcquireFileLock
    PERFORM LoadStopTable
    MOVE ZERO TO WS-StopSlot
    PERFORM VARYING ST-IDX FROM 1 BY 1
        UNTIL ST-IDX > WS-StopCount OR WS-StopSlot > ZERO
        IF WS-StopEntry(ST-IDX) = WS-ChosenStop
            SET WS-StopSlot TO ST-IDX
        END-IF
    END-PERFORM
    IF WS-StopSlot > ZERO
        PERFORM RewriteStopsFileLessSlot
    END-IF
    PERFORM ReleaseFileLock.

RewriteStopsFileLessSlot.
    OPEN OUTPUT StopPaymentFile
    PERFORM VARYING ST-IDX FROM 1 BY 1
        UNTIL ST-IDX > WS-StopCount
        IF ST-IDX NOT = WS-StopSlot
            MOVE ST-AccountNumber(ST-IDX) TO SP-AccountNumber
            MOVE ST-ChequeFrom(ST-IDX)    TO SP-ChequeFrom
            MOVE ST-ChequeTo(ST-IDX)      TO SP-ChequeTo
            MOVE ST-PlacedDate(ST-IDX)    TO SP-PlacedDate
            MOVE ST-OperatorId(ST-IDX)    TO SP-OperatorId
            WRITE StopPaymentRecord
        END-IF
    END-PERFORM
    CLOSE StopPaymentFile.

BookLoan.
    *> A consumer loan is booked against an active checking account:
    *> the principal is credited to that account as LOAN-DISB, and
    *> the nightly LoanRepayment run collects the level installment
    *> from the same account. Booking credit always takes a
    *> supervisor other than the keying teller.
    DISPLAY "Enter Checking Account Number: " WITH NO ADVANCING
    ACCEPT WS-EnteredAccountNumber
    PERFORM ReadAccountByKey
    IF Account-Unavailable
        PERFORM ReportAccountUnavailable
    ELSE
    IF Account-Dormant
        DISPLAY "Account " WS-EnteredAccountNumber
            " is dormant - reactivate it before posting."
    ELSE
    IF NOT Checking-Account
        DISPLAY "Account " WS-EnteredAccountNumber
            " is not a checking account - loans disburse to checking."
    ELSE
        DISPLAY "Enter Loan Number: " WITH NO ADVANCING
        ACCEPT WS-LoanNumber
        PERFORM ReadLoanByKey
        IF Loan-Found
            DISPLAY "Loan " WS-LoanNumber
                " already exists - cannot book."
        ELSE
            PERFORM CaptureLoanTerms
            IF Loan-Terms-Valid
                PERFORM ComputeLoanPayment
                DISPLAY "Monthly installment: " WS-LoanPayment
                    " for " WS-LoanTerm " months"
                PERFORM ObtainLoanApproval
                IF Loan-Approved
                    PERFORM WriteLoanAndDisburse
                END-IF
            END-IF
        END-IF
    END-IF
    END-IF
    END-IF.

CaptureLoanTerms.
    SET Loan-Terms-Invalid TO TRUE
    DISPLAY "Enter Principal Amount: " WITH NO ADVANCING
    ACCEPT WS-Amount
    DISPLAY "Enter Annual Rate % (e.g. 8.5): " WITH NO ADVANCING
    ACCEPT WS-LoanRate
    DISPLAY "Enter Term in Months: " WITH NO ADVANCING
    ACCEPT WS-LoanTerm
    DISPLAY "First Due Date (YYYYMMDD, day 01-28): " WITH NO ADVANCING
    ACCEPT WS-LoanDueDate
    IF WS-Amount = ZERO OR WS-LoanTerm = ZERO
        DISPLAY "Principal and term must both be greater than zero."
    ELSE
    IF WS-LoanDueDate IS NOT NUMERIC
        DISPLAY "First due date must be YYYYMMDD."
    ELSE
    IF LD-Month < 1 OR LD-Month > 12 OR LD-Day < 1 OR LD-Day > 28
        DISPLAY "First due date must fall on day 01 to 28."
    ELSE
    IF WS-LoanDueDate NOT > FUNCTION CURRENT-DATE(1:8)
        DISPLAY "First due date must be after today."
    ELSE
        SET Loan-Terms-Valid TO TRUE
    END-IF
    END-IF
    END-IF
    END-IF.

ComputeLoanPayment.
    IF WS-LoanRate = ZERO
        COMPUTE WS-LoanPayment ROUNDED = WS-Amount / WS-LoanTerm
    ELSE
        COMPUTE WS-MonthlyRate ROUNDED = WS-LoanRate / 1200
        COMPUTE WS-RateFactor ROUNDED =
            (1 + WS-MonthlyRate) ** WS-LoanTerm
        COMPUTE WS-LoanPayment ROUNDED =
            WS-Amount * WS-MonthlyRate * WS-RateFactor
                / (WS-RateFactor - 1)
    END-IF.

ObtainLoanApproval.
    *> Same second-operator pattern as the over-limit withdrawal
    *> approval - a supervisor other than the keying teller.
    SET Loan-Denied TO TRUE
    DISPLAY "Supervisor ID to approve loan: " WITH NO ADVANCING
    ACCEPT WS-SupervisorId
    PERFORM VerifySupervisor
    IF Operator-Found
        AND WS-LookupSuperFlag = 'Y'
        AND WS-SupervisorId NOT = WS-OperatorId
        SET Loan-Approved TO TRUE
        DISPLAY "Approved by supervisor " WS-SupervisorId
    ELSE
        DISPLAY "Approval refused - loan not booked."
    END-IF.

WriteLoanAndDisburse.
    MOVE WS-LoanNumber           TO LN-LoanNumber
    MOVE WS-EnteredAccountNumber TO LN-AccountNumber
    MOVE WS-Amount               TO LN-Principal LN-Outstanding
    MOVE WS-LoanRate             TO LN-AnnualRate
    MOVE WS-LoanTerm             TO LN-TermMonths
    MOVE WS-LoanPayment          TO LN-PaymentAmount
    MOVE FUNCTION CURRENT-DATE(1:8) TO LN-DisbursedDate
    MOVE WS-LoanDueDate          TO LN-NextDueDate
    MOVE ZERO                    TO LN-PaymentsMade LN-InstallmentsDue
    MOVE SPACES                  TO LN-OldestDueDate
    SET Loan-Active              TO TRUE
    MOVE WS-OperatorId           TO LN-OperatorId
    *> No money moves unless the loan itself is on file - a failed
    *> write would otherwise leave a disbursement with no loan to
    *> repay it.
    WRITE LoanRecord
    IF WS-LoanFileStatus = "22"
        DISPLAY "Loan number " WS-LoanNumber
            " already in use - loan not booked, nothing disbursed."
    ELSE
    IF WS-LoanFileStatus NOT = "00"
        DISPLAY "Loan not booked - file status " WS-LoanFileStatus
            " - nothing disbursed."
    ELSE
        MOVE AccountBalance TO WS-BalanceBefore
        ADD WS-Amount TO AccountBalance
        MOVE AccountBalance TO WS-BalanceAfter
        PERFORM RewriteCurrentAccount
        MOVE "LOAN-DISB" TO WS-TranType
        PERFORM WriteTranLogEntry
        PERFORM UpdateRestartCheckpoint
        DISPLAY "Loan " WS-LoanNumber " booked - " WS-Amount
            " disbursed to account " WS-EnteredAccountNumber
        DISPLAY "New balance: " AccountBalance
    END-IF
    END-IF.

ReadLoanByKey.
    MOVE WS-LoanNumber TO LN-LoanNumber
    READ LoanFile
        INVALID KEY
            SET Loan-Not-Found TO TRUE
        NOT INVALID KEY
            SET Loan-Found TO TRUE
    END-READ.

ReadAccountByKey.
    MOVE WS-EnteredAccountNumber TO AccountNumber
    READ AccountFile WITH LOCK
        INVALID KEY
            SET Account-Not-Found TO TRUE
        NOT INVALID KEY
            SET Account-Found TO TRUE
    END-READ
    PERFORM CheckAccountLocked.

CheckAccountLocked.
    *> Status 51 - another terminal holds the record. Neither key
    *> branch of the READ has run, so the switch is set here.
    MOVE AccountNumber TO WS-UnavailableAccount
    IF WS-AccountFileStatus = "51"
        SET Account-In-Use TO TRUE
    END-IF.

MoveAccountBranch.
    *> Moving an account takes its balance off the old branch's
    *> ledger and onto the new one's, so it needs a supervisor other
    *> than the keying teller. The move is journaled on CUSTAUDIT.DAT
    *> and logged as BRANCH-OUT under the old branch and BRANCH-IN
    *> under the new, each carrying the balance moved with before =
    *> after - the customer's balance does not change.
    DISPLAY "Enter Account Number to Move: " WITH NO ADVANCING
    ACCEPT WS-EnteredAccountNumber
    PERFORM ReadAccountByKey
    IF Account-Unavailable
        PERFORM ReportAccountUnavailable
    ELSE
        DISPLAY "Account " WS-EnteredAccountNumber
            " home branch: " AccountBranchId
        DISPLAY "New Home Branch: " WITH NO ADVANCING
        ACCEPT WS-EnteredBranch
        IF WS-EnteredBranch = SPACES
            DISPLAY "Branch is required - account not moved."
        ELSE
        IF WS-EnteredBranch = AccountBranchId
            DISPLAY "Account " WS-EnteredAccountNumber
                " is already at branch " WS-EnteredBranch "."
        ELSE
            PERFORM ObtainBranchMoveApproval
            IF Maint-Approved
                PERFORM PostBranchMove
            END-IF
        END-IF
        END-IF
    END-IF.

ObtainBranchMoveApproval.
    SET Maint-Denied TO TRUE
    DISPLAY "Supervisor ID to approve branch move: "
        WITH NO ADVANCING
    ACCEPT WS-SupervisorId
    PERFORM VerifySupervisor
    IF Operator-Found
        AND WS-LookupSuperFlag = 'Y'
        AND WS-SupervisorId NOT = WS-OperatorId
        SET Maint-Approved TO TRUE
        DISPLAY "Approved by supervisor " WS-SupervisorId
    ELSE
        DISPLAY "Approval refused - account not moved."
    END-IF.

PostBranchMove.
    MOVE AccountBranchId TO WS-OldBranch
    MOVE AccountBalance  TO WS-BalanceBefore WS-BalanceAfter
    IF AccountBalance < ZERO
        COMPUTE WS-Amount = ZERO - AccountBalance
    ELSE
        MOVE AccountBalance TO WS-Amount
    END-IF
    MOVE "BRANCH-OUT" TO WS-TranType
    PERFORM WriteTranLogEntry
    MOVE WS-EnteredBranch TO AccountBranchId
    PERFORM RewriteCurrentAccount
    MOVE "BRANCH-IN" TO WS-TranType
    PERFORM WriteTranLogEntry
    PERFORM UpdateRestartCheckpoint
    MOVE ZERO          TO WS-HolderSeq
    MOVE "HOME-BRANCH" TO WS-FieldName
    MOVE WS-OldBranch  TO WS-BeforeImage
    MOVE SPACES        TO WS-AfterImage
    STRING WS-EnteredBranch DELIMITED BY SIZE
           " SUPV "         DELIMITED BY SIZE
           WS-SupervisorId  DELIMITED BY SIZE
        INTO WS-AfterImage
    END-STRING
    PERFORM WriteChangeAudit
    DISPLAY "Account " WS-EnteredAccountNumber " moved from branch "
        WS-OldBranch " to branch " WS-EnteredBranch ".".

PaymentOrder.
    *> An order to pay a beneficiary at another bank. The amount is
    *> reserved as a hold against the debit account, released on the
    *> value date, so it cannot be spent twice before the PaymentRun
    *> batch debits it. The order number given to the customer is the
    *> log sequence number of that HOLD entry. The funds check is on
    *> the available balance alone, as for a transfer.
    DISPLAY "Enter Debit Account Number: " WITH NO ADVANCING
    ACCEPT WS-EnteredAccountNumber
    PERFORM ReadAccountByKey
    IF Account-Unavailable
        PERFORM ReportAccountUnavailable
    ELSE
    IF Account-Dormant
        DISPLAY "Account " WS-EnteredAccountNumber
            " is dormant - reactivate it before posting."
    ELSE
        PERFORM CapturePaymentOrderDetail
        IF Payment-Order-Valid
            PERFORM CheckWithdrawalLimit
            IF Withdrawal-Denied
                PERFORM WriteOverLimitDecline
            ELSE
                PERFORM ComputeAvailableBalance
                IF WS-Amount > WS-AvailableBalance
                    DISPLAY "Insufficient funds - available balance: "
                        WS-AvailableBalance
                    MOVE AccountBalance
                        TO WS-BalanceBefore WS-BalanceAfter
                    MOVE "NSF" TO WS-TranType
                    PERFORM WriteTranLogEntry
                    PERFORM UpdateRestartCheckpoint
                ELSE
                    PERFORM TakePaymentOrder
                END-IF
            END-IF
        END-IF
    END-IF
    END-IF.

CapturePaymentOrderDetail.
    SET Payment-Order-Valid TO TRUE
    DISPLAY "Beneficiary Name: " WITH NO ADVANCING
    ACCEPT WS-BeneficiaryName
    DISPLAY "Beneficiary Bank Code: " WITH NO ADVANCING
    ACCEPT WS-BeneficiaryBank
    DISPLAY "Beneficiary Account: " WITH NO ADVANCING
    ACCEPT WS-BeneficiaryAccount
    DISPLAY "Enter Payment Amount: " WITH NO ADVANCING
    ACCEPT WS-Amount
    DISPLAY "Value Date (YYYYMMDD, blank for today): "
        WITH NO ADVANCING
    ACCEPT WS-ValueDate
    IF WS-BeneficiaryName = SPACES
        OR WS-BeneficiaryBank = SPACES
        OR WS-BeneficiaryAccount = SPACES
        DISPLAY "Beneficiary name, bank code and account are "
            "required - order not taken."
        SET Payment-Order-Invalid TO TRUE
    ELSE
    IF WS-Amount = ZERO
        DISPLAY "Payment amount must be more than zero - "
            "order not taken."
        SET Payment-Order-Invalid TO TRUE
    ELSE
        PERFORM SetPaymentValueDate
    END-IF
    END-IF.

SetPaymentValueDate.
    MOVE FUNCTION CURRENT-DATE(1:8) TO WS-PayTodayDate
    MOVE FUNCTION CURRENT-DATE(9:4) TO WS-PayTimeNow
    PERFORM ReadPaymentControl
    IF WS-ValueDate = SPACES
        MOVE WS-PayTodayDate TO WS-ValueDate
    END-IF
    MOVE ZERO TO WS-ValueDayNumber
    IF WS-ValueDate IS NUMERIC
        COMPUTE WS-ValueDayNumber =
            FUNCTION INTEGER-OF-DATE(WS-ValueDateNum)
    END-IF
    IF WS-ValueDayNumber = ZERO
        DISPLAY "Invalid value date " WS-ValueDate
            " - enter YYYYMMDD. Order not taken."
        SET Payment-Order-Invalid TO TRUE
    ELSE
        IF WS-ValueDate < WS-PayTodayDate
            DISPLAY "Value date is past - payment will go today."
            MOVE WS-PayTodayDate TO WS-ValueDate
        END-IF
        IF WS-ValueDate = WS-PayTodayDate
            AND WS-PayTimeNow > WS-PayCutoff
            DISPLAY "Keyed after the " WS-PayCutoff
                " cut-off - payment goes on the next business day."
            COMPUTE WS-ValueDayNumber =
                FUNCTION INTEGER-OF-DATE(WS-ValueDateNum) + 1
            COMPUTE WS-ValueDateNum =
                FUNCTION DATE-OF-INTEGER(WS-ValueDayNumber)
        END-IF
        PERFORM RollValueDatePastWeekend
    END-IF.

RollValueDatePastWeekend.
    *> Day 1 of the integer calendar, 1 January 1601, was a Monday.
    COMPUTE WS-ValueDayNumber =
        FUNCTION INTEGER-OF-DATE(WS-ValueDateNum)
    COMPUTE WS-Weekday = FUNCTION MOD(WS-ValueDayNumber - 1, 7)
    IF WS-Weekday = 5
        ADD 2 TO WS-ValueDayNumber
    ELSE
    IF WS-Weekday = 6
        ADD 1 TO WS-ValueDayNumber
    END-IF
    END-IF
    COMPUTE WS-ValueDateNum =
        FUNCTION DATE-OF-INTEGER(WS-ValueDayNumber).

ReadPaymentControl.
    MOVE 1500 TO WS-PayCutoff
    OPEN INPUT PaymentControlFile
    IF WS-PayCtlFileStatus = "00"
        READ PaymentControlFile
            NOT AT END
                IF PaymentControlLine NOT = SPACES
                    COMPUTE WS-PayCutoff =
                        FUNCTION NUMVAL(PaymentControlLine)
                END-IF
        END-READ
        CLOSE PaymentControlFile
    END-IF.

TakePaymentOrder.
    *> Reservation first, then its HOLD entry - whose sequence number
    *> becomes the order number - then the order itself, so an order
    *> on file always has its funds reserved.
    MOVE WS-EnteredAccountNumber TO HO-AccountNumber
    MOVE WS-Amount               TO HO-Amount
    MOVE WS-ValueDate            TO HO-ReleaseDate
    MOVE WS-PayTodayDate         TO HO-PlacedDate
    MOVE WS-OperatorId           TO HO-OperatorId
    MOVE "HOLDS.LCK" TO WS-LockFileName
    PERFORM AcquireFileLock
    OPEN EXTEND HoldsFile
    IF WS-HoldsFileStatus = "35"
        OPEN OUTPUT HoldsFile
    END-IF
    WRITE HoldRecord
    CLOSE HoldsFile
    PERFORM ReleaseFileLock
    MOVE AccountBalance TO WS-BalanceBefore WS-BalanceAfter
    MOVE WS-ValueDate   TO WS-ReferenceSeq
    MOVE "HOLD"         TO WS-TranType
    PERFORM WriteTranLogEntry
    PERFORM UpdateRestartCheckpoint
    MOVE WS-SequenceNumber       TO PO-OrderNumber
    MOVE WS-EnteredAccountNumber TO PO-AccountNumber
    MOVE WS-BeneficiaryName      TO PO-BeneficiaryName
    MOVE WS-BeneficiaryBank      TO PO-BeneficiaryBank
    MOVE WS-BeneficiaryAccount   TO PO-BeneficiaryAccount
    MOVE WS-Amount               TO PO-Amount
    MOVE WS-ValueDate            TO PO-ValueDate
    MOVE WS-PayTodayDate         TO PO-TakenDate
    MOVE WS-OperatorId           TO PO-OperatorId
    SET Order-Queued TO TRUE
    MOVE SPACES TO PO-SentDate PO-ReturnDate
                   PO-ReasonCode PO-ReasonText
    MOVE "PAYORD.LCK" TO WS-LockFileName
    PERFORM AcquireFileLock
    OPEN EXTEND PaymentOrderFile
    IF WS-PaymentOrderFileStatus = "35"
        OPEN OUTPUT PaymentOrderFile
    END-IF
    WRITE PaymentOrderRecord
    CLOSE PaymentOrderFile
    PERFORM ReleaseFileLock
    PERFORM ComputeAvailableBalance
    DISPLAY "Payment order " PO-OrderNumber " taken - " WS-Amount
        " to " WS-BeneficiaryName
    DISPLAY "Value date " WS-ValueDate
        " - available balance now " WS-AvailableBalance.

ReportAccountUnavailable.
    IF Account-In-Use
        DISPLAY "Account " WS-UnavailableAccount
            " is in use at another terminal - retry."
    ELSE
        DISPLAY "Account " WS-UnavailableAccount " not found."
    END-IF.

RewriteCurrentAccount.
    REWRITE AccountRecord.

WriteTranLogEntry.
    *> The sequence lock is held from taking the number until the
    *> entry is closed onto the log, so numbers are never handed out
    *> twice and the log stays in sequence order across terminals.
    MOVE "TRANSEQ.LCK" TO WS-LockFileName
    PERFORM AcquireFileLock
    PERFORM GetNextSequenceNumber
    MOVE FUNCTION CURRENT-DATE TO WS-Timestamp
    MOVE AccountNumber     TO TL-AccountNumber
    MOVE WS-SequenceNumber TO TL-SequenceNumber
    MOVE WS-ReferenceSeq   TO TL-ReferenceSeq
    MOVE ZERO              TO WS-ReferenceSeq
    MOVE AccountBranchId   TO TL-BranchId
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
    *> Takes the lock named in WS-LockFileName, waiting while another
    *> terminal holds it (status 61).
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

END PROGRAM BankingSystem.
