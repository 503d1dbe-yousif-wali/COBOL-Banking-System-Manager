       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. LoanRepayment.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT LoanFile ASSIGN TO "LOANS.DAT"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS SEQUENTIAL
    RECORD KEY IS LN-LoanNumber
    FILE STATUS IS WS-LoanFileStatus.

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

    SELECT ReportFile ASSIGN TO "LOANRPT.RPT"
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
FD  LoanFile.
    COPY "loanrec.cpy".

FD  AccountFile.
    COPY "acctrec.cpy".

FD  TranLogFile.
    COPY "tranrec.cpy".

FD  HoldsFile.
    COPY "holdrec.cpy".

FD  ReportFile.
01  ReportLine                  PIC X(80).

FD  SeqFile.
    COPY "seqrec.cpy".

FD  LockFile.
*> Never written - holding the file open is the lock.
01  LockLine                    PIC X.

WORKING-STORAGE SECTION.
01  WS-LoanFileStatus           PIC XX.
01  WS-AccountFileStatus        PIC XX.
01  WS-TranLogFileStatus        PIC XX.
01  WS-HoldsFileStatus          PIC XX.
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

01  WS-Found-Switch             PIC X VALUE 'N'.
    88  Account-Found                  VALUE 'Y'.
    88  Account-Not-Found              VALUE 'N'.

01  WS-Funds-Switch             PIC X VALUE 'Y'.
    88  Funds-Available                VALUE 'Y'.
    88  Funds-Short                    VALUE 'N'.

01  WS-TodayDate                PIC X(8).
01  WS-Timestamp                PIC X(21).
01  WS-BalanceBefore            PIC S9(6)V99.
01  WS-BalanceAfter             PIC S9(6)V99.
01  WS-AvailableBalance         PIC S9(7)V99.
01  WS-HoldTotal                PIC 9(7)V99.
01  WS-PostAmount               PIC 9(6)V99.
01  WS-Disposition              PIC X(8).
01  WS-DispReason               PIC X(14).

*> One installment split - interest is a month's interest on the
*> outstanding principal at the booked annual rate, and the rest of
*> the level payment reduces principal. The last installment of the
*> term takes whatever principal is left, so rounding on the level
*> payment never leaves a stray balance behind.
01  WS-InterestDue              PIC 9(6)V99.
01  WS-PrincipalDue             PIC 9(6)V99.
01  WS-InstallmentAmount        PIC 9(6)V99.

*> Due-date advance work fields - same year/month roll as the
*> standing order run. Loan due days are held to 01-28 at booking,
*> so the advanced date is always a real calendar date.
01  WS-DueDate                  PIC 9(8).
01  WS-DueDateSplit REDEFINES WS-DueDate.
    05  DU-Year                 PIC 9(4).
    05  DU-Month                PIC 9(2).
    05  DU-Day                  PIC 9(2).
01  WS-TotalMonths              PIC 9(6).

*> Per-loan figures for the report line.
01  WS-LoanInstallments         PIC 9(3).
01  WS-LoanInterest             PIC 9(6)V99.
01  WS-LoanPrincipal            PIC 9(6)V99.

01  WS-LoansRead                PIC 9(6) VALUE 0.
01  WS-LoansDue                 PIC 9(6) VALUE 0.
01  WS-InstallmentsCollected    PIC 9(6) VALUE 0.
01  WS-LoansShort               PIC 9(6) VALUE 0.
01  WS-LoansPaidOff             PIC 9(6) VALUE 0.
01  WS-TotalInterest            PIC 9(8)V99 VALUE 0.
01  WS-TotalPrincipal           PIC 9(8)V99 VALUE 0.

01  WS-HeaderLine1              PIC X(80)
        VALUE "LOAN REPAYMENT RUN REPORT".
01  WS-HeaderLine2              PIC X(80)
        VALUE "LOAN#   ACCT# INST  INTEREST  PRINCIPAL OUTSTANDING  DISPOSITION".

01  WS-DetailLine.
    05  DL-LoanNumber           PIC 9(6).
    05  FILLER                  PIC X(2)  VALUE SPACES.
    05  DL-AccountNumber        PIC 9(4).
    05  FILLER                  PIC X(2)  VALUE SPACES.
    05  DL-Installments         PIC ZZ9.
    05  FILLER                  PIC X(1)  VALUE SPACES.
    05  DL-Interest             PIC ZZZ,ZZ9.99.
    05  FILLER                  PIC X(1)  VALUE SPACES.
    05  DL-Principal            PIC ZZZ,ZZ9.99.
    05  FILLER                  PIC X(2)  VALUE SPACES.
    05  DL-Outstanding          PIC ZZZ,ZZ9.99.
    05  FILLER                  PIC X(2)  VALUE SPACES.
    05  DL-Disposition          PIC X(8).
    05  FILLER                  PIC X(1)  VALUE SPACES.
    05  DL-DispReason           PIC X(14).

01  WS-TotalLine1.
    05  FILLER                  PIC X(24) VALUE "LOANS READ:".
    05  TO-LoansRead            PIC ZZZ,ZZ9.
01  WS-TotalLine2.
    05  FILLER                  PIC X(24) VALUE "LOANS WITH DUES:".
    05  TO-LoansDue             PIC ZZZ,ZZ9.
01  WS-TotalLine3.
    05  FILLER                  PIC X(24) VALUE "INSTALLMENTS COLLECTED:".
    05  TO-InstallmentsCollected PIC ZZZ,ZZ9.
01  WS-TotalLine4.
    05  FILLER                  PIC X(24) VALUE "LOANS SHORT OF FUNDS:".
    05  TO-LoansShort           PIC ZZZ,ZZ9.
01  WS-TotalLine5.
    05  FILLER                  PIC X(24) VALUE "LOANS PAID OFF:".
    05  TO-LoansPaidOff         PIC ZZZ,ZZ9.
01  WS-TotalLine6.
    05  FILLER                  PIC X(24) VALUE "INTEREST COLLECTED:".
    05  TO-TotalInterest        PIC ZZ,ZZZ,ZZ9.99.
01  WS-TotalLine7.
    05  FILLER                  PIC X(24) VALUE "PRINCIPAL COLLECTED:".
    05  TO-TotalPrincipal       PIC ZZ,ZZZ,ZZ9.99.

PROCEDURE DIVISION.
100-Start.
    MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TodayDate
    PERFORM OpenFiles
    PERFORM WriteHeaders
    PERFORM UNTIL End-Of-File
        READ LoanFile NEXT RECORD
            AT END
                SET End-Of-File TO TRUE
            NOT AT END
                PERFORM ProcessOneLoan
        END-READ
    END-PERFORM
    PERFORM WriteTotals
    DISPLAY "Loans read: " WS-LoansRead
    DISPLAY "Installments collected: " WS-InstallmentsCollected
        " Short of funds: " WS-LoansShort
        " Paid off: " WS-LoansPaidOff
    DISPLAY "Interest collected: " WS-TotalInterest
        " Principal collected: " WS-TotalPrincipal
    PERFORM CloseFiles
    STOP RUN.

OpenFiles.
    OPEN I-O LoanFile.
    IF WS-LoanFileStatus NOT = "00"
        DISPLAY "Cannot open LOANS.DAT - status " WS-LoanFileStatus
        SET End-Of-File TO TRUE
    END-IF.
    OPEN I-O AccountFile.
    OPEN OUTPUT ReportFile.

WriteHeaders.
    WRITE ReportLine FROM WS-HeaderLine1.
    WRITE ReportLine FROM WS-HeaderLine2.

ProcessOneLoan.
    ADD 1 TO WS-LoansRead
    IF Loan-Active
        PERFORM FallDueInstallments
        IF LN-InstallmentsDue > ZERO
            ADD 1 TO WS-LoansDue
            MOVE ZERO   TO WS-LoanInstallments WS-LoanInterest
                           WS-LoanPrincipal
            MOVE SPACES TO WS-DispReason
            PERFORM CollectDueInstallments
            PERFORM WriteLoanLine
        END-IF
        REWRITE LoanRecord
    END-IF.

FallDueInstallments.
    *> Every due date on or before today falls due once: the
    *> installment joins the count awaiting collection and the next
    *> due date moves on a month. A loan never falls due more
    *> installments than its term.
    PERFORM UNTIL LN-NextDueDate > WS-TodayDate
        OR LN-PaymentsMade + LN-InstallmentsDue NOT < LN-TermMonths
        ADD 1 TO LN-InstallmentsDue
        IF LN-OldestDueDate = SPACES
            MOVE LN-NextDueDate TO LN-OldestDueDate
        END-IF
        MOVE FUNCTION NUMVAL(LN-NextDueDate) TO WS-DueDate
        PERFORM AdvanceOneMonth
        MOVE WS-DueDate TO LN-NextDueDate
    END-PERFORM.

CollectDueInstallments.
    *> Installments are collected oldest first, one at a time, for
    *> as long as the linked checking account can fund them under
    *> the same available-balance-plus-overdraft rule as a teller
    *> withdrawal. The first one it cannot fund is logged NSF and
    *> stays due - it ages on the delinquency report until a later
    *> run collects it.
    MOVE LN-AccountNumber TO AccountNumber
    PERFORM ReadAccountByKey
    IF Account-Not-Found
        MOVE "SKIPPED"      TO WS-Disposition
        MOVE "ACCT MISSING" TO WS-DispReason
    ELSE
    IF Account-Dormant
        MOVE "SKIPPED"      TO WS-Disposition
        MOVE "ACCT DORMANT" TO WS-DispReason
    ELSE
        SET Funds-Available TO TRUE
        PERFORM UNTIL LN-InstallmentsDue = ZERO
            OR Funds-Short
            OR Loan-Paid-Off
            PERFORM CollectOneInstallment
        END-PERFORM
        IF Loan-Paid-Off
            MOVE "PAID OFF" TO WS-Disposition
            ADD 1 TO WS-LoansPaidOff
        ELSE
        IF Funds-Short
            MOVE "NSF"        TO WS-Disposition
            MOVE "IN ARREARS" TO WS-DispReason
            ADD 1 TO WS-LoansShort
        ELSE
            MOVE "PAID"       TO WS-Disposition
        END-IF
        END-IF
    END-IF
    END-IF
    *> The record lock taken by the read is held until every
    *> installment for this loan is posted and logged.
    UNLOCK AccountFile.

CollectOneInstallment.
    COMPUTE WS-InterestDue ROUNDED =
        LN-Outstanding * LN-AnnualRate / 1200
    IF LN-PaymentsMade + 1 NOT < LN-TermMonths
        OR LN-PaymentAmount NOT > WS-InterestDue
        MOVE LN-Outstanding TO WS-PrincipalDue
    ELSE
        COMPUTE WS-PrincipalDue = LN-PaymentAmount - WS-InterestDue
        IF WS-PrincipalDue > LN-Outstanding
            MOVE LN-Outstanding TO WS-PrincipalDue
        END-IF
    END-IF
    COMPUTE WS-InstallmentAmount = WS-InterestDue + WS-PrincipalDue
    PERFORM ComputeAvailableBalance
    IF WS-InstallmentAmount > WS-AvailableBalance + AccountOverdraftLimit
        SET Funds-Short TO TRUE
        MOVE AccountBalance       TO WS-BalanceBefore WS-BalanceAfter
        MOVE WS-InstallmentAmount TO WS-PostAmount
        MOVE "NSF"                TO TL-TransactionType
        PERFORM WriteLoanTranLogEntry
    ELSE
        PERFORM PostInstallmentLegs
        SUBTRACT WS-PrincipalDue FROM LN-Outstanding
        ADD 1      TO LN-PaymentsMade
        SUBTRACT 1 FROM LN-InstallmentsDue
        ADD 1      TO WS-LoanInstallments WS-InstallmentsCollected
        ADD WS-InterestDue  TO WS-LoanInterest WS-TotalInterest
        ADD WS-PrincipalDue TO WS-LoanPrincipal WS-TotalPrincipal
        IF LN-Outstanding = ZERO
            SET Loan-Paid-Off TO TRUE
            MOVE ZERO   TO LN-InstallmentsDue
            MOVE SPACES TO LN-OldestDueDate
        ELSE
        IF LN-InstallmentsDue = ZERO
            MOVE SPACES TO LN-OldestDueDate
        ELSE
            MOVE FUNCTION NUMVAL(LN-OldestDueDate) TO WS-DueDate
            PERFORM AdvanceOneMonth
            MOVE WS-DueDate TO LN-OldestDueDate
        END-IF
        END-IF
    END-IF.

PostInstallmentLegs.
    *> Interest and principal post as two chained entries on the
    *> checking account so the GL and the customer statement see the
    *> split. An interest-free loan has no interest leg.
    IF WS-InterestDue > ZERO
        MOVE AccountBalance TO WS-BalanceBefore
        SUBTRACT WS-InterestDue FROM AccountBalance
        MOVE AccountBalance TO WS-BalanceAfter
        REWRITE AccountRecord
        MOVE WS-InterestDue TO WS-PostAmount
        MOVE "LOAN-INT"     TO TL-TransactionType
        PERFORM WriteLoanTranLogEntry
    END-IF
    MOVE AccountBalance TO WS-BalanceBefore
    SUBTRACT WS-PrincipalDue FROM AccountBalance
    MOVE AccountBalance TO WS-BalanceAfter
    REWRITE AccountRecord
    MOVE WS-PrincipalDue TO WS-PostAmount
    MOVE "LOAN-PRIN"     TO TL-TransactionType
    PERFORM WriteLoanTranLogEntry.

AdvanceOneMonth.
    COMPUTE WS-TotalMonths = (DU-Year * 12) + DU-Month
    COMPUTE DU-Year = WS-TotalMonths / 12
    COMPUTE DU-Month =
        WS-TotalMonths - (DU-Year * 12) + 1.

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
    *> change.  The read locks the record for this loan in turn.
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

WriteLoanTranLogEntry.
    *> Caller sets TL-TransactionType and WS-PostAmount.
    MOVE "TRANSEQ.LCK" TO WS-LockFileName
    PERFORM AcquireFileLock
    PERFORM GetNextSequenceNumber
    MOVE FUNCTION CURRENT-DATE    TO WS-Timestamp
    MOVE AccountNumber            TO TL-AccountNumber
    MOVE WS-PostAmount            TO TL-Amount
    MOVE WS-BalanceBefore         TO TL-BalanceBefore
    MOVE WS-BalanceAfter          TO TL-BalanceAfter
    MOVE WS-Timestamp             TO TL-Timestamp
    MOVE "SYSTEM"                 TO TL-OperatorId
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

WriteLoanLine.
    MOVE SPACES              TO WS-DetailLine
    MOVE LN-LoanNumber       TO DL-LoanNumber
    MOVE LN-AccountNumber    TO DL-AccountNumber
    MOVE WS-LoanInstallments TO DL-Installments
    MOVE WS-LoanInterest     TO DL-Interest
    MOVE WS-LoanPrincipal    TO DL-Principal
    MOVE LN-Outstanding      TO DL-Outstanding
    MOVE WS-Disposition      TO DL-Disposition
    MOVE WS-DispReason       TO DL-DispReason
    WRITE ReportLine FROM WS-DetailLine.

WriteTotals.
    MOVE WS-LoansRead             TO TO-LoansRead
    MOVE WS-LoansDue              TO TO-LoansDue
    MOVE WS-InstallmentsCollected TO TO-InstallmentsCollected
    MOVE WS-LoansShort            TO TO-LoansShort
    MOVE WS-LoansPaidOff          TO TO-LoansPaidOff
    MOVE WS-TotalInterest         TO TO-TotalInterest
    MOVE WS-TotalPrincipal        TO TO-TotalPrincipal
    WRITE ReportLine FROM WS-TotalLine1
    WRITE ReportLine FROM WS-TotalLine2
    WRITE ReportLine FROM WS-TotalLine3
    WRITE ReportLine FROM WS-TotalLine4
    WRITE ReportLine FROM WS-TotalLine5
    WRITE ReportLine FROM WS-TotalLine6
    WRITE ReportLine FROM WS-TotalLine7.

CloseFiles.
    CLOSE LoanFile.
    CLOSE AccountFile.
    CLOSE ReportFile.

END PROGRAM LoanRepayment.
