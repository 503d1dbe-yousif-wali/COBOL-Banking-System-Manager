       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. DrawerBalance.

01  WS-BranchWithdrawals        PIC 9(8)V99 VALUE 0.
01  WS-BranchExpected           PIC S9(8)V99 VALUE 0.
01  WS-BranchDeclared           PIC S9(8)V99 VALUE 0.
01  WS-BankDeposits             PIC 9(8)V99 VALUE 0.
01  WS-BankWithdrawals          PIC 9(8)V99 VALUE 0.
01  WS-BankExpected             PIC S9(8)V99 VALUE 0.
01  WS-BankDeclared             PIC S9(8)V99 VALUE 0.
01  WS-OutOfTolerance           PIC 9(4) VALUE 0.
01  WS-Outstanding              PIC 9(4) VALUE 0.

        10  OT-Declared         PIC S9(7)V99.
        10  OT-DeclaredFlag     PIC X.
            88  Count-Declared         VALUE 'Y'.
        10  OT-BranchId         PIC X(4).

*> Drawers balance under the operator's branch - the branches on
*> the roster, kept in branch order as they are met.
01  WS-BranchTable.
    05  WS-BranchCount          PIC 9(3) VALUE 0.
    05  BT-BranchId OCCURS 200 TIMES INDEXED BY BR-IDX
                                PIC X(4).
01  WS-BranchSlot               PIC 9(3).
01  WS-ShiftSlot                PIC 9(3).

*> INTEREST postings seen so far - a reversed interest credit is a
*> book entry, not cash, and is left out of the drawer.
01  WS-InterestTable.
    05  WS-InterestCount        PIC 9(5) VALUE 0.
    05  WS-InterestSeq OCCURS 10000 TIMES INDEXED BY IN-IDX
                                PIC 9(8).
01  WS-InterestRev-Switch       PIC X VALUE 'N'.
    88  Reverses-Interest              VALUE 'Y'.
    88  Reverses-Other                 VALUE 'N'.

01  WS-HeaderLine1              PIC X(132)
        VALUE "TELLER CASH DRAWER BALANCING REPORT".
    05  FILLER                  PIC X(2)  VALUE SPACES.
    05  DL-Status               PIC X(16).

01  WS-BranchHeaderLine.
    05  FILLER                  PIC X(7)  VALUE "BRANCH ".
    05  BH-BranchId             PIC X(4).

01  WS-BranchLine.
    05  FILLER                  PIC X(7)  VALUE "BRANCH ".
    05  BT-BranchLineId         PIC X(4).
    05  FILLER                  PIC X(29) VALUE " TOTAL".
    05  FILLER                  PIC X(1)  VALUE SPACES.
    05  BT-Deposits             PIC ZZ,ZZZ,ZZ9.99.
    05  FILLER                  PIC X(1)  VALUE SPACES.
    05  BT-Declared             PIC ZZ,ZZZ,ZZ9.99-.
    05  BT-Variance             PIC ZZ,ZZZ,ZZ9.99-.

01  WS-BankLine.
    05  FILLER                  PIC X(8)  VALUE "BANK".
    05  FILLER                  PIC X(2)  VALUE SPACES.
    05  FILLER                  PIC X(30) VALUE "TOTAL".
    05  FILLER                  PIC X(1)  VALUE SPACES.
    05  BK-Deposits             PIC ZZ,ZZZ,ZZ9.99.
    05  FILLER                  PIC X(1)  VALUE SPACES.
    05  BK-Withdrawals          PIC ZZ,ZZZ,ZZ9.99.
    05  FILLER                  PIC X(1)  VALUE SPACES.
    05  BK-Expected             PIC ZZ,ZZZ,ZZ9.99-.
    05  BK-Declared             PIC ZZ,ZZZ,ZZ9.99-.
    05  BK-Variance             PIC ZZ,ZZZ,ZZ9.99-.

01  WS-TotalLine1.
    05  FILLER                  PIC X(26) VALUE "TELLERS OUT OF TOLERANCE:".
    05  TO-OutOfTolerance       PIC ZZZ9.
                                      OT-Withdrawals(OP-IDX)
                                      OT-Declared(OP-IDX)
                MOVE 'N'           TO OT-DeclaredFlag(OP-IDX)
                MOVE OP-BranchId   TO OT-BranchId(OP-IDX)
                PERFORM NoteRosterBranch
        END-READ
    END-PERFORM
    IF WS-OperatorFileStatus NOT = "35"
        CLOSE OperatorFile
    END-IF.

NoteRosterBranch.
    MOVE 1 TO WS-BranchSlot
    PERFORM UNTIL WS-BranchSlot > WS-BranchCount
        OR BT-BranchId(WS-BranchSlot) NOT < OP-BranchId
        ADD 1 TO WS-BranchSlot
    END-PERFORM
    IF WS-BranchSlot > WS-BranchCount
        OR BT-BranchId(WS-BranchSlot) NOT = OP-BranchId
        IF WS-BranchCount < 200
            PERFORM VARYING WS-ShiftSlot FROM WS-BranchCount BY -1
                UNTIL WS-ShiftSlot < WS-BranchSlot
                MOVE BT-BranchId(WS-ShiftSlot)
                    TO BT-BranchId(WS-ShiftSlot + 1)
            END-PERFORM
            ADD 1 TO WS-BranchCount
            MOVE OP-BranchId TO BT-BranchId(WS-BranchSlot)
        END-IF
    END-IF.

ReadTolerance.
    OPEN INPUT ControlFile.
    IF WS-ControlFileStatus = "00"
    *> under a roster operator, plus a teller-keyed same-day
    *> REVERSAL, which hands cash back across the counter. Batch and
    *> system postings carry BRANCH/SYSTEM operator ids and fall
    *> through the roster match. A teller can also back out an
    *> interest credit; no cash changes hands for that one.
    IF TL-TransactionType = "INTEREST"
        PERFORM NoteInterestPosting
    END-IF
    SET Reverses-Other TO TRUE
    IF TL-TransactionType = "REVERSAL"
        PERFORM CheckReversesInterest
    END-IF
    IF (TL-TransactionType = "DEPOSIT"
        OR TL-TransactionType = "WITHDRAWAL"
        OR TL-TransactionType = "OD-WITHDRAW"
        OR TL-TransactionType = "REVERSAL")
        AND Reverses-Other
        SET Operator-Not-Matched TO TRUE
        PERFORM FindRosterOperator
        IF Operator-Matched
        END-IF
    END-IF.

NoteInterestPosting.
    IF WS-InterestCount < 10000
        ADD 1 TO WS-InterestCount
        SET IN-IDX TO WS-InterestCount
        MOVE TL-SequenceNumber TO WS-InterestSeq(IN-IDX)
    END-IF.

CheckReversesInterest.
    IF TL-ReferenceSeq > ZERO
        PERFORM VARYING IN-IDX FROM 1 BY 1
            UNTIL IN-IDX > WS-InterestCount
            OR Reverses-Interest
            IF WS-InterestSeq(IN-IDX) = TL-ReferenceSeq
                SET Reverses-Interest TO TRUE
            END-IF
        END-PERFORM
    END-IF.

FindRosterOperator.
    PERFORM VARYING OP-IDX FROM 1 BY 1
        UNTIL OP-IDX > WS-OperatorCount
    OPEN OUTPUT ReportFile
    WRITE ReportLine FROM WS-HeaderLine1
    WRITE ReportLine FROM WS-HeaderLine2
    PERFORM VARYING BR-IDX FROM 1 BY 1
        UNTIL BR-IDX > WS-BranchCount
        PERFORM WriteOneBranch
    END-PERFORM
    PERFORM WriteBankTotal
    MOVE WS-OutOfTolerance TO TO-OutOfTolerance
    WRITE ReportLine FROM WS-TotalLine1
    MOVE WS-Outstanding TO TO-Outstanding
    WRITE ReportLine FROM WS-TotalLine2
    CLOSE ReportFile.

WriteOneBranch.
    MOVE ZERO TO WS-BranchDeposits WS-BranchWithdrawals
                 WS-BranchExpected WS-BranchDeclared
    MOVE BT-BranchId(BR-IDX) TO BH-BranchId
    WRITE ReportLine FROM WS-BranchHeaderLine
    PERFORM VARYING OP-IDX FROM 1 BY 1
        UNTIL OP-IDX > WS-OperatorCount
        IF OT-BranchId(OP-IDX) = BT-BranchId(BR-IDX)
            PERFORM WriteOneOperatorLine
        END-IF
    END-PERFORM
    PERFORM WriteBranchTotal
    ADD WS-BranchDeposits    TO WS-BankDeposits
    ADD WS-BranchWithdrawals TO WS-BankWithdrawals
    ADD WS-BranchExpected    TO WS-BankExpected
    ADD WS-BranchDeclared    TO WS-BankDeclared.

WriteOneOperatorLine.
    MOVE SPACES                   TO WS-DetailLine
    MOVE OT-OperatorId(OP-IDX)    TO DL-OperatorId
    WRITE ReportLine FROM WS-DetailLine.

WriteBranchTotal.
    MOVE BT-BranchId(BR-IDX)  TO BT-BranchLineId
    MOVE WS-BranchDeposits    TO BT-Deposits
    MOVE WS-BranchWithdrawals TO BT-Withdrawals
    MOVE WS-BranchExpected    TO BT-Expected
    MOVE WS-Variance          TO BT-Variance
    WRITE ReportLine FROM WS-BranchLine.

WriteBankTotal.
    MOVE WS-BankDeposits    TO BK-Deposits
    MOVE WS-BankWithdrawals TO BK-Withdrawals
    MOVE WS-BankExpected    TO BK-Expected
    MOVE WS-BankDeclared    TO BK-Declared
    COMPUTE WS-Variance =
        WS-BankDeclared - WS-BankExpected
    MOVE WS-Variance        TO BK-Variance
    WRITE ReportLine FROM WS-BankLine.

END PROGRAM DrawerBalance.
