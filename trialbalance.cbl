       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. TrialBalanceReport.

01  WS-EOF-Switch               PIC X VALUE 'N'.
    88  End-Of-File                    VALUE 'Y'.

01  WS-BranchFound-Switch       PIC X VALUE 'N'.
    88  Branch-Found                   VALUE 'Y'.
    88  Branch-Not-Found               VALUE 'N'.

*> The master is keyed on account number, so it is read into core
*> once and listed branch by branch. The branch table is kept in
*> branch order as branches are met; accounts with no home branch
*> sort first under a blank branch.
01  WS-AccountTable.
    05  WS-AccountCount         PIC 9(5) VALUE 0.
    05  WS-AccountEntry OCCURS 10000 TIMES INDEXED BY AT-IDX.
        10  AT-AccountNumber    PIC 9(4).
        10  AT-AccountName      PIC X(30).
        10  AT-AccountType      PIC X.
        10  AT-AccountBalance   PIC S9(6)V99.
        10  AT-BranchId         PIC X(4).

01  WS-BranchTable.
    05  WS-BranchCount          PIC 9(3) VALUE 0.
    05  WS-BranchEntry OCCURS 200 TIMES INDEXED BY BR-IDX.
        10  BT-BranchId         PIC X(4).
        10  BT-CheckingTotal    PIC S9(8)V99.
        10  BT-SavingsTotal     PIC S9(8)V99.
        10  BT-GrandTotal       PIC S9(8)V99.
01  WS-BranchSlot               PIC 9(3).
01  WS-ShiftSlot                PIC 9(3).

01  WS-HeaderLine1              PIC X(80)
        VALUE "END-OF-DAY TRIAL BALANCE REPORT".
01  WS-HeaderLine2              PIC X(80)
    05  FILLER                  PIC X(1)  VALUE SPACES.
    05  DL-AccountBalance       PIC ZZZ,ZZ9.99-.

01  WS-BranchHeaderLine.
    05  FILLER                  PIC X(7)  VALUE "BRANCH ".
    05  BH-BranchId             PIC X(4).

01  WS-BranchCheckingLine.
    05  FILLER                  PIC X(22) VALUE SPACES.
    05  FILLER                  PIC X(7)  VALUE "BRANCH ".
    05  BC-BranchId             PIC X(4).
    05  FILLER                  PIC X(3)  VALUE SPACES.
    05  FILLER                  PIC X(14) VALUE "CHECKING BOOK:".
    05  FILLER                  PIC X(2)  VALUE SPACES.
    05  BC-CheckingTotal        PIC ZZ,ZZZ,ZZ9.99-.

01  WS-BranchSavingsLine.
    05  FILLER                  PIC X(22) VALUE SPACES.
    05  FILLER                  PIC X(7)  VALUE "BRANCH ".
    05  BS-BranchId             PIC X(4).
    05  FILLER                  PIC X(3)  VALUE SPACES.
    05  FILLER                  PIC X(14) VALUE "SAVINGS BOOK:".
    05  FILLER                  PIC X(2)  VALUE SPACES.
    05  BS-SavingsTotal         PIC ZZ,ZZZ,ZZ9.99-.

01  WS-BranchTotalLine.
    05  FILLER                  PIC X(22) VALUE SPACES.
    05  FILLER                  PIC X(7)  VALUE "BRANCH ".
    05  BG-BranchId             PIC X(4).
    05  FILLER                  PIC X(3)  VALUE SPACES.
    05  FILLER                  PIC X(14) VALUE "BRANCH TOTAL:".
    05  FILLER                  PIC X(2)  VALUE SPACES.
    05  BG-GrandTotal           PIC ZZ,ZZZ,ZZ9.99-.

01  WS-CheckingTotalLine.
    05  FILLER                  PIC X(36) VALUE SPACES.
    05  FILLER                  PIC X(14) VALUE "CHECKING BOOK:".
            AT END
                SET End-Of-File TO TRUE
            NOT AT END
                PERFORM LoadOneAccount
        END-READ
    END-PERFORM
    PERFORM VARYING BR-IDX FROM 1 BY 1
        UNTIL BR-IDX > WS-BranchCount
        PERFORM WriteOneBranch
    END-PERFORM
    PERFORM WriteTotalLine
    PERFORM CloseFiles
    STOP RUN.
    WRITE ReportLine FROM WS-HeaderLine1.
    WRITE ReportLine FROM WS-HeaderLine2.

LoadOneAccount.
    IF WS-AccountCount NOT < 10000
        DISPLAY "Account table full - account " AccountNumber
            " not listed"
    ELSE
        ADD 1 TO WS-AccountCount
        SET AT-IDX TO WS-AccountCount
        MOVE AccountNumber   TO AT-AccountNumber(AT-IDX)
        MOVE AccountName     TO AT-AccountName(AT-IDX)
        MOVE AccountType     TO AT-AccountType(AT-IDX)
        MOVE AccountBalance  TO AT-AccountBalance(AT-IDX)
        MOVE AccountBranchId TO AT-BranchId(AT-IDX)
        PERFORM FindBranchSlot
        IF Branch-Found
            ADD AccountBalance TO BT-GrandTotal(WS-BranchSlot)
            IF Savings-Account
                ADD AccountBalance TO BT-SavingsTotal(WS-BranchSlot)
            ELSE
                ADD AccountBalance TO BT-CheckingTotal(WS-BranchSlot)
            END-IF
        END-IF
    END-IF.

FindBranchSlot.
    *> Points WS-BranchSlot at the account's branch, opening a slot
    *> in branch order when the branch is new.
    SET Branch-Not-Found TO TRUE
    MOVE 1 TO WS-BranchSlot
    PERFORM UNTIL WS-BranchSlot > WS-BranchCount
        OR BT-BranchId(WS-BranchSlot) NOT < AccountBranchId
        ADD 1 TO WS-BranchSlot
    END-PERFORM
    IF WS-BranchSlot NOT > WS-BranchCount
        AND BT-BranchId(WS-BranchSlot) = AccountBranchId
        SET Branch-Found TO TRUE
    ELSE
    IF WS-BranchCount < 200
        PERFORM VARYING WS-ShiftSlot FROM WS-BranchCount BY -1
            UNTIL WS-ShiftSlot < WS-BranchSlot
            MOVE WS-BranchEntry(WS-ShiftSlot)
                TO WS-BranchEntry(WS-ShiftSlot + 1)
        END-PERFORM
        ADD 1 TO WS-BranchCount
        MOVE AccountBranchId TO BT-BranchId(WS-BranchSlot)
        MOVE ZERO TO BT-CheckingTotal(WS-BranchSlot)
                     BT-SavingsTotal(WS-BranchSlot)
                     BT-GrandTotal(WS-BranchSlot)
        SET Branch-Found TO TRUE
    ELSE
        DISPLAY "Branch table full - branch " AccountBranchId
            " not listed"
    END-IF
    END-IF.

WriteOneBranch.
    MOVE SPACES TO ReportLine
    WRITE ReportLine
    MOVE BT-BranchId(BR-IDX) TO BH-BranchId
    WRITE ReportLine FROM WS-BranchHeaderLine
    PERFORM VARYING AT-IDX FROM 1 BY 1
        UNTIL AT-IDX > WS-AccountCount
        IF AT-BranchId(AT-IDX) = BT-BranchId(BR-IDX)
            PERFORM WriteDetailLine
        END-IF
    END-PERFORM
    MOVE BT-BranchId(BR-IDX)     TO BC-BranchId BS-BranchId
                                    BG-BranchId
    MOVE BT-CheckingTotal(BR-IDX) TO BC-CheckingTotal
    WRITE ReportLine FROM WS-BranchCheckingLine
    MOVE BT-SavingsTotal(BR-IDX)  TO BS-SavingsTotal
    WRITE ReportLine FROM WS-BranchSavingsLine
    MOVE BT-GrandTotal(BR-IDX)    TO BG-GrandTotal
    WRITE ReportLine FROM WS-BranchTotalLine.

WriteDetailLine.
    MOVE AT-AccountNumber(AT-IDX)  TO DL-AccountNumber
    MOVE AT-AccountName(AT-IDX)    TO DL-AccountName
    MOVE AT-AccountType(AT-IDX)    TO DL-AccountType
    MOVE AT-AccountBalance(AT-IDX) TO DL-AccountBalance
    WRITE ReportLine FROM WS-DetailLine
    ADD AT-AccountBalance(AT-IDX) TO WS-GrandTotal
    IF AT-AccountType(AT-IDX) = 'S'
        ADD AT-AccountBalance(AT-IDX) TO WS-SavingsTotal
    ELSE
        ADD AT-AccountBalance(AT-IDX) TO WS-CheckingTotal
    END-IF.

WriteTotalLine.
    MOVE SPACES TO ReportLine
    WRITE ReportLine
    MOVE WS-CheckingTotal TO CT-CheckingTotal
    WRITE ReportLine FROM WS-CheckingTotalLine
    MOVE WS-SavingsTotal TO ST-SavingsTotal
