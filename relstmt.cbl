       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. RelationshipStatements.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT AccountFile ASSIGN TO "ACCOUNTS.DAT"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS AccountNumber
    FILE STATUS IS WS-AccountFileStatus.

    SELECT CustomerFile ASSIGN TO "CUSTOMER.DAT"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS SEQUENTIAL
    RECORD KEY IS CU-RecordKey
    FILE STATUS IS WS-CustomerFileStatus.

    SELECT TranLogFile ASSIGN TO "TRANLOG.DAT"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-TranLogFileStatus.

    SELECT HistoryFile ASSIGN USING WS-HistoryFileName
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-HistoryFileStatus.

    SELECT PeriodFile ASSIGN TO "STMTPER.DAT"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-PeriodFileStatus.

    SELECT StatementFile ASSIGN TO "RELSTMT.RPT"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-StatementFileStatus.

DATA DIVISION.
FILE SECTION.
FD  AccountFile.
    COPY "acctrec.cpy".

FD  CustomerFile.
    COPY "custrec.cpy".

FD  TranLogFile.
    COPY "tranrec.cpy".

FD  HistoryFile.
01  HistoryRecord               PIC X(89).

FD  PeriodFile.
01  PeriodRecord.
    *> Same statement period control card as CustomerStatements -
    *> both dates YYYYMMDD inclusive, current month when absent.
    *> Column 17 is read by CustomerStatements: C (or blank) leaves
    *> every account printed here off its run, B mails both.
    05  SP-StartDate            PIC X(8).
    05  SP-EndDate              PIC X(8).
    05  SP-StatementMode        PIC X.

FD  StatementFile.
01  StatementLine               PIC X(80).

WORKING-STORAGE SECTION.
01  WS-AccountFileStatus        PIC XX.
01  WS-CustomerFileStatus       PIC XX.
01  WS-TranLogFileStatus        PIC XX.
01  WS-HistoryFileStatus        PIC XX.
01  WS-PeriodFileStatus         PIC XX.
01  WS-StatementFileStatus      PIC XX.

01  WS-EOF-Switch               PIC X VALUE 'N'.
    88  End-Of-File                    VALUE 'Y'.
01  WS-LogEOF-Switch            PIC X VALUE 'N'.
    88  End-Of-Log                     VALUE 'Y'.
01  WS-HistEOF-Switch           PIC X VALUE 'N'.
    88  End-Of-History                 VALUE 'Y'.

01  WS-CustomerFound-Switch     PIC X VALUE 'N'.
    88  Customer-Found                 VALUE 'Y'.
    88  Customer-Not-Found             VALUE 'N'.
01  WS-Listed-Switch            PIC X VALUE 'N'.
    88  Account-Already-Listed         VALUE 'Y'.
    88  Account-Not-Listed             VALUE 'N'.

01  WS-Anchor-Switch            PIC X VALUE 'N'.
    88  Balance-Anchored               VALUE 'Y'.

01  WS-StartDate                PIC X(8).
01  WS-EndDate                  PIC X(8).
01  WS-TranDate                 PIC X(8).

*> Rolled history files are swept the same way CustomerStatements
*> does it - files named from the period start through today, then
*> the live TRANLOG.DAT.
01  WS-HistoryFileName          PIC X(21).
01  WS-ScanDate                 PIC 9(8).
01  WS-ScanDateX REDEFINES WS-ScanDate
                                PIC X(8).
01  WS-ScanDayNumber            PIC 9(7).
01  WS-StartDayNumber           PIC 9(7).
01  WS-TodayDayNumber           PIC 9(7).
01  WS-OpeningBalance           PIC S9(6)V99.
01  WS-ClosingBalance           PIC S9(6)V99.
01  WS-MovementCount            PIC 9(6).
01  WS-StatementCount           PIC 9(6) VALUE 0.
01  WS-AccountSections          PIC 9(6) VALUE 0.
01  WS-ClosedHolders            PIC 9(6) VALUE 0.
01  WS-HoldingsOverflow         PIC 9(6) VALUE 0.
01  WS-CustomersOverflow        PIC 9(6) VALUE 0.
01  WS-CustomerSub              PIC 9(5).
01  WS-FirstPage-Switch         PIC X VALUE 'Y'.
    88  First-Page                     VALUE 'Y'.

*> One entry per customer, built from every holder record whose
*> account is still open. A customer is one ID number; a holder
*> with no ID number on file is matched on the name as keyed, the
*> same rule RelationshipInquiry uses. Joint accounts appear under
*> each holder, so each holder's mailing shows the full position.
*> The address is the one on a primary holding when there is one.
01  WS-CustomerTable.
    05  WS-CustomerCount        PIC 9(5) VALUE 0.
    05  WS-CustomerEntry OCCURS 10000 TIMES INDEXED BY CR-IDX.
        10  CR-IdNumber         PIC X(20).
        10  CR-HolderName       PIC X(30).
        10  CR-Address          PIC X(40).
        10  CR-AddressFlag      PIC X.
            88  CR-Address-From-Primary VALUE 'Y'.
        10  CR-HoldingCount     PIC 9(2).
        10  CR-Holding OCCURS 10 TIMES INDEXED BY CH-IDX.
            15  CH-AccountNumber PIC 9(4).
            15  CH-HolderRole   PIC X.

*> Per-mailing summary, filled in as each account section prints.
01  WS-SummaryTable.
    05  WS-SummaryEntry OCCURS 10 TIMES.
        10  SY-AccountNumber    PIC 9(4).
        10  SY-TypeName         PIC X(8).
        10  SY-OpeningBalance   PIC S9(6)V99.
        10  SY-ClosingBalance   PIC S9(6)V99.
01  WS-SummarySub               PIC 9(2).
01  WS-OpeningTotal             PIC S9(7)V99.
01  WS-ClosingTotal             PIC S9(7)V99.
01  WS-TypeName                 PIC X(8).

01  WS-HeaderLine1.
    05  FILLER                  PIC X(42)
        VALUE "CUSTOMER RELATIONSHIP STATEMENT    PERIOD ".
    05  SH-StartDate            PIC X(8).
    05  FILLER                  PIC X(3)  VALUE " - ".
    05  SH-EndDate              PIC X(8).

01  WS-MailNameLine.
    05  FILLER                  PIC X(4)  VALUE SPACES.
    05  SM-HolderName           PIC X(30).
01  WS-MailAddressLine.
    05  FILLER                  PIC X(4)  VALUE SPACES.
    05  SM-Address              PIC X(40).

01  WS-AccountLine.
    05  FILLER                  PIC X(8)  VALUE "ACCOUNT ".
    05  SA-AccountNumber        PIC 9(4).
    05  FILLER                  PIC X(2)  VALUE SPACES.
    05  SA-TypeName             PIC X(8).
    05  FILLER                  PIC X(2)  VALUE SPACES.
    05  SA-RoleName             PIC X(16).

01  WS-ColumnLine               PIC X(80)
        VALUE "DATE      TRAN TYPE         AMOUNT        BALANCE".

01  WS-OpeningLine.
    05  FILLER                  PIC X(26) VALUE "OPENING BALANCE".
    05  SO-OpeningBalance       PIC ZZZ,ZZ9.99-.

01  WS-DetailLine.
    05  SD-TranDate             PIC X(8).
    05  FILLER                  PIC X(2)  VALUE SPACES.
    05  SD-TranType             PIC X(12).
    05  FILLER                  PIC X(2)  VALUE SPACES.
    05  SD-Amount               PIC ZZZ,ZZ9.99.
    05  FILLER                  PIC X(3)  VALUE SPACES.
    05  SD-Balance              PIC ZZZ,ZZ9.99-.

01  WS-NoMovementLine           PIC X(80)
        VALUE "NO ACCOUNT ACTIVITY THIS PERIOD".

01  WS-ClosingLine.
    05  FILLER                  PIC X(26) VALUE "CLOSING BALANCE".
    05  SC-ClosingBalance       PIC ZZZ,ZZ9.99-.

01  WS-SummaryTitle             PIC X(80)
        VALUE "SUMMARY OF YOUR ACCOUNTS".
01  WS-SummaryColumns           PIC X(80)
        VALUE "ACCOUNT   TYPE     OPENING BALANCE   CLOSING BALANCE".

01  WS-SummaryLine.
    05  SS-AccountNumber        PIC 9(4).
    05  FILLER                  PIC X(6)  VALUE SPACES.
    05  SS-TypeName             PIC X(8).
    05  FILLER                  PIC X(5)  VALUE SPACES.
    05  SS-OpeningBalance       PIC ZZZ,ZZ9.99-.
    05  FILLER                  PIC X(7)  VALUE SPACES.
    05  SS-ClosingBalance       PIC ZZZ,ZZ9.99-.

01  WS-TotalLine.
    05  FILLER                  PIC X(21)
        VALUE "TOTAL RELATIONSHIP".
    05  ST-OpeningTotal         PIC Z,ZZZ,ZZ9.99-.
    05  FILLER                  PIC X(5)  VALUE SPACES.
    05  ST-ClosingTotal         PIC Z,ZZZ,ZZ9.99-.

01  WS-BlankLine                PIC X(80) VALUE SPACES.

PROCEDURE DIVISION.
100-Start.
    PERFORM OpenFiles
    PERFORM ReadStatementPeriod
    PERFORM BuildCustomerTable
    PERFORM VARYING CR-IDX FROM 1 BY 1
        UNTIL CR-IDX > WS-CustomerCount
        PERFORM PrintOneRelationship
    END-PERFORM
    DISPLAY "Relationship statements produced: " WS-StatementCount
    DISPLAY "Account sections printed:         " WS-AccountSections
    DISPLAY "Holder records for closed accounts skipped: "
        WS-ClosedHolders
    IF WS-HoldingsOverflow > ZERO OR WS-CustomersOverflow > ZERO
        DISPLAY "Not printed - holdings over 10 per customer: "
            WS-HoldingsOverflow ", customers over table: "
            WS-CustomersOverflow
    END-IF
    PERFORM CloseFiles
    STOP RUN.

OpenFiles.
    OPEN INPUT AccountFile.
    OPEN INPUT CustomerFile.
    OPEN OUTPUT StatementFile.

ReadStatementPeriod.
    MOVE FUNCTION CURRENT-DATE(1:8) TO WS-EndDate
    MOVE WS-EndDate TO WS-StartDate
    MOVE "01" TO WS-StartDate(7:2)
    OPEN INPUT PeriodFile.
    IF WS-PeriodFileStatus = "00"
        READ PeriodFile
            NOT AT END
                MOVE SP-StartDate TO WS-StartDate
                MOVE SP-EndDate   TO WS-EndDate
        END-READ
        CLOSE PeriodFile
    END-IF
    COMPUTE WS-StartDayNumber =
        FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-StartDate))
    COMPUTE WS-TodayDayNumber =
        FUNCTION INTEGER-OF-DATE(
            FUNCTION NUMVAL(FUNCTION CURRENT-DATE(1:8)))
    IF WS-StartDayNumber = ZERO
        DISPLAY "Invalid statement start date " WS-StartDate
            " - enter YYYYMMDD."
        PERFORM CloseFiles
        STOP RUN
    END-IF.

BuildCustomerTable.
    *> Holder records come in account order, so each customer's
    *> accounts print in account-number order.
    PERFORM UNTIL End-Of-File
        READ CustomerFile NEXT RECORD
            AT END
                SET End-Of-File TO TRUE
            NOT AT END
                MOVE CU-AccountNumber TO AccountNumber
                READ AccountFile
                    INVALID KEY
                        ADD 1 TO WS-ClosedHolders
                    NOT INVALID KEY
                        PERFORM AddToCustomer
                END-READ
        END-READ
    END-PERFORM.

AddToCustomer.
    SET Customer-Not-Found TO TRUE
    PERFORM VARYING CR-IDX FROM 1 BY 1
        UNTIL CR-IDX > WS-CustomerCount OR Customer-Found
        IF CU-IdNumber NOT = SPACES
            IF CR-IdNumber(CR-IDX) = CU-IdNumber
                SET Customer-Found TO TRUE
                SET WS-CustomerSub TO CR-IDX
            END-IF
        ELSE
            IF CR-IdNumber(CR-IDX) = SPACES
               AND CR-HolderName(CR-IDX) = CU-HolderName
                SET Customer-Found TO TRUE
                SET WS-CustomerSub TO CR-IDX
            END-IF
        END-IF
    END-PERFORM
    IF Customer-Not-Found
        IF WS-CustomerCount = 10000
            ADD 1 TO WS-CustomersOverflow
        ELSE
            ADD 1 TO WS-CustomerCount
            MOVE WS-CustomerCount TO WS-CustomerSub
            MOVE CU-IdNumber   TO CR-IdNumber(WS-CustomerSub)
            MOVE CU-HolderName TO CR-HolderName(WS-CustomerSub)
            MOVE CU-Address    TO CR-Address(WS-CustomerSub)
            MOVE 'N'           TO CR-AddressFlag(WS-CustomerSub)
            MOVE ZERO          TO CR-HoldingCount(WS-CustomerSub)
            SET Customer-Found TO TRUE
        END-IF
    END-IF
    IF Customer-Found
        PERFORM AddHoldingToCustomer
    END-IF.

AddHoldingToCustomer.
    SET CR-IDX TO WS-CustomerSub
    IF Primary-Holder AND NOT CR-Address-From-Primary(CR-IDX)
        MOVE CU-HolderName TO CR-HolderName(CR-IDX)
        MOVE CU-Address    TO CR-Address(CR-IDX)
        MOVE 'Y'           TO CR-AddressFlag(CR-IDX)
    END-IF
    SET Account-Not-Listed TO TRUE
    PERFORM VARYING CH-IDX FROM 1 BY 1
        UNTIL CH-IDX > CR-HoldingCount(CR-IDX)
           OR Account-Already-Listed
        IF CH-AccountNumber(CR-IDX, CH-IDX) = CU-AccountNumber
            SET Account-Already-Listed TO TRUE
        END-IF
    END-PERFORM
    IF Account-Not-Listed
        IF CR-HoldingCount(CR-IDX) = 10
            ADD 1 TO WS-HoldingsOverflow
        ELSE
            ADD 1 TO CR-HoldingCount(CR-IDX)
            SET CH-IDX TO CR-HoldingCount(CR-IDX)
            MOVE CU-AccountNumber TO CH-AccountNumber(CR-IDX, CH-IDX)
            MOVE CU-HolderRole    TO CH-HolderRole(CR-IDX, CH-IDX)
        END-IF
    END-IF.

PrintOneRelationship.
    PERFORM WriteMailingHeading
    MOVE ZERO TO WS-OpeningTotal WS-ClosingTotal
    PERFORM VARYING CH-IDX FROM 1 BY 1
        UNTIL CH-IDX > CR-HoldingCount(CR-IDX)
        PERFORM PrintOneAccountSection
    END-PERFORM
    PERFORM WriteRelationshipSummary
    ADD 1 TO WS-StatementCount.

WriteMailingHeading.
    MOVE WS-StartDate TO SH-StartDate
    MOVE WS-EndDate   TO SH-EndDate
    IF First-Page
        WRITE StatementLine FROM WS-HeaderLine1
        MOVE 'N' TO WS-FirstPage-Switch
    ELSE
        WRITE StatementLine FROM WS-HeaderLine1
            AFTER ADVANCING PAGE
    END-IF
    WRITE StatementLine FROM WS-BlankLine
    MOVE CR-HolderName(CR-IDX) TO SM-HolderName
    WRITE StatementLine FROM WS-MailNameLine
    MOVE CR-Address(CR-IDX) TO SM-Address
    WRITE StatementLine FROM WS-MailAddressLine.

PrintOneAccountSection.
    MOVE CH-AccountNumber(CR-IDX, CH-IDX) TO AccountNumber
    READ AccountFile
        INVALID KEY
            MOVE ZERO TO AccountBalance
            MOVE SPACE TO AccountType
    END-READ
    EVALUATE AccountType
        WHEN 'C' MOVE "CHECKING" TO WS-TypeName
        WHEN 'S' MOVE "SAVINGS"  TO WS-TypeName
        WHEN OTHER MOVE SPACES   TO WS-TypeName
    END-EVALUATE
    WRITE StatementLine FROM WS-BlankLine
    MOVE AccountNumber TO SA-AccountNumber
    MOVE WS-TypeName   TO SA-TypeName
    IF CH-HolderRole(CR-IDX, CH-IDX) = 'P'
        MOVE "PRIMARY HOLDER"   TO SA-RoleName
    ELSE
        MOVE "SECONDARY HOLDER" TO SA-RoleName
    END-IF
    WRITE StatementLine FROM WS-AccountLine
    WRITE StatementLine FROM WS-ColumnLine
    MOVE ZERO TO WS-MovementCount
    MOVE 'N' TO WS-Anchor-Switch
    *> Opening and closing balances are anchored on the log exactly
    *> as CustomerStatements does, so the two statements agree.
    MOVE AccountBalance TO WS-OpeningBalance WS-ClosingBalance
    PERFORM ScanHistoryFiles
    PERFORM ScanTranLogForAccount
    PERFORM WriteStatementFooting
    SET WS-SummarySub TO CH-IDX
    MOVE AccountNumber     TO SY-AccountNumber(WS-SummarySub)
    MOVE WS-TypeName       TO SY-TypeName(WS-SummarySub)
    MOVE WS-OpeningBalance TO SY-OpeningBalance(WS-SummarySub)
    MOVE WS-ClosingBalance TO SY-ClosingBalance(WS-SummarySub)
    ADD WS-OpeningBalance  TO WS-OpeningTotal
    ADD WS-ClosingBalance  TO WS-ClosingTotal
    ADD 1 TO WS-AccountSections.

ScanHistoryFiles.
    MOVE WS-StartDayNumber TO WS-ScanDayNumber
    PERFORM UNTIL WS-ScanDayNumber > WS-TodayDayNumber
        COMPUTE WS-ScanDate =
            FUNCTION DATE-OF-INTEGER(WS-ScanDayNumber)
        PERFORM ScanOneHistoryFile
        ADD 1 TO WS-ScanDayNumber
    END-PERFORM.

ScanOneHistoryFile.
    MOVE SPACES TO WS-HistoryFileName
    STRING "TRANHIST." WS-ScanDateX ".DAT"
        DELIMITED BY SIZE INTO WS-HistoryFileName
    MOVE 'N' TO WS-HistEOF-Switch
    OPEN INPUT HistoryFile
    IF WS-HistoryFileStatus NOT = "00"
        SET End-Of-History TO TRUE
    END-IF
    PERFORM UNTIL End-Of-History
        READ HistoryFile
            AT END
                SET End-Of-History TO TRUE
            NOT AT END
                MOVE HistoryRecord TO TranLogRecord
                PERFORM SelectStatementMovement
        END-READ
    END-PERFORM
    IF WS-HistoryFileStatus NOT = "35"
        CLOSE HistoryFile
    END-IF.

ScanTranLogForAccount.
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
                PERFORM SelectStatementMovement
        END-READ
    END-PERFORM
    CLOSE TranLogFile.

SelectStatementMovement.
    *> Same selection as CustomerStatements: before the period sets
    *> the opening balance, inside it prints, and the first record
    *> after the period end anchors the closing balance.
    MOVE TL-Timestamp(1:8) TO WS-TranDate
    IF TL-AccountNumber = AccountNumber
        IF WS-TranDate > WS-EndDate
            IF NOT Balance-Anchored
                MOVE TL-BalanceBefore TO WS-OpeningBalance
                                         WS-ClosingBalance
                SET Balance-Anchored TO TRUE
            END-IF
        ELSE
            SET Balance-Anchored TO TRUE
            IF WS-TranDate < WS-StartDate
                MOVE TL-BalanceAfter TO WS-OpeningBalance
                                        WS-ClosingBalance
            ELSE
                IF WS-MovementCount = ZERO
                    MOVE TL-BalanceBefore TO WS-OpeningBalance
                END-IF
                ADD 1 TO WS-MovementCount
                MOVE TL-BalanceAfter TO WS-ClosingBalance
                PERFORM WriteMovementLine
            END-IF
        END-IF
    END-IF.

WriteMovementLine.
    IF WS-MovementCount = 1
        MOVE WS-OpeningBalance TO SO-OpeningBalance
        WRITE StatementLine FROM WS-OpeningLine
    END-IF
    MOVE WS-TranDate          TO SD-TranDate
    MOVE TL-TransactionType   TO SD-TranType
    MOVE TL-Amount            TO SD-Amount
    MOVE TL-BalanceAfter      TO SD-Balance
    WRITE StatementLine FROM WS-DetailLine.

WriteStatementFooting.
    IF WS-MovementCount = ZERO
        MOVE WS-OpeningBalance TO SO-OpeningBalance
        WRITE StatementLine FROM WS-OpeningLine
        WRITE StatementLine FROM WS-NoMovementLine
    END-IF
    MOVE WS-ClosingBalance TO SC-ClosingBalance
    WRITE StatementLine FROM WS-ClosingLine.

WriteRelationshipSummary.
    WRITE StatementLine FROM WS-BlankLine
    WRITE StatementLine FROM WS-SummaryTitle
    WRITE StatementLine FROM WS-SummaryColumns
    PERFORM VARYING WS-SummarySub FROM 1 BY 1
        UNTIL WS-SummarySub > CR-HoldingCount(CR-IDX)
        MOVE SY-AccountNumber(WS-SummarySub)  TO SS-AccountNumber
        MOVE SY-TypeName(WS-SummarySub)       TO SS-TypeName
        MOVE SY-OpeningBalance(WS-SummarySub) TO SS-OpeningBalance
        MOVE SY-ClosingBalance(WS-SummarySub) TO SS-ClosingBalance
        WRITE StatementLine FROM WS-SummaryLine
    END-PERFORM
    MOVE WS-OpeningTotal TO ST-OpeningTotal
    MOVE WS-ClosingTotal TO ST-ClosingTotal
    WRITE StatementLine FROM WS-TotalLine.

CloseFiles.
    CLOSE AccountFile.
    CLOSE CustomerFile.
    CLOSE StatementFile.

END PROGRAM RelationshipStatements.
