       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. DepositMovementReport.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT SnapshotFile ASSIGN USING WS-SnapshotFileName
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-SnapshotFileStatus.

    SELECT ControlFile ASSIGN TO "DEPMCTL.DAT"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-ControlFileStatus.

    SELECT ReportFile ASSIGN TO "DEPMOVE.RPT"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-ReportFileStatus.

DATA DIVISION.
FILE SECTION.
FD  SnapshotFile.
    COPY "balhrec.cpy".

FD  ControlFile.
*> Report month as YYYYMM. When the card is absent the run reports
*> the calendar month before the run date.
01  ControlLine                 PIC X(6).

FD  ReportFile.
01  ReportLine                  PIC X(132).

WORKING-STORAGE SECTION.
01  WS-SnapshotFileStatus       PIC XX.
01  WS-ControlFileStatus        PIC XX.
01  WS-ReportFileStatus         PIC XX.

01  WS-SnapEOF-Switch           PIC X VALUE 'N'.
    88  End-Of-Snapshot                VALUE 'Y'.

01  WS-SnapFound-Switch         PIC X VALUE 'N'.
    88  Snapshot-Found                 VALUE 'Y'.
    88  Snapshot-Not-Found             VALUE 'N'.
01  WS-Complete-Switch          PIC X VALUE 'N'.
    88  Snapshot-Complete              VALUE 'Y'.
    88  Snapshot-Incomplete            VALUE 'N'.
01  WS-DetailCount              PIC 9(6).
01  WS-TrailerCount             PIC 9(6).

01  WS-PriorFound-Switch        PIC X VALUE 'N'.
    88  Prior-Snapshot-Found           VALUE 'Y'.
    88  Prior-Snapshot-Missing         VALUE 'N'.

01  WS-TodayDate                PIC 9(8).
01  WS-TodayDateSplit REDEFINES WS-TodayDate.
    05  TD-Year                 PIC 9(4).
    05  TD-Month                PIC 9(2).
    05  TD-Day                  PIC 9(2).

*> The month being searched for its month-end snapshot - the last
*> close in the month, found by working back from its final day.
01  WS-SearchMonth              PIC 9(6).
01  WS-SearchMonthSplit REDEFINES WS-SearchMonth.
    05  SM-Year                 PIC 9(4).
    05  SM-Month                PIC 9(2).
01  WS-ReportMonth              PIC 9(6).
01  WS-PriorMonth               PIC 9(6).
01  WS-TotalMonths              PIC 9(6).
01  WS-MonthStartDay            PIC 9(7).
01  WS-NextMonthYear            PIC 9(4).
01  WS-NextMonthNumber          PIC 9(2).

01  WS-SnapshotFileName         PIC X(20).
01  WS-ScanDate                 PIC 9(8).
01  WS-ScanDateX REDEFINES WS-ScanDate
                                PIC X(8).
01  WS-ScanDayNumber            PIC 9(7).
01  WS-CurrentSnapDate          PIC X(8).
01  WS-PriorSnapDate            PIC X(8).

*> Prior month-end balances, direct-indexed - slot N+1 covers
*> account N. PA-Seen is set when the account turns up again at
*> this month-end; one never seen again was closed in the month.
01  WS-PriorTable.
    05  WS-PriorEntry OCCURS 10000 TIMES.
        10  PA-Present          PIC X VALUE 'N'.
        10  PA-Seen             PIC X VALUE 'N'.
        10  PA-AccountType      PIC X.
        10  PA-LedgerBalance    PIC S9(6)V99.
01  WS-AccountSub               PIC 9(5).
01  WS-TypeSub                  PIC 9.

*> Movement by account type: 1 = checking, 2 = savings.
*> New money is what accounts opened in the month hold at its end;
*> closed outflow is what accounts closed in the month held at the
*> prior month-end; the rest of the growth is on continuing
*> accounts.
01  WS-TypeTable.
    05  WS-TypeEntry OCCURS 2 TIMES.
        10  TY-Name             PIC X(8).
        10  TY-PriorCount       PIC 9(6).
        10  TY-CurrentCount     PIC 9(6).
        10  TY-OpenedCount      PIC 9(6).
        10  TY-ClosedCount      PIC 9(6).
        10  TY-PriorTotal       PIC S9(9)V99.
        10  TY-CurrentTotal     PIC S9(9)V99.
        10  TY-NewMoney         PIC S9(9)V99.
        10  TY-ClosedOutflow    PIC S9(9)V99.
        10  TY-Continuing       PIC S9(9)V99.
        10  TY-NetGrowth        PIC S9(9)V99.

01  WS-HeaderLine1.
    05  FILLER                  PIC X(38)
        VALUE "MONTH-END DEPOSIT MOVEMENT REPORT FOR ".
    05  HD-ReportMonth          PIC 9(6).
01  WS-HeaderLine2.
    05  FILLER                  PIC X(17) VALUE "PRIOR MONTH-END: ".
    05  HD-PriorSnapDate        PIC X(8).
    05  FILLER                  PIC X(19) VALUE "   THIS MONTH-END: ".
    05  HD-CurrentSnapDate      PIC X(8).
01  WS-HeaderLine3              PIC X(132)
        VALUE "TYPE         PRIOR TOTAL       NEW MONEY  CLOSED OUTFLOW  CONTINUING CHG   CURRENT TOTAL      NET GROWTH".
01  WS-NoPriorLine              PIC X(132)
        VALUE "NO PRIOR MONTH-END SNAPSHOT - EVERY ACCOUNT IS COUNTED AS NEW MONEY".

01  WS-DetailLine.
    05  DL-TypeName             PIC X(8).
    05  FILLER                  PIC X(1)  VALUE SPACES.
    05  DL-PriorTotal           PIC ZZZ,ZZZ,ZZ9.99-.
    05  FILLER                  PIC X(1)  VALUE SPACES.
    05  DL-NewMoney             PIC ZZZ,ZZZ,ZZ9.99-.
    05  FILLER                  PIC X(1)  VALUE SPACES.
    05  DL-ClosedOutflow        PIC ZZZ,ZZZ,ZZ9.99-.
    05  FILLER                  PIC X(1)  VALUE SPACES.
    05  DL-Continuing           PIC ZZZ,ZZZ,ZZ9.99-.
    05  FILLER                  PIC X(1)  VALUE SPACES.
    05  DL-CurrentTotal         PIC ZZZ,ZZZ,ZZ9.99-.
    05  FILLER                  PIC X(1)  VALUE SPACES.
    05  DL-NetGrowth            PIC ZZZ,ZZZ,ZZ9.99-.

01  WS-CountLine.
    05  FILLER                  PIC X(9)  VALUE SPACES.
    05  FILLER                  PIC X(9)  VALUE "ACCOUNTS ".
    05  CL-PriorCount           PIC ZZZ,ZZ9.
    05  FILLER                  PIC X(9)  VALUE " OPENED ".
    05  CL-OpenedCount          PIC ZZZ,ZZ9.
    05  FILLER                  PIC X(9)  VALUE " CLOSED ".
    05  CL-ClosedCount          PIC ZZZ,ZZ9.
    05  FILLER                  PIC X(9)  VALUE " NOW ".
    05  CL-CurrentCount         PIC ZZZ,ZZ9.

PROCEDURE DIVISION.
100-Start.
    MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TodayDate
    PERFORM ReadReportMonth
    PERFORM InitTypeTable
    MOVE WS-ReportMonth TO WS-SearchMonth
    PERFORM FindMonthEndSnapshot
    IF Snapshot-Not-Found
        DISPLAY "No complete balance snapshot in month "
            WS-ReportMonth
            " - report not produced."
        STOP RUN
    END-IF
    MOVE WS-ScanDateX TO WS-CurrentSnapDate
    MOVE WS-PriorMonth TO WS-SearchMonth
    PERFORM FindMonthEndSnapshot
    IF Snapshot-Found
        SET Prior-Snapshot-Found TO TRUE
        MOVE WS-ScanDateX TO WS-PriorSnapDate
        PERFORM LoadPriorSnapshot
    ELSE
        SET Prior-Snapshot-Missing TO TRUE
        MOVE "NONE" TO WS-PriorSnapDate
    END-IF
    MOVE WS-CurrentSnapDate TO WS-ScanDateX
    PERFORM ReadCurrentSnapshot
    PERFORM TallyClosedAccounts
    PERFORM WriteReport
    DISPLAY "Deposit movement for " WS-ReportMonth
        " written to DEPMOVE.RPT"
    STOP RUN.

ReadReportMonth.
    COMPUTE WS-TotalMonths = (TD-Year * 12) + TD-Month - 2
    COMPUTE SM-Year = WS-TotalMonths / 12
    COMPUTE SM-Month = WS-TotalMonths - (SM-Year * 12) + 1
    MOVE WS-SearchMonth TO WS-ReportMonth
    OPEN INPUT ControlFile
    IF WS-ControlFileStatus = "00"
        READ ControlFile
            NOT AT END
                IF ControlLine IS NUMERIC
                    MOVE ControlLine TO WS-ReportMonth
                END-IF
        END-READ
        CLOSE ControlFile
    END-IF
    MOVE WS-ReportMonth TO WS-SearchMonth
    COMPUTE WS-TotalMonths = (SM-Year * 12) + SM-Month - 2
    COMPUTE SM-Year = WS-TotalMonths / 12
    COMPUTE SM-Month = WS-TotalMonths - (SM-Year * 12) + 1
    MOVE WS-SearchMonth TO WS-PriorMonth.

InitTypeTable.
    INITIALIZE WS-TypeTable
    MOVE "CHECKING" TO TY-Name(1)
    MOVE "SAVINGS"  TO TY-Name(2).

FindMonthEndSnapshot.
    *> Works back from the last day of WS-SearchMonth to its first,
    *> passing over any snapshot that is not complete.
    COMPUTE WS-MonthStartDay = FUNCTION INTEGER-OF-DATE(
        (SM-Year * 10000) + (SM-Month * 100) + 1)
    IF SM-Month = 12
        COMPUTE WS-NextMonthYear = SM-Year + 1
        MOVE 1 TO WS-NextMonthNumber
    ELSE
        MOVE SM-Year TO WS-NextMonthYear
        COMPUTE WS-NextMonthNumber = SM-Month + 1
    END-IF
    COMPUTE WS-ScanDayNumber = FUNCTION INTEGER-OF-DATE(
        (WS-NextMonthYear * 10000) + (WS-NextMonthNumber * 100) + 1)
        - 1
    SET Snapshot-Not-Found TO TRUE
    PERFORM UNTIL Snapshot-Found
        OR WS-ScanDayNumber < WS-MonthStartDay
        COMPUTE WS-ScanDate =
            FUNCTION DATE-OF-INTEGER(WS-ScanDayNumber)
        MOVE SPACES TO WS-SnapshotFileName
        STRING "BALHIST." WS-ScanDateX ".DAT"
            DELIMITED BY SIZE INTO WS-SnapshotFileName
        OPEN INPUT SnapshotFile
        IF WS-SnapshotFileStatus = "00"
            PERFORM CheckSnapshotComplete
            IF Snapshot-Complete
                SET Snapshot-Found TO TRUE
            END-IF
        END-IF
        IF Snapshot-Not-Found
            SUBTRACT 1 FROM WS-ScanDayNumber
        END-IF
    END-PERFORM.

CheckSnapshotComplete.
    *> Called with the file open. A snapshot is whole only when its
    *> last line is the trailer and the trailer's count agrees with
    *> the detail lines read - a close that died part way leaves a
    *> file that stops short, and BalanceSnapshot only cuts it again
    *> if it is rerun the same day.
    SET Snapshot-Incomplete TO TRUE
    MOVE ZERO TO WS-DetailCount WS-TrailerCount
    MOVE 'N' TO WS-SnapEOF-Switch
    PERFORM UNTIL End-Of-Snapshot
        READ SnapshotFile
            AT END
                SET End-Of-Snapshot TO TRUE
            NOT AT END
                IF Snapshot-Trailer
                    SET Snapshot-Complete TO TRUE
                    MOVE BT-AccountCount TO WS-TrailerCount
                ELSE
                    SET Snapshot-Incomplete TO TRUE
                    ADD 1 TO WS-DetailCount
                END-IF
        END-READ
    END-PERFORM
    CLOSE SnapshotFile
    MOVE 'N' TO WS-SnapEOF-Switch
    IF Snapshot-Complete
        AND WS-TrailerCount NOT = WS-DetailCount
        SET Snapshot-Incomplete TO TRUE
    END-IF
    IF Snapshot-Incomplete
        DISPLAY "Snapshot for " WS-ScanDateX
            " incomplete - not used."
    END-IF.

LoadPriorSnapshot.
    PERFORM OpenSnapshotForDate
    PERFORM UNTIL End-Of-Snapshot
        READ SnapshotFile
            AT END
                SET End-Of-Snapshot TO TRUE
            NOT AT END
                IF NOT Snapshot-Trailer
                    PERFORM NotePriorAccount
                END-IF
        END-READ
    END-PERFORM
    CLOSE SnapshotFile.

NotePriorAccount.
    COMPUTE WS-AccountSub = BH-AccountNumber + 1
    MOVE 'Y' TO PA-Present(WS-AccountSub)
    MOVE BH-AccountType TO PA-AccountType(WS-AccountSub)
    MOVE BH-LedgerBalance TO PA-LedgerBalance(WS-AccountSub)
    PERFORM SetTypeSub
    ADD 1 TO TY-PriorCount(WS-TypeSub)
    ADD BH-LedgerBalance TO TY-PriorTotal(WS-TypeSub).

ReadCurrentSnapshot.
    PERFORM OpenSnapshotForDate
    PERFORM UNTIL End-Of-Snapshot
        READ SnapshotFile
            AT END
                SET End-Of-Snapshot TO TRUE
            NOT AT END
                IF NOT Snapshot-Trailer
                    PERFORM TallyCurrentAccount
                END-IF
        END-READ
    END-PERFORM
    CLOSE SnapshotFile.

OpenSnapshotForDate.
    MOVE SPACES TO WS-SnapshotFileName
    STRING "BALHIST." WS-ScanDateX ".DAT"
        DELIMITED BY SIZE INTO WS-SnapshotFileName
    MOVE 'N' TO WS-SnapEOF-Switch
    OPEN INPUT SnapshotFile
    IF WS-SnapshotFileStatus NOT = "00"
        SET End-Of-Snapshot TO TRUE
    END-IF.

TallyCurrentAccount.
    COMPUTE WS-AccountSub = BH-AccountNumber + 1
    PERFORM SetTypeSub
    ADD 1 TO TY-CurrentCount(WS-TypeSub)
    ADD BH-LedgerBalance TO TY-CurrentTotal(WS-TypeSub)
    IF PA-Present(WS-AccountSub) = 'Y'
        MOVE 'Y' TO PA-Seen(WS-AccountSub)
    ELSE
        ADD 1 TO TY-OpenedCount(WS-TypeSub)
        ADD BH-LedgerBalance TO TY-NewMoney(WS-TypeSub)
    END-IF.

TallyClosedAccounts.
    PERFORM VARYING WS-AccountSub FROM 1 BY 1
        UNTIL WS-AccountSub > 10000
        IF PA-Present(WS-AccountSub) = 'Y'
            AND PA-Seen(WS-AccountSub) = 'N'
            MOVE PA-AccountType(WS-AccountSub) TO BH-AccountType
            PERFORM SetTypeSub
            ADD 1 TO TY-ClosedCount(WS-TypeSub)
            ADD PA-LedgerBalance(WS-AccountSub)
                TO TY-ClosedOutflow(WS-TypeSub)
        END-IF
    END-PERFORM.

SetTypeSub.
    IF BH-AccountType = 'S'
        MOVE 2 TO WS-TypeSub
    ELSE
        MOVE 1 TO WS-TypeSub
    END-IF.

WriteReport.
    OPEN OUTPUT ReportFile
    MOVE WS-ReportMonth     TO HD-ReportMonth
    MOVE WS-PriorSnapDate   TO HD-PriorSnapDate
    MOVE WS-CurrentSnapDate TO HD-CurrentSnapDate
    WRITE ReportLine FROM WS-HeaderLine1
    WRITE ReportLine FROM WS-HeaderLine2
    IF Prior-Snapshot-Missing
        WRITE ReportLine FROM WS-NoPriorLine
    END-IF
    WRITE ReportLine FROM WS-HeaderLine3
    PERFORM VARYING WS-TypeSub FROM 1 BY 1 UNTIL WS-TypeSub > 2
        COMPUTE TY-NetGrowth(WS-TypeSub) =
            TY-CurrentTotal(WS-TypeSub) - TY-PriorTotal(WS-TypeSub)
        COMPUTE TY-Continuing(WS-TypeSub) =
            TY-NetGrowth(WS-TypeSub) - TY-NewMoney(WS-TypeSub)
            + TY-ClosedOutflow(WS-TypeSub)
        PERFORM WriteTypeLines
    END-PERFORM
    PERFORM WriteAllTypesLine
    CLOSE ReportFile.

WriteTypeLines.
    MOVE SPACES                        TO WS-DetailLine
    MOVE TY-Name(WS-TypeSub)           TO DL-TypeName
    MOVE TY-PriorTotal(WS-TypeSub)     TO DL-PriorTotal
    MOVE TY-NewMoney(WS-TypeSub)       TO DL-NewMoney
    MOVE TY-ClosedOutflow(WS-TypeSub)  TO DL-ClosedOutflow
    MOVE TY-Continuing(WS-TypeSub)     TO DL-Continuing
    MOVE TY-CurrentTotal(WS-TypeSub)   TO DL-CurrentTotal
    MOVE TY-NetGrowth(WS-TypeSub)      TO DL-NetGrowth
    WRITE ReportLine FROM WS-DetailLine
    MOVE TY-PriorCount(WS-TypeSub)     TO CL-PriorCount
    MOVE TY-OpenedCount(WS-TypeSub)    TO CL-OpenedCount
    MOVE TY-ClosedCount(WS-TypeSub)    TO CL-ClosedCount
    MOVE TY-CurrentCount(WS-TypeSub)   TO CL-CurrentCount
    WRITE ReportLine FROM WS-CountLine.

WriteAllTypesLine.
    MOVE SPACES      TO WS-DetailLine
    MOVE "ALL"       TO DL-TypeName
    COMPUTE DL-PriorTotal    = TY-PriorTotal(1) + TY-PriorTotal(2)
    COMPUTE DL-NewMoney      = TY-NewMoney(1) + TY-NewMoney(2)
    COMPUTE DL-ClosedOutflow = TY-ClosedOutflow(1) + TY-ClosedOutflow(2)
    COMPUTE DL-Continuing    = TY-Continuing(1) + TY-Continuing(2)
    COMPUTE DL-CurrentTotal  = TY-CurrentTotal(1) + TY-CurrentTotal(2)
    COMPUTE DL-NetGrowth     = TY-NetGrowth(1) + TY-NetGrowth(2)
    WRITE ReportLine FROM WS-DetailLine.

END PROGRAM DepositMovementReport.
