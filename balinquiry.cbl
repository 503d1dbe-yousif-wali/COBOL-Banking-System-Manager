       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. BalanceAsOfInquiry.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT SnapshotFile ASSIGN USING WS-SnapshotFileName
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-SnapshotFileStatus.

DATA DIVISION.
FILE SECTION.
FD  SnapshotFile.
    COPY "balhrec.cpy".

WORKING-STORAGE SECTION.
01  WS-SnapshotFileStatus       PIC XX.

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

01  WS-AcctFound-Switch         PIC X VALUE 'N'.
    88  Account-Found                  VALUE 'Y'.
    88  Account-Not-Found              VALUE 'N'.

01  WS-EnteredAccountNumber     PIC 9(4).
01  WS-AsOfDate                 PIC 9(8).
01  WS-TodayDate                PIC 9(8).

*> Snapshots are cut at each close as BALHIST.YYYYMMDD.DAT. The
*> balance as of a date is the one in the latest snapshot on or
*> before it - a day with no close (a weekend or holiday) carries
*> the previous close's figures, and so does a close whose snapshot
*> is incomplete. The search gives up after a month with no
*> complete snapshot, which means the date is before history began.
01  WS-SnapshotFileName         PIC X(20).
01  WS-ScanDate                 PIC 9(8).
01  WS-ScanDateX REDEFINES WS-ScanDate
                                PIC X(8).
01  WS-ScanDayNumber            PIC 9(7).
01  WS-StopDayNumber            PIC 9(7).
01  WS-LookbackDays             PIC 9(3) VALUE 31.

01  WS-LedgerEdit               PIC ZZZ,ZZ9.99-.
01  WS-AvailableEdit            PIC Z,ZZZ,ZZ9.99-.
01  WS-TypeName                 PIC X(8).
01  WS-StatusName               PIC X(8).

PROCEDURE DIVISION.
100-Start.
    DISPLAY "Account Number: " WITH NO ADVANCING
    ACCEPT WS-EnteredAccountNumber
    DISPLAY "As-of Date (YYYYMMDD): " WITH NO ADVANCING
    ACCEPT WS-AsOfDate
    MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TodayDate
    IF WS-AsOfDate > WS-TodayDate
        MOVE WS-TodayDate TO WS-AsOfDate
    END-IF
    PERFORM FindSnapshot
    IF Snapshot-Not-Found
        DISPLAY "No complete balance snapshot on or within "
            WS-LookbackDays " days before " WS-AsOfDate "."
    ELSE
        PERFORM FindAccountInSnapshot
        IF Account-Not-Found
            DISPLAY "Account " WS-EnteredAccountNumber
                " was not open at the close of " WS-ScanDateX "."
        ELSE
            PERFORM ShowBalance
        END-IF
    END-IF
    STOP RUN.

FindSnapshot.
    COMPUTE WS-ScanDayNumber = FUNCTION INTEGER-OF-DATE(WS-AsOfDate)
    IF WS-ScanDayNumber = ZERO
        DISPLAY "Invalid as-of date " WS-AsOfDate
            " - enter YYYYMMDD."
        STOP RUN
    END-IF
    COMPUTE WS-StopDayNumber = WS-ScanDayNumber - WS-LookbackDays
    SET Snapshot-Not-Found TO TRUE
    PERFORM UNTIL Snapshot-Found
        OR WS-ScanDayNumber < WS-StopDayNumber
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

FindAccountInSnapshot.
    SET Account-Not-Found TO TRUE
    OPEN INPUT SnapshotFile
    PERFORM UNTIL End-Of-Snapshot
        READ SnapshotFile
            AT END
                SET End-Of-Snapshot TO TRUE
            NOT AT END
                IF NOT Snapshot-Trailer
                    IF BH-AccountNumber = WS-EnteredAccountNumber
                        SET Account-Found TO TRUE
                        SET End-Of-Snapshot TO TRUE
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE SnapshotFile.

ShowBalance.
    EVALUATE BH-AccountType
        WHEN 'C' MOVE "CHECKING" TO WS-TypeName
        WHEN 'S' MOVE "SAVINGS"  TO WS-TypeName
        WHEN OTHER MOVE BH-AccountType TO WS-TypeName
    END-EVALUATE
    EVALUATE BH-AccountStatus
        WHEN 'D' MOVE "DORMANT"  TO WS-StatusName
        WHEN OTHER MOVE "ACTIVE" TO WS-StatusName
    END-EVALUATE
    MOVE BH-LedgerBalance    TO WS-LedgerEdit
    MOVE BH-AvailableBalance TO WS-AvailableEdit
    DISPLAY "Account " BH-AccountNumber " as of " WS-AsOfDate
    IF WS-ScanDate NOT = WS-AsOfDate
        DISPLAY "  (close of " BH-SnapshotDate
            " - latest complete snapshot on or before that date)"
    END-IF
    DISPLAY "  Type:              " WS-TypeName
    DISPLAY "  Status:            " WS-StatusName
    DISPLAY "  Ledger balance:    " WS-LedgerEdit
    DISPLAY "  Available balance: " WS-AvailableEdit.

END PROGRAM BalanceAsOfInquiry.
