       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. BalanceSnapshot.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT AccountFile ASSIGN TO "ACCOUNTS.DAT"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS SEQUENTIAL
    RECORD KEY IS AccountNumber
    FILE STATUS IS WS-AccountFileStatus.

    SELECT HoldsFile ASSIGN TO "HOLDS.DAT"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-HoldsFileStatus.

    SELECT SnapshotFile ASSIGN USING WS-SnapshotFileName
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-SnapshotFileStatus.

DATA DIVISION.
FILE SECTION.
FD  AccountFile.
    COPY "acctrec.cpy".

FD  HoldsFile.
    COPY "holdrec.cpy".

FD  SnapshotFile.
    COPY "balhrec.cpy".

WORKING-STORAGE SECTION.
01  WS-AccountFileStatus        PIC XX.
01  WS-HoldsFileStatus          PIC XX.
01  WS-SnapshotFileStatus       PIC XX.

01  WS-EOF-Switch               PIC X VALUE 'N'.
    88  End-Of-File                    VALUE 'Y'.
01  WS-HoldsEOF-Switch          PIC X VALUE 'N'.
    88  End-Of-Holds                   VALUE 'Y'.
01  WS-SnapEOF-Switch           PIC X VALUE 'N'.
    88  End-Of-Snapshot                VALUE 'Y'.
01  WS-Trailer-Switch           PIC X VALUE 'N'.
    88  Trailer-Last                   VALUE 'Y'.
    88  Trailer-Not-Last               VALUE 'N'.

*> Snapshots are cut one per close, named BALHIST.YYYYMMDD.DAT so
*> the as-of inquiry and the month-end movement report can find
*> them by date. A second run on the same day is refused rather
*> than letting it overwrite the snapshot already cut - unless the
*> file lacks its trailer, in which case the first run died part
*> way and the snapshot is cut again.
01  WS-SnapshotFileName         PIC X(20).
01  WS-SnapshotDate             PIC X(8).

*> Direct-indexed open hold totals - slot N+1 covers account N.
01  WS-HoldTotalTable.
    05  WS-HoldTotal OCCURS 10000 TIMES PIC 9(7)V99 VALUE 0.
01  WS-HoldSub                  PIC 9(5).

01  WS-AccountsWritten          PIC 9(6) VALUE 0.
01  WS-LedgerTotal              PIC S9(9)V99 VALUE 0.
01  WS-AvailableTotal           PIC S9(9)V99 VALUE 0.
01  WS-TotalEdit                PIC ZZZ,ZZZ,ZZ9.99-.

PROCEDURE DIVISION.
100-Start.
    MOVE FUNCTION CURRENT-DATE(1:8) TO WS-SnapshotDate
    STRING "BALHIST." WS-SnapshotDate ".DAT"
        DELIMITED BY SIZE INTO WS-SnapshotFileName
    PERFORM CheckNotAlreadyTaken
    PERFORM LoadHoldTotals
    PERFORM WriteSnapshot
    DISPLAY "Snapshot " WS-SnapshotFileName " - accounts: "
        WS-AccountsWritten
    MOVE WS-LedgerTotal TO WS-TotalEdit
    DISPLAY "Ledger total:    " WS-TotalEdit
    MOVE WS-AvailableTotal TO WS-TotalEdit
    DISPLAY "Available total: " WS-TotalEdit
    STOP RUN.

CheckNotAlreadyTaken.
    *> Same rule as the payment run's payout file: whole only if the
    *> last line read is the trailer.
    SET Trailer-Not-Last TO TRUE
    OPEN INPUT SnapshotFile
    IF WS-SnapshotFileStatus = "00"
        PERFORM UNTIL End-Of-Snapshot
            READ SnapshotFile
                AT END
                    SET End-Of-Snapshot TO TRUE
                NOT AT END
                    IF Snapshot-Trailer
                        SET Trailer-Last TO TRUE
                    ELSE
                        SET Trailer-Not-Last TO TRUE
                    END-IF
            END-READ
        END-PERFORM
        CLOSE SnapshotFile
    END-IF
    IF Trailer-Last
        DISPLAY "Snapshot file " WS-SnapshotFileName
            " already exists - snapshot already taken today."
        STOP RUN
    END-IF
    IF WS-SnapshotFileStatus NOT = "35"
        DISPLAY "Snapshot file " WS-SnapshotFileName
            " has no trailer - taking the snapshot again."
    END-IF.

LoadHoldTotals.
    OPEN INPUT HoldsFile
    IF WS-HoldsFileStatus NOT = "00"
        SET End-Of-Holds TO TRUE
    END-IF
    PERFORM UNTIL End-Of-Holds
        READ HoldsFile
            AT END
                SET End-Of-Holds TO TRUE
            NOT AT END
                COMPUTE WS-HoldSub = HO-AccountNumber + 1
                ADD HO-Amount TO WS-HoldTotal(WS-HoldSub)
        END-READ
    END-PERFORM
    IF WS-HoldsFileStatus NOT = "35"
        CLOSE HoldsFile
    END-IF.

WriteSnapshot.
    OPEN INPUT AccountFile
    IF WS-AccountFileStatus NOT = "00"
        DISPLAY "Cannot open ACCOUNTS.DAT - status "
            WS-AccountFileStatus
        STOP RUN
    END-IF
    OPEN OUTPUT SnapshotFile
    PERFORM UNTIL End-Of-File
        READ AccountFile NEXT RECORD
            AT END
                SET End-Of-File TO TRUE
            NOT AT END
                PERFORM WriteOneAccount
        END-READ
    END-PERFORM
    CLOSE AccountFile
    MOVE SPACES             TO BalanceHistoryTrailer
    MOVE WS-SnapshotDate    TO BT-SnapshotDate
    SET Snapshot-Trailer    TO TRUE
    MOVE WS-AccountsWritten TO BT-AccountCount
    MOVE WS-LedgerTotal     TO BT-LedgerTotal
    MOVE WS-AvailableTotal  TO BT-AvailableTotal
    WRITE BalanceHistoryTrailer
    CLOSE SnapshotFile.

WriteOneAccount.
    COMPUTE WS-HoldSub = AccountNumber + 1
    MOVE WS-SnapshotDate  TO BH-SnapshotDate
    MOVE AccountNumber    TO BH-AccountNumber
    MOVE AccountBalance   TO BH-LedgerBalance
    COMPUTE BH-AvailableBalance =
        AccountBalance - WS-HoldTotal(WS-HoldSub)
    MOVE AccountType      TO BH-AccountType
    MOVE AccountStatus    TO BH-AccountStatus
    WRITE BalanceHistoryRecord
    ADD 1 TO WS-AccountsWritten
    ADD BH-LedgerBalance    TO WS-LedgerTotal
    ADD BH-AvailableBalance TO WS-AvailableTotal.

END PROGRAM BalanceSnapshot.
