*> Daily balance history record - one line per account on file at
*> close of business, written by BalanceSnapshot to the dated file
*> BALHIST.YYYYMMDD.DAT (one file per close, never rewritten once
*> complete).
*> Available balance is the ledger balance less the open holds on
*> HOLDS.DAT at the time of the snapshot. An account missing from
*> a day's file was not open at that close.
01  BalanceHistoryRecord.
    05  BH-SnapshotDate     PIC X(8).
    05  BH-AccountNumber    PIC 9(4).
    05  BH-LedgerBalance    PIC S9(6)V99.
    05  BH-AvailableBalance PIC S9(7)V99.
    05  BH-AccountType      PIC X.
    05  BH-AccountStatus    PIC X.
*> The last line of a complete snapshot is a trailer carrying the
*> account count and both totals, marked TRLR where a detail line
*> has its account number. A file that does not end in one was cut
*> short and is taken again from the start.
01  BalanceHistoryTrailer.
    05  BT-SnapshotDate     PIC X(8).
    05  BT-TrailerMark      PIC X(4).
        88  Snapshot-Trailer        VALUE "TRLR".
    05  BT-AccountCount     PIC 9(6).
    05  BT-LedgerTotal      PIC S9(9)V99.
    05  BT-AvailableTotal   PIC S9(9)V99.
