       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. EodScheduler.

    *> built-in sequence below applies. The TRANLOG.DAT readers come
    *> before TranLogRollover empties the log, and SettlementExport
    *> cuts SETTLE.DAT only after the day's posting is checked.
    *> BalanceSnapshot follows DormancyFlag so the day's balance
    *> history carries the status the close leaves each account in.
    *> MasterBackup (point E) cuts the end-of-day image once the log
    *> is rolled, so recovery replays only what follows the close;
    *> the start-of-day image (point S) is taken outside the close,
    *> before the first teller signs on. PaymentRun and PaymentReturn
    *> post first, so the day's outbound payments and their returns
    *> are on the trial balance, the statements and the rolled log.
    05  ES-StepNumber           PIC 9(2).
    05  ES-ProgramName          PIC X(20).

    END-PERFORM.

LoadDefaultSequence.
    MOVE 12 TO WS-StepCount
    MOVE 01 TO SE-StepNumber(1)
    MOVE "PaymentRun"          TO SE-ProgramName(1)
    MOVE 02 TO SE-StepNumber(2)
    MOVE "PaymentReturn"       TO SE-ProgramName(2)
    MOVE 03 TO SE-StepNumber(3)
    MOVE "TrialBalanceReport"  TO SE-ProgramName(3)
    MOVE 04 TO SE-StepNumber(4)
    MOVE "EodBalanceCheck"     TO SE-ProgramName(4)
    MOVE 05 TO SE-StepNumber(5)
    MOVE "ComplianceExtract"   TO SE-ProgramName(5)
    MOVE 06 TO SE-StepNumber(6)
    MOVE "CustomerStatements"  TO SE-ProgramName(6)
    MOVE 07 TO SE-StepNumber(7)
    MOVE "DormancyFlag"        TO SE-ProgramName(7)
    MOVE 08 TO SE-StepNumber(8)
    MOVE "BalanceSnapshot"     TO SE-ProgramName(8)
    MOVE 09 TO SE-StepNumber(9)
    MOVE "SettlementExport"    TO SE-ProgramName(9)
    MOVE 10 TO SE-StepNumber(10)
    MOVE "TranLogRollover"     TO SE-ProgramName(10)
    MOVE 11 TO SE-StepNumber(11)
    MOVE "MasterBackup"        TO SE-ProgramName(11)
    MOVE 12 TO SE-StepNumber(12)
    MOVE "AckReconcile"        TO SE-ProgramName(12).

ReplayRunJournal.
    OPEN INPUT RunFile
