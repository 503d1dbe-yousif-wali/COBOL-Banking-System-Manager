       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. GlJournalExport.

    *> itself: REVERSAL-OUT (customer balance went down - a backed
    *> out deposit) and REVERSAL-IN (balance went up - a backed out
    *> withdrawal), each mapped with the sides the backout requires,
    *> normally the original pair swapped. A backed out interest
    *> credit is not a deposit coming off - it goes under its own
    *> REVERSAL-INT, mapped as the INTEREST pair swapped.
    *> Branch ledgers are kept apart by two more pseudo-types. A
    *> transfer between accounts at different branches adds an
    *> INTERBR-OUT entry at the paying branch (debit customer
    *> balances, credit the inter-branch account) and an INTERBR-IN
    *> entry at the receiving branch (the reverse). A branch move is
    *> journaled under its own BRANCH-OUT / BRANCH-IN types, mapped
    *> the same way round; an overdrawn account moves the other way,
    *> so its entries are summarized under the opposite type.
    05  GM-TransactionType      PIC X(12).
    05  GM-DebitAccount         PIC X(6).
    05  GM-CreditAccount        PIC X(6).
    *> Fixed-width journal line for the GL import - amounts carry an
    *> implied 2-decimal scale, one line per posting side.
    05  GJ-PostingDate          PIC X(8).
    05  GJ-BranchId             PIC X(4).
    05  GJ-GlAccount            PIC X(6).
    05  GJ-DrCrFlag             PIC X.
    05  GJ-Amount               PIC 9(8)V99.
    05  GJ-Description          PIC X(12).

01  JournalTrailer.
    *> Proof lines - a PROOF line closes each branch's postings and a
    *> TOTAL line closes the file. The GL import refuses any branch
    *> or file whose debits and credits disagree, and so does this
    *> run before cutting it.
    05  GT-RecordType           PIC X(5).
    05  GT-PostingDate          PIC X(8).
    05  GT-BranchId             PIC X(4).
    05  GT-TotalDebits          PIC 9(10)V99.
    05  GT-TotalCredits         PIC 9(10)V99.

01  WS-RecordsSkipped           PIC 9(6) VALUE 0.
01  WS-TotalDebits              PIC 9(10)V99 VALUE 0.
01  WS-TotalCredits             PIC 9(10)V99 VALUE 0.
01  WS-PostBranch               PIC X(4).
01  WS-PostAmount               PIC 9(8)V99.
01  WS-InterBranchPairs         PIC 9(6) VALUE 0.
01  WS-UnpairedTransfers        PIC 9(6) VALUE 0.
01  WS-InterBranchOut           PIC 9(10)V99 VALUE 0.
01  WS-InterBranchIn            PIC 9(10)V99 VALUE 0.
01  WS-BranchOutOfBalance       PIC 9(3) VALUE 0.
01  WS-BranchDebitSum           PIC 9(10)V99 VALUE 0.

01  WS-BranchFound-Switch       PIC X VALUE 'N'.
    88  Branch-Found                   VALUE 'Y'.
    88  Branch-Not-Found               VALUE 'N'.
01  WS-Pair-Switch              PIC X VALUE 'N'.
    88  Transfer-Paired                VALUE 'Y'.
    88  Transfer-Not-Paired            VALUE 'N'.
01  WS-InterestRev-Switch       PIC X VALUE 'N'.
    88  Reverses-Interest              VALUE 'Y'.
    88  Reverses-Other                 VALUE 'N'.

*> Per-type summary built from the mapping control file - one slot
*> per mapped transaction type, totalled as the log is scanned.
        10  MT-Total            PIC 9(10)V99.
        10  MT-Count            PIC 9(6).

*> The same summary kept per branch (TL-BranchId), one total per
*> map slot, in branch order so each branch's lines and proof are
*> written together.
01  WS-BranchTable.
    05  WS-BranchCount          PIC 9(3) VALUE 0.
    05  WS-BranchEntry OCCURS 200 TIMES INDEXED BY BR-IDX.
        10  GB-BranchId         PIC X(4).
        10  GB-Debits           PIC 9(10)V99.
        10  GB-Credits          PIC 9(10)V99.
        10  GB-MapTotal         PIC 9(10)V99 OCCURS 50 TIMES.
01  WS-BranchSlot               PIC 9(3).
01  WS-ShiftSlot                PIC 9(3).

*> TRANSFER-OUT legs seen so far - a TRANSFER-IN names its debit
*> leg in TL-ReferenceSeq, and the paying branch is found here.
01  WS-TransferOutTable.
    05  WS-TransferOutCount     PIC 9(5) VALUE 0.
    05  WS-TransferOutEntry OCCURS 10000 TIMES INDEXED BY XO-IDX.
        10  XO-SequenceNumber   PIC 9(8).
        10  XO-BranchId         PIC X(4).

*> INTEREST postings seen so far - a REVERSAL names the entry it
*> backs out in TL-ReferenceSeq, and an interest backout is found
*> here.
01  WS-InterestTable.
    05  WS-InterestCount        PIC 9(5) VALUE 0.
    05  WS-InterestSeq OCCURS 10000 TIMES INDEXED BY IN-IDX
                                PIC 9(8).

PROCEDURE DIVISION.
100-Start.
    MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RunDate
    PERFORM ScanTranLog
    PERFORM ProveTotals
    IF WS-TotalDebits NOT = WS-TotalCredits
        OR WS-BranchOutOfBalance > ZERO
        DISPLAY "JOURNAL OUT OF BALANCE - debits " WS-TotalDebits
            " credits " WS-TotalCredits
            " branches out: " WS-BranchOutOfBalance
        DISPLAY "GLJRNL.DAT not written."
        STOP RUN
    END-IF
    DISPLAY "Log records scanned: " WS-RecordsScanned
    DISPLAY "Journaled: " WS-RecordsJournaled
        " Skipped (unmapped): " WS-RecordsSkipped
    DISPLAY "Branches: " WS-BranchCount
        " Inter-branch transfers: " WS-InterBranchPairs
    IF WS-UnpairedTransfers > ZERO
        DISPLAY "Transfers with no debit leg on the log: "
            WS-UnpairedTransfers
    END-IF
    IF WS-InterBranchOut NOT = WS-InterBranchIn
        DISPLAY "INTER-BRANCH NOT SETTLED - out " WS-InterBranchOut
            " in " WS-InterBranchIn
    END-IF
    DISPLAY "Debits: " WS-TotalDebits
        " Credits: " WS-TotalCredits
    STOP RUN.
        *> The backed-out side tells the money direction, the same
        *> test the drawer balancing makes - a reversed deposit pays
        *> out, a reversed withdrawal takes back in.
        PERFORM CheckReversesInterest
        IF Reverses-Interest
            MOVE "REVERSAL-INT" TO WS-MapLookupType
        ELSE
        IF TL-BalanceAfter < TL-BalanceBefore
            MOVE "REVERSAL-OUT" TO WS-MapLookupType
        ELSE
            MOVE "REVERSAL-IN" TO WS-MapLookupType
        END-IF
        END-IF
    ELSE
    IF TL-TransactionType = "BRANCH-OUT"
        IF TL-BalanceBefore < ZERO
            MOVE "BRANCH-IN" TO WS-MapLookupType
        ELSE
            MOVE "BRANCH-OUT" TO WS-MapLookupType
        END-IF
    ELSE
    IF TL-TransactionType = "BRANCH-IN"
        IF TL-BalanceBefore < ZERO
            MOVE "BRANCH-OUT" TO WS-MapLookupType
        ELSE
            MOVE "BRANCH-IN" TO WS-MapLookupType
        END-IF
    ELSE
        MOVE TL-TransactionType TO WS-MapLookupType
    END-IF
    END-IF
    END-IF
    MOVE TL-BranchId TO WS-PostBranch
    MOVE TL-Amount   TO WS-PostAmount
    PERFORM PostToSummary
    IF Type-Matched
        ADD 1 TO WS-RecordsJournaled
    ELSE
        ADD 1 TO WS-RecordsSkipped
    END-IF
    IF TL-TransactionType = "TRANSFER-OUT"
        PERFORM NoteTransferOut
    END-IF
    IF TL-TransactionType = "TRANSFER-IN"
        PERFORM PairTransferIn
    END-IF
    IF TL-TransactionType = "INTEREST"
        PERFORM NoteInterestPosting
    END-IF.

PostToSummary.
    *> Adds WS-PostAmount under WS-MapLookupType, bank-wide and for
    *> WS-PostBranch.
    SET Type-Not-Matched TO TRUE
    PERFORM FindMapEntry
    IF Type-Matched
        ADD WS-PostAmount TO MT-Total(GM-IDX)
        ADD 1 TO MT-Count(GM-IDX)
        PERFORM FindBranchSlot
        IF Branch-Found
            ADD WS-PostAmount TO GB-MapTotal(WS-BranchSlot, GM-IDX)
        END-IF
        IF WS-MapLookupType = "INTERBR-OUT"
            OR WS-MapLookupType = "BRANCH-OUT"
            ADD WS-PostAmount TO WS-InterBranchOut
        END-IF
        IF WS-MapLookupType = "INTERBR-IN"
            OR WS-MapLookupType = "BRANCH-IN"
            ADD WS-PostAmount TO WS-InterBranchIn
        END-IF
    END-IF.

FindBranchSlot.
    *> Points WS-BranchSlot at WS-PostBranch, opening a slot in
    *> branch order when the branch is new.
    SET Branch-Not-Found TO TRUE
    MOVE 1 TO WS-BranchSlot
    PERFORM UNTIL WS-BranchSlot > WS-BranchCount
        OR GB-BranchId(WS-BranchSlot) NOT < WS-PostBranch
        ADD 1 TO WS-BranchSlot
    END-PERFORM
    IF WS-BranchSlot NOT > WS-BranchCount
        AND GB-BranchId(WS-BranchSlot) = WS-PostBranch
        SET Branch-Found TO TRUE
    ELSE
    IF WS-BranchCount < 200
        PERFORM VARYING WS-ShiftSlot FROM WS-BranchCount BY -1
            UNTIL WS-ShiftSlot < WS-BranchSlot
            MOVE WS-BranchEntry(WS-ShiftSlot)
                TO WS-BranchEntry(WS-ShiftSlot + 1)
        END-PERFORM
        ADD 1 TO WS-BranchCount
        INITIALIZE WS-BranchEntry(WS-BranchSlot)
        MOVE WS-PostBranch TO GB-BranchId(WS-BranchSlot)
        SET Branch-Found TO TRUE
    ELSE
        *> Left out of every branch, the amount still sits in the
        *> bank-wide totals, so the proof refuses the file.
        DISPLAY "Branch table full - branch " WS-PostBranch
            " not journaled"
    END-IF
    END-IF.

NoteTransferOut.
    IF WS-TransferOutCount < 10000
        ADD 1 TO WS-TransferOutCount
        SET XO-IDX TO WS-TransferOutCount
        MOVE TL-SequenceNumber TO XO-SequenceNumber(XO-IDX)
        MOVE TL-BranchId       TO XO-BranchId(XO-IDX)
    ELSE
        DISPLAY "Transfer table full - sequence " TL-SequenceNumber
            " not noted"
    END-IF.

NoteInterestPosting.
    IF WS-InterestCount < 10000
        ADD 1 TO WS-InterestCount
        SET IN-IDX TO WS-InterestCount
        MOVE TL-SequenceNumber TO WS-InterestSeq(IN-IDX)
    ELSE
        DISPLAY "Interest table full - sequence " TL-SequenceNumber
            " not noted"
    END-IF.

CheckReversesInterest.
    *> Only the day's own postings can be reversed, so the interest
    *> entry a reversal backs out is already on the table.
    SET Reverses-Other TO TRUE
    IF TL-ReferenceSeq > ZERO
        PERFORM VARYING IN-IDX FROM 1 BY 1
            UNTIL IN-IDX > WS-InterestCount
            OR Reverses-Interest
            IF WS-InterestSeq(IN-IDX) = TL-ReferenceSeq
                SET Reverses-Interest TO TRUE
            END-IF
        END-PERFORM
    END-IF.

PairTransferIn.
    *> When the two legs sit at different branches the money has
    *> left one branch's ledger for another's - the paying branch
    *> books INTERBR-OUT, the receiving branch INTERBR-IN.
    SET Transfer-Not-Paired TO TRUE
    IF TL-ReferenceSeq > ZERO
        PERFORM VARYING XO-IDX FROM 1 BY 1
            UNTIL XO-IDX > WS-TransferOutCount
            OR Transfer-Paired
            IF XO-SequenceNumber(XO-IDX) = TL-ReferenceSeq
                SET Transfer-Paired TO TRUE
            END-IF
        END-PERFORM
    END-IF
    IF Transfer-Not-Paired
        ADD 1 TO WS-UnpairedTransfers
    ELSE
        *> The loop leaves the index one past the matching slot.
        SET XO-IDX DOWN BY 1
        IF XO-BranchId(XO-IDX) NOT = TL-BranchId
            ADD 1 TO WS-InterBranchPairs
            MOVE TL-Amount TO WS-PostAmount
            MOVE "INTERBR-OUT"       TO WS-MapLookupType
            MOVE XO-BranchId(XO-IDX) TO WS-PostBranch
            PERFORM PostToSummary
            MOVE "INTERBR-IN"        TO WS-MapLookupType
            MOVE TL-BranchId         TO WS-PostBranch
            PERFORM PostToSummary
        END-IF
    END-IF.

FindMapEntry.
        UNTIL GM-IDX > WS-MapCount
        ADD MT-Total(GM-IDX) TO WS-TotalDebits
        ADD MT-Total(GM-IDX) TO WS-TotalCredits
    END-PERFORM
    *> Each branch must prove on its own, and the branches together
    *> must come to the bank-wide totals.
    MOVE ZERO TO WS-BranchOutOfBalance
    PERFORM VARYING BR-IDX FROM 1 BY 1
        UNTIL BR-IDX > WS-BranchCount
        PERFORM VARYING GM-IDX FROM 1 BY 1
            UNTIL GM-IDX > WS-MapCount
            ADD GB-MapTotal(BR-IDX, GM-IDX) TO GB-Debits(BR-IDX)
            ADD GB-MapTotal(BR-IDX, GM-IDX) TO GB-Credits(BR-IDX)
        END-PERFORM
        IF GB-Debits(BR-IDX) NOT = GB-Credits(BR-IDX)
            ADD 1 TO WS-BranchOutOfBalance
        END-IF
        ADD GB-Debits(BR-IDX) TO WS-BranchDebitSum
    END-PERFORM
    IF WS-BranchDebitSum NOT = WS-TotalDebits
        ADD 1 TO WS-BranchOutOfBalance
    END-IF.

WriteJournalFile.
    OPEN OUTPUT JournalFile
    PERFORM VARYING BR-IDX FROM 1 BY 1
        UNTIL BR-IDX > WS-BranchCount
        PERFORM WriteOneBranch
    END-PERFORM
    MOVE "TOTAL"         TO GT-RecordType
    MOVE WS-RunDate      TO GT-PostingDate
    MOVE SPACES          TO GT-BranchId
    MOVE WS-TotalDebits  TO GT-TotalDebits
    MOVE WS-TotalCredits TO GT-TotalCredits
    WRITE JournalTrailer
    CLOSE JournalFile.

WriteOneBranch.
    PERFORM VARYING GM-IDX FROM 1 BY 1
        UNTIL GM-IDX > WS-MapCount
        IF GB-MapTotal(BR-IDX, GM-IDX) > ZERO
            PERFORM WriteOneJournalPair
        END-IF
    END-PERFORM
    MOVE "PROOF"             TO GT-RecordType
    MOVE WS-RunDate          TO GT-PostingDate
    MOVE GB-BranchId(BR-IDX) TO GT-BranchId
    MOVE GB-Debits(BR-IDX)   TO GT-TotalDebits
    MOVE GB-Credits(BR-IDX)  TO GT-TotalCredits
    WRITE JournalTrailer.

WriteOneJournalPair.
    MOVE WS-RunDate               TO GJ-PostingDate
    MOVE GB-BranchId(BR-IDX)      TO GJ-BranchId
    MOVE MT-DebitAccount(GM-IDX)  TO GJ-GlAccount
    MOVE 'D'                      TO GJ-DrCrFlag
    MOVE GB-MapTotal(BR-IDX, GM-IDX) TO GJ-Amount
    MOVE MT-TransactionType(GM-IDX) TO GJ-Description
    WRITE JournalRecord
    MOVE MT-CreditAccount(GM-IDX) TO GJ-GlAccount
