       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. InterestTaxExtract.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT CustomerFile ASSIGN TO "CUSTOMER.DAT"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS RANDOM
    RECORD KEY IS CU-RecordKey
    FILE STATUS IS WS-CustomerFileStatus.

    SELECT TranLogFile ASSIGN TO "TRANLOG.DAT"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-TranLogFileStatus.

    SELECT HistoryFile ASSIGN USING WS-HistoryFileName
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-HistoryFileStatus.

    SELECT ControlFile ASSIGN TO "TAXCTL.DAT"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-ControlFileStatus.

    SELECT FilingFile ASSIGN TO "TAXFILE.DAT"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-FilingFileStatus.

    SELECT RecipientFile ASSIGN TO "TAXRCPT.RPT"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-RecipientFileStatus.

    SELECT SkipFile ASSIGN TO "TAXSKIP.RPT"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-SkipFileStatus.

DATA DIVISION.
FILE SECTION.
FD  CustomerFile.
    COPY "custrec.cpy".

FD  TranLogFile.
    COPY "tranrec.cpy".

FD  HistoryFile.
01  HistoryRecord               PIC X(89).

FD  ControlFile.
*> Line 1 is the tax year (YYYY), line 2 the reporting threshold in
*> currency (e.g. 10.00). Either line may be left out.
01  ControlLine                 PIC X(12).

*> Fixed-width filing file: one 'A' payer header, one 'B' record
*> per recipient at or above the threshold, one 'C' trailer with
*> the record count and amount total. Amounts carry two implied
*> decimal places.
FD  FilingFile.
01  FilingHeader.
    05  TA-RecordType           PIC X.
    05  TA-TaxYear              PIC 9(4).
    05  TA-RunDate              PIC X(8).
    05  TA-Threshold            PIC 9(7)V99.
    05  FILLER                  PIC X(87).
01  FilingDetail.
    05  TB-RecordType           PIC X.
    05  TB-TaxYear              PIC 9(4).
    05  TB-IdNumber             PIC X(20).
    05  TB-HolderName           PIC X(30).
    05  TB-Address              PIC X(40).
    05  TB-InterestPaid         PIC 9(9)V99.
    05  TB-AccountCount         PIC 9(3).
01  FilingTrailer.
    05  TC-RecordType           PIC X.
    05  TC-TaxYear              PIC 9(4).
    05  TC-RecordCount          PIC 9(6).
    05  TC-InterestTotal        PIC 9(11)V99.
    05  FILLER                  PIC X(85).

FD  RecipientFile.
01  RecipientLine               PIC X(80).

FD  SkipFile.
01  SkipLine                    PIC X(80).

WORKING-STORAGE SECTION.
01  WS-CustomerFileStatus       PIC XX.
01  WS-TranLogFileStatus        PIC XX.
01  WS-HistoryFileStatus        PIC XX.
01  WS-ControlFileStatus        PIC XX.
01  WS-FilingFileStatus         PIC XX.
01  WS-RecipientFileStatus      PIC XX.
01  WS-SkipFileStatus           PIC XX.

01  WS-LogEOF-Switch            PIC X VALUE 'N'.
    88  End-Of-Log                     VALUE 'Y'.
01  WS-HistEOF-Switch           PIC X VALUE 'N'.
    88  End-Of-History                 VALUE 'Y'.
01  WS-ControlEOF-Switch        PIC X VALUE 'N'.
    88  End-Of-Control                 VALUE 'Y'.

01  WS-Pass-Switch              PIC X VALUE 'R'.
    88  Reversal-Pass                  VALUE 'R'.
    88  Interest-Pass                  VALUE 'I'.

01  WS-Reversed-Switch          PIC X VALUE 'N'.
    88  Entry-Reversed                 VALUE 'Y'.
    88  Entry-Not-Reversed             VALUE 'N'.

01  WS-CustomerFound-Switch     PIC X VALUE 'N'.
    88  Customer-Found                 VALUE 'Y'.
    88  Customer-Not-Found             VALUE 'N'.

01  WS-RecipientFound-Switch    PIC X VALUE 'N'.
    88  Recipient-Found                VALUE 'Y'.
    88  Recipient-Not-Found            VALUE 'N'.

*> Tax year defaults to the calendar year before the run date, so
*> the normal January run needs no control card.
01  WS-TaxYear                  PIC 9(4).
01  WS-Threshold                PIC 9(7)V99 VALUE 10.00.
01  WS-ControlLineCount         PIC 9 VALUE 0.

01  WS-TodayDate                PIC 9(8).
01  WS-TodayDateSplit REDEFINES WS-TodayDate.
    05  TD-Year                 PIC 9(4).
    05  TD-Month                PIC 9(2).
    05  TD-Day                  PIC 9(2).
01  WS-TranYear                 PIC 9(4).

01  WS-HistoryFileName          PIC X(21).
01  WS-ScanDate                 PIC 9(8).
01  WS-ScanDateX REDEFINES WS-ScanDate
                                PIC X(8).
01  WS-ScanDayNumber            PIC 9(7).
01  WS-TodayDayNumber           PIC 9(7).
01  WS-YearStartDate            PIC 9(8).

*> Sequence numbers backed out by a REVERSAL anywhere from the
*> start of the tax year to today. An interest posting on this
*> list was never really paid and is left out of the total.
01  WS-ReversalTable.
    05  WS-ReversalCount        PIC 9(5) VALUE 0.
    05  WS-ReversedSeq OCCURS 20000 TIMES INDEXED BY RV-IDX
                                PIC 9(8).

*> Direct-indexed interest totals - slot N+1 covers account number
*> N - and the recipient each account's interest is reported under.
01  WS-InterestTable.
    05  WS-InterestEntry OCCURS 10000 TIMES.
        10  AI-InterestPaid     PIC 9(7)V99 VALUE 0.
        10  AI-Recipient        PIC 9(5) VALUE 0.
01  WS-AccountSub               PIC 9(5).
01  WS-AccountNumber            PIC 9(4).

*> One recipient per primary-holder ID number, so a customer who is
*> primary on several accounts gets one filing record and one copy.
01  WS-RecipientTable.
    05  WS-RecipientCount       PIC 9(5) VALUE 0.
    05  WS-RecipientEntry OCCURS 10000 TIMES INDEXED BY RC-IDX.
        10  RC-IdNumber         PIC X(20).
        10  RC-HolderName       PIC X(30).
        10  RC-Address          PIC X(40).
        10  RC-InterestPaid     PIC 9(9)V99.
        10  RC-AccountCount     PIC 9(3).
01  WS-RecipientSub             PIC 9(5).

01  WS-EntriesCounted           PIC 9(7) VALUE 0.
01  WS-EntriesReversed          PIC 9(7) VALUE 0.
01  WS-AccountsWithInterest     PIC 9(6) VALUE 0.
01  WS-RecipientsFiled          PIC 9(6) VALUE 0.
01  WS-RecipientsUnder          PIC 9(6) VALUE 0.
01  WS-AccountsSkipped          PIC 9(6) VALUE 0.
01  WS-AccountsSkippedUnder     PIC 9(6) VALUE 0.
01  WS-FiledTotal               PIC 9(11)V99 VALUE 0.
01  WS-SkippedTotal             PIC 9(11)V99 VALUE 0.

01  WS-CopyHeader1.
    05  FILLER                  PIC X(40)
        VALUE "INTEREST INCOME STATEMENT - TAX YEAR ".
    05  CP-TaxYear              PIC 9(4).
01  WS-CopyLine1.
    05  FILLER                  PIC X(12) VALUE "RECIPIENT:".
    05  CP-HolderName           PIC X(30).
01  WS-CopyLine2.
    05  FILLER                  PIC X(12) VALUE "ADDRESS:".
    05  CP-Address              PIC X(40).
01  WS-CopyLine3.
    05  FILLER                  PIC X(12) VALUE "ID NUMBER:".
    05  CP-IdNumber             PIC X(20).
01  WS-CopyColumns              PIC X(80)
        VALUE "    ACCOUNT  INTEREST PAID".
01  WS-CopyAccountLine.
    05  FILLER                  PIC X(4)  VALUE SPACES.
    05  CP-AccountNumber        PIC 9(4).
    05  FILLER                  PIC X(6)  VALUE SPACES.
    05  CP-AccountInterest      PIC Z,ZZZ,ZZ9.99.
01  WS-CopyTotalLine.
    05  FILLER                  PIC X(21) VALUE "TOTAL INTEREST PAID:".
    05  CP-TotalInterest        PIC ZZZ,ZZZ,ZZ9.99.
01  WS-CopyRuleLine             PIC X(80) VALUE ALL "-".

01  WS-SkipHeader1.
    05  FILLER                  PIC X(48)
        VALUE "INTEREST TAX EXTRACT - SKIPPED, NO ID - YEAR ".
    05  SK-TaxYear              PIC 9(4).
01  WS-SkipHeader2              PIC X(80)
        VALUE "ACCT# HOLDER NAME                   INTEREST PAID  REASON".
01  WS-SkipDetail.
    05  SK-AccountNumber        PIC 9(4).
    05  FILLER                  PIC X(2)  VALUE SPACES.
    05  SK-HolderName           PIC X(30).
    05  FILLER                  PIC X(1)  VALUE SPACES.
    05  SK-InterestPaid         PIC Z,ZZZ,ZZ9.99.
    05  FILLER                  PIC X(2)  VALUE SPACES.
    05  SK-Reason               PIC X(20).
01  WS-SkipCleanLine            PIC X(80)
        VALUE "NO ACCOUNTS SKIPPED".

01  WS-SkipTotal1.
    05  FILLER                  PIC X(28) VALUE "RECIPIENTS FILED:".
    05  ST-RecipientsFiled      PIC ZZZ,ZZ9.
    05  FILLER                  PIC X(3)  VALUE SPACES.
    05  ST-FiledTotal           PIC ZZ,ZZZ,ZZZ,ZZ9.99.
01  WS-SkipTotal2.
    05  FILLER                  PIC X(28) VALUE "RECIPIENTS UNDER THRESHOLD:".
    05  ST-RecipientsUnder      PIC ZZZ,ZZ9.
01  WS-SkipTotal3.
    05  FILLER                  PIC X(28) VALUE "ACCOUNTS SKIPPED:".
    05  ST-AccountsSkipped      PIC ZZZ,ZZ9.
    05  FILLER                  PIC X(3)  VALUE SPACES.
    05  ST-SkippedTotal         PIC ZZ,ZZZ,ZZZ,ZZ9.99.
01  WS-SkipTotal4.
    05  FILLER                  PIC X(28) VALUE "NO-ID ACCOUNTS UNDER:".
    05  ST-AccountsSkippedUnder PIC ZZZ,ZZ9.

PROCEDURE DIVISION.
100-Start.
    MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TodayDate
    COMPUTE WS-TaxYear = TD-Year - 1
    PERFORM ReadTaxControl
    IF WS-TaxYear > TD-Year
        DISPLAY "Tax year " WS-TaxYear " is after the current year."
        STOP RUN
    END-IF
    SET Reversal-Pass TO TRUE
    PERFORM ScanAllEntries
    SET Interest-Pass TO TRUE
    PERFORM ScanAllEntries
    PERFORM OpenOutputs
    PERFORM BuildRecipients
    PERFORM WriteFilingRecords
    PERFORM WriteSkipTotals
    DISPLAY "Tax year: " WS-TaxYear " threshold: " WS-Threshold
    DISPLAY "Interest entries counted: " WS-EntriesCounted
    DISPLAY "Interest entries reversed: " WS-EntriesReversed
    DISPLAY "Accounts with interest: " WS-AccountsWithInterest
    DISPLAY "Recipients filed: " WS-RecipientsFiled
    DISPLAY "Recipients under threshold: " WS-RecipientsUnder
    DISPLAY "Accounts skipped for missing ID: " WS-AccountsSkipped
    PERFORM CloseOutputs
    STOP RUN.

ReadTaxControl.
    OPEN INPUT ControlFile
    IF WS-ControlFileStatus = "00"
        PERFORM UNTIL End-Of-Control
            READ ControlFile
                AT END
                    SET End-Of-Control TO TRUE
                NOT AT END
                    ADD 1 TO WS-ControlLineCount
                    IF ControlLine NOT = SPACES
                        IF WS-ControlLineCount = 1
                            COMPUTE WS-TaxYear =
                                FUNCTION NUMVAL(ControlLine)
                        ELSE
                            COMPUTE WS-Threshold =
                                FUNCTION NUMVAL(ControlLine)
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE ControlFile
    END-IF
    COMPUTE WS-YearStartDate = (WS-TaxYear * 10000) + 0101.

ScanAllEntries.
    *> A file cut on day D only holds records dated on or before D,
    *> so the files from 1 January of the tax year through today -
    *> plus the live log - hold every posting of the year and every
    *> later reversal of one.
    COMPUTE WS-TodayDayNumber =
        FUNCTION INTEGER-OF-DATE(WS-TodayDate)
    COMPUTE WS-ScanDayNumber =
        FUNCTION INTEGER-OF-DATE(WS-YearStartDate)
    PERFORM UNTIL WS-ScanDayNumber > WS-TodayDayNumber
        COMPUTE WS-ScanDate =
            FUNCTION DATE-OF-INTEGER(WS-ScanDayNumber)
        PERFORM ScanOneHistoryFile
        ADD 1 TO WS-ScanDayNumber
    END-PERFORM
    PERFORM ScanCurrentLog.

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
                PERFORM ProcessOneEntry
        END-READ
    END-PERFORM
    IF WS-HistoryFileStatus NOT = "35"
        CLOSE HistoryFile
    END-IF.

ScanCurrentLog.
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
                PERFORM ProcessOneEntry
        END-READ
    END-PERFORM
    IF WS-TranLogFileStatus NOT = "35"
        CLOSE TranLogFile
    END-IF.

ProcessOneEntry.
    IF Reversal-Pass
        IF TL-TransactionType = "REVERSAL"
            PERFORM NoteReversedSequence
        END-IF
    ELSE
        MOVE FUNCTION NUMVAL(TL-Timestamp(1:4)) TO WS-TranYear
        IF TL-TransactionType = "INTEREST"
            AND WS-TranYear = WS-TaxYear
            PERFORM CountInterestEntry
        END-IF
    END-IF.

NoteReversedSequence.
    IF WS-ReversalCount < 20000
        ADD 1 TO WS-ReversalCount
        MOVE TL-ReferenceSeq TO WS-ReversedSeq(WS-ReversalCount)
    ELSE
        DISPLAY "Reversal table full - sequence " TL-SequenceNumber
            " not noted"
    END-IF.

CountInterestEntry.
    SET Entry-Not-Reversed TO TRUE
    PERFORM VARYING RV-IDX FROM 1 BY 1
        UNTIL RV-IDX > WS-ReversalCount OR Entry-Reversed
        IF WS-ReversedSeq(RV-IDX) = TL-SequenceNumber
            SET Entry-Reversed TO TRUE
        END-IF
    END-PERFORM
    IF Entry-Reversed
        ADD 1 TO WS-EntriesReversed
    ELSE
        ADD 1 TO WS-EntriesCounted
        COMPUTE WS-AccountSub = TL-AccountNumber + 1
        ADD TL-Amount TO AI-InterestPaid(WS-AccountSub)
    END-IF.

OpenOutputs.
    OPEN INPUT CustomerFile
    OPEN OUTPUT FilingFile
    OPEN OUTPUT RecipientFile
    OPEN OUTPUT SkipFile
    MOVE WS-TaxYear TO SK-TaxYear
    WRITE SkipLine FROM WS-SkipHeader1
    WRITE SkipLine FROM WS-SkipHeader2.

BuildRecipients.
    *> Accounts closed during the year still report - their holder
    *> records are kept on CUSTOMER.DAT after the account goes.
    PERFORM VARYING WS-AccountSub FROM 1 BY 1
        UNTIL WS-AccountSub > 10000
        IF AI-InterestPaid(WS-AccountSub) > ZERO
            ADD 1 TO WS-AccountsWithInterest
            COMPUTE WS-AccountNumber = WS-AccountSub - 1
            PERFORM ReadPrimaryHolder
            IF Customer-Found AND CU-IdNumber NOT = SPACES
                PERFORM AddToRecipient
            ELSE
                PERFORM NoteSkippedAccount
            END-IF
        END-IF
    END-PERFORM
    IF WS-AccountsSkipped = ZERO
        WRITE SkipLine FROM WS-SkipCleanLine
    END-IF.

ReadPrimaryHolder.
    MOVE WS-AccountNumber TO CU-AccountNumber
    MOVE 1 TO CU-HolderSeq
    READ CustomerFile
        INVALID KEY
            SET Customer-Not-Found TO TRUE
        NOT INVALID KEY
            SET Customer-Found TO TRUE
    END-READ.

AddToRecipient.
    SET Recipient-Not-Found TO TRUE
    PERFORM VARYING RC-IDX FROM 1 BY 1
        UNTIL RC-IDX > WS-RecipientCount OR Recipient-Found
        IF RC-IdNumber(RC-IDX) = CU-IdNumber
            SET Recipient-Found TO TRUE
            SET WS-RecipientSub TO RC-IDX
        END-IF
    END-PERFORM
    IF Recipient-Not-Found
        ADD 1 TO WS-RecipientCount
        MOVE WS-RecipientCount TO WS-RecipientSub
        MOVE CU-IdNumber   TO RC-IdNumber(WS-RecipientSub)
        MOVE CU-HolderName TO RC-HolderName(WS-RecipientSub)
        MOVE CU-Address    TO RC-Address(WS-RecipientSub)
        MOVE ZERO TO RC-InterestPaid(WS-RecipientSub)
                     RC-AccountCount(WS-RecipientSub)
    END-IF
    ADD AI-InterestPaid(WS-AccountSub)
        TO RC-InterestPaid(WS-RecipientSub)
    ADD 1 TO RC-AccountCount(WS-RecipientSub)
    MOVE WS-RecipientSub TO AI-Recipient(WS-AccountSub).

NoteSkippedAccount.
    *> Below the threshold nothing would be filed anyway, so only
    *> reportable amounts need chasing for an ID number.
    IF AI-InterestPaid(WS-AccountSub) < WS-Threshold
        ADD 1 TO WS-AccountsSkippedUnder
    ELSE
        ADD 1 TO WS-AccountsSkipped
        ADD AI-InterestPaid(WS-AccountSub) TO WS-SkippedTotal
        MOVE SPACES                   TO WS-SkipDetail
        MOVE WS-AccountNumber         TO SK-AccountNumber
        MOVE AI-InterestPaid(WS-AccountSub) TO SK-InterestPaid
        IF Customer-Found
            MOVE CU-HolderName        TO SK-HolderName
            MOVE "NO ID NUMBER"       TO SK-Reason
        ELSE
            MOVE "NO PRIMARY HOLDER"  TO SK-Reason
        END-IF
        WRITE SkipLine FROM WS-SkipDetail
    END-IF.

WriteFilingRecords.
    MOVE SPACES          TO FilingHeader
    MOVE "A"             TO TA-RecordType
    MOVE WS-TaxYear      TO TA-TaxYear
    MOVE WS-TodayDate    TO TA-RunDate
    MOVE WS-Threshold    TO TA-Threshold
    WRITE FilingHeader
    PERFORM VARYING RC-IDX FROM 1 BY 1
        UNTIL RC-IDX > WS-RecipientCount
        IF RC-InterestPaid(RC-IDX) < WS-Threshold
            ADD 1 TO WS-RecipientsUnder
        ELSE
            PERFORM WriteOneRecipient
        END-IF
    END-PERFORM
    MOVE SPACES             TO FilingTrailer
    MOVE "C"                TO TC-RecordType
    MOVE WS-TaxYear         TO TC-TaxYear
    MOVE WS-RecipientsFiled TO TC-RecordCount
    MOVE WS-FiledTotal      TO TC-InterestTotal
    WRITE FilingTrailer.

WriteOneRecipient.
    ADD 1 TO WS-RecipientsFiled
    ADD RC-InterestPaid(RC-IDX) TO WS-FiledTotal
    MOVE "B"                     TO TB-RecordType
    MOVE WS-TaxYear              TO TB-TaxYear
    MOVE RC-IdNumber(RC-IDX)     TO TB-IdNumber
    MOVE RC-HolderName(RC-IDX)   TO TB-HolderName
    MOVE RC-Address(RC-IDX)      TO TB-Address
    MOVE RC-InterestPaid(RC-IDX) TO TB-InterestPaid
    MOVE RC-AccountCount(RC-IDX) TO TB-AccountCount
    WRITE FilingDetail
    PERFORM PrintRecipientCopy.

PrintRecipientCopy.
    MOVE WS-TaxYear              TO CP-TaxYear
    MOVE RC-HolderName(RC-IDX)   TO CP-HolderName
    MOVE RC-Address(RC-IDX)      TO CP-Address
    MOVE RC-IdNumber(RC-IDX)     TO CP-IdNumber
    WRITE RecipientLine FROM WS-CopyHeader1
    WRITE RecipientLine FROM WS-CopyLine1
    WRITE RecipientLine FROM WS-CopyLine2
    WRITE RecipientLine FROM WS-CopyLine3
    MOVE SPACES TO RecipientLine
    WRITE RecipientLine
    WRITE RecipientLine FROM WS-CopyColumns
    SET WS-RecipientSub TO RC-IDX
    PERFORM VARYING WS-AccountSub FROM 1 BY 1
        UNTIL WS-AccountSub > 10000
        IF AI-Recipient(WS-AccountSub) = WS-RecipientSub
            COMPUTE CP-AccountNumber = WS-AccountSub - 1
            MOVE AI-InterestPaid(WS-AccountSub) TO CP-AccountInterest
            WRITE RecipientLine FROM WS-CopyAccountLine
        END-IF
    END-PERFORM
    MOVE RC-InterestPaid(RC-IDX) TO CP-TotalInterest
    WRITE RecipientLine FROM WS-CopyTotalLine
    WRITE RecipientLine FROM WS-CopyRuleLine.

WriteSkipTotals.
    MOVE WS-RecipientsFiled      TO ST-RecipientsFiled
    MOVE WS-FiledTotal           TO ST-FiledTotal
    MOVE WS-RecipientsUnder      TO ST-RecipientsUnder
    MOVE WS-AccountsSkipped      TO ST-AccountsSkipped
    MOVE WS-SkippedTotal         TO ST-SkippedTotal
    MOVE WS-AccountsSkippedUnder TO ST-AccountsSkippedUnder
    WRITE SkipLine FROM WS-SkipTotal1
    WRITE SkipLine FROM WS-SkipTotal2
    WRITE SkipLine FROM WS-SkipTotal3
    WRITE SkipLine FROM WS-SkipTotal4.

CloseOutputs.
    CLOSE CustomerFile
    CLOSE FilingFile
    CLOSE RecipientFile
    CLOSE SkipFile.

END PROGRAM InterestTaxExtract.
