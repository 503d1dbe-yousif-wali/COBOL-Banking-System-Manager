       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. MasterRecovery.

*> Forward recovery of the master files. The newest image in
*> BACKUPCAT.DAT that is catalogued good and still proves to its
*> record counts and totals is restored over ACCOUNTS.DAT,
*> CUSTOMER.DAT, HOLDS.DAT and STANDORD.DAT, then every log entry
*> from the image's backup point on - the rolled TRANHIST files since
*> the image date and the live TRANLOG.DAT - is replayed in sequence
*> number order. Each entry's balance before must equal the balance
*> rebuilt so far; the first one that does not stops the replay.
*> Tellers stay signed off until a supervisor signs off RECOVERY.RPT
*> at the sign-on screen (see recovrec.cpy).

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
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS CU-RecordKey
    FILE STATUS IS WS-CustomerFileStatus.

    SELECT HoldsFile ASSIGN TO "HOLDS.DAT"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-HoldsFileStatus.

    SELECT StandingOrderFile ASSIGN TO "STANDORD.DAT"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-StandingOrderFileStatus.

    SELECT AcctImageFile ASSIGN USING WS-AcctImageName
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-AcctImageFileStatus.

    SELECT CustImageFile ASSIGN USING WS-CustImageName
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-CustImageFileStatus.

    SELECT HoldImageFile ASSIGN USING WS-HoldImageName
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-HoldImageFileStatus.

    SELECT SordImageFile ASSIGN USING WS-SordImageName
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-SordImageFileStatus.

    SELECT CatalogFile ASSIGN TO "BACKUPCAT.DAT"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-CatalogFileStatus.

    SELECT TranLogFile ASSIGN TO "TRANLOG.DAT"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-TranLogFileStatus.

    SELECT HistoryFile ASSIGN USING WS-HistoryFileName
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-HistoryFileStatus.

    SELECT RecoveryFile ASSIGN TO "RECOVERY.DAT"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-RecoveryFileStatus.

    SELECT SeqFile ASSIGN TO "TRANSEQ.DAT"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-SeqFileStatus.

    SELECT LockFile ASSIGN USING WS-LockFileName
    ORGANIZATION IS LINE SEQUENTIAL
    LOCK MODE IS EXCLUSIVE
    FILE STATUS IS WS-LockFileStatus.

    SELECT ReportFile ASSIGN TO "RECOVERY.RPT"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-ReportFileStatus.

DATA DIVISION.
FILE SECTION.
FD  AccountFile.
    COPY "acctrec.cpy".

FD  CustomerFile.
    COPY "custrec.cpy".

FD  HoldsFile.
    COPY "holdrec.cpy".

FD  StandingOrderFile.
    COPY "sordrec.cpy".

*> Image records are the master records byte for byte - only the
*> fields the catalog totals are proved on are named here.
FD  AcctImageFile.
01  AcctImageRecord.
    05  IA-AccountNumber        PIC 9(4).
    05  FILLER                  PIC X(30).
    05  IA-AccountBalance       PIC S9(6)V99.
    05  FILLER                  PIC X(12).

FD  CustImageFile.
01  CustImageRecord             PIC X(120).

FD  HoldImageFile.
01  HoldImageRecord.
    05  IH-AccountNumber        PIC 9(4).
    05  IH-Amount               PIC 9(6)V99.
    05  FILLER                  PIC X(24).

FD  SordImageFile.
01  SordImageRecord.
    05  FILLER                  PIC X(8).
    05  IS-Amount               PIC 9(6)V99.
    05  FILLER                  PIC X(9).

FD  CatalogFile.
    COPY "bkcatrec.cpy".

FD  TranLogFile.
    COPY "tranrec.cpy".

FD  HistoryFile.
01  HistoryRecord               PIC X(89).

FD  RecoveryFile.
    COPY "recovrec.cpy".

FD  SeqFile.
    COPY "seqrec.cpy".

FD  LockFile.
*> Never written - holding the file open is the lock.
01  LockLine                    PIC X.

FD  ReportFile.
01  ReportLine                  PIC X(100).

WORKING-STORAGE SECTION.
01  WS-AccountFileStatus        PIC XX.
01  WS-CustomerFileStatus       PIC XX.
01  WS-HoldsFileStatus          PIC XX.
01  WS-StandingOrderFileStatus  PIC XX.
01  WS-AcctImageFileStatus      PIC XX.
01  WS-CustImageFileStatus      PIC XX.
01  WS-HoldImageFileStatus      PIC XX.
01  WS-SordImageFileStatus      PIC XX.
01  WS-CatalogFileStatus        PIC XX.
01  WS-TranLogFileStatus        PIC XX.
01  WS-HistoryFileStatus        PIC XX.
01  WS-RecoveryFileStatus       PIC XX.
01  WS-SeqFileStatus            PIC XX.
01  WS-ReportFileStatus         PIC XX.

*> Lock files shared with the teller terminals - the lock contract
*> for TRANSEQ.DAT and TRANLOG.DAT is described in seqrec.cpy.
01  WS-LockFileStatus           PIC XX.
01  WS-LockFileName             PIC X(12).
01  WS-FileLock-Switch          PIC X VALUE 'N'.
    88  File-Lock-Held                 VALUE 'Y'.
01  WS-LockTries                PIC 9(5).
01  WS-LockNoticeTries          PIC 9(5) VALUE 3.
01  WS-LockWaitSeconds          PIC 9(4) BINARY VALUE 1.

01  WS-EOF-Switch               PIC X VALUE 'N'.
    88  End-Of-File                    VALUE 'Y'.

01  WS-Found-Switch             PIC X VALUE 'N'.
    88  Account-Found                  VALUE 'Y'.
    88  Account-Not-Found              VALUE 'N'.

01  WS-Proof-Switch             PIC X VALUE 'N'.
    88  Image-Proved                   VALUE 'Y'.
    88  Image-Not-Proved               VALUE 'N'.

01  WS-Replay-Switch            PIC X VALUE 'N'.
    88  Replay-Stopped                 VALUE 'Y'.
    88  Replay-Running                 VALUE 'N'.

01  WS-Match-Switch             PIC X VALUE 'N'.
    88  Entry-Matched                  VALUE 'Y'.
    88  Entry-Not-Matched              VALUE 'N'.

01  WS-Confirm                  PIC X.
01  WS-Timestamp                PIC X(21).
01  WS-TodayDate                PIC X(8).
01  WS-StopReason               PIC X(24) VALUE SPACES.
01  WS-Remark                   PIC X(24).

*> BKACCT.YYYYMMDDp.DAT and its three companions - see bkcatrec.cpy.
01  WS-AcctImageName            PIC X(20).
01  WS-CustImageName            PIC X(20).
01  WS-HoldImageName            PIC X(20).
01  WS-SordImageName            PIC X(20).
01  WS-HistoryFileName          PIC X(21).

*> The catalog as read - searched newest first for an image to use.
01  WS-CatalogTable.
    05  WS-CatalogCount         PIC 9(4) VALUE 0.
    05  WS-CatalogEntry OCCURS 500 TIMES INDEXED BY CT-IDX
                                PIC X(99).
01  WS-CatalogSlot              PIC 9(4).
01  WS-ChosenImage              PIC X(99).

01  WS-ProofAccountCount        PIC 9(6).
01  WS-ProofAccountTotal        PIC S9(10)V99.
01  WS-ProofCustomerCount       PIC 9(6).
01  WS-ProofHoldCount           PIC 9(6).
01  WS-ProofHoldTotal           PIC 9(10)V99.
01  WS-ProofOrderCount          PIC 9(6).
01  WS-ProofOrderTotal          PIC 9(10)V99.

*> Log entries from the backup point on, held in sequence number
*> order - each new entry is slotted in from the top, so a log that
*> is already in order costs one comparison per entry. The same
*> number read from both a history file and the live log is kept
*> once.
01  WS-ReplayTable.
    05  WS-ReplayCount          PIC 9(5) VALUE 0.
    05  WS-ReplayEntry OCCURS 20000 TIMES INDEXED BY RP-IDX RX-IDX.
        10  RP-SequenceNumber   PIC 9(8).
        10  RP-AccountNumber    PIC 9(4).
        10  RP-LogImage         PIC X(89).
01  WS-NewEntry.
    05  NE-SequenceNumber       PIC 9(8).
    05  NE-AccountNumber        PIC 9(4).
    05  NE-LogImage             PIC X(89).
01  WS-Slot                     PIC 9(5).
01  WS-Slot-Switch              PIC X VALUE 'N'.
    88  Slot-Found                     VALUE 'Y'.
    88  Slot-Not-Found                 VALUE 'N'.
01  WS-ReplayOverflow           PIC 9(6) VALUE 0.

*> HOLDS.DAT and STANDORD.DAT are rebuilt in core from the image and
*> written back once the replay ends.
01  WS-HoldTable.
    05  WS-HoldCount            PIC 9(4) VALUE 0.
    05  WS-HoldEntry OCCURS 1000 TIMES INDEXED BY HO-IDX.
        10  HT-AccountNumber    PIC 9(4).
        10  HT-Amount           PIC 9(6)V99.
        10  HT-ReleaseDate      PIC X(8).
        10  HT-PlacedDate       PIC X(8).
        10  HT-OperatorId       PIC X(8).

01  WS-SordTable.
    05  WS-SordCount            PIC 9(4) VALUE 0.
    05  WS-SordEntry OCCURS 500 TIMES INDEXED BY SV-IDX.
        10  SV-SourceAccount    PIC 9(4).
        10  SV-TargetAccount    PIC 9(4).
        10  SV-Amount           PIC 9(6)V99.
        10  SV-Frequency        PIC X.
        10  SV-NextDueDate      PIC X(8).

01  WS-SourceAccount            PIC 9(4).
01  WS-ReleaseDate              PIC X(8).
01  WS-DueDate                  PIC 9(8).
01  WS-DueDateParts REDEFINES WS-DueDate.
    05  DU-Year                 PIC 9(4).
    05  DU-Month                PIC 9(2).
    05  DU-Day                  PIC 9(2).
01  WS-DueDayNumber             PIC 9(8).
01  WS-TotalMonths              PIC 9(6).

01  WS-DayNumber                PIC 9(8).
01  WS-LastDayNumber            PIC 9(8).
01  WS-HistoryDay               PIC 9(8).
01  WS-HistoryDate              PIC X(8).

01  WS-ExpectedSeq              PIC 9(8).
01  WS-LastSequence             PIC 9(8) VALUE 0.
01  WS-EntriesReplayed          PIC 9(6) VALUE 0.
01  WS-EntriesNotReplayed       PIC 9(6) VALUE 0.
01  WS-SequenceGaps             PIC 9(6) VALUE 0.
01  WS-RekeyItems               PIC 9(6) VALUE 0.
01  WS-RebuiltBalance           PIC S9(6)V99.
01  WS-AccountCount             PIC 9(6) VALUE 0.
01  WS-AccountTotal             PIC S9(10)V99 VALUE 0.

01  WS-HeaderLine1.
    05  FILLER                  PIC X(33)
        VALUE "MASTER FILE RECOVERY REPORT  RUN ".
    05  HD-Timestamp            PIC X(21).
01  WS-HeaderLine2.
    05  FILLER                  PIC X(30)
        VALUE "IMAGE RESTORED - BUSINESS DAY ".
    05  HD-ImageDate            PIC X(8).
    05  FILLER                  PIC X(1)  VALUE SPACES.
    05  HD-PointName            PIC X(12).
    05  FILLER                  PIC X(15) VALUE "  BACKUP POINT ".
    05  HD-BackupPoint          PIC 9(8).
01  WS-HeaderLine3              PIC X(100)
        VALUE "FILE          IMAGE                 RECORDS            TOTAL".
01  WS-HeaderLine4              PIC X(100)
        VALUE "ENTRIES REPLAYED FROM THE TRANSACTION LOG".
01  WS-HeaderLine5              PIC X(100)
        VALUE "SEQUENCE ACCT TYPE                 AMOUNT  BALANCE BEFORE   BALANCE AFTER  REMARK".

01  WS-ImageLine.
    05  IL-FileName             PIC X(14).
    05  IL-ImageName            PIC X(20).
    05  FILLER                  PIC X(2)  VALUE SPACES.
    05  IL-Records              PIC ZZZ,ZZ9.
    05  FILLER                  PIC X(2)  VALUE SPACES.
    05  IL-Total                PIC ZZZ,ZZZ,ZZ9.99-.

01  WS-DetailLine.
    05  DL-SequenceNumber       PIC 9(8).
    05  FILLER                  PIC X(1)  VALUE SPACES.
    05  DL-AccountNumber        PIC 9(4).
    05  FILLER                  PIC X(1)  VALUE SPACES.
    05  DL-TransactionType      PIC X(12).
    05  FILLER                  PIC X(1)  VALUE SPACES.
    05  DL-Amount               PIC ZZZ,ZZ9.99.
    05  FILLER                  PIC X(2)  VALUE SPACES.
    05  DL-BalanceBefore        PIC ZZZ,ZZ9.99-.
    05  FILLER                  PIC X(5)  VALUE SPACES.
    05  DL-BalanceAfter         PIC ZZZ,ZZ9.99-.
    05  FILLER                  PIC X(2)  VALUE SPACES.
    05  DL-Remark               PIC X(24).

01  WS-GapLine.
    05  FILLER                  PIC X(24)
        VALUE "SEQUENCE GAP - EXPECTED ".
    05  GL-Expected             PIC 9(8).
    05  FILLER                  PIC X(7)  VALUE " FOUND ".
    05  GL-Found                PIC 9(8).

01  WS-StopLine1.
    05  FILLER                  PIC X(29)
        VALUE "RECOVERY STOPPED AT SEQUENCE ".
    05  SL-SequenceNumber       PIC 9(8).
    05  FILLER                  PIC X(9)  VALUE " ACCOUNT ".
    05  SL-AccountNumber        PIC 9(4).
    05  FILLER                  PIC X(3)  VALUE " - ".
    05  SL-Reason               PIC X(24).
01  WS-StopLine2.
    05  FILLER                  PIC X(16)
        VALUE "REBUILT BALANCE ".
    05  SL-Rebuilt              PIC ZZZ,ZZ9.99-.
    05  FILLER                  PIC X(22)
        VALUE "   LOG BALANCE BEFORE ".
    05  SL-LogBefore            PIC ZZZ,ZZ9.99-.
01  WS-StopLine3.
    05  FILLER                  PIC X(22)
        VALUE "ENTRIES NOT REPLAYED: ".
    05  SL-NotReplayed          PIC ZZZ,ZZ9.
01  WS-StopLine4                PIC X(100)
        VALUE "MASTERS ARE ROLLED FORWARD TO THE ENTRY BEFORE THE STOP - CORRECT THE CAUSE AND RUN RECOVERY AGAIN.".

01  WS-TotalLine1.
    05  FILLER                  PIC X(18) VALUE "ENTRIES REPLAYED: ".
    05  TL1-Replayed            PIC ZZZ,ZZ9.
    05  FILLER                  PIC X(18) VALUE "   LAST SEQUENCE: ".
    05  TL1-LastSequence        PIC 9(8).
    05  FILLER                  PIC X(18) VALUE "   SEQUENCE GAPS: ".
    05  TL1-Gaps                PIC ZZZ,ZZ9.
01  WS-TotalLine2.
    05  FILLER                  PIC X(25) VALUE "ACCOUNTS AFTER RECOVERY: ".
    05  TL2-Accounts            PIC ZZZ,ZZ9.
    05  FILLER                  PIC X(17) VALUE "   LEDGER TOTAL: ".
    05  TL2-Total               PIC ZZZ,ZZZ,ZZ9.99-.
01  WS-TotalLine3.
    05  FILLER                  PIC X(25) VALUE "ITEMS TO RE-KEY:         ".
    05  TL3-Rekey               PIC ZZZ,ZZ9.
01  WS-CompleteLine             PIC X(100)
        VALUE "RECOVERY COMPLETE - TELLERS SIGN ON ONLY AFTER A SUPERVISOR SIGNS OFF THIS REPORT AT SIGN-ON.".
01  WS-NoteLine1                PIC X(100)
        VALUE "NOT CARRIED ON THE LOG - CHECK AGAINST THE DAY'S SOURCE DOCUMENTS:".
01  WS-NoteLine2                PIC X(100)
        VALUE "  CUSTOMER DETAIL CHANGES (SEE CUSTAUDIT.DAT), HOLDERS OF ACCOUNTS OPENED SINCE THE IMAGE,".
01  WS-NoteLine3                PIC X(100)
        VALUE "  STANDING ORDER MAINTENANCE, AND DORMANCY FLAGS SET BY A CLOSE RUN SINCE THE IMAGE.".
01  WS-SignLine                 PIC X(100)
        VALUE "CHECKED AND SIGNED - SUPERVISOR ______________________  ID ________  DATE __________".

PROCEDURE DIVISION.
100-Start.
    MOVE FUNCTION CURRENT-DATE TO WS-Timestamp
    MOVE WS-Timestamp(1:8) TO WS-TodayDate
    PERFORM LoadCatalog
    IF WS-CatalogCount = ZERO
        DISPLAY "No images in BACKUPCAT.DAT - recovery not possible."
        STOP RUN
    END-IF
    DISPLAY "Recovery replaces ACCOUNTS.DAT, CUSTOMER.DAT, HOLDS.DAT"
    DISPLAY "and STANDORD.DAT with the last good image and replays"
    DISPLAY "the transaction log. Every teller terminal must be"
    DISPLAY "signed off. Proceed (Y/N)? " WITH NO ADVANCING
    ACCEPT WS-Confirm
    IF WS-Confirm NOT = 'Y'
        DISPLAY "Recovery not run."
        STOP RUN
    END-IF
    MOVE SPACES TO RecoveryStatusRecord
    MOVE ZERO TO RS-BackupPoint RS-LastSequence RS-EntriesReplayed
    SET Recovery-Running TO TRUE
    PERFORM WriteRecoveryStatus
    OPEN OUTPUT ReportFile
    MOVE WS-Timestamp TO HD-Timestamp
    WRITE ReportLine FROM WS-HeaderLine1
    PERFORM FindLastGoodImage
    IF Image-Not-Proved
        MOVE "NO IMAGE PROVES TO ITS CATALOG TOTALS - NOTHING RESTORED"
            TO ReportLine
        WRITE ReportLine
        CLOSE ReportFile
        SET Recovery-Stopped TO TRUE
        PERFORM WriteRecoveryStatus
        DISPLAY "No catalogued image proves to its totals - "
            "nothing restored. See RECOVERY.RPT."
        STOP RUN
    END-IF
    MOVE WS-ChosenImage TO BackupCatalogRecord
    PERFORM WriteImageHeader
    PERFORM RestoreImage
    PERFORM LoadReplayEntries
    WRITE ReportLine FROM WS-HeaderLine4
    WRITE ReportLine FROM WS-HeaderLine5
    MOVE BC-BackupPoint TO WS-ExpectedSeq
    SET Replay-Running TO TRUE
    OPEN I-O AccountFile
    PERFORM VARYING RP-IDX FROM 1 BY 1
        UNTIL RP-IDX > WS-ReplayCount
        OR Replay-Stopped
        MOVE RP-LogImage(RP-IDX) TO TranLogRecord
        PERFORM ReplayOneEntry
    END-PERFORM
    CLOSE AccountFile
    IF WS-ReplayOverflow > ZERO
        AND Replay-Running
        SET Replay-Stopped TO TRUE
        MOVE ZERO TO TL-SequenceNumber TL-AccountNumber
            TL-BalanceBefore WS-RebuiltBalance
        MOVE "REPLAY TABLE FULL" TO WS-StopReason
        PERFORM WriteStopLines
    END-IF
    PERFORM RewriteHoldsFile
    PERFORM RewriteOrderFile
    PERFORM TotalRecoveredAccounts
    PERFORM WriteRecoveryTotals
    IF Replay-Running
        PERFORM AdvanceSequenceFile
        SET Recovery-Awaiting-Signoff TO TRUE
        MOVE WS-LastSequence TO RS-LastSequence
    ELSE
        SET Recovery-Stopped TO TRUE
        MOVE TL-SequenceNumber TO RS-LastSequence
    END-IF
    MOVE BC-BusinessDate    TO RS-ImageDate
    MOVE BC-Point           TO RS-ImagePoint
    MOVE BC-BackupPoint     TO RS-BackupPoint
    MOVE WS-EntriesReplayed TO RS-EntriesReplayed
    PERFORM WriteRecoveryStatus
    CLOSE ReportFile
    DISPLAY "Image " BC-BusinessDate BC-Point " restored - "
        WS-EntriesReplayed " log entries replayed."
    IF Replay-Stopped
        DISPLAY "RECOVERY STOPPED at sequence " RS-LastSequence
            " - " WS-StopReason
        DISPLAY "Tellers cannot sign on until recovery completes."
    ELSE
        DISPLAY "Recovery complete - a supervisor must sign off "
            "RECOVERY.RPT at sign-on before tellers return."
    END-IF
    STOP RUN.

LoadCatalog.
    OPEN INPUT CatalogFile
    IF WS-CatalogFileStatus NOT = "00"
        SET End-Of-File TO TRUE
    END-IF
    PERFORM UNTIL End-Of-File
        READ CatalogFile
            AT END
                SET End-Of-File TO TRUE
            NOT AT END
                IF WS-CatalogCount < 500
                    ADD 1 TO WS-CatalogCount
                    SET CT-IDX TO WS-CatalogCount
                    MOVE BackupCatalogRecord TO WS-CatalogEntry(CT-IDX)
                ELSE
                    *> Keep the newest 500 - drop the oldest.
                    PERFORM VARYING CT-IDX FROM 1 BY 1
                        UNTIL CT-IDX NOT < 500
                        MOVE WS-CatalogEntry(CT-IDX + 1)
                            TO WS-CatalogEntry(CT-IDX)
                    END-PERFORM
                    MOVE BackupCatalogRecord TO WS-CatalogEntry(500)
                END-IF
        END-READ
    END-PERFORM
    IF WS-CatalogFileStatus NOT = "35"
        CLOSE CatalogFile
    END-IF.

FindLastGoodImage.
    *> Newest first - an image catalogued suspect, or whose files no
    *> longer match the counts and totals taken with it, is passed
    *> over for the one before it.
    SET Image-Not-Proved TO TRUE
    PERFORM VARYING WS-CatalogSlot FROM WS-CatalogCount BY -1
        UNTIL WS-CatalogSlot = ZERO
        OR Image-Proved
        MOVE WS-CatalogEntry(WS-CatalogSlot) TO BackupCatalogRecord
        IF Image-Good
            PERFORM SetImageNames
            PERFORM ProveImage
            IF Image-Proved
                MOVE BackupCatalogRecord TO WS-ChosenImage
            ELSE
                MOVE SPACES TO ReportLine
                STRING "IMAGE " BC-BusinessDate BC-Point
                    " DOES NOT PROVE TO ITS CATALOG TOTALS - PASSED OVER"
                    DELIMITED BY SIZE INTO ReportLine
                WRITE ReportLine
            END-IF
        END-IF
    END-PERFORM.

SetImageNames.
    STRING "BKACCT." BC-BusinessDate BC-Point ".DAT"
        DELIMITED BY SIZE INTO WS-AcctImageName
    STRING "BKCUST." BC-BusinessDate BC-Point ".DAT"
        DELIMITED BY SIZE INTO WS-CustImageName
    STRING "BKHOLD." BC-BusinessDate BC-Point ".DAT"
        DELIMITED BY SIZE INTO WS-HoldImageName
    STRING "BKSORD." BC-BusinessDate BC-Point ".DAT"
        DELIMITED BY SIZE INTO WS-SordImageName.

ProveImage.
    MOVE ZERO TO WS-ProofAccountCount WS-ProofAccountTotal
        WS-ProofCustomerCount WS-ProofHoldCount WS-ProofHoldTotal
        WS-ProofOrderCount WS-ProofOrderTotal
    SET Image-Proved TO TRUE
    OPEN INPUT AcctImageFile
    IF WS-AcctImageFileStatus NOT = "00"
        SET Image-Not-Proved TO TRUE
    ELSE
        MOVE 'N' TO WS-EOF-Switch
        PERFORM UNTIL End-Of-File
            READ AcctImageFile
                AT END
                    SET End-Of-File TO TRUE
                NOT AT END
                    ADD 1 TO WS-ProofAccountCount
                    ADD IA-AccountBalance TO WS-ProofAccountTotal
            END-READ
        END-PERFORM
        CLOSE AcctImageFile
    END-IF
    OPEN INPUT CustImageFile
    IF WS-CustImageFileStatus NOT = "00"
        SET Image-Not-Proved TO TRUE
    ELSE
        MOVE 'N' TO WS-EOF-Switch
        PERFORM UNTIL End-Of-File
            READ CustImageFile
                AT END
                    SET End-Of-File TO TRUE
                NOT AT END
                    ADD 1 TO WS-ProofCustomerCount
            END-READ
        END-PERFORM
        CLOSE CustImageFile
    END-IF
    OPEN INPUT HoldImageFile
    IF WS-HoldImageFileStatus NOT = "00"
        SET Image-Not-Proved TO TRUE
    ELSE
        MOVE 'N' TO WS-EOF-Switch
        PERFORM UNTIL End-Of-File
            READ HoldImageFile
                AT END
                    SET End-Of-File TO TRUE
                NOT AT END
                    ADD 1 TO WS-ProofHoldCount
                    ADD IH-Amount TO WS-ProofHoldTotal
            END-READ
        END-PERFORM
        CLOSE HoldImageFile
    END-IF
    OPEN INPUT SordImageFile
    IF WS-SordImageFileStatus NOT = "00"
        SET Image-Not-Proved TO TRUE
    ELSE
        MOVE 'N' TO WS-EOF-Switch
        PERFORM UNTIL End-Of-File
            READ SordImageFile
                AT END
                    SET End-Of-File TO TRUE
                NOT AT END
                    ADD 1 TO WS-ProofOrderCount
                    ADD IS-Amount TO WS-ProofOrderTotal
            END-READ
        END-PERFORM
        CLOSE SordImageFile
    END-IF
    IF WS-ProofAccountCount  NOT = BC-AccountCount
        OR WS-ProofAccountTotal  NOT = BC-AccountTotal
        OR WS-ProofCustomerCount NOT = BC-CustomerCount
        OR WS-ProofHoldCount     NOT = BC-HoldCount
        OR WS-ProofHoldTotal     NOT = BC-HoldTotal
        OR WS-ProofOrderCount    NOT = BC-OrderCount
        OR WS-ProofOrderTotal    NOT = BC-OrderTotal
        SET Image-Not-Proved TO TRUE
    END-IF.

WriteImageHeader.
    MOVE BC-BusinessDate TO HD-ImageDate
    IF Start-Of-Day-Image
        MOVE "START OF DAY" TO HD-PointName
    ELSE
        MOVE "END OF DAY"   TO HD-PointName
    END-IF
    MOVE BC-BackupPoint  TO HD-BackupPoint
    WRITE ReportLine FROM WS-HeaderLine2
    WRITE ReportLine FROM WS-HeaderLine3
    MOVE "ACCOUNTS.DAT"   TO IL-FileName
    MOVE WS-AcctImageName TO IL-ImageName
    MOVE BC-AccountCount  TO IL-Records
    MOVE BC-AccountTotal  TO IL-Total
    WRITE ReportLine FROM WS-ImageLine
    MOVE "CUSTOMER.DAT"   TO IL-FileName
    MOVE WS-CustImageName TO IL-ImageName
    MOVE BC-CustomerCount TO IL-Records
    MOVE ZERO             TO IL-Total
    WRITE ReportLine FROM WS-ImageLine
    MOVE "HOLDS.DAT"      TO IL-FileName
    MOVE WS-HoldImageName TO IL-ImageName
    MOVE BC-HoldCount     TO IL-Records
    MOVE BC-HoldTotal     TO IL-Total
    WRITE ReportLine FROM WS-ImageLine
    MOVE "STANDORD.DAT"   TO IL-FileName
    MOVE WS-SordImageName TO IL-ImageName
    MOVE BC-OrderCount    TO IL-Records
    MOVE BC-OrderTotal    TO IL-Total
    WRITE ReportLine FROM WS-ImageLine.

RestoreImage.
    *> The indexed masters are cut fresh from the image; the holds
    *> and standing orders go to the in-core tables the replay
    *> works on and are written back at the end.
    OPEN INPUT AcctImageFile
    OPEN OUTPUT AccountFile
    MOVE 'N' TO WS-EOF-Switch
    PERFORM UNTIL End-Of-File
        READ AcctImageFile
            AT END
                SET End-Of-File TO TRUE
            NOT AT END
                MOVE AcctImageRecord TO AccountRecord
                WRITE AccountRecord
        END-READ
    END-PERFORM
    CLOSE AccountFile
    CLOSE AcctImageFile
    OPEN INPUT CustImageFile
    OPEN OUTPUT CustomerFile
    MOVE 'N' TO WS-EOF-Switch
    PERFORM UNTIL End-Of-File
        READ CustImageFile
            AT END
                SET End-Of-File TO TRUE
            NOT AT END
                MOVE CustImageRecord TO CustomerRecord
                WRITE CustomerRecord
        END-READ
    END-PERFORM
    CLOSE CustomerFile
    CLOSE CustImageFile
    OPEN INPUT HoldImageFile
    MOVE 'N' TO WS-EOF-Switch
    PERFORM UNTIL End-Of-File
        READ HoldImageFile
            AT END
                SET End-Of-File TO TRUE
            NOT AT END
                MOVE HoldImageRecord TO HoldRecord
                ADD 1 TO WS-HoldCount
                SET HO-IDX TO WS-HoldCount
                MOVE HO-AccountNumber TO HT-AccountNumber(HO-IDX)
                MOVE HO-Amount        TO HT-Amount(HO-IDX)
                MOVE HO-ReleaseDate   TO HT-ReleaseDate(HO-IDX)
                MOVE HO-PlacedDate    TO HT-PlacedDate(HO-IDX)
                MOVE HO-OperatorId    TO HT-OperatorId(HO-IDX)
        END-READ
    END-PERFORM
    CLOSE HoldImageFile
    OPEN INPUT SordImageFile
    MOVE 'N' TO WS-EOF-Switch
    PERFORM UNTIL End-Of-File
        READ SordImageFile
            AT END
                SET End-Of-File TO TRUE
            NOT AT END
                MOVE SordImageRecord TO StandingOrderRecord
                ADD 1 TO WS-SordCount
                SET SV-IDX TO WS-SordCount
                MOVE SO-SourceAccount TO SV-SourceAccount(SV-IDX)
                MOVE SO-TargetAccount TO SV-TargetAccount(SV-IDX)
                MOVE SO-Amount        TO SV-Amount(SV-IDX)
                MOVE SO-Frequency     TO SV-Frequency(SV-IDX)
                MOVE SO-NextDueDate   TO SV-NextDueDate(SV-IDX)
        END-READ
    END-PERFORM
    CLOSE SordImageFile.

LoadReplayEntries.
    *> Entries rolled off to history since the image was cut come
    *> first - one TRANHIST file per rollover day from the image date
    *> to today - then whatever is still on the live log.
    COMPUTE WS-DayNumber =
        FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(BC-BusinessDate))
    COMPUTE WS-LastDayNumber =
        FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-TodayDate))
    PERFORM UNTIL WS-DayNumber > WS-LastDayNumber
        COMPUTE WS-HistoryDay = FUNCTION DATE-OF-INTEGER(WS-DayNumber)
        MOVE WS-HistoryDay TO WS-HistoryDate
        STRING "TRANHIST." WS-HistoryDate ".DAT"
            DELIMITED BY SIZE INTO WS-HistoryFileName
        PERFORM LoadOneHistoryFile
        ADD 1 TO WS-DayNumber
    END-PERFORM
    MOVE "TRANSEQ.LCK" TO WS-LockFileName
    PERFORM AcquireFileLock
    OPEN INPUT TranLogFile
    IF WS-TranLogFileStatus = "00"
        MOVE 'N' TO WS-EOF-Switch
        PERFORM UNTIL End-Of-File
            READ TranLogFile
                AT END
                    SET End-Of-File TO TRUE
                NOT AT END
                    MOVE TranLogRecord TO NE-LogImage
                    PERFORM NoteReplayEntry
            END-READ
        END-PERFORM
        CLOSE TranLogFile
    END-IF
    PERFORM ReleaseFileLock.

LoadOneHistoryFile.
    OPEN INPUT HistoryFile
    IF WS-HistoryFileStatus = "00"
        MOVE 'N' TO WS-EOF-Switch
        PERFORM UNTIL End-Of-File
            READ HistoryFile
                AT END
                    SET End-Of-File TO TRUE
                NOT AT END
                    MOVE HistoryRecord TO NE-LogImage
                    PERFORM NoteReplayEntry
            END-READ
        END-PERFORM
        CLOSE HistoryFile
    END-IF.

NoteReplayEntry.
    MOVE NE-LogImage TO TranLogRecord
    IF TL-SequenceNumber NOT < BC-BackupPoint
        MOVE TL-SequenceNumber TO NE-SequenceNumber
        MOVE TL-AccountNumber  TO NE-AccountNumber
        PERFORM InsertReplayEntry
    END-IF.

InsertReplayEntry.
    *> Walk down from the top past every entry numbered higher,
    *> moving each up one slot, then drop the new entry in the gap.
    IF WS-ReplayCount NOT < 20000
        ADD 1 TO WS-ReplayOverflow
    ELSE
        MOVE WS-ReplayCount TO WS-Slot
        SET Slot-Not-Found TO TRUE
        PERFORM UNTIL Slot-Found
            IF WS-Slot = ZERO
                SET Slot-Found TO TRUE
            ELSE
            IF RP-SequenceNumber(WS-Slot) NOT > NE-SequenceNumber
                SET Slot-Found TO TRUE
            ELSE
                MOVE WS-ReplayEntry(WS-Slot)
                    TO WS-ReplayEntry(WS-Slot + 1)
                SUBTRACT 1 FROM WS-Slot
            END-IF
            END-IF
        END-PERFORM
        SET Entry-Not-Matched TO TRUE
        IF WS-Slot > ZERO
            IF RP-SequenceNumber(WS-Slot) = NE-SequenceNumber
                SET Entry-Matched TO TRUE
            END-IF
        END-IF
        IF Entry-Matched
            *> Already held from another file - close the gap again.
            ADD 1 TO WS-Slot
            PERFORM VARYING WS-Slot FROM WS-Slot BY 1
                UNTIL WS-Slot > WS-ReplayCount
                MOVE WS-ReplayEntry(WS-Slot + 1)
                    TO WS-ReplayEntry(WS-Slot)
            END-PERFORM
        ELSE
            ADD 1 TO WS-ReplayCount
            MOVE WS-NewEntry TO WS-ReplayEntry(WS-Slot + 1)
        END-IF
    END-IF.

ReplayOneEntry.
    IF TL-SequenceNumber NOT = WS-ExpectedSeq
        MOVE WS-ExpectedSeq    TO GL-Expected
        MOVE TL-SequenceNumber TO GL-Found
        WRITE ReportLine FROM WS-GapLine
        ADD 1 TO WS-SequenceGaps
    END-IF
    COMPUTE WS-ExpectedSeq = TL-SequenceNumber + 1
    MOVE SPACES TO WS-Remark
    MOVE TL-AccountNumber TO AccountNumber
    READ AccountFile
        INVALID KEY
            SET Account-Not-Found TO TRUE
            MOVE ZERO TO WS-RebuiltBalance
        NOT INVALID KEY
            SET Account-Found TO TRUE
            MOVE AccountBalance TO WS-RebuiltBalance
    END-READ
    IF TL-TransactionType = "CREATE"
        IF Account-Found
            MOVE "ACCOUNT ALREADY ON FILE" TO WS-StopReason
            SET Replay-Stopped TO TRUE
        ELSE
            PERFORM ReplayAccountOpened
        END-IF
    ELSE
    IF Account-Not-Found
        MOVE "ACCOUNT NOT ON FILE" TO WS-StopReason
        SET Replay-Stopped TO TRUE
    ELSE
    IF TL-BalanceBefore NOT = WS-RebuiltBalance
        MOVE "BALANCE BEFORE MISMATCH" TO WS-StopReason
        SET Replay-Stopped TO TRUE
    ELSE
        MOVE TL-BalanceAfter TO AccountBalance
        IF TL-TransactionType = "CLOSE"
            DELETE AccountFile RECORD
        ELSE
            EVALUATE TL-TransactionType
                WHEN "REACTIVATE"
                    MOVE 'A' TO AccountStatus
                WHEN "BRANCH-IN"
                    MOVE TL-BranchId TO AccountBranchId
                WHEN "HOLD"
                    PERFORM ReplayHoldPlaced
                WHEN "HOLD-RELEASE"
                    PERFORM ReplayHoldReleased
                WHEN "TRANSFER-IN"
                    IF TL-OperatorId = "SYSTEM"
                        PERFORM ReplayOrderExecuted
                    END-IF
            END-EVALUATE
            REWRITE AccountRecord
        END-IF
    END-IF
    END-IF
    END-IF
    IF Replay-Stopped
        PERFORM WriteStopLines
    ELSE
        ADD 1 TO WS-EntriesReplayed
        MOVE TL-SequenceNumber TO WS-LastSequence
        PERFORM WriteReplayLine
    END-IF.

ReplayAccountOpened.
    *> The log carries the opening but not the name, type or limit
    *> keyed with it - the account goes back on file at its branch as
    *> a checking account with no overdraft, to be completed from the
    *> opening form.
    MOVE TL-AccountNumber TO AccountNumber
    MOVE "RE-KEY - OPENED SINCE IMAGE" TO AccountName
    MOVE TL-BalanceAfter  TO AccountBalance
    MOVE 'C'              TO AccountType
    MOVE 'A'              TO AccountStatus
    MOVE ZERO             TO AccountOverdraftLimit
    MOVE TL-BranchId      TO AccountBranchId
    WRITE AccountRecord
    ADD 1 TO WS-RekeyItems
    MOVE "RE-KEY ACCOUNT DETAIL" TO WS-Remark.

ReplayHoldPlaced.
    IF TL-ReferenceSeq > ZERO
        MOVE TL-ReferenceSeq TO WS-ReleaseDate
    ELSE
        *> No release date on the entry - the hold goes back due
        *> today and is flagged for the supervisor.
        MOVE WS-TodayDate TO WS-ReleaseDate
        ADD 1 TO WS-RekeyItems
        MOVE "RE-KEY RELEASE DATE" TO WS-Remark
    END-IF
    IF WS-HoldCount < 1000
        ADD 1 TO WS-HoldCount
        SET HO-IDX TO WS-HoldCount
        MOVE TL-AccountNumber   TO HT-AccountNumber(HO-IDX)
        MOVE TL-Amount          TO HT-Amount(HO-IDX)
        MOVE WS-ReleaseDate     TO HT-ReleaseDate(HO-IDX)
        MOVE TL-Timestamp(1:8)  TO HT-PlacedDate(HO-IDX)
        MOVE TL-OperatorId      TO HT-OperatorId(HO-IDX)
    ELSE
        ADD 1 TO WS-RekeyItems
        MOVE "HOLD TABLE FULL - RE-KEY" TO WS-Remark
    END-IF.

ReplayHoldReleased.
    *> The first open hold for the same account and amount (and the
    *> same release date, where the entry carries one) is the one
    *> the entry released.
    SET Entry-Not-Matched TO TRUE
    PERFORM VARYING HO-IDX FROM 1 BY 1
        UNTIL HO-IDX > WS-HoldCount
        OR Entry-Matched
        IF HT-AccountNumber(HO-IDX) = TL-AccountNumber
            AND HT-Amount(HO-IDX) = TL-Amount
            IF TL-ReferenceSeq = ZERO
                SET Entry-Matched TO TRUE
            ELSE
                MOVE TL-ReferenceSeq TO WS-ReleaseDate
                IF HT-ReleaseDate(HO-IDX) = WS-ReleaseDate
                    SET Entry-Matched TO TRUE
                END-IF
            END-IF
        END-IF
    END-PERFORM
    IF Entry-Matched
        *> The loop leaves the index one past the match.
        SET HO-IDX DOWN BY 1
        PERFORM VARYING HO-IDX FROM HO-IDX BY 1
            UNTIL HO-IDX NOT < WS-HoldCount
            MOVE WS-HoldEntry(HO-IDX + 1) TO WS-HoldEntry(HO-IDX)
        END-PERFORM
        SUBTRACT 1 FROM WS-HoldCount
    ELSE
        MOVE "HOLD NOT IN IMAGE" TO WS-Remark
    END-IF.

ReplayOrderExecuted.
    *> A standing order the nightly run executed moved its due date
    *> on; the order is found from the debit leg the credit leg
    *> points back at, and its date is moved on the same way.
    MOVE ZERO TO WS-SourceAccount
    PERFORM VARYING RX-IDX FROM 1 BY 1
        UNTIL RX-IDX > WS-ReplayCount
        OR WS-SourceAccount > ZERO
        IF RP-SequenceNumber(RX-IDX) = TL-ReferenceSeq
            MOVE RP-AccountNumber(RX-IDX) TO WS-SourceAccount
        END-IF
    END-PERFORM
    SET Entry-Not-Matched TO TRUE
    PERFORM VARYING SV-IDX FROM 1 BY 1
        UNTIL SV-IDX > WS-SordCount
        OR Entry-Matched
        IF SV-SourceAccount(SV-IDX) = WS-SourceAccount
            AND SV-TargetAccount(SV-IDX) = TL-AccountNumber
            AND SV-Amount(SV-IDX) = TL-Amount
            AND SV-NextDueDate(SV-IDX) NOT > TL-Timestamp(1:8)
            SET Entry-Matched TO TRUE
        END-IF
    END-PERFORM
    IF Entry-Matched
        *> The loop leaves the index one past the match.
        SET SV-IDX DOWN BY 1
        PERFORM AdvanceDueDate
        MOVE "ORDER DUE DATE MOVED ON" TO WS-Remark
    ELSE
        MOVE "ORDER NOT IN IMAGE" TO WS-Remark
    END-IF.

AdvanceDueDate.
    MOVE FUNCTION NUMVAL(SV-NextDueDate(SV-IDX)) TO WS-DueDate
    IF SV-Frequency(SV-IDX) = 'W'
        COMPUTE WS-DueDayNumber =
            FUNCTION INTEGER-OF-DATE(WS-DueDate) + 7
        COMPUTE WS-DueDate =
            FUNCTION DATE-OF-INTEGER(WS-DueDayNumber)
    ELSE
        COMPUTE WS-TotalMonths = (DU-Year * 12) + DU-Month
        COMPUTE DU-Year = WS-TotalMonths / 12
        COMPUTE DU-Month =
            WS-TotalMonths - (DU-Year * 12) + 1
    END-IF
    MOVE WS-DueDate TO SV-NextDueDate(SV-IDX).

WriteReplayLine.
    MOVE SPACES             TO WS-DetailLine
    MOVE TL-SequenceNumber  TO DL-SequenceNumber
    MOVE TL-AccountNumber   TO DL-AccountNumber
    MOVE TL-TransactionType TO DL-TransactionType
    MOVE TL-Amount          TO DL-Amount
    MOVE TL-BalanceBefore   TO DL-BalanceBefore
    MOVE TL-BalanceAfter    TO DL-BalanceAfter
    MOVE WS-Remark          TO DL-Remark
    WRITE ReportLine FROM WS-DetailLine.

WriteStopLines.
    COMPUTE WS-EntriesNotReplayed =
        WS-ReplayCount - WS-EntriesReplayed + WS-ReplayOverflow
    MOVE TL-SequenceNumber  TO SL-SequenceNumber
    MOVE TL-AccountNumber   TO SL-AccountNumber
    MOVE WS-StopReason      TO SL-Reason
    MOVE WS-RebuiltBalance  TO SL-Rebuilt
    MOVE TL-BalanceBefore   TO SL-LogBefore
    MOVE WS-EntriesNotReplayed TO SL-NotReplayed
    MOVE SPACES TO ReportLine
    WRITE ReportLine
    WRITE ReportLine FROM WS-StopLine1
    WRITE ReportLine FROM WS-StopLine2
    WRITE ReportLine FROM WS-StopLine3
    WRITE ReportLine FROM WS-StopLine4.

RewriteHoldsFile.
    OPEN OUTPUT HoldsFile
    PERFORM VARYING HO-IDX FROM 1 BY 1
        UNTIL HO-IDX > WS-HoldCount
        MOVE HT-AccountNumber(HO-IDX) TO HO-AccountNumber
        MOVE HT-Amount(HO-IDX)        TO HO-Amount
        MOVE HT-ReleaseDate(HO-IDX)   TO HO-ReleaseDate
        MOVE HT-PlacedDate(HO-IDX)    TO HO-PlacedDate
        MOVE HT-OperatorId(HO-IDX)    TO HO-OperatorId
        WRITE HoldRecord
    END-PERFORM
    CLOSE HoldsFile.

RewriteOrderFile.
    OPEN OUTPUT StandingOrderFile
    PERFORM VARYING SV-IDX FROM 1 BY 1
        UNTIL SV-IDX > WS-SordCount
        MOVE SV-SourceAccount(SV-IDX) TO SO-SourceAccount
        MOVE SV-TargetAccount(SV-IDX) TO SO-TargetAccount
        MOVE SV-Amount(SV-IDX)        TO SO-Amount
        MOVE SV-Frequency(SV-IDX)     TO SO-Frequency
        MOVE SV-NextDueDate(SV-IDX)   TO SO-NextDueDate
        WRITE StandingOrderRecord
    END-PERFORM
    CLOSE StandingOrderFile.

TotalRecoveredAccounts.
    OPEN INPUT AccountFile
    MOVE 'N' TO WS-EOF-Switch
    PERFORM UNTIL End-Of-File
        READ AccountFile NEXT RECORD
            AT END
                SET End-Of-File TO TRUE
            NOT AT END
                ADD 1 TO WS-AccountCount
                ADD AccountBalance TO WS-AccountTotal
        END-READ
    END-PERFORM
    CLOSE AccountFile.

WriteRecoveryTotals.
    MOVE SPACES TO ReportLine
    WRITE ReportLine
    MOVE WS-EntriesReplayed TO TL1-Replayed
    MOVE WS-LastSequence    TO TL1-LastSequence
    MOVE WS-SequenceGaps    TO TL1-Gaps
    WRITE ReportLine FROM WS-TotalLine1
    MOVE WS-AccountCount    TO TL2-Accounts
    MOVE WS-AccountTotal    TO TL2-Total
    WRITE ReportLine FROM WS-TotalLine2
    MOVE WS-RekeyItems      TO TL3-Rekey
    WRITE ReportLine FROM WS-TotalLine3
    IF Replay-Running
        WRITE ReportLine FROM WS-CompleteLine
    END-IF
    MOVE SPACES TO ReportLine
    WRITE ReportLine
    WRITE ReportLine FROM WS-NoteLine1
    WRITE ReportLine FROM WS-NoteLine2
    WRITE ReportLine FROM WS-NoteLine3
    MOVE SPACES TO ReportLine
    WRITE ReportLine
    WRITE ReportLine FROM WS-SignLine.

AdvanceSequenceFile.
    *> The next number handed out must follow the last entry
    *> replayed, whatever state TRANSEQ.DAT was left in.
    MOVE "TRANSEQ.LCK" TO WS-LockFileName
    PERFORM AcquireFileLock
    MOVE ZERO TO SQ-NextSequence
    OPEN INPUT SeqFile
    IF WS-SeqFileStatus = "00"
        READ SeqFile
            AT END
                MOVE ZERO TO SQ-NextSequence
        END-READ
        CLOSE SeqFile
    END-IF
    IF SQ-NextSequence NOT > WS-LastSequence
        COMPUTE SQ-NextSequence = WS-LastSequence + 1
        OPEN OUTPUT SeqFile
        WRITE SeqRecord
        CLOSE SeqFile
    END-IF
    PERFORM ReleaseFileLock.

WriteRecoveryStatus.
    MOVE FUNCTION CURRENT-DATE TO RS-Timestamp
    MOVE SPACES TO RS-SignedOffBy RS-SignedOffAt
    OPEN OUTPUT RecoveryFile
    WRITE RecoveryStatusRecord
    CLOSE RecoveryFile.

AcquireFileLock.
    *> Takes the lock named in WS-LockFileName, waiting while a teller
    *> terminal or another run holds it (status 61).
    MOVE ZERO TO WS-LockTries
    MOVE 'N' TO WS-FileLock-Switch
    PERFORM UNTIL File-Lock-Held
        OPEN EXTEND LockFile
        IF WS-LockFileStatus = "35"
            OPEN OUTPUT LockFile
        END-IF
        IF WS-LockFileStatus = "00"
            SET File-Lock-Held TO TRUE
        ELSE
        IF WS-LockFileStatus = "61"
            ADD 1 TO WS-LockTries
            IF WS-LockTries = WS-LockNoticeTries
                DISPLAY "Waiting for " WS-LockFileName
                    " - in use at another terminal."
            END-IF
            CALL "C$SLEEP" USING WS-LockWaitSeconds
        ELSE
            DISPLAY "Cannot open lock file " WS-LockFileName
                " - status " WS-LockFileStatus
            STOP RUN
        END-IF
        END-IF
    END-PERFORM.

ReleaseFileLock.
    CLOSE LockFile
    MOVE 'N' TO WS-FileLock-Switch.

END PROGRAM MasterRecovery.
