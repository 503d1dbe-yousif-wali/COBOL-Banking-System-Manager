       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. MasterBackup.

*> Dated image copy of the four master files. Run it with point S
*> before the first teller signs on and with point E as the
*> close-of-business step after TranLogRollover, so there is always
*> an image no older than the current day's log to recover from.
*> The terminals must be signed off while the image is cut - if any
*> posting reaches TRANLOG.DAT during the copy the image is catalogued
*> as suspect and recovery will not use it.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT AccountFile ASSIGN TO "ACCOUNTS.DAT"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS SEQUENTIAL
    RECORD KEY IS AccountNumber
    FILE STATUS IS WS-AccountFileStatus.

    SELECT CustomerFile ASSIGN TO "CUSTOMER.DAT"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS SEQUENTIAL
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

    SELECT ReportFile ASSIGN TO "BACKUP.RPT"
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

*> Image records are the master records byte for byte.
FD  AcctImageFile.
01  AcctImageRecord             PIC X(54).

FD  CustImageFile.
01  CustImageRecord             PIC X(120).

FD  HoldImageFile.
01  HoldImageRecord             PIC X(36).

FD  SordImageFile.
01  SordImageRecord             PIC X(25).

FD  CatalogFile.
    COPY "bkcatrec.cpy".

FD  RecoveryFile.
    COPY "recovrec.cpy".

FD  SeqFile.
    COPY "seqrec.cpy".

FD  LockFile.
*> Never written - holding the file open is the lock.
01  LockLine                    PIC X.

FD  ReportFile.
01  ReportLine                  PIC X(80).

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
01  WS-CatalogEOF-Switch        PIC X VALUE 'N'.
    88  End-Of-Catalog                 VALUE 'Y'.
01  WS-Taken-Switch             PIC X VALUE 'N'.
    88  Image-Already-Taken            VALUE 'Y'.
    88  Image-Not-Taken                VALUE 'N'.

01  WS-Image-Switch             PIC X VALUE 'G'.
    88  Image-Clean                    VALUE 'G'.
    88  Image-Not-Clean                VALUE 'X'.

01  WS-BusinessDate             PIC X(8).
01  WS-EnteredDate              PIC X(8).
01  WS-Point                    PIC X.
    88  Valid-Point                    VALUES 'S' 'E'.
01  WS-Timestamp                PIC X(21).
01  WS-BackupPoint              PIC 9(8).
01  WS-EndPoint                 PIC 9(8).
01  WS-SuspectReason            PIC X(40) VALUE SPACES.

*> BKACCT.YYYYMMDDp.DAT and its three companions - see bkcatrec.cpy.
01  WS-AcctImageName            PIC X(20).
01  WS-CustImageName            PIC X(20).
01  WS-HoldImageName            PIC X(20).
01  WS-SordImageName            PIC X(20).

01  WS-AccountCount             PIC 9(6) VALUE 0.
01  WS-AccountTotal             PIC S9(10)V99 VALUE 0.
01  WS-CustomerCount            PIC 9(6) VALUE 0.
01  WS-HoldCount                PIC 9(6) VALUE 0.
01  WS-HoldTotal                PIC 9(10)V99 VALUE 0.
01  WS-OrderCount               PIC 9(6) VALUE 0.
01  WS-OrderTotal               PIC 9(10)V99 VALUE 0.

01  WS-HeaderLine1.
    05  FILLER                  PIC X(38)
        VALUE "MASTER FILE IMAGE COPY - BUSINESS DAY ".
    05  HD-BusinessDate         PIC X(8).
    05  FILLER                  PIC X(1)  VALUE SPACES.
    05  HD-PointName            PIC X(12).
01  WS-HeaderLine2.
    05  FILLER                  PIC X(6)  VALUE "TAKEN ".
    05  HD-Timestamp            PIC X(21).
    05  FILLER                  PIC X(15) VALUE "  BACKUP POINT ".
    05  HD-BackupPoint          PIC 9(8).
01  WS-HeaderLine3              PIC X(80)
        VALUE "FILE          IMAGE                 RECORDS            TOTAL".

01  WS-DetailLine.
    05  DL-FileName             PIC X(14).
    05  DL-ImageName            PIC X(20).
    05  FILLER                  PIC X(2)  VALUE SPACES.
    05  DL-Records              PIC ZZZ,ZZ9.
    05  FILLER                  PIC X(2)  VALUE SPACES.
    05  DL-Total                PIC ZZZ,ZZZ,ZZ9.99-.

01  WS-StatusLine.
    05  FILLER                  PIC X(14) VALUE "IMAGE STATUS: ".
    05  ST-Status               PIC X(8).
    05  ST-Reason               PIC X(40).

PROCEDURE DIVISION.
100-Start.
    MOVE FUNCTION CURRENT-DATE(1:8) TO WS-BusinessDate
    DISPLAY "Business date (YYYYMMDD, blank for today "
        WS-BusinessDate "): " WITH NO ADVANCING
    ACCEPT WS-EnteredDate
    IF WS-EnteredDate NOT = SPACES
        MOVE WS-EnteredDate TO WS-BusinessDate
    END-IF
    MOVE SPACE TO WS-Point
    PERFORM UNTIL Valid-Point
        DISPLAY "Backup point (S=Start of day, E=End of day): "
            WITH NO ADVANCING
        ACCEPT WS-Point
        IF NOT Valid-Point
            DISPLAY "Point must be S or E."
        END-IF
    END-PERFORM
    PERFORM CheckRecoverySignedOff
    STRING "BKACCT." WS-BusinessDate WS-Point ".DAT"
        DELIMITED BY SIZE INTO WS-AcctImageName
    STRING "BKCUST." WS-BusinessDate WS-Point ".DAT"
        DELIMITED BY SIZE INTO WS-CustImageName
    STRING "BKHOLD." WS-BusinessDate WS-Point ".DAT"
        DELIMITED BY SIZE INTO WS-HoldImageName
    STRING "BKSORD." WS-BusinessDate WS-Point ".DAT"
        DELIMITED BY SIZE INTO WS-SordImageName
    PERFORM CheckNotAlreadyTaken
    MOVE FUNCTION CURRENT-DATE TO WS-Timestamp
    PERFORM ReadBackupPoint
    MOVE WS-EndPoint TO WS-BackupPoint
    PERFORM CopyAccounts
    PERFORM CopyCustomers
    MOVE "HOLDS.LCK" TO WS-LockFileName
    PERFORM AcquireFileLock
    PERFORM CopyHolds
    PERFORM ReleaseFileLock
    MOVE "STANDORD.LCK" TO WS-LockFileName
    PERFORM AcquireFileLock
    PERFORM CopyOrders
    PERFORM ReleaseFileLock
    *> The log must not have moved while the files were copied, or
    *> the image holds part of a posting the replay would apply again.
    PERFORM ReadBackupPoint
    IF WS-EndPoint NOT = WS-BackupPoint
        AND Image-Clean
        SET Image-Not-Clean TO TRUE
        MOVE "POSTINGS DURING COPY" TO WS-SuspectReason
    END-IF
    PERFORM WriteCatalogEntry
    PERFORM WriteBackupReport
    DISPLAY "Image " WS-BusinessDate WS-Point " taken - backup point "
        WS-BackupPoint
    DISPLAY "Accounts: " WS-AccountCount " Customers: " WS-CustomerCount
        " Holds: " WS-HoldCount " Orders: " WS-OrderCount
    IF Image-Not-Clean
        DISPLAY "IMAGE SUSPECT - " WS-SuspectReason
        DISPLAY "Sign the terminals off and take the image again."
    END-IF
    DISPLAY "Report written to BACKUP.RPT"
    STOP RUN.

CheckRecoverySignedOff.
    *> Masters that have been restored but not yet signed off are not
    *> a good image - recovery must finish first.
    OPEN INPUT RecoveryFile
    IF WS-RecoveryFileStatus = "00"
        READ RecoveryFile
            AT END
                MOVE 'C' TO RS-Status
        END-READ
        CLOSE RecoveryFile
        IF NOT Recovery-Signed-Off
            DISPLAY "A master file recovery has not been signed off "
                "- see RECOVERY.RPT."
            DISPLAY "No image taken."
            STOP RUN
        END-IF
    END-IF.

CheckNotAlreadyTaken.
    *> The catalog line is written only once all four image files
    *> are complete, so it - not the image files - says whether this
    *> point has been taken. Image files with no catalog line are the
    *> remains of a copy that died part way and are written over. A
    *> suspect image may be taken again; recovery uses the newest
    *> good line.
    SET Image-Not-Taken TO TRUE
    OPEN INPUT CatalogFile
    IF WS-CatalogFileStatus = "00"
        PERFORM UNTIL End-Of-Catalog
            READ CatalogFile
                AT END
                    SET End-Of-Catalog TO TRUE
                NOT AT END
                    IF BC-BusinessDate = WS-BusinessDate
                        AND BC-Point = WS-Point
                        AND Image-Good
                        SET Image-Already-Taken TO TRUE
                    END-IF
            END-READ
        END-PERFORM
        CLOSE CatalogFile
    END-IF
    IF Image-Already-Taken
        DISPLAY "Image " WS-BusinessDate WS-Point
            " is already catalogued - backup already taken for "
            "this point."
        STOP RUN
    END-IF
    OPEN INPUT AcctImageFile
    IF WS-AcctImageFileStatus = "00"
        CLOSE AcctImageFile
        DISPLAY "Image " WS-AcctImageName
            " has no good catalog entry - taking the image again."
    END-IF.

ReadBackupPoint.
    *> The next unassigned sequence number - every log entry from it
    *> on is later than the image.
    MOVE "TRANSEQ.LCK" TO WS-LockFileName
    PERFORM AcquireFileLock
    MOVE 1 TO WS-EndPoint
    OPEN INPUT SeqFile
    IF WS-SeqFileStatus = "00"
        READ SeqFile
            NOT AT END
                MOVE SQ-NextSequence TO WS-EndPoint
        END-READ
        CLOSE SeqFile
    END-IF
    PERFORM ReleaseFileLock.

CopyAccounts.
    OPEN INPUT AccountFile
    IF WS-AccountFileStatus NOT = "00"
        DISPLAY "Cannot open ACCOUNTS.DAT - status "
            WS-AccountFileStatus
        DISPLAY "No image taken."
        STOP RUN
    END-IF
    OPEN OUTPUT AcctImageFile
    MOVE 'N' TO WS-EOF-Switch
    PERFORM UNTIL End-Of-File
        READ AccountFile NEXT RECORD
            AT END
                SET End-Of-File TO TRUE
            NOT AT END
                MOVE AccountRecord TO AcctImageRecord
                WRITE AcctImageRecord
                ADD 1 TO WS-AccountCount
                ADD AccountBalance TO WS-AccountTotal
        END-READ
        IF WS-AccountFileStatus = "51"
            SET End-Of-File TO TRUE
            SET Image-Not-Clean TO TRUE
            MOVE "ACCOUNT IN USE AT A TERMINAL" TO WS-SuspectReason
        END-IF
    END-PERFORM
    CLOSE AccountFile
    CLOSE AcctImageFile.

CopyCustomers.
    OPEN OUTPUT CustImageFile
    OPEN INPUT CustomerFile
    IF WS-CustomerFileStatus = "00"
        MOVE 'N' TO WS-EOF-Switch
        PERFORM UNTIL End-Of-File
            READ CustomerFile NEXT RECORD
                AT END
                    SET End-Of-File TO TRUE
                NOT AT END
                    MOVE CustomerRecord TO CustImageRecord
                    WRITE CustImageRecord
                    ADD 1 TO WS-CustomerCount
            END-READ
        END-PERFORM
        CLOSE CustomerFile
    END-IF
    CLOSE CustImageFile.

CopyHolds.
    OPEN OUTPUT HoldImageFile
    OPEN INPUT HoldsFile
    IF WS-HoldsFileStatus = "00"
        MOVE 'N' TO WS-EOF-Switch
        PERFORM UNTIL End-Of-File
            READ HoldsFile
                AT END
                    SET End-Of-File TO TRUE
                NOT AT END
                    MOVE HoldRecord TO HoldImageRecord
                    WRITE HoldImageRecord
                    ADD 1 TO WS-HoldCount
                    ADD HO-Amount TO WS-HoldTotal
            END-READ
        END-PERFORM
        CLOSE HoldsFile
    END-IF
    CLOSE HoldImageFile.

CopyOrders.
    OPEN OUTPUT SordImageFile
    OPEN INPUT StandingOrderFile
    IF WS-StandingOrderFileStatus = "00"
        MOVE 'N' TO WS-EOF-Switch
        PERFORM UNTIL End-Of-File
            READ StandingOrderFile
                AT END
                    SET End-Of-File TO TRUE
                NOT AT END
                    MOVE StandingOrderRecord TO SordImageRecord
                    WRITE SordImageRecord
                    ADD 1 TO WS-OrderCount
                    ADD SO-Amount TO WS-OrderTotal
            END-READ
        END-PERFORM
        CLOSE StandingOrderFile
    END-IF
    CLOSE SordImageFile.

WriteCatalogEntry.
    MOVE WS-BusinessDate  TO BC-BusinessDate
    MOVE WS-Point         TO BC-Point
    MOVE WS-Timestamp     TO BC-Timestamp
    MOVE WS-BackupPoint   TO BC-BackupPoint
    MOVE WS-AccountCount  TO BC-AccountCount
    MOVE WS-AccountTotal  TO BC-AccountTotal
    MOVE WS-CustomerCount TO BC-CustomerCount
    MOVE WS-HoldCount     TO BC-HoldCount
    MOVE WS-HoldTotal     TO BC-HoldTotal
    MOVE WS-OrderCount    TO BC-OrderCount
    MOVE WS-OrderTotal    TO BC-OrderTotal
    MOVE WS-Image-Switch  TO BC-ImageStatus
    OPEN EXTEND CatalogFile
    IF WS-CatalogFileStatus = "35"
        OPEN OUTPUT CatalogFile
    END-IF
    WRITE BackupCatalogRecord
    CLOSE CatalogFile.

WriteBackupReport.
    OPEN OUTPUT ReportFile
    MOVE WS-BusinessDate TO HD-BusinessDate
    IF WS-Point = 'S'
        MOVE "START OF DAY" TO HD-PointName
    ELSE
        MOVE "END OF DAY"   TO HD-PointName
    END-IF
    MOVE WS-Timestamp    TO HD-Timestamp
    MOVE WS-BackupPoint  TO HD-BackupPoint
    WRITE ReportLine FROM WS-HeaderLine1
    WRITE ReportLine FROM WS-HeaderLine2
    WRITE ReportLine FROM WS-HeaderLine3
    MOVE "ACCOUNTS.DAT"   TO DL-FileName
    MOVE WS-AcctImageName TO DL-ImageName
    MOVE WS-AccountCount  TO DL-Records
    MOVE WS-AccountTotal  TO DL-Total
    WRITE ReportLine FROM WS-DetailLine
    MOVE "CUSTOMER.DAT"   TO DL-FileName
    MOVE WS-CustImageName TO DL-ImageName
    MOVE WS-CustomerCount TO DL-Records
    MOVE ZERO             TO DL-Total
    WRITE ReportLine FROM WS-DetailLine
    MOVE "HOLDS.DAT"      TO DL-FileName
    MOVE WS-HoldImageName TO DL-ImageName
    MOVE WS-HoldCount     TO DL-Records
    MOVE WS-HoldTotal     TO DL-Total
    WRITE ReportLine FROM WS-DetailLine
    MOVE "STANDORD.DAT"   TO DL-FileName
    MOVE WS-SordImageName TO DL-ImageName
    MOVE WS-OrderCount    TO DL-Records
    MOVE WS-OrderTotal    TO DL-Total
    WRITE ReportLine FROM WS-DetailLine
    IF Image-Clean
        MOVE "GOOD"    TO ST-Status
    ELSE
        MOVE "SUSPECT" TO ST-Status
    END-IF
    MOVE WS-SuspectReason TO ST-Reason
    WRITE ReportLine FROM WS-StatusLine
    CLOSE ReportFile.

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

END PROGRAM MasterBackup.
