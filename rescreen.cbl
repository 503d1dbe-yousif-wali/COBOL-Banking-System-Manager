       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. SanctionsRescreen.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT WatchListFile ASSIGN TO "WATCHLST.DAT"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-WatchListFileStatus.

    SELECT CustomerFile ASSIGN TO "CUSTOMER.DAT"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS SEQUENTIAL
    RECORD KEY IS CU-RecordKey
    FILE STATUS IS WS-CustomerFileStatus.

    SELECT AccountFile ASSIGN TO "ACCOUNTS.DAT"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS RANDOM
    RECORD KEY IS AccountNumber
    FILE STATUS IS WS-AccountFileStatus.

    SELECT HitsFile ASSIGN TO "SCRNHITS.DAT"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-HitsFileStatus.

    SELECT ReportFile ASSIGN TO "SCREEN.RPT"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-ReportFileStatus.

DATA DIVISION.
FILE SECTION.
FD  WatchListFile.
    COPY "watchrec.cpy".

FD  CustomerFile.
    COPY "custrec.cpy".

FD  AccountFile.
    COPY "acctrec.cpy".

*> One line per holder that possibly matches a watch-list entry,
*> for compliance to work through. Rebuilt every run.
FD  HitsFile.
01  HitRecord.
    05  SH-RunDate              PIC X(8).
    05  SH-AccountNumber        PIC 9(4).
    05  SH-HolderSeq            PIC 9(2).
    05  SH-AccountState         PIC X(7).
    05  SH-HolderName           PIC X(30).
    05  SH-DateOfBirth          PIC X(8).
    05  SH-IdNumber             PIC X(20).
    05  SH-EntryId              PIC X(10).
    05  SH-ListName             PIC X(30).
    05  SH-ListSource           PIC X(10).
    05  SH-MatchBasis           PIC X(10).

FD  ReportFile.
01  ReportLine                  PIC X(132).

WORKING-STORAGE SECTION.
01  WS-WatchListFileStatus      PIC XX.
01  WS-CustomerFileStatus       PIC XX.
01  WS-AccountFileStatus        PIC XX.
01  WS-HitsFileStatus           PIC XX.
01  WS-ReportFileStatus         PIC XX.

01  WS-EOF-Switch               PIC X VALUE 'N'.
    88  End-Of-File                    VALUE 'Y'.
01  WS-WatchEOF-Switch          PIC X VALUE 'N'.
    88  End-Of-Watch                   VALUE 'Y'.

01  WS-Run-Switch               PIC X VALUE 'Y'.
    88  Run-Ok                         VALUE 'Y'.
    88  Run-Abandoned                  VALUE 'N'.

01  WS-Match-Switch             PIC X VALUE 'N'.
    88  Holder-Matched                 VALUE 'Y'.
    88  Holder-Not-Matched             VALUE 'N'.

01  WS-RunDate                  PIC X(8).
01  WS-ScreenName               PIC X(30).
01  WS-MatchBasis               PIC X(10).
01  WS-AccountState             PIC X(7).

01  WS-HoldersRead              PIC 9(6) VALUE 0.
01  WS-HoldersHit               PIC 9(6) VALUE 0.
01  WS-HitsWritten              PIC 9(6) VALUE 0.

*> The whole list is held in core so each holder is screened
*> without re-reading WATCHLST.DAT. Names are upper-cased once on
*> load; the match rule is the one the teller applies at opening.
01  WS-WatchTable.
    05  WS-WatchCount           PIC 9(4) VALUE 0.
    05  WS-WatchEntry OCCURS 5000 TIMES INDEXED BY WT-IDX.
        10  WT-EntryId          PIC X(10).
        10  WT-Name             PIC X(30).
        10  WT-DateOfBirth      PIC X(8).
        10  WT-IdNumber         PIC X(20).
        10  WT-ListSource       PIC X(10).

01  WS-HeaderLine1              PIC X(132)
        VALUE "SANCTIONS WATCH-LIST RESCREEN OF CUSTOMER.DAT".
01  WS-HeaderLine2              PIC X(132)
        VALUE "ACCT SEQ STATE   HOLDER NAME                    BORN     LIST ENTRY LIST NAME                      SOURCE     BASIS".

01  WS-DetailLine.
    05  DL-AccountNumber        PIC 9(4).
    05  FILLER                  PIC X(1)  VALUE SPACES.
    05  DL-HolderSeq            PIC 9(2).
    05  FILLER                  PIC X(2)  VALUE SPACES.
    05  DL-AccountState         PIC X(7).
    05  FILLER                  PIC X(1)  VALUE SPACES.
    05  DL-HolderName           PIC X(30).
    05  FILLER                  PIC X(1)  VALUE SPACES.
    05  DL-DateOfBirth          PIC X(8).
    05  FILLER                  PIC X(1)  VALUE SPACES.
    05  DL-EntryId              PIC X(10).
    05  FILLER                  PIC X(1)  VALUE SPACES.
    05  DL-ListName             PIC X(30).
    05  FILLER                  PIC X(1)  VALUE SPACES.
    05  DL-ListSource           PIC X(10).
    05  FILLER                  PIC X(1)  VALUE SPACES.
    05  DL-MatchBasis           PIC X(10).

01  WS-CleanLine                PIC X(132)
        VALUE "NO HOLDERS MATCH THE WATCH LIST".
01  WS-NoListLine               PIC X(132)
        VALUE "WATCHLST.DAT NOT AVAILABLE - NO HOLDERS SCREENED".

01  WS-TotalLine1.
    05  FILLER                  PIC X(22) VALUE "LIST ENTRIES LOADED:".
    05  TO-WatchCount           PIC ZZZ,ZZ9.
01  WS-TotalLine2.
    05  FILLER                  PIC X(22) VALUE "HOLDERS SCREENED:".
    05  TO-HoldersRead          PIC ZZZ,ZZ9.
01  WS-TotalLine3.
    05  FILLER                  PIC X(22) VALUE "HOLDERS MATCHED:".
    05  TO-HoldersHit           PIC ZZZ,ZZ9.
01  WS-TotalLine4.
    05  FILLER                  PIC X(22) VALUE "POSSIBLE MATCHES:".
    05  TO-HitsWritten          PIC ZZZ,ZZ9.

PROCEDURE DIVISION.
100-Start.
    MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RunDate
    OPEN OUTPUT ReportFile
    OPEN OUTPUT HitsFile
    WRITE ReportLine FROM WS-HeaderLine1
    WRITE ReportLine FROM WS-HeaderLine2
    PERFORM LoadWatchTable
    IF Run-Ok
        PERFORM OpenMasters
    END-IF
    IF Run-Ok
        PERFORM UNTIL End-Of-File
            READ CustomerFile NEXT RECORD
                AT END
                    SET End-Of-File TO TRUE
                NOT AT END
                    PERFORM ScreenOneHolder
            END-READ
        END-PERFORM
        CLOSE CustomerFile
        CLOSE AccountFile
        IF WS-HitsWritten = ZERO
            WRITE ReportLine FROM WS-CleanLine
        END-IF
    END-IF
    PERFORM WriteTotals
    DISPLAY "Watch-list entries loaded: " WS-WatchCount
    DISPLAY "Holders screened: " WS-HoldersRead
    DISPLAY "Holders matched: " WS-HoldersHit
    DISPLAY "Possible matches written: " WS-HitsWritten
    CLOSE HitsFile
    CLOSE ReportFile
    STOP RUN.

LoadWatchTable.
    *> Without a list there is nothing to screen against; say so on
    *> the report rather than print a clean result.
    OPEN INPUT WatchListFile
    IF WS-WatchListFileStatus NOT = "00"
        DISPLAY "Cannot open WATCHLST.DAT - status "
            WS-WatchListFileStatus
        WRITE ReportLine FROM WS-NoListLine
        SET Run-Abandoned TO TRUE
    ELSE
        PERFORM UNTIL End-Of-Watch
            READ WatchListFile
                AT END
                    SET End-Of-Watch TO TRUE
                NOT AT END
                    IF WS-WatchCount < 5000
                        ADD 1 TO WS-WatchCount
                        SET WT-IDX TO WS-WatchCount
                        MOVE WL-EntryId     TO WT-EntryId(WT-IDX)
                        MOVE FUNCTION UPPER-CASE(WL-Name)
                            TO WT-Name(WT-IDX)
                        MOVE WL-DateOfBirth TO WT-DateOfBirth(WT-IDX)
                        MOVE WL-IdNumber    TO WT-IdNumber(WT-IDX)
                        MOVE WL-ListSource  TO WT-ListSource(WT-IDX)
                    ELSE
                        DISPLAY "Watch list exceeds 5000 entries - "
                            "entry " WL-EntryId " not loaded"
                    END-IF
            END-READ
        END-PERFORM
        CLOSE WatchListFile
    END-IF.

OpenMasters.
    OPEN INPUT CustomerFile
    IF WS-CustomerFileStatus NOT = "00"
        DISPLAY "Cannot open CUSTOMER.DAT - status "
            WS-CustomerFileStatus
        SET Run-Abandoned TO TRUE
    ELSE
        OPEN INPUT AccountFile
    END-IF.

ScreenOneHolder.
    *> Every holder on file is screened, including those on closed
    *> accounts kept for retention - the state column tells compliance
    *> which ones still have money with the bank.
    ADD 1 TO WS-HoldersRead
    SET Holder-Not-Matched TO TRUE
    MOVE FUNCTION UPPER-CASE(CU-HolderName) TO WS-ScreenName
    PERFORM VARYING WT-IDX FROM 1 BY 1
        UNTIL WT-IDX > WS-WatchCount
        MOVE SPACES TO WS-MatchBasis
        IF WT-IdNumber(WT-IDX) NOT = SPACES
            AND WT-IdNumber(WT-IDX) = CU-IdNumber
            MOVE "ID NUMBER" TO WS-MatchBasis
        ELSE
        IF WT-Name(WT-IDX) NOT = SPACES
            AND WT-Name(WT-IDX) = WS-ScreenName
            AND (WT-DateOfBirth(WT-IDX) = SPACES
                OR CU-DateOfBirth = SPACES
                OR WT-DateOfBirth(WT-IDX) = CU-DateOfBirth)
            MOVE "NAME/DOB" TO WS-MatchBasis
        END-IF
        END-IF
        IF WS-MatchBasis NOT = SPACES
            IF Holder-Not-Matched
                SET Holder-Matched TO TRUE
                ADD 1 TO WS-HoldersHit
                PERFORM FindAccountState
            END-IF
            PERFORM WriteHit
        END-IF
    END-PERFORM.

FindAccountState.
    *> A closed account's master record is deleted; its holders stay.
    MOVE CU-AccountNumber TO AccountNumber
    READ AccountFile
        INVALID KEY
            MOVE "CLOSED" TO WS-AccountState
        NOT INVALID KEY
            IF Account-Dormant
                MOVE "DORMANT" TO WS-AccountState
            ELSE
                MOVE "OPEN" TO WS-AccountState
            END-IF
    END-READ.

WriteHit.
    ADD 1 TO WS-HitsWritten
    MOVE WS-RunDate             TO SH-RunDate
    MOVE CU-AccountNumber       TO SH-AccountNumber
    MOVE CU-HolderSeq           TO SH-HolderSeq
    MOVE WS-AccountState        TO SH-AccountState
    MOVE CU-HolderName          TO SH-HolderName
    MOVE CU-DateOfBirth         TO SH-DateOfBirth
    MOVE CU-IdNumber            TO SH-IdNumber
    MOVE WT-EntryId(WT-IDX)     TO SH-EntryId
    MOVE WT-Name(WT-IDX)        TO SH-ListName
    MOVE WT-ListSource(WT-IDX)  TO SH-ListSource
    MOVE WS-MatchBasis          TO SH-MatchBasis
    WRITE HitRecord
    MOVE SPACES                 TO WS-DetailLine
    MOVE CU-AccountNumber       TO DL-AccountNumber
    MOVE CU-HolderSeq           TO DL-HolderSeq
    MOVE WS-AccountState        TO DL-AccountState
    MOVE CU-HolderName          TO DL-HolderName
    MOVE CU-DateOfBirth         TO DL-DateOfBirth
    MOVE WT-EntryId(WT-IDX)     TO DL-EntryId
    MOVE WT-Name(WT-IDX)        TO DL-ListName
    MOVE WT-ListSource(WT-IDX)  TO DL-ListSource
    MOVE WS-MatchBasis          TO DL-MatchBasis
    WRITE ReportLine FROM WS-DetailLine.

WriteTotals.
    MOVE WS-WatchCount  TO TO-WatchCount
    MOVE WS-HoldersRead TO TO-HoldersRead
    MOVE WS-HoldersHit  TO TO-HoldersHit
    MOVE WS-HitsWritten TO TO-HitsWritten
    WRITE ReportLine FROM WS-TotalLine1
    WRITE ReportLine FROM WS-TotalLine2
    WRITE ReportLine FROM WS-TotalLine3
    WRITE ReportLine FROM WS-TotalLine4.

END PROGRAM SanctionsRescreen.
