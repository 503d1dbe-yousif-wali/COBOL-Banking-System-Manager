       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. BranchConvert.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OldAccountFile ASSIGN TO "ACCOUNTS.OLD"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS SEQUENTIAL
    RECORD KEY IS OA-AccountNumber
    FILE STATUS IS WS-OldAccountFileStatus.

    SELECT AccountFile ASSIGN TO "ACCOUNTS.DAT"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS SEQUENTIAL
    RECORD KEY IS AccountNumber
    FILE STATUS IS WS-AccountFileStatus.

    SELECT RangeFile ASSIGN TO "BRCONV.DAT"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-RangeFileStatus.

DATA DIVISION.
FILE SECTION.
FD  OldAccountFile.
01  OldAccountRecord.
    *> The account master as it was before home branches. One-time
    *> use - rename the live ACCOUNTS.DAT to ACCOUNTS.OLD, run this
    *> program, and the new-format ACCOUNTS.DAT is cut alongside with
    *> each account's home branch taken from BRCONV.DAT.
    05  OA-AccountNumber    PIC 9(4).
    05  OA-AccountName      PIC X(30).
    05  OA-AccountBalance   PIC S9(6)V99.
    05  OA-AccountType      PIC X.
    05  OA-AccountStatus    PIC X.
    05  OA-AccountOverdraftLimit PIC 9(4)V99.

FD  AccountFile.
    COPY "acctrec.cpy".

FD  RangeFile.
01  RangeRecord.
    *> One line per block of account numbers opened at a branch -
    *> low and high account number inclusive, then the branch. The
    *> first range an account falls in wins.
    05  BR-LowAccount       PIC 9(4).
    05  BR-HighAccount      PIC 9(4).
    05  BR-BranchId         PIC X(4).

WORKING-STORAGE SECTION.
01  WS-OldAccountFileStatus     PIC XX.
01  WS-AccountFileStatus        PIC XX.
01  WS-RangeFileStatus          PIC XX.

01  WS-EOF-Switch               PIC X VALUE 'N'.
    88  End-Of-File                    VALUE 'Y'.
01  WS-RangeEOF-Switch          PIC X VALUE 'N'.
    88  End-Of-Ranges                  VALUE 'Y'.

01  WS-Range-Switch             PIC X VALUE 'N'.
    88  Range-Matched                  VALUE 'Y'.
    88  Range-Not-Matched              VALUE 'N'.

01  WS-RecordsConverted         PIC 9(6) VALUE 0.
01  WS-RecordsUnassigned        PIC 9(6) VALUE 0.

01  WS-RangeTable.
    05  WS-RangeCount           PIC 9(3) VALUE 0.
    05  WS-RangeEntry OCCURS 200 TIMES INDEXED BY RG-IDX.
        10  RT-LowAccount       PIC 9(4).
        10  RT-HighAccount      PIC 9(4).
        10  RT-BranchId         PIC X(4).

PROCEDURE DIVISION.
100-Start.
    PERFORM LoadRanges
    IF WS-RangeCount = ZERO
        DISPLAY "No branch range file BRCONV.DAT - "
            "conversion not run."
        STOP RUN
    END-IF
    OPEN INPUT OldAccountFile
    IF WS-OldAccountFileStatus NOT = "00"
        DISPLAY "Cannot open ACCOUNTS.OLD - status "
            WS-OldAccountFileStatus
        DISPLAY "Rename the pre-branch ACCOUNTS.DAT to "
            "ACCOUNTS.OLD before running the conversion."
        STOP RUN
    END-IF
    OPEN OUTPUT AccountFile
    IF WS-AccountFileStatus NOT = "00"
        DISPLAY "Cannot create ACCOUNTS.DAT - status "
            WS-AccountFileStatus
        CLOSE OldAccountFile
        STOP RUN
    END-IF
    PERFORM UNTIL End-Of-File
        READ OldAccountFile NEXT RECORD
            AT END
                SET End-Of-File TO TRUE
            NOT AT END
                PERFORM ConvertOneAccount
        END-READ
    END-PERFORM
    CLOSE OldAccountFile
    CLOSE AccountFile
    DISPLAY "Accounts converted: " WS-RecordsConverted
    IF WS-RecordsUnassigned > ZERO
        DISPLAY "Accounts with no branch: " WS-RecordsUnassigned
            " - assign with Move Account to Branch"
    END-IF
    STOP RUN.

LoadRanges.
    OPEN INPUT RangeFile
    IF WS-RangeFileStatus NOT = "00"
        SET End-Of-Ranges TO TRUE
    END-IF
    PERFORM UNTIL End-Of-Ranges
        READ RangeFile
            AT END
                SET End-Of-Ranges TO TRUE
            NOT AT END
                IF WS-RangeCount < 200
                    ADD 1 TO WS-RangeCount
                    SET RG-IDX TO WS-RangeCount
                    MOVE BR-LowAccount  TO RT-LowAccount(RG-IDX)
                    MOVE BR-HighAccount TO RT-HighAccount(RG-IDX)
                    MOVE BR-BranchId    TO RT-BranchId(RG-IDX)
                END-IF
        END-READ
    END-PERFORM
    IF WS-RangeFileStatus NOT = "35"
        CLOSE RangeFile
    END-IF.

ConvertOneAccount.
    MOVE OA-AccountNumber  TO AccountNumber
    MOVE OA-AccountName    TO AccountName
    MOVE OA-AccountBalance TO AccountBalance
    MOVE OA-AccountType    TO AccountType
    MOVE OA-AccountStatus  TO AccountStatus
    MOVE OA-AccountOverdraftLimit TO AccountOverdraftLimit
    SET Range-Not-Matched TO TRUE
    PERFORM VARYING RG-IDX FROM 1 BY 1
        UNTIL RG-IDX > WS-RangeCount
        OR Range-Matched
        IF OA-AccountNumber NOT < RT-LowAccount(RG-IDX)
            AND OA-AccountNumber NOT > RT-HighAccount(RG-IDX)
            SET Range-Matched TO TRUE
            MOVE RT-BranchId(RG-IDX) TO AccountBranchId
        END-IF
    END-PERFORM
    IF Range-Not-Matched
        MOVE SPACES TO AccountBranchId
        ADD 1 TO WS-RecordsUnassigned
        DISPLAY "Account " OA-AccountNumber " is in no branch range"
    END-IF
    WRITE AccountRecord
    ADD 1 TO WS-RecordsConverted.

END PROGRAM BranchConvert.
