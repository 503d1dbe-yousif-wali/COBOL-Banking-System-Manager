       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. OperatorConvert.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OldOperatorFile ASSIGN TO "OPERATOR.OLD"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-OldOperatorFileStatus.

    SELECT OperatorFile ASSIGN TO "OPERATOR.DAT"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-OperatorFileStatus.

    SELECT PinListFile ASSIGN TO "OPPINS.RPT"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-PinListFileStatus.

DATA DIVISION.
FILE SECTION.
FD  OldOperatorFile.
01  OldOperatorRecord.
    *> The operator master as it was before PIN sign-on: ID, name,
    *> limit and supervisor flag only. One-time use - rename the live
    *> OPERATOR.DAT to OPERATOR.OLD, run this program, and the
    *> new-format OPERATOR.DAT is cut with every operator active and
    *> holding a temporary PIN that must be changed at first sign-on.
    05  OO-OperatorId       PIC X(8).
    05  OO-Name             PIC X(30).
    05  OO-WithdrawalLimit  PIC 9(6)V99.
    05  OO-SupervisorFlag   PIC X.

FD  OperatorFile.
    COPY "oprec.cpy".

*> Temporary PINs for hand-out to each operator. The clear PINs
*> exist nowhere else - print, distribute sealed, and delete.
FD  PinListFile.
01  PinListLine                 PIC X(80).

WORKING-STORAGE SECTION.
01  WS-OldOperatorFileStatus    PIC XX.
01  WS-OperatorFileStatus       PIC XX.
01  WS-PinListFileStatus        PIC XX.

01  WS-EOF-Switch               PIC X VALUE 'N'.
    88  End-Of-File                    VALUE 'Y'.

01  WS-RecordsConverted         PIC 9(6) VALUE 0.
01  WS-RandomSeed               PIC 9(8).
01  WS-RandomValue              PIC V9(9).
01  WS-TempPin                  PIC 9(6).

*> Hash contract is described in oprec.cpy.
01  WS-HashInput.
    05  HI-OperatorId           PIC X(8).
    05  HI-Pin                  PIC X(8).
01  WS-HashValue                PIC 9(12).
01  WS-PinHash                  PIC 9(10).
01  WS-HashPass                 PIC 9.
01  WS-HashPos                  PIC 9(2).

01  WS-PinListHeader            PIC X(80)
        VALUE "TEMPORARY OPERATOR PINS - CHANGE REQUIRED AT FIRST SIGN-ON".
01  WS-PinListDetail.
    05  PL-OperatorId           PIC X(8).
    05  FILLER                  PIC X(2)  VALUE SPACES.
    05  PL-Name                 PIC X(30).
    05  FILLER                  PIC X(2)  VALUE SPACES.
    05  PL-TempPin              PIC 9(6).

PROCEDURE DIVISION.
100-Start.
    OPEN INPUT OldOperatorFile
    IF WS-OldOperatorFileStatus NOT = "00"
        DISPLAY "Cannot open OPERATOR.OLD - status "
            WS-OldOperatorFileStatus
        DISPLAY "Rename the pre-PIN OPERATOR.DAT to "
            "OPERATOR.OLD before running the conversion."
        STOP RUN
    END-IF
    OPEN OUTPUT OperatorFile
    IF WS-OperatorFileStatus NOT = "00"
        DISPLAY "Cannot create OPERATOR.DAT - status "
            WS-OperatorFileStatus
        CLOSE OldOperatorFile
        STOP RUN
    END-IF
    OPEN OUTPUT PinListFile
    WRITE PinListLine FROM WS-PinListHeader
    MOVE FUNCTION CURRENT-DATE(9:8) TO WS-RandomSeed
    COMPUTE WS-RandomValue = FUNCTION RANDOM(WS-RandomSeed)
    PERFORM UNTIL End-Of-File
        READ OldOperatorFile
            AT END
                SET End-Of-File TO TRUE
            NOT AT END
                PERFORM ConvertOneOperator
        END-READ
    END-PERFORM
    CLOSE OldOperatorFile
    CLOSE OperatorFile
    CLOSE PinListFile
    DISPLAY "Operators converted: " WS-RecordsConverted
    DISPLAY "Temporary PINs are on OPPINS.RPT."
    STOP RUN.

ConvertOneOperator.
    COMPUTE WS-RandomValue = FUNCTION RANDOM
    COMPUTE WS-TempPin = 100000 + (WS-RandomValue * 900000)
    MOVE OO-OperatorId      TO OP-OperatorId HI-OperatorId
    MOVE OO-Name            TO OP-Name
    MOVE OO-WithdrawalLimit TO OP-WithdrawalLimit
    MOVE OO-SupervisorFlag  TO OP-SupervisorFlag
    MOVE WS-TempPin         TO HI-Pin
    PERFORM ComputePinHash
    MOVE WS-PinHash         TO OP-PinHash
    MOVE ZERO               TO OP-FailedAttempts
    MOVE 'A'                TO OP-Status
    MOVE FUNCTION CURRENT-DATE(1:8) TO OP-PinChangedDate
    MOVE 'Y'                TO OP-MustChange
    MOVE SPACES             TO OP-BranchId
    WRITE OperatorRecord
    MOVE OO-OperatorId      TO PL-OperatorId
    MOVE OO-Name            TO PL-Name
    MOVE WS-TempPin         TO PL-TempPin
    WRITE PinListLine FROM WS-PinListDetail
    ADD 1 TO WS-RecordsConverted.

ComputePinHash.
    *> Hash contract is described in oprec.cpy.
    MOVE 5381 TO WS-HashValue
    PERFORM VARYING WS-HashPass FROM 1 BY 1 UNTIL WS-HashPass > 3
        PERFORM VARYING WS-HashPos FROM 1 BY 1 UNTIL WS-HashPos > 16
            COMPUTE WS-HashValue = FUNCTION MOD(
                WS-HashValue * 33
                + FUNCTION ORD(WS-HashInput(WS-HashPos:1)),
                4294967291)
        END-PERFORM
    END-PERFORM
    MOVE WS-HashValue TO WS-PinHash.

END PROGRAM OperatorConvert.
