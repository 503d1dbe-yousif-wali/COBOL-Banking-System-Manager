       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. OperatorMaintenance.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OperatorFile ASSIGN TO "OPERATOR.DAT"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-OperatorFileStatus.

    SELECT SecurityFile ASSIGN TO "SECLOG.DAT"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-SecurityFileStatus.

    SELECT SecurityControlFile ASSIGN TO "SECCTL.DAT"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-SecCtlFileStatus.

    SELECT LockFile ASSIGN USING WS-LockFileName
    ORGANIZATION IS LINE SEQUENTIAL
    LOCK MODE IS EXCLUSIVE
    FILE STATUS IS WS-LockFileStatus.

DATA DIVISION.
FILE SECTION.
FD  OperatorFile.
    COPY "oprec.cpy".

FD  SecurityFile.
    COPY "secrec.cpy".

FD  SecurityControlFile.
01  SecurityControlLine         PIC X(8).

FD  LockFile.
*> Never written - holding the file open is the lock.
01  LockLine                    PIC X.

WORKING-STORAGE SECTION.
01  WS-OperatorFileStatus       PIC XX.
01  WS-SecurityFileStatus       PIC XX.
01  WS-SecCtlFileStatus         PIC XX.

*> OPERATOR.LCK is shared with the teller terminals, which rewrite
*> OPERATOR.DAT for failed PINs and PIN changes - it is held only
*> while the file is loaded or rewritten.
01  WS-LockFileStatus           PIC XX.
01  WS-LockFileName             PIC X(12).
01  WS-FileLock-Switch          PIC X VALUE 'N'.
    88  File-Lock-Held                 VALUE 'Y'.
01  WS-LockTries                PIC 9(5).
01  WS-LockNoticeTries          PIC 9(5) VALUE 3.
01  WS-LockWaitSeconds          PIC 9(4) BINARY VALUE 1.

01  Choice                      PIC X.

01  WS-OperatorEOF-Switch       PIC X VALUE 'N'.
    88  End-Of-Operators               VALUE 'Y'.
01  WS-SecCtlEOF-Switch         PIC X VALUE 'N'.
    88  End-Of-SecCtl                  VALUE 'Y'.

01  WS-OperatorFound-Switch     PIC X VALUE 'N'.
    88  Operator-Found                 VALUE 'Y'.
    88  Operator-Not-Found             VALUE 'N'.

01  WS-NewPin-Switch            PIC X VALUE 'N'.
    88  New-Pin-Accepted               VALUE 'Y'.
    88  New-Pin-Rejected               VALUE 'N'.

01  WS-MaxAttempts              PIC 9(2) VALUE 3.
01  WS-PinExpiryDays            PIC 9(4) VALUE 90.
01  WS-PinChangedDate           PIC 9(8).
01  WS-PinAgeDays               PIC S9(7).
01  WS-SecCtlLineCount          PIC 9 VALUE 0.

01  WS-SupervisorId             PIC X(8).
01  WS-LookupId                 PIC X(8).
01  WS-EnteredPin               PIC X(8).
01  WS-NewPin                   PIC X(8).
01  WS-PinLength                PIC 9(2).
01  WS-PinSpaces                PIC 9(2).
01  WS-NewName                  PIC X(30).
01  WS-NewLimit                 PIC 9(6)V99.
01  WS-NewSuperFlag             PIC X.
01  WS-NewBranch                PIC X(4).
01  WS-OldBranch                PIC X(4).
01  WS-OldLimitEdit             PIC ZZZ,ZZ9.99.
01  WS-NewLimitEdit             PIC ZZZ,ZZ9.99.

*> Hash contract is described in oprec.cpy.
01  WS-HashInput.
    05  HI-OperatorId           PIC X(8).
    05  HI-Pin                  PIC X(8).
01  WS-HashValue                PIC 9(12).
01  WS-PinHash                  PIC 9(10).
01  WS-HashPass                 PIC 9.
01  WS-HashPos                  PIC 9(2).

01  WS-EventType                PIC X(12).
01  WS-EventOperator            PIC X(8).
01  WS-EventDetail              PIC X(40).

*> In-core image of OPERATOR.DAT. Every change is made here and the
*> whole file rewritten; WS-OperatorSlot is the entry for
*> WS-LookupId, zero if none.
01  WS-OperatorTable.
    05  WS-OperatorCount        PIC 9(3) VALUE 0.
    05  WS-OperatorEntry OCCURS 500 TIMES INDEXED BY OT-IDX.
        10  OT-OperatorId       PIC X(8).
        10  OT-Name             PIC X(30).
        10  OT-WithdrawalLimit  PIC 9(6)V99.
        10  OT-SupervisorFlag   PIC X.
        10  OT-PinHash          PIC 9(10).
        10  OT-FailedAttempts   PIC 9(2).
        10  OT-Status           PIC X.
        10  OT-PinChangedDate   PIC X(8).
        10  OT-MustChange       PIC X.
        10  OT-BranchId         PIC X(4).
01  WS-OperatorSlot             PIC 9(3) VALUE 0.
01  WS-ChangedOperator          PIC X(73).
01  WS-CallerFound-Switch       PIC X.

01  WS-ListLine.
    05  LL-OperatorId           PIC X(8).
    05  FILLER                  PIC X(1)  VALUE SPACES.
    05  LL-Name                 PIC X(30).
    05  FILLER                  PIC X(1)  VALUE SPACES.
    05  LL-Limit                PIC ZZZ,ZZ9.99.
    05  FILLER                  PIC X(2)  VALUE SPACES.
    05  LL-SupervisorFlag       PIC X.
    05  FILLER                  PIC X(3)  VALUE SPACES.
    05  LL-Status               PIC X.
    05  FILLER                  PIC X(3)  VALUE SPACES.
    05  LL-FailedAttempts       PIC Z9.
    05  FILLER                  PIC X(2)  VALUE SPACES.
    05  LL-PinChangedDate       PIC X(8).
    05  FILLER                  PIC X(2)  VALUE SPACES.
    05  LL-MustChange           PIC X.
    05  FILLER                  PIC X(3)  VALUE SPACES.
    05  LL-BranchId             PIC X(4).

PROCEDURE DIVISION.
100-Start.
    PERFORM ReadSecurityControl
    PERFORM SupervisorSignOn
    PERFORM UNTIL Choice = '7'
        DISPLAY "Operator Maintenance"
        DISPLAY "1. List Operators"
        DISPLAY "2. Add Operator"
        DISPLAY "3. Disable Operator"
        DISPLAY "4. Enable Operator"
        DISPLAY "5. Change Withdrawal Limit"
        DISPLAY "6. Reset PIN"
        DISPLAY "7. Exit"
        DISPLAY "8. Change Branch"
        ACCEPT Choice
        EVALUATE Choice
            WHEN '1' PERFORM ListOperators
            WHEN '2' PERFORM AddOperator
            WHEN '3' PERFORM DisableOperator
            WHEN '4' PERFORM EnableOperator
            WHEN '5' PERFORM ChangeOperatorLimit
            WHEN '6' PERFORM ResetOperatorPin
            WHEN '8' PERFORM ChangeOperatorBranch
        END-EVALUATE
    END-PERFORM
    MOVE "SIGN-OFF"      TO WS-EventType
    MOVE WS-SupervisorId TO WS-EventOperator
    MOVE "OPERATOR MAINTENANCE" TO WS-EventDetail
    PERFORM WriteSecurityEvent
    STOP RUN.

ReadSecurityControl.
    OPEN INPUT SecurityControlFile
    IF WS-SecCtlFileStatus = "00"
        PERFORM UNTIL End-Of-SecCtl
            READ SecurityControlFile
                AT END
                    SET End-Of-SecCtl TO TRUE
                NOT AT END
                    ADD 1 TO WS-SecCtlLineCount
                    IF SecurityControlLine NOT = SPACES
                        IF WS-SecCtlLineCount = 1
                            COMPUTE WS-MaxAttempts =
                                FUNCTION NUMVAL(SecurityControlLine)
                        ELSE
                            COMPUTE WS-PinExpiryDays =
                                FUNCTION NUMVAL(SecurityControlLine)
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE SecurityControlFile
    END-IF
    IF WS-MaxAttempts = ZERO
        MOVE 3 TO WS-MaxAttempts
    END-IF.

SupervisorSignOn.
    *> Only an active supervisor whose PIN is current may maintain
    *> operators. A wrong PIN counts toward their lockout exactly as
    *> it does at the teller sign-on.
    DISPLAY "Supervisor ID: " WITH NO ADVANCING
    ACCEPT WS-SupervisorId
    DISPLAY "PIN: " WITH NO ADVANCING
    ACCEPT WS-EnteredPin
    MOVE WS-SupervisorId TO WS-LookupId WS-EventOperator
    PERFORM FindOperator
    MOVE "SIGNON-FAIL" TO WS-EventType
    IF Operator-Not-Found
        MOVE "UNKNOWN OPERATOR ID" TO WS-EventDetail
        PERFORM RefuseSignOn
    END-IF
    IF OT-Status(WS-OperatorSlot) NOT = 'A'
        MOVE "OPERATOR NOT ACTIVE" TO WS-EventDetail
        PERFORM RefuseSignOn
    END-IF
    MOVE WS-SupervisorId TO HI-OperatorId
    MOVE WS-EnteredPin   TO HI-Pin
    PERFORM ComputePinHash
    IF WS-PinHash NOT = OT-PinHash(WS-OperatorSlot)
        ADD 1 TO OT-FailedAttempts(WS-OperatorSlot)
        MOVE "WRONG PIN" TO WS-EventDetail
        IF OT-FailedAttempts(WS-OperatorSlot) NOT < WS-MaxAttempts
            MOVE 'L' TO OT-Status(WS-OperatorSlot)
            MOVE "LOCKOUT" TO WS-EventType
            MOVE "FAILED PIN LIMIT REACHED" TO WS-EventDetail
        END-IF
        PERFORM RewriteOperatorFile
        PERFORM RefuseSignOn
    END-IF
    IF OT-SupervisorFlag(WS-OperatorSlot) NOT = 'Y'
        MOVE "NOT A SUPERVISOR" TO WS-EventDetail
        PERFORM RefuseSignOn
    END-IF
    IF OT-MustChange(WS-OperatorSlot) = 'Y'
        DISPLAY "Your PIN must be changed at the teller sign-on "
            "before operator maintenance."
        MOVE "PIN CHANGE OUTSTANDING" TO WS-EventDetail
        PERFORM RefuseSignOn
    END-IF
    IF WS-PinExpiryDays > ZERO
        *> A PIN with no change date on file counts as expired, as it
        *> does at the teller sign-on.
        IF OT-PinChangedDate(WS-OperatorSlot) IS NOT NUMERIC
            MOVE WS-PinExpiryDays TO WS-PinAgeDays
        ELSE
            MOVE OT-PinChangedDate(WS-OperatorSlot)
                TO WS-PinChangedDate
            COMPUTE WS-PinAgeDays =
                FUNCTION INTEGER-OF-DATE(
                    FUNCTION NUMVAL(FUNCTION CURRENT-DATE(1:8)))
                - FUNCTION INTEGER-OF-DATE(WS-PinChangedDate)
        END-IF
        IF WS-PinAgeDays NOT < WS-PinExpiryDays
            DISPLAY "Your PIN has expired - change it at the teller "
                "sign-on before operator maintenance."
            MOVE "PIN EXPIRED" TO WS-EventDetail
            PERFORM RefuseSignOn
        END-IF
    END-IF
    IF OT-FailedAttempts(WS-OperatorSlot) > ZERO
        MOVE ZERO TO OT-FailedAttempts(WS-OperatorSlot)
        PERFORM RewriteOperatorFile
    END-IF
    MOVE "SIGN-ON" TO WS-EventType
    MOVE "OPERATOR MAINTENANCE" TO WS-EventDetail
    PERFORM WriteSecurityEvent
    DISPLAY "Signed on as supervisor " WS-SupervisorId.

RefuseSignOn.
    PERFORM WriteSecurityEvent
    DISPLAY "Sign-on refused."
    STOP RUN.

ListOperators.
    PERFORM FindOperator
    DISPLAY "ID       NAME                           "
        "     LIMIT SUP STS FAIL PIN DATE  CHG BRCH"
    PERFORM VARYING OT-IDX FROM 1 BY 1
        UNTIL OT-IDX > WS-OperatorCount
        MOVE OT-OperatorId(OT-IDX)      TO LL-OperatorId
        MOVE OT-Name(OT-IDX)            TO LL-Name
        MOVE OT-WithdrawalLimit(OT-IDX) TO LL-Limit
        MOVE OT-SupervisorFlag(OT-IDX)  TO LL-SupervisorFlag
        MOVE OT-Status(OT-IDX)          TO LL-Status
        MOVE OT-FailedAttempts(OT-IDX)  TO LL-FailedAttempts
        MOVE OT-PinChangedDate(OT-IDX)  TO LL-PinChangedDate
        MOVE OT-MustChange(OT-IDX)      TO LL-MustChange
        MOVE OT-BranchId(OT-IDX)        TO LL-BranchId
        DISPLAY WS-ListLine
    END-PERFORM
    DISPLAY "Operators on file: " WS-OperatorCount.

AddOperator.
    DISPLAY "New Operator ID: " WITH NO ADVANCING
    ACCEPT WS-LookupId
    PERFORM FindOperator
    IF WS-LookupId = SPACES
        DISPLAY "Operator ID is required."
    ELSE
    IF Operator-Found
        DISPLAY "Operator " WS-LookupId " already exists."
    ELSE
    IF WS-OperatorCount NOT < 500
        DISPLAY "Operator table is full - operator not added."
    ELSE
        DISPLAY "Operator Name: " WITH NO ADVANCING
        ACCEPT WS-NewName
        DISPLAY "Withdrawal Limit: " WITH NO ADVANCING
        ACCEPT WS-NewLimit
        DISPLAY "Supervisor (Y/N): " WITH NO ADVANCING
        ACCEPT WS-NewSuperFlag
        IF WS-NewSuperFlag NOT = 'Y'
            MOVE 'N' TO WS-NewSuperFlag
        END-IF
        MOVE SPACES TO WS-NewBranch
        PERFORM UNTIL WS-NewBranch NOT = SPACES
            DISPLAY "Branch: " WITH NO ADVANCING
            ACCEPT WS-NewBranch
        END-PERFORM
        ADD 1 TO WS-OperatorCount
        MOVE WS-OperatorCount TO WS-OperatorSlot
        MOVE WS-LookupId     TO OT-OperatorId(WS-OperatorSlot)
        MOVE WS-NewName      TO OT-Name(WS-OperatorSlot)
        MOVE WS-NewLimit     TO OT-WithdrawalLimit(WS-OperatorSlot)
        MOVE WS-NewSuperFlag TO OT-SupervisorFlag(WS-OperatorSlot)
        MOVE WS-NewBranch    TO OT-BranchId(WS-OperatorSlot)
        MOVE 'A'             TO OT-Status(WS-OperatorSlot)
        PERFORM SetTemporaryPin
        PERFORM RewriteOperatorFile
        MOVE "OP-ADD" TO WS-EventType
        MOVE WS-LookupId TO WS-EventOperator
        MOVE WS-NewLimit TO WS-NewLimitEdit
        MOVE SPACES TO WS-EventDetail
        STRING "LIMIT " WS-NewLimitEdit " SUPERVISOR " WS-NewSuperFlag
            " BR " WS-NewBranch
            DELIMITED BY SIZE INTO WS-EventDetail
        END-STRING
        PERFORM WriteSecurityEvent
        DISPLAY "Operator " WS-LookupId " added - the temporary PIN "
            "must be changed at first sign-on."
    END-IF
    END-IF
    END-IF.

DisableOperator.
    PERFORM SelectOtherOperator
    IF Operator-Found
        IF OT-Status(WS-OperatorSlot) = 'D'
            DISPLAY "Operator " WS-LookupId " is already disabled."
        ELSE
            MOVE 'D' TO OT-Status(WS-OperatorSlot)
            PERFORM RewriteOperatorFile
            MOVE "OP-DISABLE" TO WS-EventType
            MOVE SPACES TO WS-EventDetail
            PERFORM WriteSecurityEvent
            DISPLAY "Operator " WS-LookupId " disabled."
        END-IF
    END-IF.

EnableOperator.
    *> Re-enables a disabled operator. A lockout is cleared with a
    *> PIN reset instead, since the old PIN may have been guessed at.
    PERFORM SelectOtherOperator
    IF Operator-Found
        IF OT-Status(WS-OperatorSlot) = 'L'
            DISPLAY "Operator " WS-LookupId
                " is locked out - use Reset PIN."
        ELSE
        IF OT-Status(WS-OperatorSlot) = 'A'
            DISPLAY "Operator " WS-LookupId " is already active."
        ELSE
            MOVE 'A'  TO OT-Status(WS-OperatorSlot)
            MOVE ZERO TO OT-FailedAttempts(WS-OperatorSlot)
            PERFORM RewriteOperatorFile
            MOVE "OP-ENABLE" TO WS-EventType
            MOVE SPACES TO WS-EventDetail
            PERFORM WriteSecurityEvent
            DISPLAY "Operator " WS-LookupId " enabled."
        END-IF
        END-IF
    END-IF.

ChangeOperatorLimit.
    PERFORM SelectOtherOperator
    IF Operator-Found
        MOVE OT-WithdrawalLimit(WS-OperatorSlot) TO WS-OldLimitEdit
        DISPLAY "Current limit " WS-OldLimitEdit
        DISPLAY "New Withdrawal Limit: " WITH NO ADVANCING
        ACCEPT WS-NewLimit
        MOVE WS-NewLimit TO OT-WithdrawalLimit(WS-OperatorSlot)
        PERFORM RewriteOperatorFile
        MOVE "OP-LIMIT" TO WS-EventType
        MOVE WS-NewLimit TO WS-NewLimitEdit
        MOVE SPACES TO WS-EventDetail
        STRING "LIMIT " WS-OldLimitEdit " TO " WS-NewLimitEdit
            DELIMITED BY SIZE INTO WS-EventDetail
        END-STRING
        PERFORM WriteSecurityEvent
        DISPLAY "Limit for " WS-LookupId " now " WS-NewLimitEdit
    END-IF.

ResetOperatorPin.
    *> Issues a temporary PIN, clears any lockout and failed count,
    *> and forces a change at the operator's next sign-on. A disabled
    *> operator stays disabled.
    PERFORM SelectOtherOperator
    IF Operator-Found
        PERFORM SetTemporaryPin
        IF OT-Status(WS-OperatorSlot) = 'L'
            MOVE 'A' TO OT-Status(WS-OperatorSlot)
        END-IF
        PERFORM RewriteOperatorFile
        MOVE "PIN-RESET" TO WS-EventType
        MOVE SPACES TO WS-EventDetail
        PERFORM WriteSecurityEvent
        DISPLAY "PIN reset for " WS-LookupId
            " - it must be changed at next sign-on."
    END-IF.

ChangeOperatorBranch.
    *> The branch sets where the operator's drawer balances and the
    *> home branch offered for accounts they open.
    PERFORM SelectOtherOperator
    IF Operator-Found
        MOVE OT-BranchId(WS-OperatorSlot) TO WS-OldBranch
        DISPLAY "Current branch " WS-OldBranch
        DISPLAY "New Branch: " WITH NO ADVANCING
        ACCEPT WS-NewBranch
        IF WS-NewBranch = SPACES
            DISPLAY "Branch is required - not changed."
        ELSE
            MOVE WS-NewBranch TO OT-BranchId(WS-OperatorSlot)
            PERFORM RewriteOperatorFile
            MOVE "OP-BRANCH" TO WS-EventType
            MOVE SPACES TO WS-EventDetail
            STRING "BRANCH " WS-OldBranch " TO " WS-NewBranch
                DELIMITED BY SIZE INTO WS-EventDetail
            END-STRING
            PERFORM WriteSecurityEvent
            DISPLAY "Branch for " WS-LookupId " now " WS-NewBranch
        END-IF
    END-IF.

SelectOtherOperator.
    *> A supervisor may not maintain their own operator record.
    DISPLAY "Operator ID: " WITH NO ADVANCING
    ACCEPT WS-LookupId
    PERFORM FindOperator
    MOVE WS-LookupId TO WS-EventOperator
    IF Operator-Not-Found
        DISPLAY "Operator " WS-LookupId " not found."
    ELSE
    IF WS-LookupId = WS-SupervisorId
        DISPLAY "You cannot maintain your own operator record."
        SET Operator-Not-Found TO TRUE
    END-IF
    END-IF.

SetTemporaryPin.
    SET New-Pin-Rejected TO TRUE
    PERFORM UNTIL New-Pin-Accepted
        DISPLAY "Temporary PIN (4 to 8 digits): " WITH NO ADVANCING
        ACCEPT WS-NewPin
        MOVE ZERO TO WS-PinLength WS-PinSpaces
        INSPECT WS-NewPin TALLYING WS-PinLength
            FOR CHARACTERS BEFORE INITIAL SPACE
        INSPECT WS-NewPin TALLYING WS-PinSpaces FOR ALL SPACE
        IF WS-PinLength < 4
            OR WS-PinLength + WS-PinSpaces NOT = 8
            DISPLAY "PIN must be 4 to 8 digits."
        ELSE
        IF WS-NewPin(1:WS-PinLength) IS NOT NUMERIC
            DISPLAY "PIN must be 4 to 8 digits."
        ELSE
            SET New-Pin-Accepted TO TRUE
        END-IF
        END-IF
    END-PERFORM
    MOVE OT-OperatorId(WS-OperatorSlot) TO HI-OperatorId
    MOVE WS-NewPin TO HI-Pin
    PERFORM ComputePinHash
    MOVE WS-PinHash TO OT-PinHash(WS-OperatorSlot)
    MOVE ZERO       TO OT-FailedAttempts(WS-OperatorSlot)
    MOVE 'Y'        TO OT-MustChange(WS-OperatorSlot)
    MOVE FUNCTION CURRENT-DATE(1:8)
        TO OT-PinChangedDate(WS-OperatorSlot).

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

FindOperator.
    *> Loads OPERATOR.DAT and points WS-OperatorSlot at WS-LookupId.
    MOVE "OPERATOR.LCK" TO WS-LockFileName
    PERFORM AcquireFileLock
    PERFORM LoadOperatorTable
    PERFORM ReleaseFileLock.

LoadOperatorTable.
    SET Operator-Not-Found TO TRUE
    MOVE ZERO TO WS-OperatorSlot WS-OperatorCount
    MOVE 'N' TO WS-OperatorEOF-Switch
    OPEN INPUT OperatorFile
    IF WS-OperatorFileStatus NOT = "00"
        SET End-Of-Operators TO TRUE
    END-IF
    PERFORM UNTIL End-Of-Operators
        READ OperatorFile
            AT END
                SET End-Of-Operators TO TRUE
            NOT AT END
                ADD 1 TO WS-OperatorCount
                SET OT-IDX TO WS-OperatorCount
                MOVE OP-OperatorId      TO OT-OperatorId(OT-IDX)
                MOVE OP-Name            TO OT-Name(OT-IDX)
                MOVE OP-WithdrawalLimit TO OT-WithdrawalLimit(OT-IDX)
                MOVE OP-SupervisorFlag  TO OT-SupervisorFlag(OT-IDX)
                MOVE OP-PinHash         TO OT-PinHash(OT-IDX)
                MOVE OP-FailedAttempts  TO OT-FailedAttempts(OT-IDX)
                MOVE OP-Status          TO OT-Status(OT-IDX)
                MOVE OP-PinChangedDate  TO OT-PinChangedDate(OT-IDX)
                MOVE OP-MustChange      TO OT-MustChange(OT-IDX)
                MOVE OP-BranchId        TO OT-BranchId(OT-IDX)
                IF OP-OperatorId = WS-LookupId
                    SET Operator-Found TO TRUE
                    MOVE WS-OperatorCount TO WS-OperatorSlot
                END-IF
        END-READ
    END-PERFORM
    IF WS-OperatorFileStatus NOT = "35"
        CLOSE OperatorFile
    END-IF.

RewriteOperatorFile.
    *> The entry changed at WS-OperatorSlot is carried into a fresh
    *> load taken under the lock, so a change a teller terminal made
    *> to another operator since this one loaded is kept. A new
    *> operator is not yet on file and goes on the end. The caller's
    *> found switch is left as the caller set it.
    MOVE WS-OperatorFound-Switch           TO WS-CallerFound-Switch
    MOVE WS-OperatorEntry(WS-OperatorSlot) TO WS-ChangedOperator
    MOVE OT-OperatorId(WS-OperatorSlot)    TO WS-LookupId
    MOVE "OPERATOR.LCK" TO WS-LockFileName
    PERFORM AcquireFileLock
    PERFORM LoadOperatorTable
    IF Operator-Not-Found
        ADD 1 TO WS-OperatorCount
        MOVE WS-OperatorCount TO WS-OperatorSlot
    END-IF
    MOVE WS-ChangedOperator TO WS-OperatorEntry(WS-OperatorSlot)
    PERFORM WriteOperatorFile
    PERFORM ReleaseFileLock
    MOVE WS-CallerFound-Switch TO WS-OperatorFound-Switch.

WriteOperatorFile.
    OPEN OUTPUT OperatorFile
    PERFORM VARYING OT-IDX FROM 1 BY 1
        UNTIL OT-IDX > WS-OperatorCount
        MOVE OT-OperatorId(OT-IDX)      TO OP-OperatorId
        MOVE OT-Name(OT-IDX)            TO OP-Name
        MOVE OT-WithdrawalLimit(OT-IDX) TO OP-WithdrawalLimit
        MOVE OT-SupervisorFlag(OT-IDX)  TO OP-SupervisorFlag
        MOVE OT-PinHash(OT-IDX)         TO OP-PinHash
        MOVE OT-FailedAttempts(OT-IDX)  TO OP-FailedAttempts
        MOVE OT-Status(OT-IDX)          TO OP-Status
        MOVE OT-PinChangedDate(OT-IDX)  TO OP-PinChangedDate
        MOVE OT-MustChange(OT-IDX)      TO OP-MustChange
        MOVE OT-BranchId(OT-IDX)        TO OP-BranchId
        WRITE OperatorRecord
    END-PERFORM
    CLOSE OperatorFile.

WriteSecurityEvent.
    MOVE FUNCTION CURRENT-DATE TO SL-Timestamp
    MOVE WS-EventOperator      TO SL-OperatorId
    MOVE WS-EventType          TO SL-EventType
    MOVE WS-SupervisorId       TO SL-ActingId
    MOVE WS-EventDetail        TO SL-Detail
    OPEN EXTEND SecurityFile
    IF WS-SecurityFileStatus = "35"
        OPEN OUTPUT SecurityFile
    END-IF
    WRITE SecurityEventRecord
    CLOSE SecurityFile.

AcquireFileLock.
    *> Takes the lock named in WS-LockFileName, waiting while a teller
    *> terminal holds it (status 61).
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

END PROGRAM OperatorMaintenance.
