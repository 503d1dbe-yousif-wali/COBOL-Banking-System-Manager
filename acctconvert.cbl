       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. AccountConvert.

    MOVE OA-AccountType    TO AccountType
    MOVE OA-AccountStatus  TO AccountStatus
    MOVE ZERO              TO AccountOverdraftLimit
    MOVE SPACES            TO AccountBranchId
    WRITE AccountRecord
    ADD 1 TO WS-RecordsConverted.

