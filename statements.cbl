       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. CustomerStatements.

    COPY "tranrec.cpy".

FD  HistoryFile.
01  HistoryRecord               PIC X(89).

FD  PeriodFile.
01  PeriodRecord.
    *> Statement period control card - both dates YYYYMMDD inclusive.
    *> When the card is absent the run defaults to the current month.
    *> Column 17 says how this run sits beside RelationshipStatements
    *> on the same period: C (or blank) - an account that appears on
    *> a holder's consolidated relationship statement gets no
    *> statement of its own here; B - both are mailed.
    05  SP-StartDate            PIC X(8).
    05  SP-EndDate              PIC X(8).
    05  SP-StatementMode        PIC X.

FD  StatementFile.
01  StatementLine               PIC X(80).
01  WS-CustomerFound-Switch     PIC X VALUE 'N'.
    88  Customer-Found                 VALUE 'Y'.
    88  Customer-Not-Found             VALUE 'N'.
01  WS-Listed-Switch            PIC X VALUE 'N'.
    88  Account-Already-Listed         VALUE 'Y'.
    88  Account-Not-Listed             VALUE 'N'.

01  WS-StatementMode            PIC X VALUE 'C'.
    88  Consolidated-Replaces          VALUE 'C' SPACE.
    88  Both-Statements                VALUE 'B'.

01  WS-HolderSeq                PIC 9(2).
01  WS-PrimaryAddress           PIC X(40).
01  WS-ClosingBalance           PIC S9(6)V99.
01  WS-MovementCount            PIC 9(6).
01  WS-StatementCount           PIC 9(6) VALUE 0.
01  WS-ConsolidatedCount        PIC 9(6) VALUE 0.
01  WS-AccountSub               PIC 9(5).
01  WS-CustomerSub              PIC 9(5).

*> Direct-indexed by account - slot N+1 covers account N. An open
*> account is on ACCOUNTS.DAT; a covered one is on some customer's
*> relationship statement and is left off this run.
01  WS-AccountFlagTable.
    05  WS-AccountFlags OCCURS 10000 TIMES.
        10  AF-OpenFlag         PIC X.
            88  AF-Account-Open        VALUE 'Y'.
        10  AF-CoveredFlag      PIC X.
            88  AF-Account-Covered     VALUE 'Y'.

*> RelationshipStatements' own grouping, built the same way so the
*> two runs agree on who gets a consolidated mailing: one entry per
*> ID number (exact name when no ID), holdings of open accounts
*> only, at most 10 per customer and 10000 customers. A holding
*> that does not fit its table is not on any relationship
*> statement and keeps its statement here.
01  WS-CustomerTable.
    05  WS-CustomerCount        PIC 9(5) VALUE 0.
    05  WS-CustomerEntry OCCURS 10000 TIMES INDEXED BY CR-IDX.
        10  CR-IdNumber         PIC X(20).
        10  CR-HolderName       PIC X(30).
        10  CR-HoldingCount     PIC 9(2).
        10  CR-Holding OCCURS 10 TIMES INDEXED BY CH-IDX.
            15  CH-AccountNumber PIC 9(4).
01  WS-FirstPage-Switch         PIC X VALUE 'Y'.
    88  First-Page                     VALUE 'Y'.

100-Start.
    PERFORM OpenFiles
    PERFORM ReadStatementPeriod
    IF Consolidated-Replaces
        PERFORM MarkConsolidatedAccounts
    END-IF
    PERFORM UNTIL End-Of-File
        READ AccountFile NEXT RECORD
            AT END
                SET End-Of-File TO TRUE
            NOT AT END
                COMPUTE WS-AccountSub = AccountNumber + 1
                IF AF-Account-Covered(WS-AccountSub)
                    ADD 1 TO WS-ConsolidatedCount
                ELSE
                    PERFORM PrintOneStatement
                END-IF
        END-READ
    END-PERFORM
    DISPLAY "Statements produced: " WS-StatementCount
    IF Consolidated-Replaces
        DISPLAY "Left to the relationship statement: "
            WS-ConsolidatedCount
    END-IF
    PERFORM CloseFiles
    STOP RUN.

    IF WS-PeriodFileStatus = "00"
        READ PeriodFile
            NOT AT END
                MOVE SP-StartDate     TO WS-StartDate
                MOVE SP-EndDate       TO WS-EndDate
                MOVE SP-StatementMode TO WS-StatementMode
        END-READ
        CLOSE PeriodFile
    END-IF
    IF NOT Consolidated-Replaces AND NOT Both-Statements
        DISPLAY "Invalid statement mode " WS-StatementMode
            " - enter C or B."
        PERFORM CloseFiles
        STOP RUN
    END-IF
    COMPUTE WS-StartDayNumber =
        FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-StartDate))
    COMPUTE WS-TodayDayNumber =
        STOP RUN
    END-IF.

MarkConsolidatedAccounts.
    *> One pass of the master notes the open accounts, then the
    *> holder records are grouped into customers as the relationship
    *> run groups them, and every account a customer holds is marked.
    INITIALIZE WS-AccountFlagTable
    PERFORM UNTIL End-Of-File
        READ AccountFile NEXT RECORD
            AT END
                SET End-Of-File TO TRUE
            NOT AT END
                COMPUTE WS-AccountSub = AccountNumber + 1
                MOVE 'Y' TO AF-OpenFlag(WS-AccountSub)
        END-READ
    END-PERFORM
    CLOSE AccountFile
    OPEN INPUT AccountFile
    MOVE 'N' TO WS-EOF-Switch
    PERFORM UNTIL End-Of-File
        READ CustomerFile NEXT RECORD
            AT END
                SET End-Of-File TO TRUE
            NOT AT END
                COMPUTE WS-AccountSub = CU-AccountNumber + 1
                IF AF-Account-Open(WS-AccountSub)
                    PERFORM AddToCustomer
                END-IF
        END-READ
    END-PERFORM
    MOVE 'N' TO WS-EOF-Switch
    PERFORM VARYING CR-IDX FROM 1 BY 1
        UNTIL CR-IDX > WS-CustomerCount
        PERFORM VARYING CH-IDX FROM 1 BY 1
            UNTIL CH-IDX > CR-HoldingCount(CR-IDX)
            COMPUTE WS-AccountSub = CH-AccountNumber(CR-IDX, CH-IDX) + 1
            MOVE 'Y' TO AF-CoveredFlag(WS-AccountSub)
        END-PERFORM
    END-PERFORM.

AddToCustomer.
    SET Customer-Not-Found TO TRUE
    PERFORM VARYING CR-IDX FROM 1 BY 1
        UNTIL CR-IDX > WS-CustomerCount OR Customer-Found
        IF CU-IdNumber NOT = SPACES
            IF CR-IdNumber(CR-IDX) = CU-IdNumber
                SET Customer-Found TO TRUE
                SET WS-CustomerSub TO CR-IDX
            END-IF
        ELSE
            IF CR-IdNumber(CR-IDX) = SPACES
               AND CR-HolderName(CR-IDX) = CU-HolderName
                SET Customer-Found TO TRUE
                SET WS-CustomerSub TO CR-IDX
            END-IF
        END-IF
    END-PERFORM
    IF Customer-Not-Found
        AND WS-CustomerCount < 10000
        ADD 1 TO WS-CustomerCount
        MOVE WS-CustomerCount TO WS-CustomerSub
        MOVE CU-IdNumber   TO CR-IdNumber(WS-CustomerSub)
        MOVE CU-HolderName TO CR-HolderName(WS-CustomerSub)
        MOVE ZERO          TO CR-HoldingCount(WS-CustomerSub)
        SET Customer-Found TO TRUE
    END-IF
    IF Customer-Found
        PERFORM AddHoldingToCustomer
    END-IF.

AddHoldingToCustomer.
    SET CR-IDX TO WS-CustomerSub
    SET Account-Not-Listed TO TRUE
    PERFORM VARYING CH-IDX FROM 1 BY 1
        UNTIL CH-IDX > CR-HoldingCount(CR-IDX)
           OR Account-Already-Listed
        IF CH-AccountNumber(CR-IDX, CH-IDX) = CU-AccountNumber
            SET Account-Already-Listed TO TRUE
        END-IF
    END-PERFORM
    IF Account-Not-Listed
        AND CR-HoldingCount(CR-IDX) < 10
        ADD 1 TO CR-HoldingCount(CR-IDX)
        SET CH-IDX TO CR-HoldingCount(CR-IDX)
        MOVE CU-AccountNumber TO CH-AccountNumber(CR-IDX, CH-IDX)
    END-IF.

PrintOneStatement.
    PERFORM ReadCustomerByKey
    PERFORM WriteStatementHeading
