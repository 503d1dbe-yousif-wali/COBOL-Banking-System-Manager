       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. RelationshipInquiry.

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

    SELECT LockFile ASSIGN USING WS-LockFileName
    ORGANIZATION IS LINE SEQUENTIAL
    LOCK MODE IS EXCLUSIVE
    FILE STATUS IS WS-LockFileStatus.

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

FD  LockFile.
*> Never written - holding the file open is the lock.
01  LockLine                    PIC X.

WORKING-STORAGE SECTION.
01  WS-AccountFileStatus        PIC XX.
01  WS-CustomerFileStatus       PIC XX.
01  WS-HoldsFileStatus          PIC XX.
01  WS-StandingOrderFileStatus  PIC XX.

*> Lock files shared with the teller terminals. HOLDS.DAT and
*> STANDORD.DAT are only read under their locks, and the locks are
*> let go before any account is read.
01  WS-LockFileStatus           PIC XX.
01  WS-LockFileName             PIC X(12).
01  WS-FileLock-Switch          PIC X VALUE 'N'.
    88  File-Lock-Held                 VALUE 'Y'.
01  WS-LockTries                PIC 9(5).
01  WS-LockNoticeTries          PIC 9(5) VALUE 3.
01  WS-LockWaitSeconds          PIC 9(4) BINARY VALUE 1.

01  WS-CustEOF-Switch           PIC X VALUE 'N'.
    88  End-Of-Customers               VALUE 'Y'.
01  WS-HoldsEOF-Switch          PIC X VALUE 'N'.
    88  End-Of-Holds                   VALUE 'Y'.
01  WS-SordEOF-Switch           PIC X VALUE 'N'.
    88  End-Of-Orders                  VALUE 'Y'.

01  WS-Found-Switch             PIC X VALUE 'N'.
    88  Account-Found                  VALUE 'Y'.
    88  Account-Not-Found              VALUE 'N'.

01  WS-Match-Switch             PIC X VALUE 'N'.
    88  Holder-Matches                 VALUE 'Y'.
    88  Holder-Does-Not-Match          VALUE 'N'.

01  WS-Listed-Switch            PIC X VALUE 'N'.
    88  Account-Already-Listed         VALUE 'Y'.
    88  Account-Not-Listed             VALUE 'N'.

*> A customer is found by ID number, or by name. A name matches any
*> holder name containing it, upper or lower case, so "SMITH" finds
*> "John Smith"; when that finds more than one person the teller
*> picks one. The relationship is then every holder record carrying
*> that person's ID number - the name is only used to tie records
*> together for a holder with no ID number on file.
01  WS-SearchChoice             PIC X.
    88  Search-By-Id                   VALUE 'I' 'i'.
    88  Search-By-Name                 VALUE 'N' 'n'.
01  WS-SearchId                 PIC X(20).
01  WS-SearchName               PIC X(30).
01  WS-SearchLength             PIC 9(2).
01  WS-UpperName                PIC X(30).
01  WS-NameTally                PIC 9(2).
01  WS-CandidateChoice          PIC 9(3).
01  WS-CandidateNumber          PIC 9(3).

*> Holder records are kept on CUSTOMER.DAT after an account closes,
*> so a holder record is only part of the relationship while its
*> account is still on ACCOUNTS.DAT.
01  WS-CandidateTable.
    05  WS-CandidateCount       PIC 9(3) VALUE 0.
    05  WS-CandidateEntry OCCURS 50 TIMES INDEXED BY CD-IDX.
        10  CD-IdNumber         PIC X(20).
        10  CD-HolderName       PIC X(30).
        10  CD-Address          PIC X(40).
        10  CD-AccountCount     PIC 9(3).

01  WS-RelationshipTable.
    05  WS-RelCount             PIC 9(3) VALUE 0.
    05  WS-RelEntry OCCURS 100 TIMES INDEXED BY RL-IDX.
        10  RL-AccountNumber    PIC 9(4).
        10  RL-HolderRole       PIC X.
        10  RL-AccountType      PIC X.
        10  RL-AccountStatus    PIC X.
        10  RL-BranchId         PIC X(4).
        10  RL-LedgerBalance    PIC S9(6)V99.
        10  RL-HoldTotal        PIC 9(7)V99.

01  WS-CustomerName             PIC X(30).
01  WS-CustomerAddress          PIC X(40).
01  WS-AddressFromPrimary       PIC X VALUE 'N'.
    88  Address-From-Primary           VALUE 'Y'.
01  WS-ClosedCount              PIC 9(3) VALUE 0.
01  WS-OverflowCount            PIC 9(3) VALUE 0.

*> In-core images of HOLDS.DAT and STANDORD.DAT, loaded once under
*> their locks - the same tables the teller maintenance screens use.
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

01  WS-AvailableBalance         PIC S9(7)V99.
01  WS-TotalLedger              PIC S9(8)V99.
01  WS-TotalAvailable           PIC S9(8)V99.

01  WS-LedgerEdit               PIC ZZZ,ZZ9.99-.
01  WS-AvailableEdit            PIC Z,ZZZ,ZZ9.99-.
01  WS-TotalEdit                PIC ZZ,ZZZ,ZZ9.99-.
01  WS-AmountEdit               PIC ZZZ,ZZ9.99.
01  WS-TypeName                 PIC X(8).
01  WS-StatusName               PIC X(8).
01  WS-RoleName                 PIC X(9).
01  WS-FrequencyName            PIC X(7).

PROCEDURE DIVISION.
100-Start.
    PERFORM AcceptSearch
    PERFORM LoadHoldAndOrderTables
    PERFORM OpenFiles
    IF Search-By-Name
        PERFORM FindNameCandidates
    END-IF
    PERFORM CollectRelationship
    PERFORM CloseFiles
    IF WS-RelCount = ZERO
        IF WS-SearchId NOT = SPACES
            DISPLAY "No open accounts held by ID number "
                WS-SearchId "."
        ELSE
            DISPLAY "No open accounts held by " WS-SearchName "."
        END-IF
        STOP RUN
    END-IF
    PERFORM ShowRelationship
    STOP RUN.

AcceptSearch.
    MOVE SPACES TO WS-SearchId WS-SearchName
    DISPLAY "Find customer by (I=ID number, N=Name): "
        WITH NO ADVANCING
    ACCEPT WS-SearchChoice
    IF Search-By-Id
        DISPLAY "ID Number: " WITH NO ADVANCING
        ACCEPT WS-SearchId
        IF WS-SearchId = SPACES
            DISPLAY "No ID number entered."
            STOP RUN
        END-IF
    ELSE
    IF Search-By-Name
        DISPLAY "Holder Name: " WITH NO ADVANCING
        ACCEPT WS-SearchName
        IF WS-SearchName = SPACES
            DISPLAY "No name entered."
            STOP RUN
        END-IF
        MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-SearchName))
            TO WS-SearchName
        COMPUTE WS-SearchLength =
            FUNCTION LENGTH(FUNCTION TRIM(WS-SearchName TRAILING))
    ELSE
        DISPLAY "Invalid choice - enter I or N."
        STOP RUN
    END-IF
    END-IF.

LoadHoldAndOrderTables.
    MOVE "HOLDS.LCK" TO WS-LockFileName
    PERFORM AcquireFileLock
    PERFORM LoadHoldTable
    PERFORM ReleaseFileLock
    MOVE "STANDORD.LCK" TO WS-LockFileName
    PERFORM AcquireFileLock
    PERFORM LoadSordTable
    PERFORM ReleaseFileLock.

OpenFiles.
    OPEN INPUT AccountFile
    IF WS-AccountFileStatus NOT = "00"
        DISPLAY "Cannot open ACCOUNTS.DAT - status "
            WS-AccountFileStatus
        STOP RUN
    END-IF
    OPEN INPUT CustomerFile
    IF WS-CustomerFileStatus NOT = "00"
        DISPLAY "Cannot open CUSTOMER.DAT - status "
            WS-CustomerFileStatus
        CLOSE AccountFile
        STOP RUN
    END-IF.

FindNameCandidates.
    *> One candidate per person: holders with an ID number are told
    *> apart by it, holders without one by their name as keyed.
    PERFORM RewindCustomerFile
    PERFORM UNTIL End-Of-Customers
        READ CustomerFile NEXT RECORD
            AT END
                SET End-Of-Customers TO TRUE
            NOT AT END
                MOVE FUNCTION UPPER-CASE(CU-HolderName)
                    TO WS-UpperName
                MOVE ZERO TO WS-NameTally
                INSPECT WS-UpperName TALLYING WS-NameTally
                    FOR ALL WS-SearchName(1:WS-SearchLength)
                IF WS-NameTally > ZERO
                    PERFORM ReadHolderAccount
                    IF Account-Found
                        PERFORM AddCandidate
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    IF WS-CandidateCount = ZERO
        DISPLAY "No open accounts held by a name containing "
            WS-SearchName(1:WS-SearchLength) "."
        PERFORM CloseFiles
        STOP RUN
    END-IF
    IF WS-CandidateCount = 1
        SET CD-IDX TO 1
    ELSE
        PERFORM ChooseCandidate
    END-IF
    MOVE CD-IdNumber(CD-IDX)   TO WS-SearchId
    MOVE CD-HolderName(CD-IDX) TO WS-SearchName.

AddCandidate.
    SET Holder-Does-Not-Match TO TRUE
    PERFORM VARYING CD-IDX FROM 1 BY 1
        UNTIL CD-IDX > WS-CandidateCount OR Holder-Matches
        IF CU-IdNumber NOT = SPACES
            IF CD-IdNumber(CD-IDX) = CU-IdNumber
                SET Holder-Matches TO TRUE
            END-IF
        ELSE
            IF CD-IdNumber(CD-IDX) = SPACES
               AND CD-HolderName(CD-IDX) = CU-HolderName
                SET Holder-Matches TO TRUE
            END-IF
        END-IF
    END-PERFORM
    IF Holder-Matches
        *> The loop leaves the index one past the match.
        SET CD-IDX DOWN BY 1
        ADD 1 TO CD-AccountCount(CD-IDX)
    ELSE
    IF WS-CandidateCount < 50
        ADD 1 TO WS-CandidateCount
        SET CD-IDX TO WS-CandidateCount
        MOVE CU-IdNumber   TO CD-IdNumber(CD-IDX)
        MOVE CU-HolderName TO CD-HolderName(CD-IDX)
        MOVE CU-Address    TO CD-Address(CD-IDX)
        MOVE 1             TO CD-AccountCount(CD-IDX)
    ELSE
        ADD 1 TO WS-OverflowCount
    END-IF
    END-IF.

ChooseCandidate.
    DISPLAY "Customers matching "
        WS-SearchName(1:WS-SearchLength) ":"
    PERFORM VARYING WS-CandidateNumber FROM 1 BY 1
        UNTIL WS-CandidateNumber > WS-CandidateCount
        SET CD-IDX TO WS-CandidateNumber
        DISPLAY "  " WS-CandidateNumber ". " CD-HolderName(CD-IDX)
            " ID " CD-IdNumber(CD-IDX)
            " (" CD-AccountCount(CD-IDX) " accounts)"
        DISPLAY "       " CD-Address(CD-IDX)
    END-PERFORM
    IF WS-OverflowCount > ZERO
        DISPLAY "  ... more matches not listed - enter more of the"
            " name to narrow the search."
    END-IF
    DISPLAY "Select customer: " WITH NO ADVANCING
    ACCEPT WS-CandidateChoice
    IF WS-CandidateChoice < 1
       OR WS-CandidateChoice > WS-CandidateCount
        DISPLAY "No customer selected."
        PERFORM CloseFiles
        STOP RUN
    END-IF
    SET CD-IDX TO WS-CandidateChoice.

CollectRelationship.
    MOVE SPACES TO WS-CustomerName WS-CustomerAddress
    PERFORM RewindCustomerFile
    PERFORM UNTIL End-Of-Customers
        READ CustomerFile NEXT RECORD
            AT END
                SET End-Of-Customers TO TRUE
            NOT AT END
                PERFORM MatchHolderToCustomer
                IF Holder-Matches
                    PERFORM AddRelationshipAccount
                END-IF
        END-READ
    END-PERFORM.

MatchHolderToCustomer.
    SET Holder-Does-Not-Match TO TRUE
    IF WS-SearchId NOT = SPACES
        IF CU-IdNumber = WS-SearchId
            SET Holder-Matches TO TRUE
        END-IF
    ELSE
        IF CU-IdNumber = SPACES
           AND CU-HolderName = WS-SearchName
            SET Holder-Matches TO TRUE
        END-IF
    END-IF.

AddRelationshipAccount.
    SET Account-Not-Listed TO TRUE
    PERFORM VARYING RL-IDX FROM 1 BY 1
        UNTIL RL-IDX > WS-RelCount OR Account-Already-Listed
        IF RL-AccountNumber(RL-IDX) = CU-AccountNumber
            SET Account-Already-Listed TO TRUE
        END-IF
    END-PERFORM
    IF Account-Not-Listed
        PERFORM ReadHolderAccount
        IF Account-Not-Found
            ADD 1 TO WS-ClosedCount
        ELSE
        IF WS-RelCount < 100
            ADD 1 TO WS-RelCount
            SET RL-IDX TO WS-RelCount
            MOVE AccountNumber         TO RL-AccountNumber(RL-IDX)
            MOVE CU-HolderRole         TO RL-HolderRole(RL-IDX)
            MOVE AccountType           TO RL-AccountType(RL-IDX)
            MOVE AccountStatus         TO RL-AccountStatus(RL-IDX)
            MOVE AccountBranchId       TO RL-BranchId(RL-IDX)
            MOVE AccountBalance        TO RL-LedgerBalance(RL-IDX)
            PERFORM NoteCustomerAddress
        ELSE
            ADD 1 TO WS-OverflowCount
        END-IF
        END-IF
    END-IF.

NoteCustomerAddress.
    *> The address on a primary holding wins - it is the one the
    *> account's own statement already mails to.
    IF WS-CustomerName = SPACES
        MOVE CU-HolderName TO WS-CustomerName
        MOVE CU-Address    TO WS-CustomerAddress
    END-IF
    IF Primary-Holder AND NOT Address-From-Primary
        MOVE CU-HolderName TO WS-CustomerName
        MOVE CU-Address    TO WS-CustomerAddress
        SET Address-From-Primary TO TRUE
    END-IF.

RewindCustomerFile.
    MOVE 'N' TO WS-CustEOF-Switch
    MOVE LOW-VALUES TO CU-RecordKey
    START CustomerFile KEY IS NOT LESS THAN CU-RecordKey
        INVALID KEY
            SET End-Of-Customers TO TRUE
    END-START.

ReadHolderAccount.
    *> Waits while a teller has the account in hand rather than
    *> showing a balance that is about to change.
    MOVE CU-AccountNumber TO AccountNumber
    MOVE ZERO TO WS-LockTries
    PERFORM ReadAccountByKey
    PERFORM UNTIL WS-AccountFileStatus NOT = "51"
        ADD 1 TO WS-LockTries
        IF WS-LockTries = WS-LockNoticeTries
            DISPLAY "Waiting for account " AccountNumber
                " - in use at a teller terminal."
        END-IF
        CALL "C$SLEEP" USING WS-LockWaitSeconds
        PERFORM ReadAccountByKey
    END-PERFORM.

ReadAccountByKey.
    READ AccountFile
        INVALID KEY
            SET Account-Not-Found TO TRUE
        NOT INVALID KEY
            SET Account-Found TO TRUE
    END-READ.

ShowRelationship.
    MOVE ZERO TO WS-TotalLedger WS-TotalAvailable
    DISPLAY "Customer relationship for " WS-CustomerName
    IF WS-SearchId NOT = SPACES
        DISPLAY "  ID number: " WS-SearchId
    ELSE
        DISPLAY "  ID number: NOT ON FILE - matched on name"
    END-IF
    DISPLAY "  Address:   " WS-CustomerAddress
    PERFORM VARYING RL-IDX FROM 1 BY 1
        UNTIL RL-IDX > WS-RelCount
        PERFORM ShowOneAccount
    END-PERFORM
    DISPLAY " "
    MOVE WS-TotalLedger    TO WS-TotalEdit
    DISPLAY "  Accounts held:              " WS-RelCount
    DISPLAY "  Total relationship balance: " WS-TotalEdit
    MOVE WS-TotalAvailable TO WS-TotalEdit
    DISPLAY "  Total available balance:    " WS-TotalEdit
    IF WS-ClosedCount > ZERO
        DISPLAY "  (" WS-ClosedCount
            " holder record(s) for closed accounts not shown)"
    END-IF
    IF WS-OverflowCount > ZERO
        DISPLAY "  (" WS-OverflowCount
            " further holding(s) could not be listed)"
    END-IF.

ShowOneAccount.
    EVALUATE RL-AccountType(RL-IDX)
        WHEN 'C' MOVE "CHECKING" TO WS-TypeName
        WHEN 'S' MOVE "SAVINGS"  TO WS-TypeName
        WHEN OTHER MOVE RL-AccountType(RL-IDX) TO WS-TypeName
    END-EVALUATE
    EVALUATE RL-AccountStatus(RL-IDX)
        WHEN 'D' MOVE "DORMANT"  TO WS-StatusName
        WHEN OTHER MOVE "ACTIVE" TO WS-StatusName
    END-EVALUATE
    IF RL-HolderRole(RL-IDX) = 'P'
        MOVE "PRIMARY"   TO WS-RoleName
    ELSE
        MOVE "SECONDARY" TO WS-RoleName
    END-IF
    MOVE ZERO TO RL-HoldTotal(RL-IDX)
    PERFORM VARYING HO-IDX FROM 1 BY 1
        UNTIL HO-IDX > WS-HoldCount
        IF HT-AccountNumber(HO-IDX) = RL-AccountNumber(RL-IDX)
            ADD HT-Amount(HO-IDX) TO RL-HoldTotal(RL-IDX)
        END-IF
    END-PERFORM
    COMPUTE WS-AvailableBalance =
        RL-LedgerBalance(RL-IDX) - RL-HoldTotal(RL-IDX)
    ADD RL-LedgerBalance(RL-IDX) TO WS-TotalLedger
    ADD WS-AvailableBalance      TO WS-TotalAvailable
    DISPLAY " "
    DISPLAY "  Account " RL-AccountNumber(RL-IDX) "  " WS-TypeName
        "  " WS-StatusName "  " WS-RoleName
        "  Branch " RL-BranchId(RL-IDX)
    MOVE RL-LedgerBalance(RL-IDX) TO WS-LedgerEdit
    MOVE WS-AvailableBalance      TO WS-AvailableEdit
    DISPLAY "    Ledger balance:    " WS-LedgerEdit
    DISPLAY "    Available balance: " WS-AvailableEdit
    PERFORM VARYING HO-IDX FROM 1 BY 1
        UNTIL HO-IDX > WS-HoldCount
        IF HT-AccountNumber(HO-IDX) = RL-AccountNumber(RL-IDX)
            MOVE HT-Amount(HO-IDX) TO WS-AmountEdit
            DISPLAY "    Hold           " WS-AmountEdit
                "  placed " HT-PlacedDate(HO-IDX)
                "  release " HT-ReleaseDate(HO-IDX)
        END-IF
    END-PERFORM
    PERFORM VARYING SV-IDX FROM 1 BY 1
        UNTIL SV-IDX > WS-SordCount
        IF SV-SourceAccount(SV-IDX) = RL-AccountNumber(RL-IDX)
           OR SV-TargetAccount(SV-IDX) = RL-AccountNumber(RL-IDX)
            PERFORM ShowOneOrder
        END-IF
    END-PERFORM.

ShowOneOrder.
    IF SV-Frequency(SV-IDX) = 'W'
        MOVE "WEEKLY"  TO WS-FrequencyName
    ELSE
        MOVE "MONTHLY" TO WS-FrequencyName
    END-IF
    MOVE SV-Amount(SV-IDX) TO WS-AmountEdit
    IF SV-SourceAccount(SV-IDX) = RL-AccountNumber(RL-IDX)
        DISPLAY "    Order out      " WS-AmountEdit
            "  to   " SV-TargetAccount(SV-IDX)
            "  " WS-FrequencyName
            "  next due " SV-NextDueDate(SV-IDX)
    ELSE
        DISPLAY "    Order in       " WS-AmountEdit
            "  from " SV-SourceAccount(SV-IDX)
            "  " WS-FrequencyName
            "  next due " SV-NextDueDate(SV-IDX)
    END-IF.

LoadHoldTable.
    MOVE ZERO TO WS-HoldCount
    MOVE 'N' TO WS-HoldsEOF-Switch
    OPEN INPUT HoldsFile
    IF WS-HoldsFileStatus NOT = "00"
        SET End-Of-Holds TO TRUE
    END-IF
    PERFORM UNTIL End-Of-Holds
        READ HoldsFile
            AT END
                SET End-Of-Holds TO TRUE
            NOT AT END
                IF WS-HoldCount < 1000
                    ADD 1 TO WS-HoldCount
                    SET HO-IDX TO WS-HoldCount
                    MOVE HO-AccountNumber TO HT-AccountNumber(HO-IDX)
                    MOVE HO-Amount        TO HT-Amount(HO-IDX)
                    MOVE HO-ReleaseDate   TO HT-ReleaseDate(HO-IDX)
                    MOVE HO-PlacedDate    TO HT-PlacedDate(HO-IDX)
                    MOVE HO-OperatorId    TO HT-OperatorId(HO-IDX)
                END-IF
        END-READ
    END-PERFORM
    IF WS-HoldsFileStatus NOT = "35"
        CLOSE HoldsFile
    END-IF.

LoadSordTable.
    MOVE ZERO TO WS-SordCount
    MOVE 'N' TO WS-SordEOF-Switch
    OPEN INPUT StandingOrderFile
    IF WS-StandingOrderFileStatus NOT = "00"
        SET End-Of-Orders TO TRUE
    END-IF
    PERFORM UNTIL End-Of-Orders
        READ StandingOrderFile
            AT END
                SET End-Of-Orders TO TRUE
            NOT AT END
                IF WS-SordCount < 500
                    ADD 1 TO WS-SordCount
                    SET SV-IDX TO WS-SordCount
                    MOVE SO-SourceAccount TO SV-SourceAccount(SV-IDX)
                    MOVE SO-TargetAccount TO SV-TargetAccount(SV-IDX)
                    MOVE SO-Amount        TO SV-Amount(SV-IDX)
                    MOVE SO-Frequency     TO SV-Frequency(SV-IDX)
                    MOVE SO-NextDueDate   TO SV-NextDueDate(SV-IDX)
                END-IF
        END-READ
    END-PERFORM
    IF WS-StandingOrderFileStatus NOT = "35"
        CLOSE StandingOrderFile
    END-IF.

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

CloseFiles.
    CLOSE AccountFile
    CLOSE CustomerFile.

END PROGRAM RelationshipInquiry.
