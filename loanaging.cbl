       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. LoanDelinquency.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT LoanFile ASSIGN TO "LOANS.DAT"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS SEQUENTIAL
    RECORD KEY IS LN-LoanNumber
    FILE STATUS IS WS-LoanFileStatus.

    SELECT AccountFile ASSIGN TO "ACCOUNTS.DAT"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS RANDOM
    RECORD KEY IS AccountNumber
    FILE STATUS IS WS-AccountFileStatus.

    SELECT CustomerFile ASSIGN TO "CUSTOMER.DAT"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS RANDOM
    RECORD KEY IS CU-RecordKey
    FILE STATUS IS WS-CustomerFileStatus.

    SELECT ReportFile ASSIGN TO "LOANAGE.RPT"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-ReportFileStatus.

DATA DIVISION.
FILE SECTION.
FD  LoanFile.
    COPY "loanrec.cpy".

FD  AccountFile.
    COPY "acctrec.cpy".

FD  CustomerFile.
    COPY "custrec.cpy".

FD  ReportFile.
01  ReportLine                  PIC X(80).

WORKING-STORAGE SECTION.
01  WS-LoanFileStatus           PIC XX.
01  WS-AccountFileStatus        PIC XX.
01  WS-CustomerFileStatus       PIC XX.
01  WS-ReportFileStatus         PIC XX.

01  WS-EOF-Switch               PIC X VALUE 'N'.
    88  End-Of-File                    VALUE 'Y'.

01  WS-TodayDate                PIC 9(8).
01  WS-TodayDayNumber           PIC 9(7).
01  WS-OldestDueDate            PIC 9(8).
01  WS-DaysPastDue              PIC S9(7).
01  WS-ArrearsAmount            PIC 9(7)V99.
01  WS-BucketIndex              PIC 9.

01  WS-LoansRead                PIC 9(6) VALUE 0.
01  WS-LoansDelinquent          PIC 9(6) VALUE 0.

*> Collections buckets by days past due on the oldest unpaid
*> installment. Arrears is the unpaid installments at the level
*> payment, never more than the principal still outstanding.
01  WS-BucketTable.
    05  WS-BucketEntry OCCURS 4 TIMES.
        10  BK-Label            PIC X(6).
        10  BK-Count            PIC 9(6).
        10  BK-Arrears          PIC 9(8)V99.
        10  BK-Outstanding      PIC 9(8)V99.

01  WS-HeaderLine1              PIC X(80)
        VALUE "LOAN DELINQUENCY AGING REPORT".
01  WS-HeaderLine2              PIC X(80)
        VALUE "LOAN#  ACCT# ACCOUNT NAME         PHONE           DUE    ARREARS DAYS BUCKET".

01  WS-DetailLine.
    05  DL-LoanNumber           PIC 9(6).
    05  FILLER                  PIC X(1)  VALUE SPACES.
    05  DL-AccountNumber        PIC 9(4).
    05  FILLER                  PIC X(2)  VALUE SPACES.
    05  DL-AccountName          PIC X(20).
    05  FILLER                  PIC X(1)  VALUE SPACES.
    05  DL-Phone                PIC X(15).
    05  FILLER                  PIC X(1)  VALUE SPACES.
    05  DL-InstallmentsDue      PIC ZZ9.
    05  FILLER                  PIC X(1)  VALUE SPACES.
    05  DL-Arrears              PIC ZZZ,ZZ9.99.
    05  FILLER                  PIC X(1)  VALUE SPACES.
    05  DL-DaysPastDue          PIC ZZZ9.
    05  FILLER                  PIC X(1)  VALUE SPACES.
    05  DL-Bucket               PIC X(6).

01  WS-CleanLine                PIC X(80)
        VALUE "NO LOANS PAST DUE".

01  WS-BucketLine.
    05  FILLER                  PIC X(8)  VALUE "BUCKET ".
    05  BL-Label                PIC X(6).
    05  FILLER                  PIC X(8)  VALUE " LOANS:".
    05  BL-Count                PIC ZZZ,ZZ9.
    05  FILLER                  PIC X(10) VALUE "  ARREARS:".
    05  BL-Arrears              PIC ZZ,ZZZ,ZZ9.99.
    05  FILLER                  PIC X(14) VALUE "  OUTSTANDING:".
    05  BL-Outstanding          PIC ZZ,ZZZ,ZZ9.99.

01  WS-TotalLine1.
    05  FILLER                  PIC X(22) VALUE "LOANS READ:".
    05  TO-LoansRead            PIC ZZZ,ZZ9.
01  WS-TotalLine2.
    05  FILLER                  PIC X(22) VALUE "LOANS PAST DUE:".
    05  TO-LoansDelinquent      PIC ZZZ,ZZ9.

PROCEDURE DIVISION.
100-Start.
    MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TodayDate
    COMPUTE WS-TodayDayNumber = FUNCTION INTEGER-OF-DATE(WS-TodayDate)
    PERFORM InitBuckets
    PERFORM OpenFiles
    PERFORM WriteHeaders
    PERFORM UNTIL End-Of-File
        READ LoanFile NEXT RECORD
            AT END
                SET End-Of-File TO TRUE
            NOT AT END
                PERFORM AgeOneLoan
        END-READ
    END-PERFORM
    IF WS-LoansDelinquent = ZERO
        WRITE ReportLine FROM WS-CleanLine
    END-IF
    PERFORM WriteTotals
    DISPLAY "Loans read: " WS-LoansRead
    DISPLAY "Loans past due: " WS-LoansDelinquent
    PERFORM CloseFiles
    STOP RUN.

InitBuckets.
    INITIALIZE WS-BucketTable
    MOVE "1-29"  TO BK-Label(1)
    MOVE "30-59" TO BK-Label(2)
    MOVE "60-89" TO BK-Label(3)
    MOVE "90+"   TO BK-Label(4).

OpenFiles.
    OPEN INPUT LoanFile.
    IF WS-LoanFileStatus NOT = "00"
        DISPLAY "Cannot open LOANS.DAT - status " WS-LoanFileStatus
        SET End-Of-File TO TRUE
    END-IF.
    OPEN INPUT AccountFile.
    OPEN INPUT CustomerFile.
    OPEN OUTPUT ReportFile.

WriteHeaders.
    WRITE ReportLine FROM WS-HeaderLine1.
    WRITE ReportLine FROM WS-HeaderLine2.

AgeOneLoan.
    *> Only an active loan with an installment left uncollected past
    *> its due date is delinquent - one that fell due today and was
    *> collected tonight never shows here.
    ADD 1 TO WS-LoansRead
    IF Loan-Active
        AND LN-InstallmentsDue > ZERO
        AND LN-OldestDueDate NOT = SPACES
        MOVE FUNCTION NUMVAL(LN-OldestDueDate) TO WS-OldestDueDate
        COMPUTE WS-DaysPastDue = WS-TodayDayNumber
            - FUNCTION INTEGER-OF-DATE(WS-OldestDueDate)
        IF WS-DaysPastDue > ZERO
            PERFORM ReportDelinquentLoan
        END-IF
    END-IF.

ReportDelinquentLoan.
    ADD 1 TO WS-LoansDelinquent
    COMPUTE WS-ArrearsAmount = LN-InstallmentsDue * LN-PaymentAmount
    IF WS-ArrearsAmount > LN-Outstanding
        MOVE LN-Outstanding TO WS-ArrearsAmount
    END-IF
    EVALUATE TRUE
        WHEN WS-DaysPastDue < 30
            MOVE 1 TO WS-BucketIndex
        WHEN WS-DaysPastDue < 60
            MOVE 2 TO WS-BucketIndex
        WHEN WS-DaysPastDue < 90
            MOVE 3 TO WS-BucketIndex
        WHEN OTHER
            MOVE 4 TO WS-BucketIndex
    END-EVALUATE
    ADD 1                TO BK-Count(WS-BucketIndex)
    ADD WS-ArrearsAmount TO BK-Arrears(WS-BucketIndex)
    ADD LN-Outstanding   TO BK-Outstanding(WS-BucketIndex)
    MOVE SPACES              TO WS-DetailLine
    MOVE LN-LoanNumber       TO DL-LoanNumber
    MOVE LN-AccountNumber    TO DL-AccountNumber
    MOVE LN-InstallmentsDue  TO DL-InstallmentsDue
    MOVE WS-ArrearsAmount    TO DL-Arrears
    MOVE WS-DaysPastDue      TO DL-DaysPastDue
    MOVE BK-Label(WS-BucketIndex) TO DL-Bucket
    MOVE LN-AccountNumber    TO AccountNumber
    READ AccountFile
        INVALID KEY
            MOVE "*NOT ON FILE*" TO DL-AccountName
        NOT INVALID KEY
            MOVE AccountName TO DL-AccountName
    END-READ
    *> Collections call the primary holder.
    MOVE LN-AccountNumber    TO CU-AccountNumber
    MOVE 1                   TO CU-HolderSeq
    READ CustomerFile
        INVALID KEY
            MOVE SPACES TO DL-Phone
        NOT INVALID KEY
            MOVE CU-Phone TO DL-Phone
    END-READ
    WRITE ReportLine FROM WS-DetailLine.

WriteTotals.
    PERFORM VARYING WS-BucketIndex FROM 1 BY 1
        UNTIL WS-BucketIndex > 4
        MOVE BK-Label(WS-BucketIndex)       TO BL-Label
        MOVE BK-Count(WS-BucketIndex)       TO BL-Count
        MOVE BK-Arrears(WS-BucketIndex)     TO BL-Arrears
        MOVE BK-Outstanding(WS-BucketIndex) TO BL-Outstanding
        WRITE ReportLine FROM WS-BucketLine
    END-PERFORM
    MOVE WS-LoansRead       TO TO-LoansRead
    MOVE WS-LoansDelinquent TO TO-LoansDelinquent
    WRITE ReportLine FROM WS-TotalLine1
    WRITE ReportLine FROM WS-TotalLine2.

CloseFiles.
    CLOSE LoanFile.
    CLOSE AccountFile.
    CLOSE CustomerFile.
    CLOSE ReportFile.

END PROGRAM LoanDelinquency.
