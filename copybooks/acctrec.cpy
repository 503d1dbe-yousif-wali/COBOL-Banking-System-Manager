*> overdraft limit may run negative up to that limit. The limit is
*> zero for savings accounts and for checking accounts without an
*> overdraft facility.
*> AccountBranchId is the home branch whose ledger carries the
*> account. It is set at opening and changed only by a branch move,
*> which is audited on CUSTAUDIT.DAT and logged as a BRANCH-OUT /
*> BRANCH-IN pair on TRANLOG.DAT.
01  AccountRecord.
    05  AccountNumber   PIC 9(4).
    05  AccountName     PIC X(30).
        88  Account-Active       VALUE 'A'.
        88  Account-Dormant      VALUE 'D'.
    05  AccountOverdraftLimit PIC 9(4)V99.
    05  AccountBranchId PIC X(4).
