*> on to the interactive screen. Withdrawals above the operator's
*> limit need approval by a second operator carrying the supervisor
*> flag.
*>
*> The PIN itself is never stored. OP-PinHash is a one-way hash of
*> the operator ID and PIN together (so two operators with the same
*> PIN still hash differently): start at 5381, then for three passes
*> over the 16 bytes of ID followed by PIN take
*> hash = (hash * 33 + ORD(byte)) MOD 4294967291.
*> Every program that checks or sets a PIN computes it exactly this
*> way. Failed attempts count up to the SECCTL.DAT limit and then
*> lock the operator out; a supervisor reset clears the lock and
*> issues a temporary PIN that must be changed at next sign-on, as
*> must any PIN older than the SECCTL.DAT expiry period.
*> OP-BranchId is the branch the operator works at - the branch
*> their cash drawer balances under and the default home branch for
*> accounts they open.
01  OperatorRecord.
    05  OP-OperatorId       PIC X(8).
    05  OP-Name             PIC X(30).
    05  OP-WithdrawalLimit  PIC 9(6)V99.
    05  OP-SupervisorFlag   PIC X.
    05  OP-PinHash          PIC 9(10).
    05  OP-FailedAttempts   PIC 9(2).
    05  OP-Status           PIC X.
        88  Operator-Active          VALUE 'A'.
        88  Operator-Locked          VALUE 'L'.
        88  Operator-Disabled        VALUE 'D'.
    05  OP-PinChangedDate   PIC X(8).
    05  OP-MustChange       PIC X.
        88  Pin-Must-Change          VALUE 'Y'.
    05  OP-BranchId         PIC X(4).
