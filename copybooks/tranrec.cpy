*> Balances are signed to carry accounts drawn into overdraft.
*> Every writer stamps a unique sequence number drawn from
*> TRANSEQ.DAT; a REVERSAL record carries the sequence number of the
*> entry it backs out in TL-ReferenceSeq, and a TRANSFER-IN carries
*> the sequence number of its TRANSFER-OUT leg, and a HOLD or
*> HOLD-RELEASE carries the hold's release date (YYYYMMDD) so the
*> open holds can be rebuilt from the log, and a PAYMENT-OUT or
*> PAYMENT-RTN carries the PAYORD.DAT order number it settles - the
*> payment batches find the orders already posted by it (zero on
*> everything else). TL-BranchId is the account's home branch when
*> the entry was posted - the branch whose ledger the movement
*> belongs to.
01  TranLogRecord.
    05  TL-AccountNumber    PIC 9(4).
    05  TL-TransactionType  PIC X(12).
    05  TL-OperatorId       PIC X(8).
    05  TL-SequenceNumber   PIC 9(8).
    05  TL-ReferenceSeq     PIC 9(8).
    05  TL-BranchId         PIC X(4).
