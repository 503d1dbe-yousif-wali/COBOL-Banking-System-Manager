*> Stop-payment register - one line per stop standing against a
*> cheque number or an inclusive range of cheque numbers on an
*> account (a single cheque carries the same number in both
*> fields). Every record on file is a live stop: lifting one removes
*> the line and logs a STOP-LIFT entry, so the audit trail lives on
*> TRANLOG.DAT the same way it does for holds. Inward clearing
*> returns any presented cheque that falls inside a stop.
01  StopPaymentRecord.
    05  SP-AccountNumber    PIC 9(4).
    05  SP-ChequeFrom       PIC 9(8).
    05  SP-ChequeTo         PIC 9(8).
    05  SP-PlacedDate       PIC X(8).
    05  SP-OperatorId       PIC X(8).
