*> Outbound payment order - one line per order to pay a beneficiary
*> at another bank, keyed by a teller and sent by the PaymentRun
*> batch on or after its value date. When the order is taken the
*> amount is reserved as a hold against the debit account (release
*> date = value date); the order number is the TRANLOG.DAT sequence
*> number of that HOLD entry, so it is unique and traceable. The
*> batch releases the hold, debits the account and logs a
*> PAYMENT-OUT carrying the order number in TL-ReferenceSeq; a
*> payment the correspondent rejects back is credited by the
*> PaymentReturn batch as a PAYMENT-RTN carrying the same number.
*> PO-ReasonCode/PO-ReasonText say why an order failed or came back.
01  PaymentOrderRecord.
    05  PO-OrderNumber          PIC 9(8).
    05  PO-AccountNumber        PIC 9(4).
    05  PO-BeneficiaryName      PIC X(30).
    05  PO-BeneficiaryBank      PIC X(11).
    05  PO-BeneficiaryAccount   PIC X(34).
    05  PO-Amount               PIC 9(6)V99.
    05  PO-ValueDate            PIC X(8).
    05  PO-TakenDate            PIC X(8).
    05  PO-OperatorId           PIC X(8).
    05  PO-Status               PIC X.
        88  Order-Queued             VALUE 'Q'.
        88  Order-In-Run             VALUE 'P'.
        88  Order-Sent               VALUE 'S'.
        88  Order-Failed             VALUE 'F'.
        88  Order-Return-In-Run      VALUE 'T'.
        88  Order-Returned           VALUE 'R'.
    05  PO-SentDate             PIC X(8).
    05  PO-ReturnDate           PIC X(8).
    05  PO-ReasonCode           PIC X(4).
    05  PO-ReasonText           PIC X(30).
