*> Consumer loan master - keyed on LN-LoanNumber in LOANS.DAT. The
*> loan is disbursed into, and repaid from, the linked checking
*> account; every movement of money lands on TRANLOG.DAT against
*> that account, so this record only carries the loan's own state.
*> The installment is a level monthly payment fixed at booking.
*> Due dates are held to days 01-28 so a month-end advance never
*> lands on a day the month does not have.
*> LN-InstallmentsDue counts installments that have fallen due and
*> not yet been collected; LN-OldestDueDate is the due date of the
*> oldest of them (spaces when the loan is current) and drives the
*> delinquency aging.
01  LoanRecord.
    05  LN-LoanNumber           PIC 9(6).
    05  LN-AccountNumber        PIC 9(4).
    05  LN-Principal            PIC 9(6)V99.
    05  LN-Outstanding          PIC 9(6)V99.
    *> Annual percentage rate, e.g. 085000 = 8.5%.
    05  LN-AnnualRate           PIC 9(2)V9(4).
    05  LN-TermMonths           PIC 9(3).
    05  LN-PaymentAmount        PIC 9(6)V99.
    05  LN-DisbursedDate        PIC X(8).
    05  LN-NextDueDate          PIC X(8).
    05  LN-PaymentsMade         PIC 9(3).
    05  LN-InstallmentsDue      PIC 9(3).
    05  LN-OldestDueDate        PIC X(8).
    05  LN-LoanStatus           PIC X.
        88  Loan-Active              VALUE 'A'.
        88  Loan-Paid-Off            VALUE 'P'.
    05  LN-OperatorId           PIC X(8).
