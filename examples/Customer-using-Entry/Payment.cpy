        88 IsChequePayment       value "Q".
        88 IsBankTransferPayment value "T".
        88 IsCardPayment         value "C".
        88 IsDirectDebitPayment  value "D".
        88 IsContraPayment       value "X".
    02 AllocationCount  pic 9(2) value zeroes.
    02 PaymentAllocation occurs 10 times.
        03 AllocatedInvoiceNumber pic 9(6) value zeroes.
        03 AllocatedAmount        pic 9(8)v99 value zeroes.
    02 ReversalFlag     pic x value "N".
        88 IsPaymentReversed    value "Y".
        88 IsPaymentNotReversed value "N".
    02 ReversedDate     pic 9(8) value zeroes.
    02 ReversedAmount   pic 9(8)v99 value zeroes.
    02 ReversalReason   pic x(20) value spaces.
    02 CardSettlementBatch pic 9(6) value zeroes.
