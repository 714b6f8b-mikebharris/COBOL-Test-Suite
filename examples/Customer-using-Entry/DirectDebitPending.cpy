01 DirectDebitPending.
    02 PendingCustomerId pic 9(8) value zeroes.
    02 PendingMandateReference pic x(18) value spaces.
    02 PendingCollectionDate pic 9(8) value zeroes.
    02 PendingCollectionAmount pic 9(8)v99 value zeroes.
    02 PendingInvoiceCount pic 9(2) value zeroes.
    02 PendingInvoice occurs 10 times.
        03 PendingInvoiceNumber pic 9(6) value zeroes.
        03 PendingInvoiceAmount pic 9(8)v99 value zeroes.
