01 SupplierInvoice.
    02 SupplierInvoiceKey.
        03 SupplierId pic 9(6) value zeroes.
        03 SupplierInvoiceReference pic x(20) value spaces.
    02 PoId pic 9(6) value zeroes.
    02 SupplierInvoiceDate pic 9(8) value zeroes.
    02 SupplierInvoiceDueDate pic 9(8) value zeroes.
    02 SupplierInvoiceNet pic s9(8)v99 value zeroes.
    02 SupplierInvoiceVAT pic s9(8)v99 value zeroes.
    02 SupplierInvoiceGross pic s9(8)v99 value zeroes.
    02 SupplierInvoiceStatus pic x value "R".
        88 IsSupplierInvoiceRegistered value "R".
        88 IsSupplierInvoiceApproved   value "A".
        88 IsSupplierInvoiceHeld       value "H".
        88 IsSupplierInvoicePaid       value "P" "C".
        88 IsSupplierInvoiceContraSettled value "C".
    02 RegisteredDate pic 9(8) value zeroes.
    02 ApprovedDate pic 9(8) value zeroes.
    02 SupplierInvoiceLineCount pic 9(2) value zeroes.
    02 SupplierInvoiceLine occurs 90 times.
        03 PoLineNumber pic 9(2) value zeroes.
        03 ProductCode pic x(12) value spaces.
        03 InvoicedQuantity pic 9(6) value zeroes.
        03 InvoicedUnitCost pic 9(6)v99 value zeroes.
        03 LineMatchResult pic x value space.
            88 IsLineMatched           value "M".
            88 IsLineOverBilled        value "Q".
            88 IsLinePriceDifference   value "P".
            88 IsLineNotYetReceived    value "R".
    02 PaidDate pic 9(8) value zeroes.
    02 PaymentRunReference pic x(12) value spaces.
