    close InvoicesFile
    goback.

entry "ReopenInvoice" using ThisInvoiceNumber, ReturnedInvoiceStatus
    move "00" to InvoiceFileStatus
    open i-o InvoicesFile
    move ThisInvoiceNumber to InvoiceNumber of InvoiceRecord
    start InvoicesFile
        key is equal to InvoiceNumber of InvoiceRecord
        invalid key
            set NoSuchRecord to true
            display "ReopenInvoice: no such invoice " ThisInvoiceNumber
        not invalid key
            read InvoicesFile
            set IsInvoiceOpen of InvoiceRecord to true
            rewrite InvoiceRecord
    end-start
    move InvoiceFileStatus to ReturnedInvoiceStatus
    close InvoicesFile
    goback.

entry "RevalueInvoice" using ThisInvoiceNumber, RevaluationRateParm,
        RevaluedGrossParm, RevaluationDateParm, ReturnedInvoiceStatus
    move "00" to InvoiceFileStatus
