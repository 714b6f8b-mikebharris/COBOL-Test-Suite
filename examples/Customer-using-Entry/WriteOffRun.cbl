
procedure division.

    call "GetBusinessDate" using RunDate
    display "WriteOffRun: business date " RunDate
    perform LoadWriteOffConfig
    perform ProcessInvoicePages
    move SweptTotalAmount to EditedSweptTotal
