
procedure division.

    call "GetBusinessDate" using RunDate
    compute RunDateInteger = function integer-of-date(RunDate)
    perform LoadUndeliveredConfig
    display "Undelivered Consignment Report for " RunDate
