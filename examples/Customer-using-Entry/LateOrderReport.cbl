
procedure division.

    call "GetBusinessDate" using RunDate
    compute RunDateInteger = function integer-of-date(RunDate)
    display "Late Order Report for " RunDate
    display "Order   Customer  Promise    Days  Name"
