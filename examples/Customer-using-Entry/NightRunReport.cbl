
procedure division.

    call "GetBusinessDate" using RunDate
    display "Night Run Report for " RunDate
    display spaces
    display "Step  Outcome    Elapsed(s)  Command"
