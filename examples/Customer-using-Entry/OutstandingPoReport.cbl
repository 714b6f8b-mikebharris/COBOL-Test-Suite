
procedure division.

    call "GetBusinessDate" using RunDate
    display "Outstanding Purchase Order Report for " RunDate
    perform ProcessPoPages
    display spaces
