
data division.
working-storage section.
    01 RunDate pic 9(8) value zeroes.
    01 OrderCursorId pic 9(6) value zeroes.
    01 NumberOfOrdersInPage pic 9(3) value zeroes.
    01 OrderPageIndex pic 9(3) value zeroes.

procedure division.

    call "GetBusinessDate" using RunDate
    display "PrepaymentReleaseRun: business date " RunDate
    perform ProcessOrderPages
    display "PrepaymentReleaseRun: " HeldOrderCount
        " order(s) awaiting payment, " ReleasedOrderCount " released"
