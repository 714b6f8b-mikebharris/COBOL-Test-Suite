    01 CreditThreshold pic 9(6)v99 value 10.00.
    01 CreditAgeDays pic 9(3) value 30.

    01 RunDate pic 9(8) value zeroes.
    01 RunDateInteger pic 9(7) value zeroes.
    01 ActivityDateInteger pic 9(7) value zeroes.
    01 DaysSinceActivity pic s9(5) value zeroes.

procedure division.

    call "GetBusinessDate" using RunDate
    display "RefundRun: business date " RunDate
    compute RunDateInteger = function integer-of-date(RunDate)
    perform LoadRefundConfig
    open output RefundAuthFile
    perform ProcessCustomerPages
