
data division.
working-storage section.
    01 RunDate pic 9(8) value zeroes.
    01 RunDateInteger pic 9(7) value zeroes.
    01 DueDateInteger pic 9(7) value zeroes.
    01 DaysPastDue    pic s9(5) value zeroes.

procedure division.

    call "GetBusinessDate" using RunDate
    display "AgedDebtReport: business date " RunDate
    compute RunDateInteger = function integer-of-date(RunDate)
    display "Aged Debt Report"
    display "Customer Name                                           "
        "Current    1-30 Days   31-60 Days   61-90 Days     90+ Days"
