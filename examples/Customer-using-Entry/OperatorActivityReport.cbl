            88 EndOfOrderEventsFile value high-values.

working-storage section.
    01 RunDate pic 9(8) value zeroes.
    01 CustomerHistoryStatus pic x(2).
    01 OrderEventsStatus pic x(2).


procedure division.

    call "GetBusinessDate" using RunDate
    display "OperatorActivityReport: business date " RunDate
    display "Operator Activity Report"
    perform ScanCustomerHistoryRows
    perform ScanOrderEventRows
