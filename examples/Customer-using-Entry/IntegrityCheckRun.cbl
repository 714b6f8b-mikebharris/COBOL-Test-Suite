
data division.
working-storage section.
    01 RunDate pic 9(8) value zeroes.
    copy Customer replacing Customer by ==CheckedCustomer==.
    copy Order replacing Order by ==CheckedOrder==.
    copy Invoice replacing Invoice by ==CheckedInvoice==.

procedure division.

    call "GetBusinessDate" using RunDate
    display "IntegrityCheckRun: business date " RunDate
    display "Cross-file referential integrity check"
    perform CheckOrdersAgainstCustomers
    perform CheckInvoicesAgainstOrdersAndCustomers
