
procedure division.

    call "GetBusinessDate" using RunDate
    display "CashAllocationRun: business date " RunDate
    open output AllocationJournalFile
    move spaces to AllocationJournalRecord
    string
