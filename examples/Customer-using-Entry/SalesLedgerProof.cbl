
procedure division.

    call "GetBusinessDate" using PeriodEndDate
    display "SalesLedgerProof: business date " PeriodEndDate
    perform FindLatestClosedPeriodEnd
    perform ComputePeriodStartDate
    display "Sales Ledger Control Proof  -  period " PeriodStartDate
