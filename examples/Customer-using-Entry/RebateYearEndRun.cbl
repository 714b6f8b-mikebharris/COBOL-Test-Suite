
procedure division.

    call "GetBusinessDate" using RunDate
    display "RebateYearEndRun: business date " RunDate
    open extend RebateAuditFile
    perform ProcessCustomerPages
    close RebateAuditFile
