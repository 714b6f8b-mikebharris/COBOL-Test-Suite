
procedure division.

    call "GetBusinessDate" using RunDate
    display "CostChangeRun: business date " RunDate
    open input CostChangesFile
    open output PendingCostChangesFile
    open extend CostAuditFile
