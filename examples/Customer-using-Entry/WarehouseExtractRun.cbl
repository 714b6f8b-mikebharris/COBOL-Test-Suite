
procedure division.

    call "GetBusinessDate" using RunDate
    display "WarehouseExtractRun: business date " RunDate
    perform OpenWarehouseControl
    move LastExtractDate to SinceDate
    compute YesterdayInteger = function integer-of-date(RunDate) - 1
