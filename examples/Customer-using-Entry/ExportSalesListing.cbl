    stop run.

LoadExportSalesPeriod.
    call "GetBusinessDate" using RunDate
    display "ExportSalesListing: business date " RunDate
    move RunDate(5:2) to RunMonth
    compute QuarterStartMonth = ((RunMonth - 1) / 3) * 3 + 1
    compute PeriodStartDate = (RunDate / 10000) * 10000
