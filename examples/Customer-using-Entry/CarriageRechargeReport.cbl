    stop run.

LoadCarriagePeriod.
    call "GetBusinessDate" using RunDate
    display "CarriageRechargeReport: business date " RunDate
    compute PeriodStartDate = (RunDate / 100) * 100 + 1
    move RunDate to PeriodEndDate
    open input CarriageConfigFile
