    stop run.

LoadStatsPeriod.
    call "GetBusinessDate" using RunDate
    display "QuoteStatsReport: business date " RunDate
    compute PeriodStartDate = (RunDate / 100) * 100 + 1
    move RunDate to PeriodEndDate
    open input QuoteStatsConfigFile
