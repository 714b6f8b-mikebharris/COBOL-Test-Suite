
procedure division.

    call "GetBusinessDate" using RunDate
    display "FxRevaluationRun: business date " RunDate
    perform LoadExchangeRateTable
    open output RevaluationReportFile
    move spaces to ReportLine
