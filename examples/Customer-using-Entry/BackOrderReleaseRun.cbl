
procedure division.

    call "GetBusinessDate" using RunDate
    display "BackOrderReleaseRun: business date " RunDate
    compute RunDateInteger = function integer-of-date(RunDate)
    open output BackOrderReportFile
    move spaces to ReportLine
