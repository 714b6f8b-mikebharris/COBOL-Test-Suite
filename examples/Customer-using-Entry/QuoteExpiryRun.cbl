
procedure division.

    call "GetBusinessDate" using RunDate
    display "QuoteExpiryRun: business date " RunDate
    perform LoadChaseConfig
    compute HorizonInteger =
        function integer-of-date(RunDate) + ChaseDaysAhead
