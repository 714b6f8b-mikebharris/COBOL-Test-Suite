
procedure division.

    call "GetBusinessDate" using RunDate
    display "StandingOrderRun: business date " RunDate
    open output GenerationFailuresFile
    perform ProcessTemplatePages
    close GenerationFailuresFile
