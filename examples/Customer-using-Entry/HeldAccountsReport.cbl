
procedure division.

    call "GetBusinessDate" using RunDate
    display "HeldAccountsReport: business date " RunDate
    open output HeldAccountsFile
    move spaces to HeldAccountsRecord
    string
