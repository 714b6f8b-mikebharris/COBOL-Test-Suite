
procedure division.

    call "GetBusinessDate" using RunDate
    display "WriteOffApply: business date " RunDate
    open input WriteOffAuthFile
    read WriteOffAuthFile
        at end set EndOfWriteOffAuthFile to true
