            02 ConfigQuoteId pic 9(6).

working-storage section.
    01 RunDate pic 9(8) value zeroes.
    01 QuoteReprintConfigStatus pic x(2).
    01 ConfigRecordFound pic x value "N".
        88 IsConfigRecordFound value "Y".

procedure division.

    call "GetBusinessDate" using RunDate
    display "QuoteReprint: business date " RunDate
    move "N" to ConfigRecordFound
    open input QuoteReprintConfigFile
    if QuoteReprintConfigStatus equal to "00"
