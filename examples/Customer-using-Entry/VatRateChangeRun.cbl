            02 ConfigEffectiveDate pic 9(8).

working-storage section.
    01 RunDate pic 9(8) value zeroes.
    01 VatRateChangeConfigStatus pic x(2).
    01 ConfigRecordFound pic x value "N".
        88 IsConfigRecordFound value "Y".

procedure division.

    call "GetBusinessDate" using RunDate
    display "VatRateChangeRun: business date " RunDate
    move "N" to ConfigRecordFound
    open input VatRateChangeConfigFile
    if VatRateChangeConfigStatus equal to "00"
