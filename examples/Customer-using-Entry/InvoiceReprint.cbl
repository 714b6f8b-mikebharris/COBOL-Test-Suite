        01 ReprintRecord pic x(120).

working-storage section.
    01 RunDate pic 9(8) value zeroes.
    01 ReprintOutputFileName pic x(20) value "Reprints.out".
    01 ReprintConfigStatus pic x(2).
    01 ConfigRecordFound pic x value "N".

procedure division.

    call "GetBusinessDate" using RunDate
    display "InvoiceReprint: business date " RunDate
    perform LoadReprintRequest
    if not IsConfigRecordFound
        display "InvoiceReprint: no reprint request found in InvoiceReprint.cfg"
