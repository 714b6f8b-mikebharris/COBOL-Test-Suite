identification division.
program-id. SerialEnquiry.

environment division.
configuration section.
    repository.
        function all intrinsic.

data division.
working-storage section.
    copy SerialUnit replacing SerialUnit by ==EnquiredSerial==.
    copy Customer replacing Customer by ==SerialCustomer==.
    copy Invoice replacing Invoice by ==SerialInvoice==.

    01 MenuChoice pic x value space.
    01 EnquiryFinished pic x value "N".
        88 IsEnquiryFinished value "Y".

    01 RunDate pic 9(8) value zeroes.
    01 EnteredSerialNumber pic x(20) value spaces.
    01 EnteredOrderId pic 9(6) value zeroes.
    01 SerialCustomerId pic 9(8) value zeroes.
    01 SerialOrderId pic 9(6) value zeroes.

    01 NumberOfSerialsInPage pic 9(2) value zeroes.
    01 SerialPageIndex pic 9(2) value zeroes.
    01 SerialUnitPage.
        02 SerialUnitPageEntry occurs 90 times.
            copy SerialUnit replacing
                ==01== by ==03==
                ==02== by ==04==
                ==SerialUnit== by ==SerialUnitPageRecord==.

procedure division.

    call "GetBusinessDate" using RunDate
    perform until IsEnquiryFinished
        display spaces
        display "Serial Number Enquiry"
        display "  1 - look up a serial number"
        display "  2 - list serial numbers shipped on an order"
        display "  X - exit"
        display "Choice: " with no advancing
        accept MenuChoice
        evaluate function upper-case(MenuChoice)
            when "1" perform LookUpSerialNumber
            when "2" perform ListSerialsForOrder
            when "X" set IsEnquiryFinished to true
            when other display "Unknown choice"
        end-evaluate
    end-perform
    stop run.

LookUpSerialNumber.
    display "Serial number: " with no advancing
    accept EnteredSerialNumber
    call "GetSerialUnitByNumber" using EnquiredSerial, EnteredSerialNumber
    if SerialNumber of EnquiredSerial not equal to EnteredSerialNumber
        or EnteredSerialNumber equal to spaces
        display "Serial " function trim(EnteredSerialNumber)
            " has no shipment on record"
        exit paragraph
    end-if
    perform DisplayEnquiredSerial
    .

DisplayEnquiredSerial.
    move CustomerId of EnquiredSerial to SerialCustomerId
    call "GetCustomerById" using SerialCustomer, SerialCustomerId
    move OrderId of EnquiredSerial to SerialOrderId
    call "GetInvoiceByOrderId" using SerialInvoice, SerialOrderId
    display "Serial " function trim(SerialNumber of EnquiredSerial)
        "  Product " ProductCode of EnquiredSerial
    display "  Sold to customer " SerialCustomerId " "
        function trim(Name of SerialCustomer)
    display "  Order " SerialOrderId
        " line " ShippedOrderLineNumber of EnquiredSerial
        "  Despatch " DespatchId of EnquiredSerial
        " on " DespatchDate of EnquiredSerial
    if OrderId of SerialInvoice equal to SerialOrderId
        and InvoiceNumber of SerialInvoice is greater than zero
        display "  Invoice " InvoiceNumber of SerialInvoice
            " dated " InvoiceDate of SerialInvoice
    else
        display "  Invoice: not yet invoiced"
    end-if
    evaluate true
        when WarrantyExpiryDate of EnquiredSerial equal to zero
            display "  Warranty: none recorded"
        when WarrantyExpiryDate of EnquiredSerial is less than RunDate
            display "  Warranty: " WarrantyMonths of EnquiredSerial
                " months, EXPIRED on " WarrantyExpiryDate of EnquiredSerial
        when other
            display "  Warranty: " WarrantyMonths of EnquiredSerial
                " months, in warranty until " WarrantyExpiryDate of EnquiredSerial
    end-evaluate
    if IsSerialReturned of EnquiredSerial
        display "  Returned on RMA " ReturnedRmaId of EnquiredSerial
            " registered " SerialReturnedDate of EnquiredSerial
    end-if
    .

ListSerialsForOrder.
    display "Order id: " with no advancing
    accept EnteredOrderId
    call "GetSerialUnitsByOrderId" using EnteredOrderId, SerialUnitPage,
        NumberOfSerialsInPage
    if NumberOfSerialsInPage equal to zero
        display "No serial numbers shipped on order " EnteredOrderId
    end-if
    perform varying SerialPageIndex from 1 by 1
        until SerialPageIndex is greater than NumberOfSerialsInPage
        display "  " SerialNumber of SerialUnitPageRecord(SerialPageIndex)
            " " ProductCode of SerialUnitPageRecord(SerialPageIndex)
            " line " ShippedOrderLineNumber of
                SerialUnitPageRecord(SerialPageIndex)
            " despatched " DespatchDate of SerialUnitPageRecord(SerialPageIndex)
            " warranty to "
            WarrantyExpiryDate of SerialUnitPageRecord(SerialPageIndex)
    end-perform
    .

end program SerialEnquiry.
