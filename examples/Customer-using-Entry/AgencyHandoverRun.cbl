
    01 ThisInvoiceNumber pic 9(6) value zeroes.
    01 OutstandingAmount pic s9(8)v99 value zeroes.
    01 InvoiceInQueryFlag pic x value "N".
        88 IsInvoiceInQuery value "Y".
    01 UnqueriedInvoiceCount pic 9(4) value zeroes.
    01 ReturnedCustomerStatus pic x(2) value spaces.
    01 ContactIndex pic 9 value zero.


procedure division.

    call "GetBusinessDate" using RunDate
    display "AgencyHandoverRun: business date " RunDate
    compute RunDateInteger = function integer-of-date(RunDate)
    perform LoadAgencyConfig
    open output AgencyExtractFile
    if DaysAtOnStop is not greater than OnStopDaysThreshold
        exit paragraph
    end-if
    perform CountUnqueriedOpenInvoices
    if UnqueriedInvoiceCount equal to zero
        exit paragraph
    end-if
    perform WriteHandoverExtractForCurrentCustomer
    move CustomerId of CurrentCustomer to ThisCustomerId
    call "FlagCustomerForAgency" using ThisCustomerId, ReturnedCustomerStatus
    write AgencyExtractRecord
    .

CountUnqueriedOpenInvoices.
    move zero to UnqueriedInvoiceCount
    move CustomerId of CurrentCustomer to ThisCustomerId
    move zero to InvoiceCursorNumber
    call "GetInvoicesByCustomerId" using ThisCustomerId, InvoiceCursorNumber,
        InvoicePage, NumberOfInvoicesInPage
    perform until NumberOfInvoicesInPage equal to zero
        perform varying InvoicePageIndex from 1 by 1
            until InvoicePageIndex is greater than NumberOfInvoicesInPage
            move InvoiceNumber of InvoicePageRecord(InvoicePageIndex)
                to ThisInvoiceNumber
            call "IsInvoiceInQuery" using ThisInvoiceNumber, InvoiceInQueryFlag
            if not IsInvoiceInQuery
                call "GetInvoiceOutstandingBalance" using ThisInvoiceNumber,
                    OutstandingAmount
                if OutstandingAmount is greater than zero
                    add 1 to UnqueriedInvoiceCount
                end-if
            end-if
        end-perform
        move InvoiceNumber of InvoicePageRecord(NumberOfInvoicesInPage)
            to InvoiceCursorNumber
        call "GetInvoicesByCustomerId" using ThisCustomerId, InvoiceCursorNumber,
            InvoicePage, NumberOfInvoicesInPage
    end-perform
    .

WriteOpenInvoiceLines.
    move CustomerId of CurrentCustomer to ThisCustomerId
    move zero to InvoiceCursorNumber
            until InvoicePageIndex is greater than NumberOfInvoicesInPage
            move InvoiceNumber of InvoicePageRecord(InvoicePageIndex)
                to ThisInvoiceNumber
            call "IsInvoiceInQuery" using ThisInvoiceNumber, InvoiceInQueryFlag
            move zero to OutstandingAmount
            if not IsInvoiceInQuery
                call "GetInvoiceOutstandingBalance" using ThisInvoiceNumber,
                    OutstandingAmount
            end-if
            if OutstandingAmount is greater than zero
                move OutstandingAmount to EditedExtractAmount
                move spaces to ExtractLine
