
    01 ThisInvoiceNumber pic 9(6) value zeroes.
    01 OutstandingAmount pic s9(8)v99 value zeroes.
    01 InvoiceInQueryFlag pic x value "N".
        88 IsInvoiceInQuery value "Y".
    01 PaymentPlanFlag pic x value "N".
        88 IsOnPaymentPlan value "Y".
    01 OverdueAmount pic s9(10)v99 value zeroes.

    01 DunningSeverity pic 9 value zero.
        88 OnStopNotice    value 3.

    01 DunningLetterLine pic x(120) value spaces.
    01 RegisterDocumentType pic x(10) value "DUNNING".
    01 RegisterAccountId pic 9(8) value zeroes.
    01 RegisterReference pic x(12) value spaces.
    01 RegisterChannel pic x value "P".
    01 EditedOverdueAmount pic -(10)9.99 value zeroes.

    01 EmailLetterCount pic 9(6) value zeroes.

procedure division.

    call "GetBusinessDate" using RunDate
    display "DunningRun: business date " RunDate
    compute RunDateInteger = function integer-of-date(RunDate)
    open output DunningEmailSpoolFile
    open output DunningPrintSpoolFile
    perform varying CustomerPageIndex from 1 by 1
        until CustomerPageIndex is greater than NumberOfCustomersInPage
        move CustomerPageRecord(CustomerPageIndex) to CurrentCustomer
        move CustomerId of CurrentCustomer to ThisCustomerId
        call "IsCustomerOnPaymentPlan" using ThisCustomerId, PaymentPlanFlag
        if IsNotWithCollectionAgency of CurrentCustomer
            if IsOnPaymentPlan
                set NoReminderDue to true
            else
                perform AssessCurrentCustomer
            end-if
            perform UpdateDunningStatusRecord
            if not NoReminderDue
                perform WriteDunningLetter

AssessInvoiceInPage.
    move InvoiceNumber of InvoicePageRecord(InvoicePageIndex) to ThisInvoiceNumber
    call "IsInvoiceInQuery" using ThisInvoiceNumber, InvoiceInQueryFlag
    if IsInvoiceInQuery
        exit paragraph
    end-if
    call "GetInvoiceOutstandingBalance" using ThisInvoiceNumber, OutstandingAmount
    if OutstandingAmount is greater than zero
        compute DueDateInteger =
    .

WriteDunningLetter.
    move CustomerId of CurrentCustomer to RegisterAccountId
    move spaces to RegisterReference
    string
        "LEVEL " delimited by size
        DunningSeverity delimited by size
        into RegisterReference
    end-string
    call "BeginOutputDocument" using RegisterDocumentType, RegisterAccountId,
        RegisterReference
    if PrefersEmail of CurrentCustomer
        and IsEmailValid of CurrentCustomer
        add 1 to EmailLetterCount
        move "E" to RegisterChannel
        perform WriteEmailDunningLetter
    else
        add 1 to PrintLetterCount
        move "P" to RegisterChannel
        perform WritePrintDunningLetter
    end-if
    call "EndOutputDocument" using RegisterChannel
    if OnStopNotice
        and IsAccountNotHeld of CurrentCustomer
        call "PlaceCustomerOnHold" using ThisCustomerId, ReturnedCustomerStatus
        into DunningLetterLine
    end-string
    move DunningLetterLine to DunningEmailRecord
    perform WriteDunningEmailRecord
    perform BuildDunningSubjectLine
    move DunningLetterLine to DunningEmailRecord
    perform WriteDunningEmailRecord
    perform BuildDunningBodyLine
    move DunningLetterLine to DunningEmailRecord
    perform WriteDunningEmailRecord
    move spaces to DunningEmailRecord
    perform WriteDunningEmailRecord
    .

WritePrintDunningLetter.
    move Name of CurrentCustomer to DunningPrintRecord
    perform WriteDunningPrintRecord
    move Address1 of CurrentCustomer to DunningPrintRecord
    perform WriteDunningPrintRecord
    move City of CurrentCustomer to DunningPrintRecord
    perform WriteDunningPrintRecord
    move Postcode of CurrentCustomer to DunningPrintRecord
    perform WriteDunningPrintRecord
    perform BuildDunningSubjectLine
    move DunningLetterLine to DunningPrintRecord
    perform WriteDunningPrintRecord
    perform BuildDunningBodyLine
    move DunningLetterLine to DunningPrintRecord
    perform WriteDunningPrintRecord
    move spaces to DunningPrintRecord
    perform WriteDunningPrintRecord
    .

BuildDunningSubjectLine.
    end-string
    .

WriteDunningEmailRecord.
    write DunningEmailRecord
    call "AddOutputDocumentLine" using DunningEmailRecord
    .

WriteDunningPrintRecord.
    write DunningPrintRecord
    call "AddOutputDocumentLine" using DunningPrintRecord
    .

end program DunningRun.
