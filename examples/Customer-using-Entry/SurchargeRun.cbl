
    01 ThisInvoiceNumber pic 9(6) value zeroes.
    01 OutstandingAmount pic s9(8)v99 value zeroes.
    01 InvoiceInQueryFlag pic x value "N".
        88 IsInvoiceInQuery value "Y".
    01 PaymentPlanFlag pic x value "N".
        88 IsOnPaymentPlan value "Y".

procedure division.

    call "GetBusinessDate" using RunDate
    display "SurchargeRun: business date " RunDate
    compute RunDateInteger = function integer-of-date(RunDate)
    perform LoadSurchargeConfig
    perform ProcessCustomerPages
    perform varying CustomerPageIndex from 1 by 1
        until CustomerPageIndex is greater than NumberOfCustomersInPage
        move CustomerPageRecord(CustomerPageIndex) to CurrentCustomer
        move CustomerId of CurrentCustomer to ThisCustomerId
        call "IsCustomerOnPaymentPlan" using ThisCustomerId, PaymentPlanFlag
        if not IsOnPaymentPlan
            perform SurchargeInvoicesForCurrentCustomer
        end-if
    end-perform
    .

        exit paragraph
    end-if
    move InvoiceNumber of CurrentInvoice to ThisInvoiceNumber
    call "IsInvoiceInQuery" using ThisInvoiceNumber, InvoiceInQueryFlag
    if IsInvoiceInQuery
        exit paragraph
    end-if
    call "GetInvoiceOutstandingBalance" using ThisInvoiceNumber, OutstandingAmount
    if OutstandingAmount is greater than zero
        compute DueDateInteger =
