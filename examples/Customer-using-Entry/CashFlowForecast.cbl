identification division.
program-id. CashFlowForecast.

environment division.
configuration section.
    repository.
        function all intrinsic.

input-output section.
    file-control.
        select optional ExchangeRateFile assign to "ExchangeRates.ref"
            organization is line sequential
            file status is ExchangeRateFileStatus.

data division.
file section.
    fd ExchangeRateFile.
        01 ExchangeRateRecord.
            88 EndOfExchangeRateFile value high-values.
            02 RateRecordCurrencyCode pic x(3).
            02 filler pic x.
            02 RateRecordRate pic 9(4)v9(4).

working-storage section.
    01 ExchangeRateFileStatus pic x(2).
    01 MaxExchangeRateEntries pic 9(3) value 50.
    01 NumberOfExchangeRateEntries pic 9(3) value zeroes.
    01 ExchangeRateIndex pic 9(3) value zeroes.
    01 ExchangeRateTable.
        02 ExchangeRateEntry occurs 50 times.
            03 RateCurrencyCode pic x(3) value spaces.
            03 RateToCurrency pic 9(4)v9(4) value zeroes.
    01 PipelineExchangeRate pic 9(4)v9(4) value 1.

    01 RunDate pic 9(8) value zeroes.
    01 RunDateInteger pic 9(7) value zeroes.
    01 ExpectedDateInteger pic 9(7) value zeroes.
    01 ForecastWeeks pic 9(2) value 13.
    01 LaterWeekIndex pic 9(2) value 14.
    01 WeekIndex pic 9(2) value zeroes.
    01 DaysToPay pic s9(5) value zeroes.
    01 WeekStartDate pic 9(8) value zeroes.

    01 PageSize pic 9(4) value 50.
    01 CustomerCursorId pic 9(8) value zeroes.
    01 NumberOfCustomersInPage pic 9(4) value zeroes.
    01 CustomerPageIndex pic 9(4) value zeroes.
    01 CustomerPage.
        02 CustomerPageEntry occurs 50 times.
            copy Customer replacing
                ==01== by ==03==
                ==02== by ==04==
                ==03== by ==05==
                ==Customer== by ==CustomerPageRecord==.

    01 MaxBehaviourEntries pic 9(5) value 10000.
    01 NumberOfBehaviourEntries pic 9(5) value zeroes.
    01 BehaviourIndex pic 9(5) value zeroes.
    01 PaymentBehaviourTable.
        02 PaymentBehaviourEntry occurs 10000 times.
            03 BehaviourCustomerId pic 9(8) value zeroes.
            03 BehaviourCreditDays pic 99 value zeroes.
            03 BehaviourCurrencyCode pic x(3) value spaces.
            03 BehaviourVATRate pic 99v99 value zeroes.
            03 BehaviourPaidAmount pic 9(12)v99 value zeroes.
            03 BehaviourWeightedDays pic 9(15)v99 value zeroes.
            03 BehaviourDaysToPay pic 9(4) value zeroes.
    01 BehaviourFound pic x value "N".
        88 IsBehaviourFound value "Y".
    01 BehaviourWarningIssued pic x value "N".
        88 IsBehaviourWarningIssued value "Y".
    01 LookupCustomerId pic 9(8) value zeroes.

    01 PaymentCursorId pic 9(6) value zeroes.
    01 NumberOfPaymentsInPage pic 9(3) value zeroes.
    01 PaymentPageIndex pic 9(3) value zeroes.
    01 PaymentPage.
        02 PaymentPageEntry occurs 20 times.
            copy Payment replacing
                ==01== by ==03==
                ==02== by ==04==
                ==03== by ==05==
                ==Payment== by ==PaymentPageRecord==.
    01 AllocationIndex pic 9(2) value zeroes.
    copy Invoice replacing Invoice by ==AllocatedInvoice==.
    01 AllocatedInvoiceNumberToGet pic 9(6) value zeroes.

    01 InvoiceCursorNumber pic 9(6) value zeroes.
    01 NumberOfInvoicesInPage pic 9(3) value zeroes.
    01 InvoicePageIndex pic 9(3) value zeroes.
    01 InvoicePage.
        02 InvoicePageEntry occurs 20 times.
            copy Invoice replacing
                ==01== by ==03==
                ==02== by ==04==
                ==03== by ==05==
                ==Invoice== by ==InvoicePageRecord==.
    copy Invoice replacing Invoice by ==CurrentInvoice==.
    01 ThisInvoiceNumber pic 9(6) value zeroes.
    01 OutstandingAmount pic s9(8)v99 value zeroes.
    01 ExpectedCurrencyAmount pic s9(10)v99 value zeroes.

    01 OrderCursorId pic 9(6) value zeroes.
    01 NumberOfOrdersInPage pic 9(3) value zeroes.
    01 OrderPageIndex pic 9(3) value zeroes.
    01 OrderLineIndex pic 9(2) value zeroes.
    01 OrderPage.
        02 OrderPageEntry occurs 20 times.
            copy Order replacing
                ==01== by ==03==
                ==02== by ==04==
                ==03== by ==05==
                ==Order== by ==OrderPageRecord==.
    copy Order replacing Order by ==CurrentOrder==.
    01 PipelineNetAmount pic s9(10)v99 value zeroes.
    01 ExpectedInvoiceDate pic 9(8) value zeroes.

    01 MaxForecastCurrencies pic 9(2) value 10.
    01 NumberOfForecastCurrencies pic 9(2) value zeroes.
    01 ForecastCurrencyIndex pic 9(2) value zeroes.
    01 ForecastCurrencyTable.
        02 ForecastCurrencyEntry occurs 10 times.
            03 ForecastCurrencyCode pic x(3) value spaces.
            03 InvoiceWeekAmount pic s9(10)v99 occurs 14 times value zeroes.
            03 PipelineWeekAmount pic s9(10)v99 occurs 14 times value zeroes.
            03 InvoiceForecastTotal pic s9(11)v99 value zeroes.
            03 PipelineForecastTotal pic s9(11)v99 value zeroes.
    01 ForecastCurrencyFound pic x value "N".
        88 IsForecastCurrencyFound value "Y".
    01 ForecastCurrencyCodeToFind pic x(3) value spaces.

    01 EditedInvoiceAmount pic -(10)9.99 value zeroes.
    01 EditedPipelineAmount pic -(10)9.99 value zeroes.
    01 EditedWeekTotal pic -(10)9.99 value zeroes.
    01 WeekTotalAmount pic s9(11)v99 value zeroes.
    01 WeekLabel pic x(10) value spaces.

procedure division.

    call "GetBusinessDate" using RunDate
    display "CashFlowForecast: business date " RunDate
    compute RunDateInteger = function integer-of-date(RunDate)
    perform LoadExchangeRateTable
    perform LoadCustomerTerms
    perform MeasurePaymentBehaviour
    perform ForecastOpenInvoices
    perform ForecastOpenOrders
    perform PrintCashFlowForecast
    stop run.

LoadExchangeRateTable.
    move zero to NumberOfExchangeRateEntries
    open input ExchangeRateFile
    if ExchangeRateFileStatus equal to "00"
        read ExchangeRateFile
            at end set EndOfExchangeRateFile to true
        end-read
        perform until EndOfExchangeRateFile
            or NumberOfExchangeRateEntries equal to MaxExchangeRateEntries
            if RateRecordCurrencyCode not equal to spaces
                and RateRecordRate is numeric
                add 1 to NumberOfExchangeRateEntries
                move RateRecordCurrencyCode
                    to RateCurrencyCode(NumberOfExchangeRateEntries)
                move RateRecordRate
                    to RateToCurrency(NumberOfExchangeRateEntries)
            end-if
            read ExchangeRateFile
                at end set EndOfExchangeRateFile to true
            end-read
        end-perform
        close ExchangeRateFile
    end-if
    .

LoadCustomerTerms.
    move zero to CustomerCursorId
    call "GetCustomersPage" using CustomerCursorId, PageSize, CustomerPage,
        NumberOfCustomersInPage
    perform until NumberOfCustomersInPage equal to zero
        perform varying CustomerPageIndex from 1 by 1
            until CustomerPageIndex is greater than NumberOfCustomersInPage
            if NumberOfBehaviourEntries is less than MaxBehaviourEntries
                add 1 to NumberOfBehaviourEntries
                move CustomerId of CustomerPageRecord(CustomerPageIndex)
                    to BehaviourCustomerId(NumberOfBehaviourEntries)
                move CreditDays of CustomerPageRecord(CustomerPageIndex)
                    to BehaviourCreditDays(NumberOfBehaviourEntries)
                move CurrencyCode of CustomerPageRecord(CustomerPageIndex)
                    to BehaviourCurrencyCode(NumberOfBehaviourEntries)
                move VATRate of CustomerPageRecord(CustomerPageIndex)
                    to BehaviourVATRate(NumberOfBehaviourEntries)
            else
                if not IsBehaviourWarningIssued
                    move "Y" to BehaviourWarningIssued
                    display "CashFlowForecast: WARNING - more than "
                        MaxBehaviourEntries " customers; later customers use "
                        "standard terms"
                end-if
            end-if
        end-perform
        move CustomerId of CustomerPageRecord(NumberOfCustomersInPage)
            to CustomerCursorId
        call "GetCustomersPage" using CustomerCursorId, PageSize, CustomerPage,
            NumberOfCustomersInPage
    end-perform
    .

MeasurePaymentBehaviour.
    move zero to PaymentCursorId
    call "GetPaymentsPage" using PaymentCursorId, PaymentPage,
        NumberOfPaymentsInPage
    perform until NumberOfPaymentsInPage equal to zero
        perform varying PaymentPageIndex from 1 by 1
            until PaymentPageIndex is greater than NumberOfPaymentsInPage
            perform MeasurePaymentAllocations
        end-perform
        move PaymentId of PaymentPageRecord(NumberOfPaymentsInPage)
            to PaymentCursorId
        call "GetPaymentsPage" using PaymentCursorId, PaymentPage,
            NumberOfPaymentsInPage
    end-perform
    perform varying BehaviourIndex from 1 by 1
        until BehaviourIndex is greater than NumberOfBehaviourEntries
        if BehaviourPaidAmount(BehaviourIndex) is greater than zero
            compute BehaviourDaysToPay(BehaviourIndex) rounded =
                BehaviourWeightedDays(BehaviourIndex)
                / BehaviourPaidAmount(BehaviourIndex)
        else
            move BehaviourCreditDays(BehaviourIndex)
                to BehaviourDaysToPay(BehaviourIndex)
        end-if
    end-perform
    .

MeasurePaymentAllocations.
    move CustomerId of PaymentPageRecord(PaymentPageIndex) to LookupCustomerId
    perform FindBehaviourEntry
    if not IsBehaviourFound
        exit paragraph
    end-if
    perform varying AllocationIndex from 1 by 1
        until AllocationIndex is greater than
            AllocationCount of PaymentPageRecord(PaymentPageIndex)
        move AllocatedInvoiceNumber of PaymentAllocation of
            PaymentPageRecord(PaymentPageIndex, AllocationIndex)
            to AllocatedInvoiceNumberToGet
        call "GetInvoiceByNumber" using AllocatedInvoice,
            AllocatedInvoiceNumberToGet
        if InvoiceNumber of AllocatedInvoice equal to AllocatedInvoiceNumberToGet
            and AllocatedInvoiceNumberToGet not equal to zero
            compute DaysToPay =
                function integer-of-date
                    (PaymentDate of PaymentPageRecord(PaymentPageIndex))
                - function integer-of-date(InvoiceDate of AllocatedInvoice)
            if DaysToPay is less than zero
                move zero to DaysToPay
            end-if
            add AllocatedAmount of PaymentAllocation of
                PaymentPageRecord(PaymentPageIndex, AllocationIndex)
                to BehaviourPaidAmount(BehaviourIndex)
            compute BehaviourWeightedDays(BehaviourIndex) =
                BehaviourWeightedDays(BehaviourIndex)
                + AllocatedAmount of PaymentAllocation of
                    PaymentPageRecord(PaymentPageIndex, AllocationIndex)
                * DaysToPay
        end-if
    end-perform
    .

FindBehaviourEntry.
    move "N" to BehaviourFound
    perform varying BehaviourIndex from 1 by 1
        until BehaviourIndex is greater than NumberOfBehaviourEntries
            or IsBehaviourFound
        if BehaviourCustomerId(BehaviourIndex) equal to LookupCustomerId
            move "Y" to BehaviourFound
        end-if
    end-perform
    if IsBehaviourFound
        subtract 1 from BehaviourIndex
    end-if
    .

ForecastOpenInvoices.
    move zero to InvoiceCursorNumber
    call "GetInvoicesPage" using InvoiceCursorNumber, InvoicePage,
        NumberOfInvoicesInPage
    perform until NumberOfInvoicesInPage equal to zero
        perform varying InvoicePageIndex from 1 by 1
            until InvoicePageIndex is greater than NumberOfInvoicesInPage
            move InvoicePageRecord(InvoicePageIndex) to CurrentInvoice
            perform ForecastCurrentInvoice
        end-perform
        move InvoiceNumber of InvoicePageRecord(NumberOfInvoicesInPage)
            to InvoiceCursorNumber
        call "GetInvoicesPage" using InvoiceCursorNumber, InvoicePage,
            NumberOfInvoicesInPage
    end-perform
    .

ForecastCurrentInvoice.
    if IsInvoiceSettled of CurrentInvoice
        exit paragraph
    end-if
    move InvoiceNumber of CurrentInvoice to ThisInvoiceNumber
    call "GetInvoiceOutstandingBalance" using ThisInvoiceNumber, OutstandingAmount
    if OutstandingAmount is not greater than zero
        exit paragraph
    end-if
    move CustomerId of CurrentInvoice to LookupCustomerId
    perform FindBehaviourEntry
    if IsBehaviourFound
        compute ExpectedDateInteger =
            function integer-of-date(InvoiceDate of CurrentInvoice)
            + BehaviourDaysToPay(BehaviourIndex)
    else
        compute ExpectedDateInteger =
            function integer-of-date(InvoiceDate of CurrentInvoice)
    end-if
    perform DetermineForecastWeek
    if CurrencyCode of CurrentInvoice equal to spaces
        move "GBP" to ForecastCurrencyCodeToFind
    else
        move CurrencyCode of CurrentInvoice to ForecastCurrencyCodeToFind
    end-if
    perform FindForecastCurrency
    if not IsForecastCurrencyFound
        exit paragraph
    end-if
    if ExchangeRate of CurrentInvoice is greater than zero
        compute ExpectedCurrencyAmount rounded =
            OutstandingAmount * ExchangeRate of CurrentInvoice
    else
        move OutstandingAmount to ExpectedCurrencyAmount
    end-if
    add ExpectedCurrencyAmount
        to InvoiceWeekAmount(ForecastCurrencyIndex, WeekIndex)
    add ExpectedCurrencyAmount to InvoiceForecastTotal(ForecastCurrencyIndex)
    .

ForecastOpenOrders.
    move zero to OrderCursorId
    call "GetOrdersPage" using OrderCursorId, OrderPage, NumberOfOrdersInPage
    perform until NumberOfOrdersInPage equal to zero
        perform varying OrderPageIndex from 1 by 1
            until OrderPageIndex is greater than NumberOfOrdersInPage
            move OrderPageRecord(OrderPageIndex) to CurrentOrder
            if IsOrderNotInvoiced of CurrentOrder
                and not IsOrderCancelled of CurrentOrder
                perform ForecastCurrentOrder
            end-if
        end-perform
        move OrderId of OrderPageRecord(NumberOfOrdersInPage) to OrderCursorId
        call "GetOrdersPage" using OrderCursorId, OrderPage, NumberOfOrdersInPage
    end-perform
    .

ForecastCurrentOrder.
    move CustomerId of CurrentOrder to LookupCustomerId
    perform FindBehaviourEntry
    if not IsBehaviourFound
        exit paragraph
    end-if
    move zero to PipelineNetAmount
    perform varying OrderLineIndex from 1 by 1
        until OrderLineIndex is greater than OrderLineCount of CurrentOrder
        compute PipelineNetAmount = PipelineNetAmount
            + Quantity of OrderLine of CurrentOrder(OrderLineIndex)
            * UnitPrice of OrderLine of CurrentOrder(OrderLineIndex)
    end-perform
    if PipelineNetAmount is not greater than zero
        exit paragraph
    end-if
    move RunDate to ExpectedInvoiceDate
    if PromiseDate of CurrentOrder is greater than ExpectedInvoiceDate
        move PromiseDate of CurrentOrder to ExpectedInvoiceDate
    end-if
    compute ExpectedDateInteger =
        function integer-of-date(ExpectedInvoiceDate)
        + BehaviourCreditDays(BehaviourIndex)
    perform DetermineForecastWeek
    move BehaviourCurrencyCode(BehaviourIndex) to ForecastCurrencyCodeToFind
    if ForecastCurrencyCodeToFind equal to spaces
        move "GBP" to ForecastCurrencyCodeToFind
    end-if
    perform FindPipelineExchangeRate
    perform FindForecastCurrency
    if not IsForecastCurrencyFound
        exit paragraph
    end-if
    compute ExpectedCurrencyAmount rounded =
        PipelineNetAmount * (100 + BehaviourVATRate(BehaviourIndex)) / 100
        * PipelineExchangeRate
    add ExpectedCurrencyAmount
        to PipelineWeekAmount(ForecastCurrencyIndex, WeekIndex)
    add ExpectedCurrencyAmount to PipelineForecastTotal(ForecastCurrencyIndex)
    .

DetermineForecastWeek.
    if ExpectedDateInteger is less than RunDateInteger
        move 1 to WeekIndex
    else
        compute WeekIndex = (ExpectedDateInteger - RunDateInteger) / 7 + 1
    end-if
    if WeekIndex is greater than ForecastWeeks
        move LaterWeekIndex to WeekIndex
    end-if
    .

FindPipelineExchangeRate.
    move 1 to PipelineExchangeRate
    if ForecastCurrencyCodeToFind equal to "GBP"
        exit paragraph
    end-if
    perform varying ExchangeRateIndex from 1 by 1
        until ExchangeRateIndex is greater than NumberOfExchangeRateEntries
        if RateCurrencyCode(ExchangeRateIndex) equal to ForecastCurrencyCodeToFind
            move RateToCurrency(ExchangeRateIndex) to PipelineExchangeRate
        end-if
    end-perform
    .

FindForecastCurrency.
    move "N" to ForecastCurrencyFound
    perform varying ForecastCurrencyIndex from 1 by 1
        until ForecastCurrencyIndex is greater than NumberOfForecastCurrencies
            or IsForecastCurrencyFound
        if ForecastCurrencyCode(ForecastCurrencyIndex)
            equal to ForecastCurrencyCodeToFind
            move "Y" to ForecastCurrencyFound
        end-if
    end-perform
    if IsForecastCurrencyFound
        subtract 1 from ForecastCurrencyIndex
    else
        if NumberOfForecastCurrencies is less than MaxForecastCurrencies
            add 1 to NumberOfForecastCurrencies
            move NumberOfForecastCurrencies to ForecastCurrencyIndex
            move ForecastCurrencyCodeToFind
                to ForecastCurrencyCode(ForecastCurrencyIndex)
            move "Y" to ForecastCurrencyFound
        else
            display "CashFlowForecast: WARNING - currency "
                ForecastCurrencyCodeToFind " not forecast; currency table full"
        end-if
    end-if
    .

PrintCashFlowForecast.
    display "13-Week Cash Receipts Forecast  run date " RunDate
    display "Expected dates use each customer's average days-to-pay"
    perform varying ForecastCurrencyIndex from 1 by 1
        until ForecastCurrencyIndex is greater than NumberOfForecastCurrencies
        perform PrintCurrencyForecast
    end-perform
    .

PrintCurrencyForecast.
    display " "
    display "Currency " ForecastCurrencyCode(ForecastCurrencyIndex)
    display "Week commencing       Open invoices          Pipeline"
        "             Total"
    perform varying WeekIndex from 1 by 1
        until WeekIndex is greater than LaterWeekIndex
        if WeekIndex equal to LaterWeekIndex
            move "Later" to WeekLabel
        else
            compute WeekStartDate = function date-of-integer
                (RunDateInteger + (WeekIndex - 1) * 7)
            move WeekStartDate to WeekLabel
        end-if
        move InvoiceWeekAmount(ForecastCurrencyIndex, WeekIndex)
            to EditedInvoiceAmount
        move PipelineWeekAmount(ForecastCurrencyIndex, WeekIndex)
            to EditedPipelineAmount
        compute WeekTotalAmount =
            InvoiceWeekAmount(ForecastCurrencyIndex, WeekIndex)
            + PipelineWeekAmount(ForecastCurrencyIndex, WeekIndex)
        move WeekTotalAmount to EditedWeekTotal
        display WeekLabel "      " EditedInvoiceAmount " " EditedPipelineAmount
            " " EditedWeekTotal
    end-perform
    move InvoiceForecastTotal(ForecastCurrencyIndex) to EditedInvoiceAmount
    move PipelineForecastTotal(ForecastCurrencyIndex) to EditedPipelineAmount
    compute WeekTotalAmount = InvoiceForecastTotal(ForecastCurrencyIndex)
        + PipelineForecastTotal(ForecastCurrencyIndex)
    move WeekTotalAmount to EditedWeekTotal
    display "Total           " EditedInvoiceAmount " " EditedPipelineAmount
        " " EditedWeekTotal
    move PipelineForecastTotal(ForecastCurrencyIndex) to EditedPipelineAmount
    display "Pipeline (open orders not yet invoiced) " EditedPipelineAmount
    .

end program CashFlowForecast.
