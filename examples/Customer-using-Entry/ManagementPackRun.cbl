identification division.
program-id. ManagementPackRun.

environment division.
configuration section.
    repository.
        function all intrinsic.

input-output section.
    file-control.
        select optional ManagementPackConfigFile assign to "ManagementPack.cfg"
            organization is line sequential
            file status is ManagementPackConfigStatus.

        select optional StockJournalFile assign to "Stock.jnl"
            organization is line sequential
            file status is StockJournalFileStatus.

data division.
file section.
    fd ManagementPackConfigFile.
        01 ManagementPackConfigRecord.
            02 ConfigPackMonth pic 9(6).

    fd StockJournalFile.
        01 StockJournalRecord.
            88 EndOfStockJournalFile value high-values.
            02 JournalDate pic 9(8).
            02 filler pic x.
            02 JournalTime pic 9(8).
            02 filler pic x.
            02 JournalProductCode pic x(12).
            02 filler pic x.
            02 JournalMovementType pic x(4).
            02 filler pic x.
            02 JournalQuantity pic 9(6).
            02 filler pic x.
            02 JournalBeforeQuantity pic s9(6) sign leading separate.
            02 filler pic x.
            02 JournalAfterQuantity pic s9(6) sign leading separate.
            02 filler pic x.
            02 JournalReference pic x(12).
            02 filler pic x.
            02 JournalWarehouseCode pic x(4).

working-storage section.
    01 ManagementPackConfigStatus pic x(2).
    01 StockJournalFileStatus pic x(2).

    01 RunDate pic 9(8) value zeroes.
    01 PackMonth pic 9(6) value zeroes.
    01 NextMonth pic 9(6) value zeroes.
    01 NextMonthStartDate pic 9(8) value zeroes.

    01 PackIndex pic 9(1) value zeroes.
    01 PackPeriodTable.
        02 PackPeriod occurs 3 times.
            03 PeriodMonth pic 9(6) value zeroes.
            03 PeriodStartDate pic 9(8) value zeroes.
            03 PeriodEndDate pic 9(8) value zeroes.
            03 PeriodDays pic 9(2) value zeroes.
            03 SalesNetTotal pic s9(10)v99 value zeroes.
            03 SalesGrossTotal pic s9(10)v99 value zeroes.
            03 MarginRevenueTotal pic s9(10)v99 value zeroes.
            03 CostOfSalesTotal pic s9(10)v99 value zeroes.
            03 CreditGrossTotal pic s9(10)v99 value zeroes.
            03 CashReceivedTotal pic s9(10)v99 value zeroes.
            03 DebtorsAtPeriodEnd pic s9(10)v99 value zeroes.
            03 StockValueAtPeriodEnd pic s9(10)v99 value zeroes.
            03 OrdersTakenCount pic 9(6) value zeroes.
            03 OrdersTakenValue pic s9(10)v99 value zeroes.
            03 OpenOrderCount pic 9(6) value zeroes.
            03 OpenOrderValue pic s9(10)v99 value zeroes.
            03 LateOrderCount pic 9(6) value zeroes.
            03 ShippedOrderCount pic 9(6) value zeroes.
            03 ShippedCompleteCount pic 9(6) value zeroes.
            03 ReturnsValueTotal pic s9(10)v99 value zeroes.
    01 PeriodNames.
        02 filler pic x(16) value "      This month".
        02 filler pic x(16) value "      Last month".
        02 filler pic x(16) value "   Same month LY".
    01 PeriodNameTable redefines PeriodNames.
        02 PeriodName pic x(16) occurs 3 times.

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
    copy Payment replacing Payment by ==CurrentPayment==.

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
    copy Order replacing Order by ==InvoicedOrder==.
    01 ThisOrderId pic 9(6) value zeroes.
    01 OrderValue pic s9(10)v99 value zeroes.

    01 MaxBackOrderParents pic 9(4) value 2000.
    01 NumberOfBackOrderParents pic 9(4) value zeroes.
    01 BackOrderParentIndex pic 9(4) value zeroes.
    01 BackOrderParentTable.
        02 BackOrderParentId pic 9(6) occurs 2000 times.
    01 BackOrderRaisedFlag pic x value "N".
        88 IsBackOrderRaised value "Y".

    01 RmaCursorId pic 9(6) value zeroes.
    01 NumberOfRmasInPage pic 9(3) value zeroes.
    01 RmaPageIndex pic 9(3) value zeroes.
    01 RmaLineIndex pic 9(2) value zeroes.
    01 RmaPage.
        02 RmaPageEntry occurs 20 times.
            copy Rma replacing
                ==01== by ==03==
                ==02== by ==04==
                ==03== by ==05==
                ==Rma== by ==RmaPageRecord==.
    copy Rma replacing Rma by ==CurrentRma==.

    01 ProductCursorCode pic x(12) value spaces.
    01 NumberOfProductsInPage pic 9(3) value zeroes.
    01 ProductPageIndex pic 9(3) value zeroes.
    01 ProductPage.
        02 ProductPageEntry occurs 20 times.
            copy Product replacing
                ==01== by ==03==
                ==02== by ==04==
                ==03== by ==05==
                ==Product== by ==ProductPageRecord==.
    copy Product replacing Product by ==CurrentProduct==.
    01 MaxPackProductEntries pic 9(3) value 500.
    01 NumberOfPackProducts pic 9(3) value zeroes.
    01 PackProductIndex pic 9(3) value zeroes.
    01 PackProductTable.
        02 PackProduct occurs 500 times.
            03 PackProductCode pic x(12) value spaces.
            03 PackCostPrice pic 9(6)v99 value zeroes.
            03 PackMovementAfterEnd pic s9(8) occurs 3 times value zeroes.
    01 PackProductFound pic x value "N".
        88 IsPackProductFound value "Y".
    01 PackTableWarningIssued pic x value "N".
        88 IsPackTableWarningIssued value "Y".
    01 LookupProductCode pic x(12) value spaces.
    01 ThisProductCode pic x(12) value spaces.
    01 CurrentOnHandQuantity pic s9(6) value zeroes.
    01 CurrentAllocatedQuantity pic s9(6) value zeroes.
    01 PeriodEndQuantity pic s9(8) value zeroes.
    01 JournalMovementQuantity pic s9(8) value zeroes.

    01 RangeStartDate pic 9(8) value zeroes.
    01 RangeEndDate pic 9(8) value zeroes.
    01 RangeGrossTotal pic s9(10)v99 value zeroes.
    01 RangeCreditNoteCount pic 9(6) value zeroes.

    01 PackFigure pic s9(10)v99 value zeroes.
    01 PackRatio pic s9(6)v9 value zeroes.
    01 EditedPackAmount pic -(12)9.99 value zeroes.
    01 EditedPackCount pic z(15)9 value zeroes.
    01 EditedPackRatio pic -(13)9.9 value zeroes.
    01 PackReportLine pic x(100) value spaces.
    01 PackLineLabel pic x(36) value spaces.
    01 PackLineType pic x value space.
        88 IsAmountLine value "A".
        88 IsCountLine  value "C".
        88 IsRatioLine  value "R".

procedure division.

    perform LoadManagementPackConfig
    perform AccumulateInvoices
    perform AccumulateCreditNotes
    perform AccumulatePayments
    perform LoadBackOrderParents
    perform AccumulateOrders
    perform AccumulateReturns
    perform ValueStockAtPeriodEnds
    perform PrintManagementPack
    stop run.

LoadManagementPackConfig.
    call "GetBusinessDate" using RunDate
    display "ManagementPackRun: business date " RunDate
    compute PackMonth = RunDate / 100
    open input ManagementPackConfigFile
    if ManagementPackConfigStatus equal to "00"
        read ManagementPackConfigFile
            at end continue
            not at end
                if ConfigPackMonth is numeric
                    and ConfigPackMonth is greater than zero
                    move ConfigPackMonth to PackMonth
                end-if
        end-read
    end-if
    close ManagementPackConfigFile
    move PackMonth to PeriodMonth(1)
    if function mod(PackMonth, 100) equal to 1
        compute PeriodMonth(2) = PackMonth - 100 + 11
    else
        compute PeriodMonth(2) = PackMonth - 1
    end-if
    compute PeriodMonth(3) = PackMonth - 100
    perform varying PackIndex from 1 by 1 until PackIndex is greater than 3
        perform SetPeriodDateRange
    end-perform
    .

SetPeriodDateRange.
    compute PeriodStartDate(PackIndex) = PeriodMonth(PackIndex) * 100 + 1
    if function mod(PeriodMonth(PackIndex), 100) equal to 12
        compute NextMonth = PeriodMonth(PackIndex) + 100 - 11
    else
        compute NextMonth = PeriodMonth(PackIndex) + 1
    end-if
    compute NextMonthStartDate = NextMonth * 100 + 1
    compute PeriodEndDate(PackIndex) = function date-of-integer(
        function integer-of-date(NextMonthStartDate) - 1)
    compute PeriodDays(PackIndex) = function integer-of-date(NextMonthStartDate)
        - function integer-of-date(PeriodStartDate(PackIndex))
    .

AccumulateInvoices.
    move zero to InvoiceCursorNumber
    call "GetInvoicesPage" using InvoiceCursorNumber,
        InvoicePage, NumberOfInvoicesInPage
    perform until NumberOfInvoicesInPage equal to zero
        perform varying InvoicePageIndex from 1 by 1
            until InvoicePageIndex is greater than NumberOfInvoicesInPage
            move InvoicePageRecord(InvoicePageIndex) to CurrentInvoice
            perform AccumulateCurrentInvoice
        end-perform
        move InvoiceNumber of InvoicePageRecord(NumberOfInvoicesInPage)
            to InvoiceCursorNumber
        call "GetInvoicesPage" using InvoiceCursorNumber,
            InvoicePage, NumberOfInvoicesInPage
    end-perform
    .

AccumulateCurrentInvoice.
    perform varying PackIndex from 1 by 1 until PackIndex is greater than 3
        if InvoiceDate of CurrentInvoice is not greater than PeriodEndDate(PackIndex)
            add GrossAmount of CurrentInvoice to DebtorsAtPeriodEnd(PackIndex)
        end-if
        if InvoiceDate of CurrentInvoice is not less than PeriodStartDate(PackIndex)
            and InvoiceDate of CurrentInvoice
                is not greater than PeriodEndDate(PackIndex)
            add NetAmount of CurrentInvoice to SalesNetTotal(PackIndex)
            add GrossAmount of CurrentInvoice to SalesGrossTotal(PackIndex)
            if IsOrdinaryInvoice of CurrentInvoice
                and OrderId of CurrentInvoice is greater than zero
                perform AccumulateInvoicedOrderMargin
            end-if
        end-if
    end-perform
    .

AccumulateInvoicedOrderMargin.
    move OrderId of CurrentInvoice to ThisOrderId
    call "GetOrderById" using InvoicedOrder, ThisOrderId
    if OrderId of InvoicedOrder not equal to ThisOrderId
        call "GetArchivedOrderById" using InvoicedOrder, ThisOrderId
    end-if
    if OrderId of InvoicedOrder not equal to ThisOrderId
        exit paragraph
    end-if
    perform varying OrderLineIndex from 1 by 1
        until OrderLineIndex is greater than OrderLineCount of InvoicedOrder
        compute MarginRevenueTotal(PackIndex) = MarginRevenueTotal(PackIndex)
            + Quantity of OrderLine of InvoicedOrder(OrderLineIndex)
            * UnitPrice of OrderLine of InvoicedOrder(OrderLineIndex)
        compute CostOfSalesTotal(PackIndex) = CostOfSalesTotal(PackIndex)
            + Quantity of OrderLine of InvoicedOrder(OrderLineIndex)
            * CostPrice of OrderLine of InvoicedOrder(OrderLineIndex)
    end-perform
    .

AccumulateCreditNotes.
    perform varying PackIndex from 1 by 1 until PackIndex is greater than 3
        move PeriodStartDate(PackIndex) to RangeStartDate
        move PeriodEndDate(PackIndex) to RangeEndDate
        call "GetCreditTotalsForDateRange" using RangeStartDate, RangeEndDate,
            RangeGrossTotal, RangeCreditNoteCount
        move RangeGrossTotal to CreditGrossTotal(PackIndex)
        move zero to RangeStartDate
        call "GetCreditTotalsForDateRange" using RangeStartDate, RangeEndDate,
            RangeGrossTotal, RangeCreditNoteCount
        subtract RangeGrossTotal from DebtorsAtPeriodEnd(PackIndex)
    end-perform
    .

AccumulatePayments.
    move zero to PaymentCursorId
    call "GetPaymentsPage" using PaymentCursorId, PaymentPage,
        NumberOfPaymentsInPage
    perform until NumberOfPaymentsInPage equal to zero
        perform varying PaymentPageIndex from 1 by 1
            until PaymentPageIndex is greater than NumberOfPaymentsInPage
            move PaymentPageRecord(PaymentPageIndex) to CurrentPayment
            perform AccumulateCurrentPayment
        end-perform
        move PaymentId of PaymentPageRecord(NumberOfPaymentsInPage)
            to PaymentCursorId
        call "GetPaymentsPage" using PaymentCursorId, PaymentPage,
            NumberOfPaymentsInPage
    end-perform
    .

AccumulateCurrentPayment.
    perform varying PackIndex from 1 by 1 until PackIndex is greater than 3
        if PaymentDate of CurrentPayment is not greater than PeriodEndDate(PackIndex)
            and (IsPaymentNotReversed of CurrentPayment
                or ReversedDate of CurrentPayment
                    is greater than PeriodEndDate(PackIndex))
            subtract PaymentAmount of CurrentPayment
                from DebtorsAtPeriodEnd(PackIndex)
            if PaymentDate of CurrentPayment
                is not less than PeriodStartDate(PackIndex)
                add PaymentAmount of CurrentPayment to CashReceivedTotal(PackIndex)
            end-if
        end-if
    end-perform
    .

LoadBackOrderParents.
    move zero to NumberOfBackOrderParents
    move zero to OrderCursorId
    call "GetOrdersPage" using OrderCursorId, OrderPage, NumberOfOrdersInPage
    perform until NumberOfOrdersInPage equal to zero
        perform varying OrderPageIndex from 1 by 1
            until OrderPageIndex is greater than NumberOfOrdersInPage
            if BackOrderForOrderId of OrderPageRecord(OrderPageIndex)
                is greater than zero
                and NumberOfBackOrderParents is less than MaxBackOrderParents
                add 1 to NumberOfBackOrderParents
                move BackOrderForOrderId of OrderPageRecord(OrderPageIndex)
                    to BackOrderParentId(NumberOfBackOrderParents)
            end-if
        end-perform
        move OrderId of OrderPageRecord(NumberOfOrdersInPage) to OrderCursorId
        call "GetOrdersPage" using OrderCursorId, OrderPage, NumberOfOrdersInPage
    end-perform
    .

AccumulateOrders.
    move zero to OrderCursorId
    call "GetOrdersPage" using OrderCursorId, OrderPage, NumberOfOrdersInPage
    perform until NumberOfOrdersInPage equal to zero
        perform varying OrderPageIndex from 1 by 1
            until OrderPageIndex is greater than NumberOfOrdersInPage
            move OrderPageRecord(OrderPageIndex) to CurrentOrder
            perform AccumulateCurrentOrder
        end-perform
        move OrderId of OrderPageRecord(NumberOfOrdersInPage) to OrderCursorId
        call "GetOrdersPage" using OrderCursorId, OrderPage, NumberOfOrdersInPage
    end-perform
    .

AccumulateCurrentOrder.
    move zero to OrderValue
    perform varying OrderLineIndex from 1 by 1
        until OrderLineIndex is greater than OrderLineCount of CurrentOrder
        compute OrderValue = OrderValue
            + Quantity of OrderLine of CurrentOrder(OrderLineIndex)
            * UnitPrice of OrderLine of CurrentOrder(OrderLineIndex)
    end-perform
    move "N" to BackOrderRaisedFlag
    perform varying BackOrderParentIndex from 1 by 1
        until BackOrderParentIndex is greater than NumberOfBackOrderParents
            or IsBackOrderRaised
        if BackOrderParentId(BackOrderParentIndex) equal to OrderId of CurrentOrder
            move "Y" to BackOrderRaisedFlag
        end-if
    end-perform
    perform varying PackIndex from 1 by 1 until PackIndex is greater than 3
        if OrderDate of CurrentOrder is not less than PeriodStartDate(PackIndex)
            and OrderDate of CurrentOrder is not greater than PeriodEndDate(PackIndex)
            and BackOrderForOrderId of CurrentOrder equal to zero
            and not IsOrderCancelled of CurrentOrder
            add 1 to OrdersTakenCount(PackIndex)
            add OrderValue to OrdersTakenValue(PackIndex)
        end-if
        if OrderDate of CurrentOrder is not greater than PeriodEndDate(PackIndex)
            and (ShippedDate of CurrentOrder equal to zero
                or ShippedDate of CurrentOrder is greater than PeriodEndDate(PackIndex))
            and not (IsOrderCancelled of CurrentOrder
                and CancelledDate of CurrentOrder
                    is not greater than PeriodEndDate(PackIndex))
            add 1 to OpenOrderCount(PackIndex)
            add OrderValue to OpenOrderValue(PackIndex)
            if PromiseDate of CurrentOrder is greater than zero
                and PromiseDate of CurrentOrder is less than PeriodEndDate(PackIndex)
                add 1 to LateOrderCount(PackIndex)
            end-if
        end-if
        if ShippedDate of CurrentOrder is not less than PeriodStartDate(PackIndex)
            and ShippedDate of CurrentOrder is not greater than PeriodEndDate(PackIndex)
            add 1 to ShippedOrderCount(PackIndex)
            if not IsBackOrderRaised
                add 1 to ShippedCompleteCount(PackIndex)
            end-if
        end-if
    end-perform
    .

AccumulateReturns.
    move zero to RmaCursorId
    call "GetRmasPage" using RmaCursorId, RmaPage, NumberOfRmasInPage
    perform until NumberOfRmasInPage equal to zero
        perform varying RmaPageIndex from 1 by 1
            until RmaPageIndex is greater than NumberOfRmasInPage
            move RmaPageRecord(RmaPageIndex) to CurrentRma
            if not IsRmaRejected of CurrentRma
                perform AccumulateCurrentRma
            end-if
        end-perform
        move RmaId of RmaPageRecord(NumberOfRmasInPage) to RmaCursorId
        call "GetRmasPage" using RmaCursorId, RmaPage, NumberOfRmasInPage
    end-perform
    .

AccumulateCurrentRma.
    perform varying PackIndex from 1 by 1 until PackIndex is greater than 3
        if RegisteredDate of CurrentRma is not less than PeriodStartDate(PackIndex)
            and RegisteredDate of CurrentRma
                is not greater than PeriodEndDate(PackIndex)
            perform varying RmaLineIndex from 1 by 1
                until RmaLineIndex is greater than RmaLineCount of CurrentRma
                compute ReturnsValueTotal(PackIndex) = ReturnsValueTotal(PackIndex)
                    + QuantityReturned of RmaLine of CurrentRma(RmaLineIndex)
                    * UnitPrice of RmaLine of CurrentRma(RmaLineIndex)
            end-perform
        end-if
    end-perform
    .

ValueStockAtPeriodEnds.
    move spaces to ProductCursorCode
    call "GetProductsPage" using ProductCursorCode, ProductPage,
        NumberOfProductsInPage
    perform until NumberOfProductsInPage equal to zero
        perform varying ProductPageIndex from 1 by 1
            until ProductPageIndex is greater than NumberOfProductsInPage
            move ProductPageRecord(ProductPageIndex) to CurrentProduct
            if not IsKitProduct of CurrentProduct
                perform AddCurrentProductToPackTable
            end-if
        end-perform
        move ProductCode of ProductPageRecord(NumberOfProductsInPage)
            to ProductCursorCode
        call "GetProductsPage" using ProductCursorCode, ProductPage,
            NumberOfProductsInPage
    end-perform
    perform ScanStockJournal
    perform varying PackProductIndex from 1 by 1
        until PackProductIndex is greater than NumberOfPackProducts
        move PackProductCode(PackProductIndex) to ThisProductCode
        call "GetTotalStockByProductCode" using ThisProductCode,
            CurrentOnHandQuantity, CurrentAllocatedQuantity
        perform varying PackIndex from 1 by 1 until PackIndex is greater than 3
            compute PeriodEndQuantity = CurrentOnHandQuantity
                - PackMovementAfterEnd(PackProductIndex, PackIndex)
            if PeriodEndQuantity is greater than zero
                compute StockValueAtPeriodEnd(PackIndex) rounded =
                    StockValueAtPeriodEnd(PackIndex)
                    + PeriodEndQuantity * PackCostPrice(PackProductIndex)
            end-if
        end-perform
    end-perform
    .

AddCurrentProductToPackTable.
    if NumberOfPackProducts equal to MaxPackProductEntries
        if not IsPackTableWarningIssued
            display "ManagementPackRun: more than " MaxPackProductEntries
                " stocked products; remaining products not valued"
            move "Y" to PackTableWarningIssued
        end-if
        exit paragraph
    end-if
    add 1 to NumberOfPackProducts
    move ProductCode of CurrentProduct to PackProductCode(NumberOfPackProducts)
    move CostPrice of CurrentProduct to PackCostPrice(NumberOfPackProducts)
    .

ScanStockJournal.
    open input StockJournalFile
    if StockJournalFileStatus not equal to "00"
        display "ManagementPackRun: no stock journal; "
            "stock valued at current quantities"
        exit paragraph
    end-if
    read StockJournalFile
        at end set EndOfStockJournalFile to true
    end-read
    perform until EndOfStockJournalFile
        if JournalDate is numeric
            and JournalDate is greater than PeriodEndDate(3)
            move JournalProductCode to LookupProductCode
            perform FindPackProduct
            if IsPackProductFound
                perform AddJournalMovementAfterPeriodEnds
            end-if
        end-if
        read StockJournalFile
            at end set EndOfStockJournalFile to true
        end-read
    end-perform
    close StockJournalFile
    .

FindPackProduct.
    move "N" to PackProductFound
    perform varying PackProductIndex from 1 by 1
        until PackProductIndex is greater than NumberOfPackProducts
            or IsPackProductFound
        if PackProductCode(PackProductIndex) equal to LookupProductCode
            move "Y" to PackProductFound
        end-if
    end-perform
    if IsPackProductFound
        subtract 1 from PackProductIndex
    end-if
    .

AddJournalMovementAfterPeriodEnds.
    evaluate JournalMovementType
        when "RECV"
        when "TIN "
            move JournalQuantity to JournalMovementQuantity
        when "SHIP"
        when "TOUT"
        when "SRTN"
            compute JournalMovementQuantity = 0 - JournalQuantity
        when "SET "
        when "TAKE"
            compute JournalMovementQuantity =
                JournalAfterQuantity - JournalBeforeQuantity
        when other
            move zero to JournalMovementQuantity
    end-evaluate
    perform varying PackIndex from 1 by 1 until PackIndex is greater than 3
        if JournalDate is greater than PeriodEndDate(PackIndex)
            add JournalMovementQuantity
                to PackMovementAfterEnd(PackProductIndex, PackIndex)
        end-if
    end-perform
    .

PrintManagementPack.
    display "Management Information Pack for month " PackMonth
    display spaces
    move spaces to PackReportLine
    move "Month" to PackReportLine(1:36)
    perform varying PackIndex from 1 by 1 until PackIndex is greater than 3
        move PeriodMonth(PackIndex) to EditedPackCount
        move EditedPackCount to PackReportLine(PackIndex * 18 + 21:16)
    end-perform
    display PackReportLine
    move spaces to PackReportLine
    perform varying PackIndex from 1 by 1 until PackIndex is greater than 3
        move PeriodName(PackIndex) to PackReportLine(PackIndex * 18 + 21:16)
    end-perform
    display PackReportLine
    display spaces
    display "Sales and margin"
    move "  Invoiced sales (net)" to PackLineLabel
    set IsAmountLine to true
    perform varying PackIndex from 1 by 1 until PackIndex is greater than 3
        move SalesNetTotal(PackIndex) to PackFigure
        perform PlacePackFigure
    end-perform
    perform DisplayPackLine
    move "  Credit notes (gross)" to PackLineLabel
    perform varying PackIndex from 1 by 1 until PackIndex is greater than 3
        move CreditGrossTotal(PackIndex) to PackFigure
        perform PlacePackFigure
    end-perform
    perform DisplayPackLine
    move "  Cost of sales" to PackLineLabel
    perform varying PackIndex from 1 by 1 until PackIndex is greater than 3
        move CostOfSalesTotal(PackIndex) to PackFigure
        perform PlacePackFigure
    end-perform
    perform DisplayPackLine
    move "  Gross margin" to PackLineLabel
    perform varying PackIndex from 1 by 1 until PackIndex is greater than 3
        compute PackFigure =
            MarginRevenueTotal(PackIndex) - CostOfSalesTotal(PackIndex)
        perform PlacePackFigure
    end-perform
    perform DisplayPackLine
    move "  Gross margin %" to PackLineLabel
    set IsRatioLine to true
    perform varying PackIndex from 1 by 1 until PackIndex is greater than 3
        move zero to PackRatio
        if MarginRevenueTotal(PackIndex) not equal to zero
            compute PackRatio rounded =
                (MarginRevenueTotal(PackIndex) - CostOfSalesTotal(PackIndex))
                * 100 / MarginRevenueTotal(PackIndex)
        end-if
        perform PlacePackFigure
    end-perform
    perform DisplayPackLine
    display spaces
    display "Debtors and cash"
    move "  Debtors at month end" to PackLineLabel
    set IsAmountLine to true
    perform varying PackIndex from 1 by 1 until PackIndex is greater than 3
        move DebtorsAtPeriodEnd(PackIndex) to PackFigure
        perform PlacePackFigure
    end-perform
    perform DisplayPackLine
    move "  Debtor days" to PackLineLabel
    set IsRatioLine to true
    perform varying PackIndex from 1 by 1 until PackIndex is greater than 3
        move zero to PackRatio
        if SalesGrossTotal(PackIndex) is greater than zero
            compute PackRatio rounded = DebtorsAtPeriodEnd(PackIndex)
                * PeriodDays(PackIndex) / SalesGrossTotal(PackIndex)
        end-if
        perform PlacePackFigure
    end-perform
    perform DisplayPackLine
    move "  Cash received" to PackLineLabel
    set IsAmountLine to true
    perform varying PackIndex from 1 by 1 until PackIndex is greater than 3
        move CashReceivedTotal(PackIndex) to PackFigure
        perform PlacePackFigure
    end-perform
    perform DisplayPackLine
    display spaces
    display "Stock"
    move "  Stock value at month end" to PackLineLabel
    perform varying PackIndex from 1 by 1 until PackIndex is greater than 3
        move StockValueAtPeriodEnd(PackIndex) to PackFigure
        perform PlacePackFigure
    end-perform
    perform DisplayPackLine
    move "  Stock turn (annualised)" to PackLineLabel
    set IsRatioLine to true
    perform varying PackIndex from 1 by 1 until PackIndex is greater than 3
        move zero to PackRatio
        if StockValueAtPeriodEnd(PackIndex) is greater than zero
            compute PackRatio rounded = CostOfSalesTotal(PackIndex) * 12
                / StockValueAtPeriodEnd(PackIndex)
        end-if
        perform PlacePackFigure
    end-perform
    perform DisplayPackLine
    display spaces
    display "Orders"
    move "  Orders taken" to PackLineLabel
    set IsCountLine to true
    perform varying PackIndex from 1 by 1 until PackIndex is greater than 3
        move OrdersTakenCount(PackIndex) to PackFigure
        perform PlacePackFigure
    end-perform
    perform DisplayPackLine
    move "  Orders taken (value)" to PackLineLabel
    set IsAmountLine to true
    perform varying PackIndex from 1 by 1 until PackIndex is greater than 3
        move OrdersTakenValue(PackIndex) to PackFigure
        perform PlacePackFigure
    end-perform
    perform DisplayPackLine
    move "  Open orders at month end" to PackLineLabel
    set IsCountLine to true
    perform varying PackIndex from 1 by 1 until PackIndex is greater than 3
        move OpenOrderCount(PackIndex) to PackFigure
        perform PlacePackFigure
    end-perform
    perform DisplayPackLine
    move "  Open order value" to PackLineLabel
    set IsAmountLine to true
    perform varying PackIndex from 1 by 1 until PackIndex is greater than 3
        move OpenOrderValue(PackIndex) to PackFigure
        perform PlacePackFigure
    end-perform
    perform DisplayPackLine
    move "  Late orders at month end" to PackLineLabel
    set IsCountLine to true
    perform varying PackIndex from 1 by 1 until PackIndex is greater than 3
        move LateOrderCount(PackIndex) to PackFigure
        perform PlacePackFigure
    end-perform
    perform DisplayPackLine
    move "  Order fill rate %" to PackLineLabel
    set IsRatioLine to true
    perform varying PackIndex from 1 by 1 until PackIndex is greater than 3
        move zero to PackRatio
        if ShippedOrderCount(PackIndex) is greater than zero
            compute PackRatio rounded = ShippedCompleteCount(PackIndex) * 100
                / ShippedOrderCount(PackIndex)
        end-if
        perform PlacePackFigure
    end-perform
    perform DisplayPackLine
    display spaces
    display "Returns"
    move "  Returns registered (value)" to PackLineLabel
    set IsAmountLine to true
    perform varying PackIndex from 1 by 1 until PackIndex is greater than 3
        move ReturnsValueTotal(PackIndex) to PackFigure
        perform PlacePackFigure
    end-perform
    perform DisplayPackLine
    move "  Returns rate %" to PackLineLabel
    set IsRatioLine to true
    perform varying PackIndex from 1 by 1 until PackIndex is greater than 3
        move zero to PackRatio
        if SalesNetTotal(PackIndex) is greater than zero
            compute PackRatio rounded = ReturnsValueTotal(PackIndex) * 100
                / SalesNetTotal(PackIndex)
        end-if
        perform PlacePackFigure
    end-perform
    perform DisplayPackLine
    display spaces
    display "ManagementPackRun: pack produced for " PeriodStartDate(1) " to "
        PeriodEndDate(1)
    .

PlacePackFigure.
    if PackIndex equal to 1
        move spaces to PackReportLine
        move PackLineLabel to PackReportLine(1:36)
    end-if
    evaluate true
        when IsAmountLine
            move PackFigure to EditedPackAmount
            move EditedPackAmount to PackReportLine(PackIndex * 18 + 21:16)
        when IsCountLine
            move PackFigure to EditedPackCount
            move EditedPackCount to PackReportLine(PackIndex * 18 + 21:16)
        when other
            move PackRatio to EditedPackRatio
            move EditedPackRatio to PackReportLine(PackIndex * 18 + 21:16)
    end-evaluate
    .

DisplayPackLine.
    display PackReportLine
    .

end program ManagementPackRun.
