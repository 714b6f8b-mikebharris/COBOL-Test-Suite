identification division.
program-id. ReorderReview.

environment division.
configuration section.
    repository.
        function all intrinsic.

input-output section.
    file-control.
        select optional ReorderReviewConfigFile assign to "ReorderReview.cfg"
            organization is line sequential
            file status is ReorderReviewConfigStatus.

        select optional StockJournalFile assign to "Stock.jnl"
            organization is line sequential
            file status is StockJournalFileStatus.

        select optional ReorderReviewFile assign to ReorderReviewFileName
            organization is line sequential.

data division.
file section.
    fd ReorderReviewConfigFile.
        01 ReorderReviewConfigRecord.
            02 ConfigDemandWeeks pic 9(2).
            02 filler pic x.
            02 ConfigSafetyFactor pic 9v99.
            02 filler pic x.
            02 ConfigDefaultLeadDays pic 9(3).
            02 filler pic x.
            02 ConfigOrderCoverWeeks pic 9(2).

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

    fd ReorderReviewFile.
        01 ReorderReviewRecord pic x(134).

working-storage section.
    01 ReorderReviewConfigStatus pic x(2).
    01 StockJournalFileStatus pic x(2).
    01 ReorderReviewFileName pic x(20) value "ReorderReview.dat".

    01 DemandWeeks pic 9(2) value 13.
    01 SafetyFactor pic 9v99 value 1.50.
    01 DefaultLeadDays pic 9(3) value 14.
    01 OrderCoverWeeks pic 9(2) value 4.

    01 RunDate pic 9(8) value zeroes.
    01 RunDateInteger pic 9(7) value zeroes.
    01 WindowStartInteger pic 9(7) value zeroes.
    01 MovementDateInteger pic 9(7) value zeroes.
    01 DemandWeekIndex pic 9(2) value zeroes.

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

    01 MaxDemandProductEntries pic 9(3) value 500.
    01 NumberOfDemandProducts pic 9(3) value zeroes.
    01 DemandProductIndex pic 9(3) value zeroes.
    01 DemandProductTable.
        02 DemandProduct occurs 500 times.
            03 DemandProductCode pic x(12) value spaces.
            03 DemandDescription pic x(30) value spaces.
            03 DemandCurrentLevel pic 9(6) value zeroes.
            03 DemandCurrentQuantity pic 9(6) value zeroes.
            03 DemandUnitsPerCarton pic 9(4) value zeroes.
            03 DemandLatestPoId pic 9(6) value zeroes.
            03 DemandSupplierId pic 9(6) value zeroes.
            03 DemandWeek occurs 52 times.
                04 JournalWeekQuantity pic 9(7) value zeroes.
                04 OrderWeekQuantity pic 9(7) value zeroes.
    01 DemandProductFound pic x value "N".
        88 IsDemandProductFound value "Y".
    01 DemandTableWarningIssued pic x value "N".
        88 IsDemandTableWarningIssued value "Y".
    01 LookupProductCode pic x(12) value spaces.

    01 PoCursorId pic 9(6) value zeroes.
    01 NumberOfPosInPage pic 9(3) value zeroes.
    01 PoPageIndex pic 9(3) value zeroes.
    01 PoLineIndex pic 9(2) value zeroes.
    01 PurchaseOrderPage.
        02 PurchaseOrderPageEntry occurs 20 times.
            copy PurchaseOrder replacing
                ==01== by ==03==
                ==02== by ==04==
                ==03== by ==05==
                ==PurchaseOrder== by ==PurchaseOrderPageRecord==.
    copy PurchaseOrder replacing PurchaseOrder by ==CurrentPo==.

    01 MaxLeadSupplierEntries pic 9(3) value 200.
    01 NumberOfLeadSuppliers pic 9(3) value zeroes.
    01 LeadSupplierIndex pic 9(3) value zeroes.
    01 LeadSupplierTable.
        02 LeadSupplier occurs 200 times.
            03 LeadSupplierId pic 9(6) value zeroes.
            03 LeadSupplierDays pic 9(8) value zeroes.
            03 LeadSupplierLines pic 9(6) value zeroes.
    01 LeadSupplierFound pic x value "N".
        88 IsLeadSupplierFound value "Y".
    01 MeasuredLeadDays pic s9(5) value zeroes.
    copy Supplier replacing Supplier by ==ProductSupplier==.
    01 ThisSupplierId pic 9(6) value zeroes.

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

    01 TotalDemand pic 9(8) value zeroes.
    01 WeekDemand pic 9(7) value zeroes.
    01 PeakWeekDemand pic 9(7) value zeroes.
    01 AverageWeekDemand pic 9(6)v99 value zeroes.
    01 LeadDays pic 9(3) value zeroes.
    01 LeadTimeSource pic x(8) value spaces.
    01 ProposedLevelExact pic 9(8)v99 value zeroes.
    01 ProposedQuantityExact pic 9(8)v99 value zeroes.
    01 ProposedLevel pic 9(6) value zeroes.
    01 ProposedQuantity pic 9(6) value zeroes.
    01 CartonsNeeded pic 9(6) value zeroes.
    01 ProposalCount pic 9(6) value zeroes.
    01 UnchangedCount pic 9(6) value zeroes.

    01 EditedAverage pic zzzzz9.99 value zeroes.
    01 ReorderReportLine pic x(132) value spaces.

procedure division.

    perform LoadReorderReviewConfig
    perform LoadDemandProducts
    perform FindLatestSupplierForProducts
    perform AccumulateJournalDemand
    perform AccumulateShippedOrderDemand
    open output ReorderReviewFile
    perform PrintReorderReviewHeadings
    perform varying DemandProductIndex from 1 by 1
        until DemandProductIndex is greater than NumberOfDemandProducts
        perform ProposeReorderSettings
    end-perform
    close ReorderReviewFile
    display spaces
    display "ReorderReview: " ProposalCount " proposal(s) written to "
        function trim(ReorderReviewFileName) ", " UnchangedCount
        " product(s) already set correctly"
    stop run.

LoadReorderReviewConfig.
    call "GetBusinessDate" using RunDate
    display "ReorderReview: business date " RunDate
    compute RunDateInteger = function integer-of-date(RunDate)
    open input ReorderReviewConfigFile
    if ReorderReviewConfigStatus equal to "00"
        read ReorderReviewConfigFile
            at end continue
            not at end
                if ConfigDemandWeeks is numeric
                    and ConfigDemandWeeks is greater than zero
                    and ConfigDemandWeeks is not greater than 52
                    move ConfigDemandWeeks to DemandWeeks
                end-if
                if ConfigSafetyFactor is numeric
                    move ConfigSafetyFactor to SafetyFactor
                end-if
                if ConfigDefaultLeadDays is numeric
                    and ConfigDefaultLeadDays is greater than zero
                    move ConfigDefaultLeadDays to DefaultLeadDays
                end-if
                if ConfigOrderCoverWeeks is numeric
                    and ConfigOrderCoverWeeks is greater than zero
                    move ConfigOrderCoverWeeks to OrderCoverWeeks
                end-if
        end-read
    end-if
    close ReorderReviewConfigFile
    compute WindowStartInteger = RunDateInteger - (DemandWeeks * 7) + 1
    .

LoadDemandProducts.
    move spaces to ProductCursorCode
    call "GetProductsPage" using ProductCursorCode, ProductPage,
        NumberOfProductsInPage
    perform until NumberOfProductsInPage equal to zero
        perform varying ProductPageIndex from 1 by 1
            until ProductPageIndex is greater than NumberOfProductsInPage
            move ProductPageRecord(ProductPageIndex) to CurrentProduct
            if IsProductActive of CurrentProduct
                and not IsKitProduct of CurrentProduct
                perform AddCurrentProductToDemandTable
            end-if
        end-perform
        move ProductCode of ProductPageRecord(NumberOfProductsInPage)
            to ProductCursorCode
        call "GetProductsPage" using ProductCursorCode, ProductPage,
            NumberOfProductsInPage
    end-perform
    .

AddCurrentProductToDemandTable.
    if NumberOfDemandProducts equal to MaxDemandProductEntries
        if not IsDemandTableWarningIssued
            display "ReorderReview: more than " MaxDemandProductEntries
                " stocked products; remaining products not reviewed"
            move "Y" to DemandTableWarningIssued
        end-if
        exit paragraph
    end-if
    add 1 to NumberOfDemandProducts
    move ProductCode of CurrentProduct
        to DemandProductCode(NumberOfDemandProducts)
    move Description of CurrentProduct
        to DemandDescription(NumberOfDemandProducts)
    move ReorderLevel of CurrentProduct
        to DemandCurrentLevel(NumberOfDemandProducts)
    move ReorderQuantity of CurrentProduct
        to DemandCurrentQuantity(NumberOfDemandProducts)
    move UnitsPerCarton of CurrentProduct
        to DemandUnitsPerCarton(NumberOfDemandProducts)
    .

FindDemandProduct.
    move "N" to DemandProductFound
    perform varying DemandProductIndex from 1 by 1
        until DemandProductIndex is greater than NumberOfDemandProducts
            or IsDemandProductFound
        if DemandProductCode(DemandProductIndex) equal to LookupProductCode
            move "Y" to DemandProductFound
        end-if
    end-perform
    if IsDemandProductFound
        subtract 1 from DemandProductIndex
    end-if
    .

FindLatestSupplierForProducts.
    move zero to PoCursorId
    call "GetPurchaseOrdersPage" using PoCursorId, PurchaseOrderPage,
        NumberOfPosInPage
    perform until NumberOfPosInPage equal to zero
        perform varying PoPageIndex from 1 by 1
            until PoPageIndex is greater than NumberOfPosInPage
            move PurchaseOrderPageRecord(PoPageIndex) to CurrentPo
            if not IsPoCancelled of CurrentPo
                perform varying PoLineIndex from 1 by 1
                    until PoLineIndex is greater than PoLineCount of CurrentPo
                    perform NotePoLineSupplierAndLeadTime
                end-perform
            end-if
        end-perform
        move PoId of PurchaseOrderPageRecord(NumberOfPosInPage) to PoCursorId
        call "GetPurchaseOrdersPage" using PoCursorId, PurchaseOrderPage,
            NumberOfPosInPage
    end-perform
    .

NotePoLineSupplierAndLeadTime.
    move ProductCode of PoLine of CurrentPo(PoLineIndex) to LookupProductCode
    perform FindDemandProduct
    if IsDemandProductFound
        and PoId of CurrentPo is greater than DemandLatestPoId(DemandProductIndex)
        move PoId of CurrentPo to DemandLatestPoId(DemandProductIndex)
        move SupplierId of CurrentPo to DemandSupplierId(DemandProductIndex)
    end-if
    if FirstReceiptDate of PoLineReceipt of CurrentPo(PoLineIndex) equal to zero
        or PoDate of CurrentPo equal to zero
        exit paragraph
    end-if
    compute MeasuredLeadDays =
        function integer-of-date(FirstReceiptDate of PoLineReceipt of
            CurrentPo(PoLineIndex))
        - function integer-of-date(PoDate of CurrentPo)
    if MeasuredLeadDays is less than zero
        exit paragraph
    end-if
    move "N" to LeadSupplierFound
    perform varying LeadSupplierIndex from 1 by 1
        until LeadSupplierIndex is greater than NumberOfLeadSuppliers
            or IsLeadSupplierFound
        if LeadSupplierId(LeadSupplierIndex) equal to SupplierId of CurrentPo
            move "Y" to LeadSupplierFound
        end-if
    end-perform
    if IsLeadSupplierFound
        subtract 1 from LeadSupplierIndex
    else
        if NumberOfLeadSuppliers equal to MaxLeadSupplierEntries
            exit paragraph
        end-if
        add 1 to NumberOfLeadSuppliers
        move NumberOfLeadSuppliers to LeadSupplierIndex
        move SupplierId of CurrentPo to LeadSupplierId(LeadSupplierIndex)
    end-if
    add MeasuredLeadDays to LeadSupplierDays(LeadSupplierIndex)
    add 1 to LeadSupplierLines(LeadSupplierIndex)
    .

AccumulateJournalDemand.
    open input StockJournalFile
    if StockJournalFileStatus not equal to "00"
        display "ReorderReview: no stock journal; using shipped orders only"
        exit paragraph
    end-if
    read StockJournalFile
        at end set EndOfStockJournalFile to true
    end-read
    perform until EndOfStockJournalFile
        if JournalMovementType equal to "SHIP"
            and JournalDate is numeric
            perform AddJournalMovementToDemand
        end-if
        read StockJournalFile
            at end set EndOfStockJournalFile to true
        end-read
    end-perform
    close StockJournalFile
    .

AddJournalMovementToDemand.
    compute MovementDateInteger = function integer-of-date(JournalDate)
    if MovementDateInteger is less than WindowStartInteger
        or MovementDateInteger is greater than RunDateInteger
        exit paragraph
    end-if
    move JournalProductCode to LookupProductCode
    perform FindDemandProduct
    if not IsDemandProductFound
        exit paragraph
    end-if
    compute DemandWeekIndex = (RunDateInteger - MovementDateInteger) / 7 + 1
    add JournalQuantity
        to JournalWeekQuantity(DemandProductIndex, DemandWeekIndex)
    .

AccumulateShippedOrderDemand.
    move zero to OrderCursorId
    call "GetOrdersPage" using OrderCursorId, OrderPage, NumberOfOrdersInPage
    perform until NumberOfOrdersInPage equal to zero
        perform varying OrderPageIndex from 1 by 1
            until OrderPageIndex is greater than NumberOfOrdersInPage
            move OrderPageRecord(OrderPageIndex) to CurrentOrder
            if IsOrderShipped of CurrentOrder
                and ShippedDate of CurrentOrder is greater than zero
                perform AddShippedOrderToDemand
            end-if
        end-perform
        move OrderId of OrderPageRecord(NumberOfOrdersInPage) to OrderCursorId
        call "GetOrdersPage" using OrderCursorId, OrderPage, NumberOfOrdersInPage
    end-perform
    .

AddShippedOrderToDemand.
    compute MovementDateInteger =
        function integer-of-date(ShippedDate of CurrentOrder)
    if MovementDateInteger is less than WindowStartInteger
        or MovementDateInteger is greater than RunDateInteger
        exit paragraph
    end-if
    compute DemandWeekIndex = (RunDateInteger - MovementDateInteger) / 7 + 1
    perform varying OrderLineIndex from 1 by 1
        until OrderLineIndex is greater than OrderLineCount of CurrentOrder
        move ProductCode of OrderLine of CurrentOrder(OrderLineIndex)
            to LookupProductCode
        perform FindDemandProduct
        if IsDemandProductFound
            add Quantity of OrderLine of CurrentOrder(OrderLineIndex)
                to OrderWeekQuantity(DemandProductIndex, DemandWeekIndex)
        end-if
    end-perform
    .

ProposeReorderSettings.
    move zero to TotalDemand
    move zero to PeakWeekDemand
    perform varying DemandWeekIndex from 1 by 1
        until DemandWeekIndex is greater than DemandWeeks
        if JournalWeekQuantity(DemandProductIndex, DemandWeekIndex)
            is greater than OrderWeekQuantity(DemandProductIndex, DemandWeekIndex)
            move JournalWeekQuantity(DemandProductIndex, DemandWeekIndex)
                to WeekDemand
        else
            move OrderWeekQuantity(DemandProductIndex, DemandWeekIndex)
                to WeekDemand
        end-if
        add WeekDemand to TotalDemand
        if WeekDemand is greater than PeakWeekDemand
            move WeekDemand to PeakWeekDemand
        end-if
    end-perform
    compute AverageWeekDemand rounded = TotalDemand / DemandWeeks
    perform DetermineLeadTimeForProduct
    compute ProposedLevelExact =
        AverageWeekDemand * LeadDays / 7
        + SafetyFactor * (PeakWeekDemand - AverageWeekDemand)
    move ProposedLevelExact to ProposedLevel
    if ProposedLevel is less than ProposedLevelExact
        add 1 to ProposedLevel
    end-if
    compute ProposedQuantityExact = AverageWeekDemand * OrderCoverWeeks
    move ProposedQuantityExact to ProposedQuantity
    if ProposedQuantity is less than ProposedQuantityExact
        add 1 to ProposedQuantity
    end-if
    if DemandUnitsPerCarton(DemandProductIndex) is greater than zero
        and ProposedQuantity is greater than zero
        compute CartonsNeeded =
            (ProposedQuantity + DemandUnitsPerCarton(DemandProductIndex) - 1)
            / DemandUnitsPerCarton(DemandProductIndex)
        compute ProposedQuantity =
            CartonsNeeded * DemandUnitsPerCarton(DemandProductIndex)
    end-if
    if ProposedLevel equal to DemandCurrentLevel(DemandProductIndex)
        and ProposedQuantity equal to DemandCurrentQuantity(DemandProductIndex)
        add 1 to UnchangedCount
        exit paragraph
    end-if
    add 1 to ProposalCount
    perform WriteReorderReviewRecord
    perform PrintReorderProposalLine
    .

DetermineLeadTimeForProduct.
    move DefaultLeadDays to LeadDays
    move "DEFAULT" to LeadTimeSource
    if DemandSupplierId(DemandProductIndex) equal to zero
        exit paragraph
    end-if
    move DemandSupplierId(DemandProductIndex) to ThisSupplierId
    call "GetSupplierById" using ProductSupplier, ThisSupplierId
    if SupplierId of ProductSupplier equal to ThisSupplierId
        and SupplierLeadTimeDays of ProductSupplier is greater than zero
        move SupplierLeadTimeDays of ProductSupplier to LeadDays
        move "QUOTED" to LeadTimeSource
        exit paragraph
    end-if
    perform varying LeadSupplierIndex from 1 by 1
        until LeadSupplierIndex is greater than NumberOfLeadSuppliers
        if LeadSupplierId(LeadSupplierIndex) equal to ThisSupplierId
            and LeadSupplierLines(LeadSupplierIndex) is greater than zero
            compute LeadDays rounded =
                LeadSupplierDays(LeadSupplierIndex)
                / LeadSupplierLines(LeadSupplierIndex)
            move "MEASURED" to LeadTimeSource
        end-if
    end-perform
    .

WriteReorderReviewRecord.
    move spaces to ReorderReviewRecord
    string
        "Prod=" delimited by size
        DemandProductCode(DemandProductIndex) delimited by size
        " Supp=" delimited by size
        DemandSupplierId(DemandProductIndex) delimited by size
        " Lead=" delimited by size
        LeadDays delimited by size
        " AvgWk=" delimited by size
        AverageWeekDemand delimited by size
        " PeakWk=" delimited by size
        PeakWeekDemand(2:6) delimited by size
        " CurLvl=" delimited by size
        DemandCurrentLevel(DemandProductIndex) delimited by size
        " NewLvl=" delimited by size
        ProposedLevel delimited by size
        " CurQty=" delimited by size
        DemandCurrentQuantity(DemandProductIndex) delimited by size
        " NewQty=" delimited by size
        ProposedQuantity delimited by size
        " Approved=" delimited by size
        "N" delimited by size
        into ReorderReviewRecord
    end-string
    write ReorderReviewRecord
    .

PrintReorderReviewHeadings.
    display "Reorder Level Review - demand over " DemandWeeks
        " week(s) to " RunDate ", safety factor " SafetyFactor
        ", order cover " OrderCoverWeeks " week(s)"
    display "Proposed level = average week x lead weeks"
        " + safety factor x (peak week - average week)"
    display spaces
    display "Product      Description                    Supplier Lead Source"
        "     Avg/wk  Peak  Cur Lvl New Lvl Cur Qty New Qty"
    .

PrintReorderProposalLine.
    move spaces to ReorderReportLine
    move DemandProductCode(DemandProductIndex) to ReorderReportLine(1:12)
    move DemandDescription(DemandProductIndex) to ReorderReportLine(14:30)
    move DemandSupplierId(DemandProductIndex) to ReorderReportLine(45:6)
    move LeadDays to ReorderReportLine(54:3)
    move LeadTimeSource to ReorderReportLine(58:8)
    move AverageWeekDemand to EditedAverage
    move EditedAverage to ReorderReportLine(66:9)
    move PeakWeekDemand(2:6) to ReorderReportLine(76:6)
    move DemandCurrentLevel(DemandProductIndex) to ReorderReportLine(83:6)
    move ProposedLevel to ReorderReportLine(91:6)
    move DemandCurrentQuantity(DemandProductIndex) to ReorderReportLine(99:6)
    move ProposedQuantity to ReorderReportLine(107:6)
    if TotalDemand equal to zero
        move "NO DEMAND" to ReorderReportLine(115:9)
    end-if
    display ReorderReportLine
    .

end program ReorderReview.
