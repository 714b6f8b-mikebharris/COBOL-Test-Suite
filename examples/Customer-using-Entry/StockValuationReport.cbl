identification division.
program-id. StockValuationReport.

environment division.
configuration section.
    repository.
        function all intrinsic.

input-output section.
    file-control.
        select optional StockValuationConfigFile assign to "StockValuation.cfg"
            organization is line sequential
            file status is StockValuationConfigStatus.

        select optional StockJournalFile assign to "Stock.jnl"
            organization is line sequential
            file status is StockJournalFileStatus.

data division.
file section.
    fd StockValuationConfigFile.
        01 StockValuationConfigRecord.
            02 ConfigValuationDate pic 9(8).
            02 filler pic x.
            02 ConfigCostBasis pic x.
            02 filler pic x.
            02 ConfigSlowMovingDays pic 9(4).
            02 filler pic x.
            02 ConfigSlowMovingPercent pic 9(3).
            02 filler pic x.
            02 ConfigObsoleteDays pic 9(4).
            02 filler pic x.
            02 ConfigObsoletePercent pic 9(3).
            02 filler pic x.
            02 ConfigInactivePercent pic 9(3).

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
    01 StockValuationConfigStatus pic x(2).
    01 StockJournalFileStatus pic x(2).

    01 ValuationDate pic 9(8) value zeroes.
    01 ValuationDateParts redefines ValuationDate.
        02 ValuationYear pic 9(4).
        02 ValuationMonth pic 9(2).
        02 ValuationDay pic 9(2).
    01 ValuationDateInteger pic 9(7) value zeroes.
    01 CostBasis pic x value "W".
        88 IsWeightedAverageBasis value "W".
        88 IsLatestCostBasis value "L".
    01 SlowMovingDays pic 9(4) value 180.
    01 SlowMovingPercent pic 9(3) value 25.
    01 ObsoleteDays pic 9(4) value 365.
    01 ObsoletePercent pic 9(3) value 100.
    01 InactivePercent pic 9(3) value 100.

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

    01 MaxValuationProductEntries pic 9(3) value 500.
    01 NumberOfValuationProducts pic 9(3) value zeroes.
    01 ValuationProductIndex pic 9(3) value zeroes.
    01 ValuationProductTable.
        02 ValuationProduct occurs 500 times.
            03 ValProductCode pic x(12) value spaces.
            03 ValDescription pic x(30) value spaces.
            03 ValActiveFlag pic x value "Y".
            03 ValGroupCode pic x(6) value spaces.
            03 ValCostPrice pic 9(6)v99 value zeroes.
            03 ValReceiptQuantity pic 9(8) value zeroes.
            03 ValReceiptValue pic 9(10)v99 value zeroes.
            03 ValLatestCost pic 9(6)v99 value zeroes.
            03 ValLastMovementDate pic 9(8) value zeroes.
            03 ValMovementAfterDate pic s9(8) value zeroes.
    01 ValuationProductFound pic x value "N".
        88 IsValuationProductFound value "Y".
    01 ValuationTableWarningIssued pic x value "N".
        88 IsValuationTableWarningIssued value "Y".
    01 LookupProductCode pic x(12) value spaces.

    copy PurchaseOrder replacing PurchaseOrder by ==ReceiptPo==.
    01 ReceiptPoId pic 9(6) value zeroes.
    01 PoLineIndex pic 9(2) value zeroes.
    01 ReceiptUnitCost pic 9(6)v99 value zeroes.
    01 ReceiptsPricedFromPoCount pic 9(6) value zeroes.
    01 ReceiptsPricedAtCostCount pic 9(6) value zeroes.

    01 ThisProductCode pic x(12) value spaces.
    01 CurrentOnHandQuantity pic s9(6) value zeroes.
    01 CurrentAllocatedQuantity pic s9(6) value zeroes.
    01 ValuationQuantity pic s9(8) value zeroes.
    01 ValuationUnitCost pic 9(6)v99 value zeroes.
    01 ValuationCostSource pic x value space.
    01 StockValue pic 9(10)v99 value zeroes.
    01 AgeInDays pic 9(7) value zeroes.
    01 AgeingBand pic x(8) value spaces.
    01 ProvisionPercent pic 9(3) value zeroes.
    01 ProvisionValue pic 9(10)v99 value zeroes.
    01 NegativeStockCount pic 9(6) value zeroes.

    01 AgeingBandTotals.
        02 AgeingBandTotal occurs 4 times.
            03 BandProductCount pic 9(6) value zeroes.
            03 BandStockValue pic 9(12)v99 value zeroes.
            03 BandProvisionValue pic 9(12)v99 value zeroes.
    01 AgeingBandIndex pic 9(1) value zeroes.
    01 AgeingBandNames.
        02 filler pic x(8) value "CURRENT".
        02 filler pic x(8) value "SLOW".
        02 filler pic x(8) value "OBSOLETE".
        02 filler pic x(8) value "INACTIVE".
    01 AgeingBandNameTable redefines AgeingBandNames.
        02 AgeingBandName pic x(8) occurs 4 times.
    01 TotalStockValue pic 9(12)v99 value zeroes.
    01 TotalProvisionValue pic 9(12)v99 value zeroes.
    01 NetStockValue pic 9(12)v99 value zeroes.
    01 ValuedProductCount pic 9(6) value zeroes.

    copy ProductGroupList replacing ProductGroupList by ==ValuationGroups==.
    01 ThisGroupCode pic x(6) value spaces.
    01 ThisDepartmentCode pic x(4) value spaces.
    01 GroupTotalIndex pic 9(3) value zeroes.
    01 DepartmentTotalIndex pic 9(2) value zeroes.
    01 GroupSearchIndex pic 9(3) value zeroes.
    01 DepartmentSearchIndex pic 9(2) value zeroes.
    01 UnassignedGroupIndex pic 9(3) value 201.
    01 UnassignedDepartmentIndex pic 9(2) value 31.
    01 GroupValuationTable.
        02 GroupValuationEntry occurs 201 times.
            03 GroupProductCount pic 9(6) value zeroes.
            03 GroupStockValue pic 9(12)v99 value zeroes.
            03 GroupProvisionValue pic 9(12)v99 value zeroes.
    01 DepartmentValuationTable.
        02 DepartmentValuationEntry occurs 31 times.
            03 DepartmentProductCount pic 9(6) value zeroes.
            03 DepartmentStockValue pic 9(12)v99 value zeroes.
            03 DepartmentProvisionValue pic 9(12)v99 value zeroes.

    01 EditedQuantity pic -(6)9.
    01 EditedUnitCost pic zzzzz9.99.
    01 EditedValue pic z(9)9.99.
    01 EditedTotal pic z(11)9.99.
    01 EditedPercent pic zz9.
    01 StockValuationLine pic x(120) value spaces.

procedure division.

    perform LoadStockValuationConfig
    perform LoadValuationProducts
    perform ScanStockJournal
    perform PrintStockValuationHeadings
    perform varying ValuationProductIndex from 1 by 1
        until ValuationProductIndex is greater than NumberOfValuationProducts
        perform ValueStockForProduct
    end-perform
    perform PrintProductGroupValuation
    perform PrintDepartmentValuation
    perform PrintStockValuationTotals
    stop run.

LoadStockValuationConfig.
    call "GetBusinessDate" using ValuationDate
    display "StockValuationReport: business date " ValuationDate
    move 1 to ValuationDay
    compute ValuationDate = function date-of-integer(
        function integer-of-date(ValuationDate) - 1)
    open input StockValuationConfigFile
    if StockValuationConfigStatus equal to "00"
        read StockValuationConfigFile
            at end continue
            not at end
                if ConfigValuationDate is numeric
                    and ConfigValuationDate is greater than zero
                    move ConfigValuationDate to ValuationDate
                end-if
                if ConfigCostBasis equal to "W" or ConfigCostBasis equal to "L"
                    move ConfigCostBasis to CostBasis
                end-if
                if ConfigSlowMovingDays is numeric
                    and ConfigSlowMovingDays is greater than zero
                    move ConfigSlowMovingDays to SlowMovingDays
                end-if
                if ConfigSlowMovingPercent is numeric
                    and ConfigSlowMovingPercent is not greater than 100
                    move ConfigSlowMovingPercent to SlowMovingPercent
                end-if
                if ConfigObsoleteDays is numeric
                    and ConfigObsoleteDays is greater than zero
                    move ConfigObsoleteDays to ObsoleteDays
                end-if
                if ConfigObsoletePercent is numeric
                    and ConfigObsoletePercent is not greater than 100
                    move ConfigObsoletePercent to ObsoletePercent
                end-if
                if ConfigInactivePercent is numeric
                    and ConfigInactivePercent is not greater than 100
                    move ConfigInactivePercent to InactivePercent
                end-if
        end-read
    end-if
    close StockValuationConfigFile
    if ObsoleteDays is less than SlowMovingDays
        move SlowMovingDays to ObsoleteDays
    end-if
    compute ValuationDateInteger = function integer-of-date(ValuationDate)
    .

LoadValuationProducts.
    call "GetProductGroupList" using ValuationGroups
    move spaces to ProductCursorCode
    call "GetProductsPage" using ProductCursorCode, ProductPage,
        NumberOfProductsInPage
    perform until NumberOfProductsInPage equal to zero
        perform varying ProductPageIndex from 1 by 1
            until ProductPageIndex is greater than NumberOfProductsInPage
            move ProductPageRecord(ProductPageIndex) to CurrentProduct
            if not IsKitProduct of CurrentProduct
                perform AddCurrentProductToValuationTable
            end-if
        end-perform
        move ProductCode of ProductPageRecord(NumberOfProductsInPage)
            to ProductCursorCode
        call "GetProductsPage" using ProductCursorCode, ProductPage,
            NumberOfProductsInPage
    end-perform
    .

AddCurrentProductToValuationTable.
    if NumberOfValuationProducts equal to MaxValuationProductEntries
        if not IsValuationTableWarningIssued
            display "StockValuationReport: more than "
                MaxValuationProductEntries
                " stocked products; remaining products not valued"
            move "Y" to ValuationTableWarningIssued
        end-if
        exit paragraph
    end-if
    add 1 to NumberOfValuationProducts
    move ProductCode of CurrentProduct
        to ValProductCode(NumberOfValuationProducts)
    move Description of CurrentProduct
        to ValDescription(NumberOfValuationProducts)
    move ActiveFlag of CurrentProduct
        to ValActiveFlag(NumberOfValuationProducts)
    move ProductGroupCode of CurrentProduct
        to ValGroupCode(NumberOfValuationProducts)
    move CostPrice of CurrentProduct
        to ValCostPrice(NumberOfValuationProducts)
    .

FindValuationProduct.
    move "N" to ValuationProductFound
    perform varying ValuationProductIndex from 1 by 1
        until ValuationProductIndex is greater than NumberOfValuationProducts
            or IsValuationProductFound
        if ValProductCode(ValuationProductIndex) equal to LookupProductCode
            move "Y" to ValuationProductFound
        end-if
    end-perform
    if IsValuationProductFound
        subtract 1 from ValuationProductIndex
    end-if
    .

ScanStockJournal.
    open input StockJournalFile
    if StockJournalFileStatus not equal to "00"
        display "StockValuationReport: no stock journal; "
            "valuing at product cost price"
        exit paragraph
    end-if
    read StockJournalFile
        at end set EndOfStockJournalFile to true
    end-read
    perform until EndOfStockJournalFile
        if JournalDate is numeric
            move JournalProductCode to LookupProductCode
            perform FindValuationProduct
            if IsValuationProductFound
                if JournalDate is greater than ValuationDate
                    perform AddMovementAfterValuationDate
                else
                    perform AddMovementToValuation
                end-if
            end-if
        end-if
        read StockJournalFile
            at end set EndOfStockJournalFile to true
        end-read
    end-perform
    close StockJournalFile
    .

AddMovementAfterValuationDate.
    evaluate JournalMovementType
        when "RECV"
            add JournalQuantity to ValMovementAfterDate(ValuationProductIndex)
        when "TIN "
            add JournalQuantity to ValMovementAfterDate(ValuationProductIndex)
        when "SHIP"
            subtract JournalQuantity
                from ValMovementAfterDate(ValuationProductIndex)
        when "TOUT"
            subtract JournalQuantity
                from ValMovementAfterDate(ValuationProductIndex)
        when "SRTN"
            subtract JournalQuantity
                from ValMovementAfterDate(ValuationProductIndex)
        when "SET "
            compute ValMovementAfterDate(ValuationProductIndex) =
                ValMovementAfterDate(ValuationProductIndex)
                + JournalAfterQuantity - JournalBeforeQuantity
        when "TAKE"
            compute ValMovementAfterDate(ValuationProductIndex) =
                ValMovementAfterDate(ValuationProductIndex)
                + JournalAfterQuantity - JournalBeforeQuantity
        when other
            continue
    end-evaluate
    .

AddMovementToValuation.
    evaluate JournalMovementType
        when "RECV"
            perform PriceStockReceipt
            add JournalQuantity to ValReceiptQuantity(ValuationProductIndex)
            compute ValReceiptValue(ValuationProductIndex) =
                ValReceiptValue(ValuationProductIndex)
                + JournalQuantity * ReceiptUnitCost
            move ReceiptUnitCost to ValLatestCost(ValuationProductIndex)
            move JournalDate to ValLastMovementDate(ValuationProductIndex)
        when "SHIP"
            move JournalDate to ValLastMovementDate(ValuationProductIndex)
        when "SRTN"
            move JournalDate to ValLastMovementDate(ValuationProductIndex)
        when "SET "
            move JournalDate to ValLastMovementDate(ValuationProductIndex)
        when "TAKE"
            move JournalDate to ValLastMovementDate(ValuationProductIndex)
        when other
            continue
    end-evaluate
    .

PriceStockReceipt.
    move ValCostPrice(ValuationProductIndex) to ReceiptUnitCost
    if JournalReference(1:2) not equal to "PO"
        or JournalReference(3:6) is not numeric
        add 1 to ReceiptsPricedAtCostCount
        exit paragraph
    end-if
    if JournalReference(3:6) not equal to PoId of ReceiptPo
        move JournalReference(3:6) to ReceiptPoId
        call "GetPurchaseOrderById" using ReceiptPo, ReceiptPoId
    end-if
    perform varying PoLineIndex from 1 by 1
        until PoLineIndex is greater than PoLineCount of ReceiptPo
        if ProductCode of PoLine of ReceiptPo(PoLineIndex)
            equal to JournalProductCode
            and UnitCost of PoLine of ReceiptPo(PoLineIndex) is greater than zero
            move UnitCost of PoLine of ReceiptPo(PoLineIndex) to ReceiptUnitCost
            add 1 to ReceiptsPricedFromPoCount
            exit paragraph
        end-if
    end-perform
    add 1 to ReceiptsPricedAtCostCount
    .

ValueStockForProduct.
    move ValProductCode(ValuationProductIndex) to ThisProductCode
    call "GetTotalStockByProductCode" using ThisProductCode,
        CurrentOnHandQuantity, CurrentAllocatedQuantity
    compute ValuationQuantity = CurrentOnHandQuantity
        - ValMovementAfterDate(ValuationProductIndex)
    if ValuationQuantity equal to zero
        exit paragraph
    end-if
    if ValuationQuantity is less than zero
        add 1 to NegativeStockCount
        display "StockValuationReport: product " function trim(ThisProductCode)
            " has negative stock " ValuationQuantity
            " at the valuation date; not valued"
        exit paragraph
    end-if
    perform DetermineValuationUnitCost
    compute StockValue rounded = ValuationQuantity * ValuationUnitCost
    perform DetermineAgeingBand
    compute ProvisionValue rounded = StockValue * ProvisionPercent / 100
    add 1 to ValuedProductCount
    add StockValue to TotalStockValue
    add ProvisionValue to TotalProvisionValue
    add 1 to BandProductCount(AgeingBandIndex)
    add StockValue to BandStockValue(AgeingBandIndex)
    add ProvisionValue to BandProvisionValue(AgeingBandIndex)
    perform FindGroupTotalIndexes
    add 1 to GroupProductCount(GroupTotalIndex)
    add StockValue to GroupStockValue(GroupTotalIndex)
    add ProvisionValue to GroupProvisionValue(GroupTotalIndex)
    add 1 to DepartmentProductCount(DepartmentTotalIndex)
    add StockValue to DepartmentStockValue(DepartmentTotalIndex)
    add ProvisionValue to DepartmentProvisionValue(DepartmentTotalIndex)
    perform PrintStockValuationLine
    .

DetermineValuationUnitCost.
    if ValReceiptQuantity(ValuationProductIndex) equal to zero
        move ValCostPrice(ValuationProductIndex) to ValuationUnitCost
        move "C" to ValuationCostSource
        exit paragraph
    end-if
    move CostBasis to ValuationCostSource
    if IsLatestCostBasis
        move ValLatestCost(ValuationProductIndex) to ValuationUnitCost
    else
        compute ValuationUnitCost rounded =
            ValReceiptValue(ValuationProductIndex)
            / ValReceiptQuantity(ValuationProductIndex)
    end-if
    .

DetermineAgeingBand.
    if ValLastMovementDate(ValuationProductIndex) equal to zero
        move 9999999 to AgeInDays
    else
        compute AgeInDays = ValuationDateInteger
            - function integer-of-date(ValLastMovementDate(ValuationProductIndex))
    end-if
    evaluate true
        when ValActiveFlag(ValuationProductIndex) equal to "N"
            move 4 to AgeingBandIndex
            move InactivePercent to ProvisionPercent
        when AgeInDays is greater than ObsoleteDays
            move 3 to AgeingBandIndex
            move ObsoletePercent to ProvisionPercent
        when AgeInDays is greater than SlowMovingDays
            move 2 to AgeingBandIndex
            move SlowMovingPercent to ProvisionPercent
        when other
            move 1 to AgeingBandIndex
            move zero to ProvisionPercent
    end-evaluate
    move AgeingBandName(AgeingBandIndex) to AgeingBand
    .

FindGroupTotalIndexes.
    move UnassignedGroupIndex to GroupTotalIndex
    move UnassignedDepartmentIndex to DepartmentTotalIndex
    move ValGroupCode(ValuationProductIndex) to ThisGroupCode
    move spaces to ThisDepartmentCode
    if ThisGroupCode equal to spaces
        exit paragraph
    end-if
    perform varying GroupSearchIndex from 1 by 1
        until GroupSearchIndex is greater than
            ProductGroupCount of ValuationGroups
        if GroupCode of ValuationGroups(GroupSearchIndex) equal to ThisGroupCode
            move GroupSearchIndex to GroupTotalIndex
            move GroupDepartmentCode of ValuationGroups(GroupSearchIndex)
                to ThisDepartmentCode
        end-if
    end-perform
    if ThisDepartmentCode equal to spaces
        exit paragraph
    end-if
    perform varying DepartmentSearchIndex from 1 by 1
        until DepartmentSearchIndex is greater than
            DepartmentCount of ValuationGroups
        if DepartmentCode of ValuationGroups(DepartmentSearchIndex)
            equal to ThisDepartmentCode
            move DepartmentSearchIndex to DepartmentTotalIndex
        end-if
    end-perform
    .

PrintStockValuationHeadings.
    display "Stock Valuation at " ValuationDate
    if IsLatestCostBasis
        display "Cost basis: latest receipt cost"
    else
        display "Cost basis: weighted average receipt cost"
    end-if
    display "Provision: slow moving over " SlowMovingDays " day(s) "
        SlowMovingPercent "%, obsolete over " ObsoleteDays " day(s) "
        ObsoletePercent "%, inactive " InactivePercent "%"
    display spaces
    display "Product      Description                    Band     Last Mvt"
        "   On hand Unit cost B         Value Prov%     Provision"
    .

PrintStockValuationLine.
    move spaces to StockValuationLine
    move ThisProductCode to StockValuationLine(1:12)
    move ValDescription(ValuationProductIndex) to StockValuationLine(14:30)
    move AgeingBand to StockValuationLine(45:8)
    if ValLastMovementDate(ValuationProductIndex) equal to zero
        move "NONE" to StockValuationLine(54:8)
    else
        move ValLastMovementDate(ValuationProductIndex)
            to StockValuationLine(54:8)
    end-if
    move ValuationQuantity to EditedQuantity
    move EditedQuantity to StockValuationLine(63:7)
    move ValuationUnitCost to EditedUnitCost
    move EditedUnitCost to StockValuationLine(71:9)
    move ValuationCostSource to StockValuationLine(81:1)
    move StockValue to EditedValue
    move EditedValue to StockValuationLine(83:13)
    move ProvisionPercent to EditedPercent
    move EditedPercent to StockValuationLine(99:3)
    move ProvisionValue to EditedValue
    move EditedValue to StockValuationLine(103:13)
    display StockValuationLine
    .

PrintProductGroupValuation.
    display spaces
    display "Valuation by product group            Dept Products"
        "     Stock value       Provision"
    perform varying GroupTotalIndex from 1 by 1
        until GroupTotalIndex is greater than UnassignedGroupIndex
        if GroupProductCount(GroupTotalIndex) is greater than zero
            move spaces to StockValuationLine
            if GroupTotalIndex equal to UnassignedGroupIndex
                move "(none) Unassigned" to StockValuationLine(1:37)
            else
                move GroupCode of ValuationGroups(GroupTotalIndex)
                    to StockValuationLine(1:6)
                move GroupName of ValuationGroups(GroupTotalIndex)
                    to StockValuationLine(8:30)
                move GroupDepartmentCode of ValuationGroups(GroupTotalIndex)
                    to StockValuationLine(39:4)
            end-if
            move GroupProductCount(GroupTotalIndex) to StockValuationLine(46:6)
            move GroupStockValue(GroupTotalIndex) to EditedTotal
            move EditedTotal to StockValuationLine(53:15)
            move GroupProvisionValue(GroupTotalIndex) to EditedTotal
            move EditedTotal to StockValuationLine(69:15)
            display StockValuationLine
        end-if
    end-perform
    .

PrintDepartmentValuation.
    display spaces
    display "Valuation by department                    Products"
        "     Stock value       Provision"
    perform varying DepartmentTotalIndex from 1 by 1
        until DepartmentTotalIndex is greater than UnassignedDepartmentIndex
        if DepartmentProductCount(DepartmentTotalIndex) is greater than zero
            move spaces to StockValuationLine
            if DepartmentTotalIndex equal to UnassignedDepartmentIndex
                move "(none) Unassigned" to StockValuationLine(1:35)
            else
                move DepartmentCode of ValuationGroups(DepartmentTotalIndex)
                    to StockValuationLine(1:4)
                move DepartmentName of ValuationGroups(DepartmentTotalIndex)
                    to StockValuationLine(6:30)
            end-if
            move DepartmentProductCount(DepartmentTotalIndex)
                to StockValuationLine(46:6)
            move DepartmentStockValue(DepartmentTotalIndex) to EditedTotal
            move EditedTotal to StockValuationLine(53:15)
            move DepartmentProvisionValue(DepartmentTotalIndex) to EditedTotal
            move EditedTotal to StockValuationLine(69:15)
            display StockValuationLine
        end-if
    end-perform
    .

PrintStockValuationTotals.
    display spaces
    display "Ageing schedule          Products         Stock value"
        "       Provision"
    perform varying AgeingBandIndex from 1 by 1
        until AgeingBandIndex is greater than 4
        move spaces to StockValuationLine
        move AgeingBandName(AgeingBandIndex) to StockValuationLine(1:8)
        move BandProductCount(AgeingBandIndex) to StockValuationLine(27:6)
        move BandStockValue(AgeingBandIndex) to EditedTotal
        move EditedTotal to StockValuationLine(38:15)
        move BandProvisionValue(AgeingBandIndex) to EditedTotal
        move EditedTotal to StockValuationLine(54:15)
        display StockValuationLine
    end-perform
    move spaces to StockValuationLine
    move "TOTAL" to StockValuationLine(1:5)
    move ValuedProductCount to StockValuationLine(27:6)
    move TotalStockValue to EditedTotal
    move EditedTotal to StockValuationLine(38:15)
    move TotalProvisionValue to EditedTotal
    move EditedTotal to StockValuationLine(54:15)
    display StockValuationLine
    display spaces
    compute NetStockValue = TotalStockValue - TotalProvisionValue
    move TotalStockValue to EditedTotal
    display "Stock at cost                                " EditedTotal
    move TotalProvisionValue to EditedTotal
    display "Provision for slow moving and obsolete stock " EditedTotal
    move NetStockValue to EditedTotal
    display "Net stock value                              " EditedTotal
    display spaces
    display "StockValuationReport: " ValuedProductCount " product(s) valued; "
        ReceiptsPricedFromPoCount " receipt(s) priced from purchase orders, "
        ReceiptsPricedAtCostCount " at product cost price"
    if NegativeStockCount is greater than zero
        display "StockValuationReport: " NegativeStockCount
            " product(s) with negative stock not valued"
        move 1 to return-code
    end-if
    .

end program StockValuationReport.
