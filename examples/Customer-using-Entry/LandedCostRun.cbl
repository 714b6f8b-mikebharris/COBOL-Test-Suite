identification division.
program-id. LandedCostRun.

environment division.
configuration section.
    repository.
        function all intrinsic.

input-output section.
    file-control.
        select optional CostChangesFile assign to CostChangesFileName
            organization is line sequential.

data division.
file section.
    fd CostChangesFile.
        01 CostChangeRecord.
            02 ChangeProductCode pic x(12).
            02 filler pic x.
            02 ChangeNewCost pic 9(6)v99.
            02 filler pic x.
            02 ChangeEffectiveDate pic 9(8).

working-storage section.
    01 RunDate pic 9(8) value zeroes.
    01 CostChangesFileName pic x(20) value "CostChanges.dat".

    01 LandedChargeCursorId pic 9(6) value zeroes.
    01 NumberOfChargesInPage pic 9(2) value zeroes.
    01 ChargePageIndex pic 9(2) value zeroes.
    01 LandedChargePage.
        02 LandedChargePageEntry occurs 20 times.
            copy LandedCharge replacing
                ==01== by ==03==
                ==02== by ==04==
                ==03== by ==05==
                ==LandedCharge== by ==LandedChargePageRecord==.
    01 NumberOfPoCharges pic 9(2) value zeroes.
    01 PoChargeIndex pic 9(2) value zeroes.
    01 PoChargePage.
        02 PoChargePageEntry occurs 20 times.
            copy LandedCharge replacing
                ==01== by ==03==
                ==02== by ==04==
                ==03== by ==05==
                ==LandedCharge== by ==PoChargeRecord==.
    01 ThisLandedChargeId pic 9(6) value zeroes.
    01 ReturnedChargeStatus pic x(2) value spaces.

    01 MaxProcessedPos pic 9(3) value 500.
    01 NumberOfProcessedPos pic 9(3) value zeroes.
    01 ProcessedPoIndex pic 9(3) value zeroes.
    01 ProcessedPoTable.
        02 ProcessedPoId pic 9(6) occurs 500 times.
    01 ProcessedPoFound pic x value "N".
        88 IsProcessedPoFound value "Y".

    copy PurchaseOrder replacing PurchaseOrder by ==CostedPurchaseOrder==.
    01 ThisPoId pic 9(6) value zeroes.
    copy Product replacing Product by ==CostedProduct==.
    01 CostedProductCode pic x(12) value spaces.

    01 PoLineIndex pic 9(2) value zeroes.
    01 LastReceivedLineIndex pic 9(2) value zeroes.
    01 LineApportionTable.
        02 LineApportionEntry occurs 90 times.
            03 LineValueBase pic 9(10)v99.
            03 LineQuantityBase pic 9(6).
            03 LineWeightBase pic 9(8)v999.
            03 LineLandedAmount pic 9(8)v99.
    01 TotalValueBase pic 9(12)v99 value zeroes.
    01 TotalQuantityBase pic 9(8) value zeroes.
    01 TotalWeightBase pic 9(10)v999 value zeroes.
    01 ChargeBaseTotal pic 9(12)v999 value zeroes.
    01 LineChargeBase pic 9(10)v999 value zeroes.
    01 LineChargeShare pic 9(8)v99 value zeroes.
    01 AllocatedSoFar pic 9(8)v99 value zeroes.
    01 PoApportionValid pic x value "Y".
        88 IsPoApportionValid value "Y".

    01 NumberOfLandedProducts pic 9(2) value zeroes.
    01 LandedProductIndex pic 9(2) value zeroes.
    01 LandedProductTable.
        02 LandedProductEntry occurs 90 times.
            03 LandedProductCode pic x(12).
            03 LandedSupplierValue pic 9(10)v99.
            03 LandedChargeValue pic 9(10)v99.
            03 LandedQuantity pic 9(8).
    01 LandedProductFound pic x value "N".
        88 IsLandedProductFound value "Y".
    01 LandedUnitCost pic 9(6)v99 value zeroes.
    01 SupplierUnitCost pic 9(6)v99 value zeroes.

    01 EditedSupplierCost pic z(5)9.99 value zeroes.
    01 EditedLandedCost pic z(5)9.99 value zeroes.
    01 EditedCurrentCost pic z(5)9.99 value zeroes.
    01 EditedChargeAmount pic z(7)9.99 value zeroes.
    01 LandedCostReportLine pic x(100) value spaces.

    01 PoCostedCount pic 9(6) value zeroes.
    01 PoExceptionCount pic 9(6) value zeroes.
    01 CostChangeCount pic 9(6) value zeroes.
    01 ChargesApportionedCount pic 9(6) value zeroes.

procedure division.

    call "GetBusinessDate" using RunDate
    display "LandedCostRun: business date " RunDate
    display "Landed Cost Apportionment - " RunDate
    display spaces
    display "PO     Product        Received  Supplier    Landed   Current"
    open extend CostChangesFile
    move zero to LandedChargeCursorId
    call "GetLandedChargesPage" using LandedChargeCursorId, LandedChargePage,
        NumberOfChargesInPage
    perform until NumberOfChargesInPage equal to zero
        perform varying ChargePageIndex from 1 by 1
            until ChargePageIndex is greater than NumberOfChargesInPage
            if IsChargePending of LandedChargePageRecord(ChargePageIndex)
                move PoId of LandedChargePageRecord(ChargePageIndex) to ThisPoId
                perform FindProcessedPo
                if not IsProcessedPoFound
                    perform ApportionChargesForPo
                end-if
            end-if
        end-perform
        move LandedChargeId of LandedChargePageRecord(NumberOfChargesInPage)
            to LandedChargeCursorId
        call "GetLandedChargesPage" using LandedChargeCursorId, LandedChargePage,
            NumberOfChargesInPage
    end-perform
    close CostChangesFile
    display spaces
    display "LandedCostRun: " PoCostedCount " purchase order(s) costed, "
        ChargesApportionedCount " charge(s) apportioned, "
        PoExceptionCount " exception(s)"
    display "LandedCostRun: " CostChangeCount
        " landed cost change(s) queued for CostChangeRun"
    if PoExceptionCount is greater than zero
        move 1 to return-code
    end-if
    stop run.

FindProcessedPo.
    move "N" to ProcessedPoFound
    perform varying ProcessedPoIndex from 1 by 1
        until ProcessedPoIndex is greater than NumberOfProcessedPos
            or IsProcessedPoFound
        if ProcessedPoId(ProcessedPoIndex) equal to ThisPoId
            move "Y" to ProcessedPoFound
        end-if
    end-perform
    if not IsProcessedPoFound
        and NumberOfProcessedPos is less than MaxProcessedPos
        add 1 to NumberOfProcessedPos
        move ThisPoId to ProcessedPoId(NumberOfProcessedPos)
    end-if
    .

ApportionChargesForPo.
    call "GetPurchaseOrderById" using CostedPurchaseOrder, ThisPoId
    if PoId of CostedPurchaseOrder not equal to ThisPoId
        add 1 to PoExceptionCount
        display "LandedCostRun: PO " ThisPoId " not found; charges left pending"
        exit paragraph
    end-if
    perform BuildLineApportionBases
    if LastReceivedLineIndex equal to zero
        add 1 to PoExceptionCount
        display "LandedCostRun: PO " ThisPoId
            " has no received lines; charges left pending"
        exit paragraph
    end-if
    call "GetLandedChargesForPo" using ThisPoId, PoChargePage, NumberOfPoCharges
    move "Y" to PoApportionValid
    perform varying PoChargeIndex from 1 by 1
        until PoChargeIndex is greater than NumberOfPoCharges
            or not IsPoApportionValid
        perform ApportionOneCharge
    end-perform
    if not IsPoApportionValid
        add 1 to PoExceptionCount
        exit paragraph
    end-if
    perform BuildLandedProductTable
    perform varying LandedProductIndex from 1 by 1
        until LandedProductIndex is greater than NumberOfLandedProducts
        perform QueueLandedCostChange
    end-perform
    perform varying PoChargeIndex from 1 by 1
        until PoChargeIndex is greater than NumberOfPoCharges
        if IsChargePending of PoChargeRecord(PoChargeIndex)
            move LandedChargeId of PoChargeRecord(PoChargeIndex)
                to ThisLandedChargeId
            call "MarkLandedChargeApportioned" using ThisLandedChargeId,
                ReturnedChargeStatus
            if ReturnedChargeStatus equal to "00"
                add 1 to ChargesApportionedCount
            end-if
        end-if
    end-perform
    add 1 to PoCostedCount
    .

BuildLineApportionBases.
    initialize LineApportionTable
    move zeroes to TotalValueBase
    move zeroes to TotalQuantityBase
    move zeroes to TotalWeightBase
    move zeroes to LastReceivedLineIndex
    perform varying PoLineIndex from 1 by 1
        until PoLineIndex is greater than PoLineCount of CostedPurchaseOrder
        if QuantityReceived of PoLine of CostedPurchaseOrder(PoLineIndex)
            is greater than zero
            move PoLineIndex to LastReceivedLineIndex
            compute LineValueBase(PoLineIndex) =
                QuantityReceived of PoLine of CostedPurchaseOrder(PoLineIndex)
                * UnitCost of PoLine of CostedPurchaseOrder(PoLineIndex)
            move QuantityReceived of PoLine of CostedPurchaseOrder(PoLineIndex)
                to LineQuantityBase(PoLineIndex)
            move ProductCode of PoLine of CostedPurchaseOrder(PoLineIndex)
                to CostedProductCode
            call "GetProductByCode" using CostedProduct, CostedProductCode
            if ProductCode of CostedProduct equal to CostedProductCode
                compute LineWeightBase(PoLineIndex) =
                    QuantityReceived of PoLine of CostedPurchaseOrder(PoLineIndex)
                    * NetWeightKg of CostedProduct
            end-if
            add LineValueBase(PoLineIndex) to TotalValueBase
            add LineQuantityBase(PoLineIndex) to TotalQuantityBase
            add LineWeightBase(PoLineIndex) to TotalWeightBase
        end-if
    end-perform
    .

ApportionOneCharge.
    evaluate true
        when IsApportionByQuantity of PoChargeRecord(PoChargeIndex)
            move TotalQuantityBase to ChargeBaseTotal
        when IsApportionByWeight of PoChargeRecord(PoChargeIndex)
            move TotalWeightBase to ChargeBaseTotal
        when other
            move TotalValueBase to ChargeBaseTotal
    end-evaluate
    if ChargeBaseTotal equal to zero
        move "N" to PoApportionValid
        display "LandedCostRun: PO " ThisPoId " charge "
            LandedChargeId of PoChargeRecord(PoChargeIndex) " basis "
            ApportionBasis of PoChargeRecord(PoChargeIndex)
            " has nothing to apportion over; charges left pending"
        exit paragraph
    end-if
    move zeroes to AllocatedSoFar
    perform varying PoLineIndex from 1 by 1
        until PoLineIndex is greater than LastReceivedLineIndex
        if LineQuantityBase(PoLineIndex) is greater than zero
            if PoLineIndex equal to LastReceivedLineIndex
                compute LineChargeShare =
                    ChargeAmount of PoChargeRecord(PoChargeIndex) - AllocatedSoFar
            else
                evaluate true
                    when IsApportionByQuantity of PoChargeRecord(PoChargeIndex)
                        move LineQuantityBase(PoLineIndex) to LineChargeBase
                    when IsApportionByWeight of PoChargeRecord(PoChargeIndex)
                        move LineWeightBase(PoLineIndex) to LineChargeBase
                    when other
                        move LineValueBase(PoLineIndex) to LineChargeBase
                end-evaluate
                compute LineChargeShare rounded =
                    ChargeAmount of PoChargeRecord(PoChargeIndex)
                    * LineChargeBase / ChargeBaseTotal
            end-if
            add LineChargeShare to AllocatedSoFar
            add LineChargeShare to LineLandedAmount(PoLineIndex)
        end-if
    end-perform
    move ChargeAmount of PoChargeRecord(PoChargeIndex) to EditedChargeAmount
    display "LandedCostRun: PO " ThisPoId " "
        ChargeType of PoChargeRecord(PoChargeIndex) " "
        EditedChargeAmount " apportioned by "
        ApportionBasis of PoChargeRecord(PoChargeIndex)
    .

BuildLandedProductTable.
    initialize LandedProductTable
    move zeroes to NumberOfLandedProducts
    perform varying PoLineIndex from 1 by 1
        until PoLineIndex is greater than LastReceivedLineIndex
        if LineQuantityBase(PoLineIndex) is greater than zero
            move "N" to LandedProductFound
            perform varying LandedProductIndex from 1 by 1
                until LandedProductIndex is greater than NumberOfLandedProducts
                    or IsLandedProductFound
                if LandedProductCode(LandedProductIndex) equal to
                    ProductCode of PoLine of CostedPurchaseOrder(PoLineIndex)
                    move "Y" to LandedProductFound
                end-if
            end-perform
            if IsLandedProductFound
                subtract 1 from LandedProductIndex
            else
                add 1 to NumberOfLandedProducts
                move NumberOfLandedProducts to LandedProductIndex
                move ProductCode of PoLine of CostedPurchaseOrder(PoLineIndex)
                    to LandedProductCode(LandedProductIndex)
            end-if
            add LineValueBase(PoLineIndex) to LandedSupplierValue(LandedProductIndex)
            add LineLandedAmount(PoLineIndex) to LandedChargeValue(LandedProductIndex)
            add LineQuantityBase(PoLineIndex) to LandedQuantity(LandedProductIndex)
        end-if
    end-perform
    .

QueueLandedCostChange.
    compute SupplierUnitCost rounded =
        LandedSupplierValue(LandedProductIndex) / LandedQuantity(LandedProductIndex)
    compute LandedUnitCost rounded =
        (LandedSupplierValue(LandedProductIndex)
            + LandedChargeValue(LandedProductIndex))
        / LandedQuantity(LandedProductIndex)
    move LandedProductCode(LandedProductIndex) to CostedProductCode
    call "GetProductByCode" using CostedProduct, CostedProductCode
    move spaces to LandedCostReportLine
    move ThisPoId to LandedCostReportLine(1:6)
    move LandedProductCode(LandedProductIndex) to LandedCostReportLine(8:12)
    move LandedQuantity(LandedProductIndex) to LandedCostReportLine(23:8)
    move SupplierUnitCost to EditedSupplierCost
    move EditedSupplierCost to LandedCostReportLine(32:9)
    move LandedUnitCost to EditedLandedCost
    move EditedLandedCost to LandedCostReportLine(42:9)
    if ProductCode of CostedProduct equal to CostedProductCode
        move CostPrice of CostedProduct to EditedCurrentCost
        move EditedCurrentCost to LandedCostReportLine(52:9)
    else
        move "NO PRODUCT" to LandedCostReportLine(52:10)
    end-if
    display LandedCostReportLine
    move spaces to CostChangeRecord
    move LandedProductCode(LandedProductIndex) to ChangeProductCode
    move LandedUnitCost to ChangeNewCost
    move RunDate to ChangeEffectiveDate
    write CostChangeRecord
    add 1 to CostChangeCount
    .

end program LandedCostRun.
