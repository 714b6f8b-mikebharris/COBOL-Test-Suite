        select optional ProFormaSpoolFile assign to ProFormaSpoolFileName
            organization is line sequential.

        select optional OrderApprovalConfigFile assign to "OrderApproval.cfg"
            organization is line sequential
            file status is OrderApprovalConfigStatus.

data division.
file section.
    fd OrdersFile is global.
            02 TermRecordEffectiveFrom pic 9(8).
            02 filler pic x.
            02 TermRecordEffectiveTo pic 9(8).
            02 filler pic x.
            02 TermRecordProductGroup pic x(6).

    fd OrderApprovalConfigFile.
        01 OrderApprovalConfigRecord.
            02 ConfigMarginFloorPercent pic 99v99.
            02 filler pic x.
            02 ConfigBatchValueLimit pic 9(8)v99.
            02 filler pic x.
            02 ConfigMaintenanceValueLimit pic 9(8)v99.
            02 filler pic x.
            02 ConfigCreditControlValueLimit pic 9(8)v99.
            02 filler pic x.
            02 ConfigSupervisorValueLimit pic 9(8)v99.

working-storage section.
    01 OrderFileStatus  pic x(2).
            03 TermPercent pic 99v99 value zeroes.
            03 TermEffectiveFrom pic 9(8) value zeroes.
            03 TermEffectiveTo pic 9(8) value zeroes.
            03 TermProductGroup pic x(6) value spaces.
    01 DiscountTermsLoaded pic x value "N".
        88 AreDiscountTermsLoaded value "Y".
    01 DiscountTermFound pic x value "N".
    01 DiscountPricingDate pic 9(8) value zeroes.
    01 ContractCustomerId pic 9(8) value zeroes.
    01 ContractProductCode pic x(12) value spaces.
    01 OrderLineGroupCode pic x(6) value spaces.
    01 OrderLineDepartmentCode pic x(4) value spaces.
    01 ContractLinePrice pic 9(6)v99 value zeroes.
    01 ContractPriceFoundFlag pic x value "N".
        88 IsContractPriceFound value "Y".
    01 KitLineIndex pic 9(2) value zeroes.
    01 KitComponentIndex pic 9(1) value zeroes.
    01 OrderLineProductCode pic x(12) value spaces.
    01 PricingQuantity pic 9(4) value zeroes.
    01 ProductListPrice pic 9(6)v99 value zeroes.
    01 ProductQuantityPrice pic 9(6)v99 value zeroes.
    01 AmendedLineListPrice pic 9(6)v99 value zeroes.
    01 AmendedLineNetPrice pic 9(6)v99 value zeroes.
    01 AmendedLineCostPrice pic 9(6)v99 value zeroes.
    01 AmendedLineDropShipFlag pic x value "N".
    01 ProductMasterPresentFlag pic x value "N".
        88 IsProductMasterPresent value "Y".
    01 OrderLinesValid pic x value "Y".
        88 AreOrderLinesValid value "Y".
    01 PackOrderQuantity pic 9(4) value zeroes.
    01 PackRoundUpFlag pic x value "N".
    01 PackCheckStatus pic x(2) value spaces.
    01 PackCheckReason pic x(80) value spaces.
    copy ProductSubstitutes replacing ProductSubstitutes by ==LineSubstitutes==.
    copy Product replacing Product by ==SubstituteProduct==.
    01 SubstituteIndex pic 9(2) value zeroes.
    01 SubstituteLookupCode pic x(12) value spaces.
    01 SubstituteFoundFlag pic x value "N".
        88 IsSubstituteFound value "Y".
    copy PurchaseOrder replacing PurchaseOrder by ==DropShipPo==.
    copy Product replacing Product by ==DropShipLineProduct==.
    01 DropShipNewPoId pic 9(6) value zeroes.
    01 DropShipPoStatus pic x(2) value spaces.
    01 DropShipSupplierForPo pic 9(6) value zeroes.
    01 DropShipLineIndex pic 9(2) value zeroes.
    01 DropShipLinesOutstanding pic 9(2) value zeroes.
    01 DropShipLinesConfirmed pic 9(2) value zeroes.
    01 CustomsDropShipPoId pic 9(6) value zeroes.
    01 CustomsLineIndex pic 9(2) value zeroes.
    01 StockLinesOnOrder pic 9(2) value zeroes.
    01 DropShipCancelPoId pic 9(6) value zeroes.
    01 DropShipPosCancellable pic x value "Y".
        88 AreDropShipPosCancellable value "Y".
    01 OrderCustomerLookupId pic 9(8) value zeroes.
    01 CustomerStubFoundFlag pic x value "N".
        88 IsCustomerCallStubbed value "Y".
    01 StockLineQuantity pic 9(6) value zeroes.
    01 ReturnedStockStatus pic x(2) value spaces.
    01 StockMovementReference pic x(12) value spaces.
    01 ArchiveTodayDate     pic 9(8) value zeroes.
    01 ArchiveTodayInteger  pic 9(7) value zeroes.
    01 ArchiveCutoffInteger pic 9(7) value zeroes.
    01 ArchiveCutoffDate    pic 9(8) value zeroes.
    01 ProFormaLineAmount pic 9(8)v99 value zeroes.
    01 EditedProFormaAmount pic -(8)9.99 value zeroes.
    01 ProFormaLine pic x(120) value spaces.
    01 RegisterDocumentType pic x(10) value "PROFORMA".
    01 RegisterAccountId pic 9(8) value zeroes.
    01 RegisterReference pic x(12) value spaces.
    01 RegisterChannel pic x value "P".

    copy DeliveryAddress replacing DeliveryAddress by ==OrderDeliveryAddress==.
    01 DeliveryLookupCustomerId pic 9(8) value zeroes.
        88 IsAnyLineStockShort value "Y".

    01 OrderOperatorId pic x(8) value "SYSTEM".
    01 OrderOperatorRole pic x value space.
        88 IsOrderOperatorEnquiry value "E".
        88 IsOrderOperatorMaintenance value "M".
        88 IsOrderOperatorCreditControl value "C".
        88 IsOrderOperatorSupervisor value "S".
        88 IsOrderOperatorUnregistered value space.
    01 FreeOfChargeAuthoriserRole pic x value space.
        88 IsFreeOfChargeAuthoriser value "S".
    01 FreeOfChargeOrderValid pic x value "Y".
        88 IsFreeOfChargeOrderValid value "Y".

    01 OrderApprovalConfigStatus pic x(2).
    01 OrderApprovalConfigLoaded pic x value "N".
        88 IsOrderApprovalConfigLoaded value "Y".
    01 MarginFloorPercent pic 99v99 value 10.00.
    01 BatchOrderValueLimit pic 9(8)v99 value 25000.00.
    01 MaintenanceOrderValueLimit pic 9(8)v99 value 10000.00.
    01 CreditControlOrderValueLimit pic 9(8)v99 value 25000.00.
    01 SupervisorOrderValueLimit pic 9(8)v99 value 99999999.99.
    01 OperatorOrderValueLimit pic 9(8)v99 value zeroes.
    01 CostedLinesNetAmount pic 9(8)v99 value zeroes.
    01 CostedLinesCostAmount pic 9(8)v99 value zeroes.
    01 ApprovalStateBefore pic x value space.
    01 EventAction pic x(6) value spaces.
    01 EventStateBefore pic x value space.
    01 EventStateAfter pic x value space.
        88 IsOrderWithinCreditLimit value "Y".
    copy Customer replacing Customer by ==OrderCustomer==.
    copy Customer replacing Customer by ==GroupHeadCustomer==.
    copy ScreeningParty.
    01 ReturnedScreeningStatus pic x(2) value spaces.
    01 ScreeningHoldStatus pic x(2) value spaces.
    01 GroupHeadId pic 9(8) value zeroes.
    01 EffectiveCreditLimit pic 9(8)v99 value zeroes.
    01 GroupExposureTotal pic s9(12)v99 value zeroes.
                ==03== by ==05==
                ==Customer== by ==GroupMemberPageRecord==.
    copy Order replacing Order by ==AmendedOrder==.
    01 MaxOrderLines pic 9(2) value 90.
    01 LineShiftIndex pic 9(2) value zeroes.
    01 AmendmentValid pic x value "Y".
        88 IsAmendmentValid value "Y".
    01 NewDespatchId pic 9(6) value zeroes.
    01 ReturnedDespatchStatus pic x(2) value spaces.
    copy Order replacing Order by ==CustomsOrder==.
    01 ReturnedCustomsStatus pic x(2) value spaces.
    copy Order replacing Order by ==BackOrder==.
    01 PartialLineIndex pic 9(2) value zeroes.
    01 QuantityToShip pic 9(4) value zeroes.
    01 RemainderQuantity pic 9(4) value zeroes.
    01 AnyRemainderFound pic x value "N".
        88 IsAnyRemainderFound value "Y".
    copy ShippedLots replacing ShippedLots by ==LineShippedLots==.
    01 ShippedLotIndex pic 9(2) value zeroes.
    01 OrderStockWarehouse pic x(4) value spaces.
    01 FulfilmentPostcode pic x(10) value spaces.
    01 OrderShippedLots.
        02 OrderShippedLotCount pic 9(2) value zeroes.
        02 OrderShippedLot occurs 90 times.
            03 OrderShippedLotProductCode pic x(12) value spaces.
            03 OrderShippedLotNumber pic x(12) value spaces.
            03 OrderShippedLotExpiryDate pic 9(8) value zeroes.
            03 OrderShippedLotQuantity pic 9(6) value zeroes.
    copy Product replacing Product by ==SerialLineProduct==.
    copy SerialUnit replacing SerialUnit by ==ShippedSerialUnit==.
    copy SerialUnit replacing SerialUnit by ==ExistingSerialUnit==.
    01 SerialLineIndex pic 9(2) value zeroes.
    01 SerialIndex pic 9(2) value zeroes.
    01 SerialCompareIndex pic 9(2) value zeroes.
    01 SerialsForLine pic 9(4) value zeroes.
    01 SerialisedLinesOnOrder pic 9(2) value zeroes.
    01 SerialLookupNumber pic x(20) value spaces.
    01 DespatchSerialsValid pic x value "Y".
        88 AreDespatchSerialsValid value "Y".
    01 ReturnedSerialStatus pic x(2) value spaces.

linkage section.
    01 OrderFileNameParm pic x(20) value spaces.
    01 OrderCursorId pic 9(6) value zeroes.
    01 ReturnedOrderStatus pic x(2) value spaces.
    01 OrderLineNumber pic 9(2) value zeroes.
    01 DropShipPoIdParm pic 9(6) value zeroes.
    01 AmendedOrderLine.
        02 AmendedProductCode pic x(12) value spaces.
        02 AmendedDescription pic x(30) value spaces.
        02 AmendedUnitPrice pic 9(6)v99 value zeroes.
    copy Despatch replacing Despatch by ==ThisDespatch==.
    01 ShippedQuantities.
        02 ShippedQuantityEntry occurs 90 times pic 9(4).
    01 BackOrderId pic 9(6) value zeroes.
    01 ArchiveRetentionDaysThreshold pic 9(4) value zeroes.
    01 ArchivedOrderCount pic 9(6) value zeroes.
entry "SetOrderOperatorId" using OrderOperatorIdParm
    if OrderOperatorIdParm not equal to spaces
        move OrderOperatorIdParm to OrderOperatorId
        call "GetOperatorRole" using OrderOperatorId, OrderOperatorRole
    end-if
    goback.

        ReturnedOrderStatus
    open i-o OrdersFile
    perform FetchOpenOrderForAmendment
    perform CheckAmendedLinePackRules
    perform CheckAmendedLineAgainstProductMaster
    if IsAmendmentValid
        evaluate true
            when OrderLineNumber is less than 1
                or OrderLineNumber is greater than OrderLineCount of AmendedOrder
                set InvalidData to true
                display "AmendOrderLine: no line " OrderLineNumber
                    " on order " ThisOrderId
            when DropShipPoId of OrderLine of AmendedOrder(OrderLineNumber)
                is greater than zero
                set InvalidData to true
                display "AmendOrderLine: line " OrderLineNumber " on order "
                    ThisOrderId " is on drop-ship purchase order "
                    DropShipPoId of OrderLine of AmendedOrder(OrderLineNumber)
                    "; cannot amend"
            when other
                move AmendedProductCode
                    to ProductCode of OrderLine of AmendedOrder(OrderLineNumber)
                move AmendedDescription
                    to Description of OrderLine of AmendedOrder(OrderLineNumber)
                move AmendedQuantity
                    to Quantity of OrderLine of AmendedOrder(OrderLineNumber)
                perform PriceAmendedOrderLine
                move AmendedLineNetPrice
                    to UnitPrice of OrderLine of AmendedOrder(OrderLineNumber)
                move AmendedLineListPrice
                    to ListPrice of OrderLine of AmendedOrder(OrderLineNumber)
                move AmendedLineCostPrice
                    to CostPrice of OrderLine of AmendedOrder(OrderLineNumber)
                move AmendedLineDropShipFlag
                    to LineDropShipFlag of OrderLine of AmendedOrder(OrderLineNumber)
                move zero
                    to DropShipPoId of OrderLine of AmendedOrder(OrderLineNumber)
                perform ApplyAmendedOrderIfWithinCreditLimit
        end-evaluate
    end-if
    move OrderFileStatus to ReturnedOrderStatus
    close OrdersFile
entry "AddOrderLine" using ThisOrderId, AmendedOrderLine, ReturnedOrderStatus
    open i-o OrdersFile
    perform FetchOpenOrderForAmendment
    perform CheckAmendedLinePackRules
    perform CheckAmendedLineAgainstProductMaster
    if IsAmendmentValid
        if OrderLineCount of AmendedOrder is not less than MaxOrderLines
            set InvalidData to true
                AmendedOrder(OrderLineCount of AmendedOrder)
            move AmendedQuantity to Quantity of OrderLine of
                AmendedOrder(OrderLineCount of AmendedOrder)
            perform PriceAmendedOrderLine
            move AmendedLineNetPrice to UnitPrice of OrderLine of
                AmendedOrder(OrderLineCount of AmendedOrder)
            move AmendedLineListPrice to ListPrice of OrderLine of
                AmendedOrder(OrderLineCount of AmendedOrder)
            move AmendedLineCostPrice to CostPrice of OrderLine of
                AmendedOrder(OrderLineCount of AmendedOrder)
            move AmendedLineDropShipFlag to LineDropShipFlag of OrderLine of
                AmendedOrder(OrderLineCount of AmendedOrder)
            move zero to DropShipPoId of OrderLine of
                AmendedOrder(OrderLineCount of AmendedOrder)
            perform ApplyAmendedOrderIfWithinCreditLimit
        end-if
    open i-o OrdersFile
    perform FetchOpenOrderForAmendment
    if IsAmendmentValid
        evaluate true
            when OrderLineNumber is less than 1
                or OrderLineNumber is greater than OrderLineCount of AmendedOrder
                set InvalidData to true
                display "RemoveOrderLine: no line " OrderLineNumber
                    " on order " ThisOrderId
            when DropShipPoId of OrderLine of AmendedOrder(OrderLineNumber)
                is greater than zero
                set InvalidData to true
                display "RemoveOrderLine: line " OrderLineNumber " on order "
                    ThisOrderId " is on drop-ship purchase order "
                    DropShipPoId of OrderLine of AmendedOrder(OrderLineNumber)
                    "; cannot remove"
            when other
                perform varying LineShiftIndex from OrderLineNumber by 1
                    until LineShiftIndex is not less than OrderLineCount of AmendedOrder
                    move OrderLine of AmendedOrder(LineShiftIndex + 1)
                        to OrderLine of AmendedOrder(LineShiftIndex)
                end-perform
                initialize OrderLine of AmendedOrder(OrderLineCount of AmendedOrder)
                subtract 1 from OrderLineCount of AmendedOrder
                perform ApplyAmendedOrderIfWithinCreditLimit
        end-evaluate
    end-if
    move OrderFileStatus to ReturnedOrderStatus
    close OrdersFile

entry "ShipOrder" using ThisOrderId, ReturnedOrderStatus
    open i-o OrdersFile
    move "00" to OrderFileStatus
    move zero to SerialisedLinesOnOrder
    move ThisOrderId to OrderId of OrderRecord
    start OrdersFile
        key is equal to OrderId of OrderRecord
        invalid key
            continue
        not invalid key
            read OrdersFile
            perform CountSerialisedLinesOnOrderRecord
    end-start
    if SerialisedLinesOnOrder is greater than zero
        set InvalidData to true
        display "ShipOrder: order " ThisOrderId
            " has serial-numbered lines; ship it with a despatch"
            " carrying the serial numbers"
    else
        perform ShipOrderRecordOnly
    end-if
    move OrderFileStatus to ReturnedOrderStatus
    close OrdersFile
    goback.

entry "ShipOrderWithDespatch" using ThisOrderId, ThisDespatch, ReturnedOrderStatus
    open i-o OrdersFile
    perform ValidateDespatchSerials
    if AreDespatchSerialsValid
        perform ShipOrderRecordOnly
    end-if
    move OrderFileStatus to ReturnedOrderStatus
    move zero to CustomsDropShipPoId
    perform BuildCustomsOrderForDespatch
    close OrdersFile
    if ReturnedOrderStatus equal to "00"
        move ThisOrderId to OrderId of ThisDespatch
        move OrderStockWarehouse to DespatchWarehouseCode of ThisDespatch
        move OrderShippedLotCount to DespatchLotCount of ThisDespatch
        perform varying ShippedLotIndex from 1 by 1
            until ShippedLotIndex is greater than OrderShippedLotCount
            move OrderShippedLotProductCode(ShippedLotIndex)
                to DespatchLotProductCode of ThisDespatch(ShippedLotIndex)
            move OrderShippedLotNumber(ShippedLotIndex)
                to DespatchLotNumber of ThisDespatch(ShippedLotIndex)
            move OrderShippedLotExpiryDate(ShippedLotIndex)
                to DespatchLotExpiryDate of ThisDespatch(ShippedLotIndex)
            move OrderShippedLotQuantity(ShippedLotIndex)
                to DespatchLotQuantity of ThisDespatch(ShippedLotIndex)
        end-perform
        call "AddDespatch" using ThisDespatch, NewDespatchId, ReturnedDespatchStatus
        if ReturnedDespatchStatus not equal to "00"
            move ReturnedDespatchStatus to ReturnedOrderStatus
        else
            move NewDespatchId to DespatchId of ThisDespatch
            if OrderLineCount of CustomsOrder is greater than zero
                call "WriteCustomsDeclaration" using CustomsOrder, ThisDespatch,
                    ReturnedCustomsStatus
            end-if
            perform RecordDespatchSerials
        end-if
    end-if
    goback.
                    set InvalidData to true
                    display "CancelOrder: order " ThisOrderId " is already cancelled"
                else
                    perform CheckDropShipPurchaseOrdersCancellable
                    if not AreDropShipPosCancellable
                        set InvalidData to true
                        display "CancelOrder: order " ThisOrderId
                            " has a delivered drop-ship purchase order; cannot cancel"
                    else
                        perform CancelDropShipPurchaseOrdersOfOrderRecord
                        perform ComputeNetAmountOfOrderRecord
                        perform ReleaseStockForOrderRecord
                        set IsOrderCancelled of OrderRecord to true
                        call "GetBusinessDate" using CancelledDate of OrderRecord
                        rewrite OrderRecord
                        move OrderId of OrderRecord to EventOrderId
                        move "CANCEL" to EventAction
                        move "O" to EventStateBefore
                        move OrderState of OrderRecord to EventStateAfter
                        perform WriteOrderEventRow
                        move CustomerId of OrderRecord to BalanceCustomerKey
                        compute BalanceAdjustmentAmount = 0 - WorkOrderNetAmount
                        perform AdjustOpenOrderBalance
                    end-if
                end-if
            end-if
    end-start
    close OrdersFile
    goback.

entry "ConfirmDropShipDelivery" using ThisOrderId, DropShipPoIdParm, ThisDespatch,
        ReturnedOrderStatus
    open i-o OrdersFile
    move "00" to OrderFileStatus
    move ThisOrderId to OrderId of OrderRecord
    start OrdersFile
        key is equal to OrderId of OrderRecord
        invalid key
            set NoSuchRecord to true
            display "ConfirmDropShipDelivery: no such order " ThisOrderId
        not invalid key
            read OrdersFile
            evaluate true
                when IsOrderShipped of OrderRecord
                    set InvalidData to true
                    display "ConfirmDropShipDelivery: order " ThisOrderId
                        " is already shipped"
                when IsOrderCancelled of OrderRecord
                    set InvalidData to true
                    display "ConfirmDropShipDelivery: order " ThisOrderId
                        " is cancelled"
                when other
                    perform ApplyDropShipDeliveryToOrderRecord
            end-evaluate
    end-start
    move OrderFileStatus to ReturnedOrderStatus
    move DropShipPoIdParm to CustomsDropShipPoId
    perform BuildCustomsOrderForDespatch
    close OrdersFile
    if ReturnedOrderStatus equal to "00"
        move ThisOrderId to OrderId of ThisDespatch
        move "DROP" to DespatchWarehouseCode of ThisDespatch
        move zero to DespatchLotCount of ThisDespatch
        set IsDespatchDelivered of ThisDespatch to true
        if DeliveredDate of ThisDespatch equal to zero
            move DespatchDate of ThisDespatch to DeliveredDate of ThisDespatch
        end-if
        call "AddDespatch" using ThisDespatch, NewDespatchId, ReturnedDespatchStatus
        if ReturnedDespatchStatus not equal to "00"
            move ReturnedDespatchStatus to ReturnedOrderStatus
        else
            move NewDespatchId to DespatchId of ThisDespatch
            if OrderLineCount of CustomsOrder is greater than zero
                call "WriteCustomsDeclaration" using CustomsOrder, ThisDespatch,
                    ReturnedCustomsStatus
            end-if
        end-if
    end-if
    goback.

entry "ShipOrderPartial" using ThisOrderId, ShippedQuantities, BackOrderId,
        ReturnedOrderStatus
    move zeroes to BackOrderId
                        CustomerId of OrderRecord
                        " is on credit hold; not shipping order " ThisOrderId
                when other
                    perform CountDropShipLinesOnOrderRecord
                    perform CountSerialisedLinesOnOrderRecord
                    if DropShipLinesOutstanding is greater than zero
                        or IsWarehousePartShipped of OrderRecord
                        set InvalidData to true
                        display "ShipOrderPartial: order " ThisOrderId
                            " has drop-ship lines; ship the warehouse lines in full"
                    else
                    if SerialisedLinesOnOrder is greater than zero
                        set InvalidData to true
                        display "ShipOrderPartial: order " ThisOrderId
                            " has serial-numbered lines; ship it with a despatch"
                            " carrying the serial numbers"
                    else
                        perform ApplyPartialShipment
                    end-if
                    end-if
            end-evaluate
    end-start
    move OrderFileStatus to ReturnedOrderStatus
        ArchivedOrderCount, ReturnedOrderStatus
    move "00" to OrderFileStatus
    move zeroes to ArchivedOrderCount
    call "GetBusinessDate" using ArchiveTodayDate
    compute ArchiveTodayInteger = function integer-of-date(ArchiveTodayDate)
    compute ArchiveCutoffInteger = ArchiveTodayInteger - ArchiveRetentionDaysThreshold
    compute ArchiveCutoffDate = function numval(function date-of-integer(ArchiveCutoffInteger))
    open i-o OrdersFile
    close OrderArchiveFile
    goback.

entry "GetHighestOrderId" using ThisOrderId
    move zeroes to ThisOrderId
    open i-o OrderIdControlFile
    read OrderIdControlFile
        invalid key
            move zeroes to LastIssuedOrderId
    end-read
    move LastIssuedOrderId to ThisOrderId
    close OrderIdControlFile
    goback.

entry "ClearOrdersFile"
    open output OrdersFile
    close OrdersFile
            read OrdersFile
            if IsOrderAwaitingPayment of OrderRecord
                move "O" to OrderState of OrderRecord
                perform RaiseDropShipPurchaseOrdersForOpenOrder
                rewrite OrderRecord
                move OrderId of OrderRecord to EventOrderId
                move "RELEAS" to EventAction
    close OrdersFile
    goback.

entry "ApproveHeldOrder" using ThisOrderId, ReturnedOrderStatus
    move "00" to OrderFileStatus
    open i-o OrdersFile
    move ThisOrderId to OrderId of OrderRecord
    start OrdersFile
        key is equal to OrderId of OrderRecord
        invalid key
            set NoSuchRecord to true
            display "ApproveHeldOrder: no such order " ThisOrderId
        not invalid key
            read OrdersFile
            evaluate true
                when not IsOrderAwaitingApproval of OrderRecord
                    set InvalidData to true
                    display "ApproveHeldOrder: order " ThisOrderId
                        " is not awaiting approval"
                when not IsOrderOperatorSupervisor
                    set InvalidData to true
                    display "ApproveHeldOrder: operator "
                        function trim(OrderOperatorId)
                        " is not a supervisor; order " ThisOrderId " not approved"
                when other
                    move CustomerId of OrderRecord to OrderCustomerLookupId
                    perform GetOrderCustomerById
                    if IsPrepaymentAccount of OrderCustomer
                        move "P" to OrderState of OrderRecord
                    else
                        move "O" to OrderState of OrderRecord
                    end-if
                    move OrderOperatorId to OrderApprovalBy of OrderRecord
                    call "GetBusinessDate" using OrderApprovalDate of OrderRecord
                    perform RaiseDropShipPurchaseOrdersForOpenOrder
                    rewrite OrderRecord
                    move OrderId of OrderRecord to EventOrderId
                    move "APPRV" to EventAction
                    move "A" to EventStateBefore
                    move OrderState of OrderRecord to EventStateAfter
                    perform WriteOrderEventRow
                    if IsOrderAwaitingPayment of OrderRecord
                        perform WriteProFormaDocument
                    end-if
            end-evaluate
    end-start
    move OrderFileStatus to ReturnedOrderStatus
    close OrdersFile
    goback.

entry "RejectHeldOrder" using ThisOrderId, ReturnedOrderStatus
    move "00" to OrderFileStatus
    open i-o OrdersFile
    move ThisOrderId to OrderId of OrderRecord
    start OrdersFile
        key is equal to OrderId of OrderRecord
        invalid key
            set NoSuchRecord to true
            display "RejectHeldOrder: no such order " ThisOrderId
        not invalid key
            read OrdersFile
            perform CheckDropShipPurchaseOrdersCancellable
            evaluate true
                when not IsOrderAwaitingApproval of OrderRecord
                    set InvalidData to true
                    display "RejectHeldOrder: order " ThisOrderId
                        " is not awaiting approval"
                when not IsOrderOperatorSupervisor
                    set InvalidData to true
                    display "RejectHeldOrder: operator "
                        function trim(OrderOperatorId)
                        " is not a supervisor; order " ThisOrderId " not rejected"
                when not AreDropShipPosCancellable
                    set InvalidData to true
                    display "RejectHeldOrder: order " ThisOrderId
                        " has a delivered drop-ship purchase order; cannot reject"
                when other
                    perform CancelDropShipPurchaseOrdersOfOrderRecord
                    perform ComputeNetAmountOfOrderRecord
                    perform ReleaseStockForOrderRecord
                    set IsOrderCancelled of OrderRecord to true
                    call "GetBusinessDate" using CancelledDate of OrderRecord
                    move OrderOperatorId to OrderApprovalBy of OrderRecord
                    move CancelledDate of OrderRecord to OrderApprovalDate of OrderRecord
                    rewrite OrderRecord
                    move OrderId of OrderRecord to EventOrderId
                    move "REJECT" to EventAction
                    move "A" to EventStateBefore
                    move OrderState of OrderRecord to EventStateAfter
                    perform WriteOrderEventRow
                    move CustomerId of OrderRecord to BalanceCustomerKey
                    compute BalanceAdjustmentAmount = 0 - WorkOrderNetAmount
                    perform AdjustOpenOrderBalance
            end-evaluate
    end-start
    move OrderFileStatus to ReturnedOrderStatus
    close OrdersFile
    goback.

entry "ReallocateShortOrderLines" using ThisOrderId, ClearedLineCount,
        StillShortCount, ReturnedOrderStatus
    move "00" to OrderFileStatus
    goback.

ApplyPartialShipment.
    initialize OrderShippedLots
    perform SetStockReferenceFromOrderRecord
    move "N" to AnyRemainderFound
    perform ComputeNetAmountOfOrderRecord
    compute BalanceAdjustmentAmount = 0 - WorkOrderNetAmount
    initialize BackOrder
    move CustomerId of OrderRecord to CustomerId of BackOrder
    call "GetBusinessDate" using OrderDate of BackOrder
    move "O" to OrderState of BackOrder
    move InvoicedFlag of OrderRecord to InvoicedFlag of BackOrder
    move OrderId of OrderRecord to BackOrderForOrderId of BackOrder
    move FulfilmentWarehouse of OrderRecord to FulfilmentWarehouse of BackOrder
    move OrderChannel of OrderRecord to OrderChannel of BackOrder
    move OrderType of OrderRecord to OrderType of BackOrder
    move FreeOfChargeReason of OrderRecord to FreeOfChargeReason of BackOrder
    move FreeOfChargeAuthorisedBy of OrderRecord
        to FreeOfChargeAuthorisedBy of BackOrder
    perform varying PartialLineIndex from 1 by 1
        until PartialLineIndex is greater than OrderLineCount of OrderRecord
        move ShippedQuantityEntry(PartialLineIndex) to QuantityToShip
            move QuantityToShip to StockLineQuantity
            call "ShipStockAllocation" using StockProductCode,
                StockLineQuantity, ReturnedStockStatus
            perform AddLineShippedLotsToOrder
            if RemainderQuantity is greater than zero
                move RemainderQuantity to StockLineQuantity
                call "ReleaseStockAllocation" using StockProductCode,
            to QuantityShipped of OrderLine of OrderRecord(PartialLineIndex)
    end-perform
    set IsOrderShipped of OrderRecord to true
    call "GetBusinessDate" using ShippedDate of OrderRecord
    rewrite OrderRecord
    move OrderId of OrderRecord to EventOrderId
    move "SHIP" to EventAction

ShipOrderRecordOnly.
    move "00" to OrderFileStatus
    initialize OrderShippedLots
    move ThisOrderId to OrderId of OrderRecord
    start OrdersFile
        key is equal to OrderId of OrderRecord
                display "ShipOrder: order " ThisOrderId
                    " is awaiting prepayment; cannot ship"
            else
            if IsOrderAwaitingApproval of OrderRecord
                set InvalidData to true
                display "ShipOrder: order " ThisOrderId
                    " is awaiting approval; cannot ship"
            else
            if IsOrderCancelled of OrderRecord
                set InvalidData to true
                display "ShipOrder: order " ThisOrderId " is cancelled; cannot ship"
                    display "ShipOrder: customer " CustomerId of OrderRecord
                        " is on credit hold; not shipping order " ThisOrderId
                else
                    perform CountDropShipLinesOnOrderRecord
                    evaluate true
                        when IsWarehousePartShipped of OrderRecord
                            set InvalidData to true
                            display "ShipOrder: order " ThisOrderId
                                " warehouse lines already shipped; awaiting supplier delivery"
                        when DropShipLinesOutstanding is greater than zero
                            and StockLinesOnOrder equal to zero
                            set InvalidData to true
                            display "ShipOrder: order " ThisOrderId
                                " is drop-shipped; despatch is confirmed by the supplier"
                        when DropShipLinesOutstanding is greater than zero
                            perform ShipWarehouseLinesOfOrderRecord
                        when other
                            perform ShipStockForOrderRecord
                            perform MarkOrderRecordShipped
                    end-evaluate
                end-if
                end-if
            end-if
            end-if
            end-if
    end-start
    .

ShipWarehouseLinesOfOrderRecord.
    perform ShipStockForOrderRecord
    perform varying DropShipLineIndex from 1 by 1
        until DropShipLineIndex is greater than OrderLineCount of OrderRecord
        if not IsLineDropShip of OrderLine of OrderRecord(DropShipLineIndex)
            move Quantity of OrderLine of OrderRecord(DropShipLineIndex)
                to QuantityShipped of OrderLine of OrderRecord(DropShipLineIndex)
        end-if
    end-perform
    set IsWarehousePartShipped of OrderRecord to true
    rewrite OrderRecord
    move OrderId of OrderRecord to EventOrderId
    move "SHIPWH" to EventAction
    move OrderState of OrderRecord to EventStateBefore
    move OrderState of OrderRecord to EventStateAfter
    perform WriteOrderEventRow
    display "ShipOrder: order " ThisOrderId " warehouse lines shipped, "
        DropShipLinesOutstanding " drop-ship line(s) awaiting supplier delivery"
    .

MarkOrderRecordShipped.
    perform ComputeNetAmountOfOrderRecord
    move OrderState of OrderRecord to EventStateBefore
    set IsOrderShipped of OrderRecord to true
    call "GetBusinessDate" using ShippedDate of OrderRecord
    rewrite OrderRecord
    move OrderId of OrderRecord to EventOrderId
    move "SHIP" to EventAction
    move OrderState of OrderRecord to EventStateAfter
    perform WriteOrderEventRow
    move CustomerId of OrderRecord to BalanceCustomerKey
    compute BalanceAdjustmentAmount = 0 - WorkOrderNetAmount
    perform AdjustOpenOrderBalance
    .

CountSerialisedLinesOnOrderRecord.
    move zero to SerialisedLinesOnOrder
    perform varying SerialLineIndex from 1 by 1
        until SerialLineIndex is greater than OrderLineCount of OrderRecord
        if not IsLineDropShip of OrderLine of OrderRecord(SerialLineIndex)
            move ProductCode of OrderLine of OrderRecord(SerialLineIndex)
                to OrderLineProductCode
            call "GetProductByCode" using SerialLineProduct, OrderLineProductCode
            if ProductCode of SerialLineProduct equal to OrderLineProductCode
                and IsSerialisedProduct of SerialLineProduct
                add 1 to SerialisedLinesOnOrder
            end-if
        end-if
    end-perform
    .

ValidateDespatchSerials.
    move "Y" to DespatchSerialsValid
    move "00" to OrderFileStatus
    move ThisOrderId to OrderId of OrderRecord
    start OrdersFile
        key is equal to OrderId of OrderRecord
        invalid key
            exit paragraph
        not invalid key
            read OrdersFile
    end-start
    if DespatchSerialCount of ThisDespatch is greater than 90
        move "N" to DespatchSerialsValid
        set InvalidData to true
        display "ShipOrder: a despatch can carry at most 90 serial numbers"
        exit paragraph
    end-if
    perform varying SerialIndex from 1 by 1
        until SerialIndex is greater than DespatchSerialCount of ThisDespatch
            or not AreDespatchSerialsValid
        perform ValidateDespatchSerialEntry
    end-perform
    perform varying SerialLineIndex from 1 by 1
        until SerialLineIndex is greater than OrderLineCount of OrderRecord
            or not AreDespatchSerialsValid
        if not IsLineDropShip of OrderLine of OrderRecord(SerialLineIndex)
            move ProductCode of OrderLine of OrderRecord(SerialLineIndex)
                to OrderLineProductCode
            call "GetProductByCode" using SerialLineProduct, OrderLineProductCode
            if ProductCode of SerialLineProduct equal to OrderLineProductCode
                and IsSerialisedProduct of SerialLineProduct
                move zero to SerialsForLine
                perform varying SerialIndex from 1 by 1
                    until SerialIndex is greater than
                        DespatchSerialCount of ThisDespatch
                    if SerialOrderLineNumber of ThisDespatch(SerialIndex)
                        equal to SerialLineIndex
                        add 1 to SerialsForLine
                    end-if
                end-perform
                if SerialsForLine not equal to
                    Quantity of OrderLine of OrderRecord(SerialLineIndex)
                    move "N" to DespatchSerialsValid
                    set InvalidData to true
                    display "ShipOrder: order " ThisOrderId " line "
                        SerialLineIndex " needs "
                        Quantity of OrderLine of OrderRecord(SerialLineIndex)
                        " serial number(s), " SerialsForLine " captured"
                end-if
            end-if
        end-if
    end-perform
    .

ValidateDespatchSerialEntry.
    if SerialOrderLineNumber of ThisDespatch(SerialIndex) is less than 1
        or SerialOrderLineNumber of ThisDespatch(SerialIndex)
            is greater than OrderLineCount of OrderRecord
        or DespatchSerialNumber of ThisDespatch(SerialIndex) equal to spaces
        move "N" to DespatchSerialsValid
        set InvalidData to true
        display "ShipOrder: serial entry " SerialIndex
            " has no serial number or no such order line"
        exit paragraph
    end-if
    move ProductCode of OrderLine of OrderRecord
        (SerialOrderLineNumber of ThisDespatch(SerialIndex))
        to SerialProductCode of ThisDespatch(SerialIndex)
    perform varying SerialCompareIndex from 1 by 1
        until SerialCompareIndex is not less than SerialIndex
        if DespatchSerialNumber of ThisDespatch(SerialCompareIndex)
            equal to DespatchSerialNumber of ThisDespatch(SerialIndex)
            move "N" to DespatchSerialsValid
        end-if
    end-perform
    if not AreDespatchSerialsValid
        set InvalidData to true
        display "ShipOrder: serial "
            function trim(DespatchSerialNumber of ThisDespatch(SerialIndex))
            " is captured twice on this despatch"
        exit paragraph
    end-if
    move DespatchSerialNumber of ThisDespatch(SerialIndex) to SerialLookupNumber
    call "GetSerialUnitByNumber" using ExistingSerialUnit, SerialLookupNumber
    if SerialNumber of ExistingSerialUnit equal to SerialLookupNumber
        and not IsSerialReturned of ExistingSerialUnit
        move "N" to DespatchSerialsValid
        set InvalidData to true
        display "ShipOrder: serial " function trim(SerialLookupNumber)
            " was already shipped on order " OrderId of ExistingSerialUnit
    end-if
    .

RecordDespatchSerials.
    perform varying SerialIndex from 1 by 1
        until SerialIndex is greater than DespatchSerialCount of ThisDespatch
        initialize ShippedSerialUnit
        move DespatchSerialNumber of ThisDespatch(SerialIndex)
            to SerialNumber of ShippedSerialUnit
        move SerialProductCode of ThisDespatch(SerialIndex)
            to ProductCode of ShippedSerialUnit
        move CustomerId of CustomsOrder to CustomerId of ShippedSerialUnit
        move ThisOrderId to OrderId of ShippedSerialUnit
        move SerialOrderLineNumber of ThisDespatch(SerialIndex)
            to ShippedOrderLineNumber of ShippedSerialUnit
        move NewDespatchId to DespatchId of ShippedSerialUnit
        if DespatchDate of ThisDespatch equal to zero
            call "GetBusinessDate" using DespatchDate of ShippedSerialUnit
        else
            move DespatchDate of ThisDespatch to DespatchDate of ShippedSerialUnit
        end-if
        move SerialProductCode of ThisDespatch(SerialIndex) to OrderLineProductCode
        call "GetProductByCode" using SerialLineProduct, OrderLineProductCode
        move WarrantyMonths of SerialLineProduct
            to WarrantyMonths of ShippedSerialUnit
        call "RecordShippedSerial" using ShippedSerialUnit, ReturnedSerialStatus
        if ReturnedSerialStatus not equal to "00"
            display "ShipOrder: serial "
                function trim(SerialNumber of ShippedSerialUnit)
                " could not be recorded - status " ReturnedSerialStatus
        end-if
    end-perform
    .

CountDropShipLinesOnOrderRecord.
    move zero to DropShipLinesOutstanding
    move zero to StockLinesOnOrder
    perform varying DropShipLineIndex from 1 by 1
        until DropShipLineIndex is greater than OrderLineCount of OrderRecord
        if IsLineDropShip of OrderLine of OrderRecord(DropShipLineIndex)
            if QuantityShipped of OrderLine of OrderRecord(DropShipLineIndex)
                is less than Quantity of OrderLine of OrderRecord(DropShipLineIndex)
                add 1 to DropShipLinesOutstanding
            end-if
        else
            add 1 to StockLinesOnOrder
        end-if
    end-perform
    .

ApplyDropShipDeliveryToOrderRecord.
    move zero to DropShipLinesConfirmed
    perform varying DropShipLineIndex from 1 by 1
        until DropShipLineIndex is greater than OrderLineCount of OrderRecord
        if IsLineDropShip of OrderLine of OrderRecord(DropShipLineIndex)
            and DropShipPoId of OrderLine of OrderRecord(DropShipLineIndex)
                equal to DropShipPoIdParm
            and QuantityShipped of OrderLine of OrderRecord(DropShipLineIndex)
                is less than Quantity of OrderLine of OrderRecord(DropShipLineIndex)
            move Quantity of OrderLine of OrderRecord(DropShipLineIndex)
                to QuantityShipped of OrderLine of OrderRecord(DropShipLineIndex)
            add 1 to DropShipLinesConfirmed
        end-if
    end-perform
    if DropShipLinesConfirmed equal to zero
        set InvalidData to true
        display "ConfirmDropShipDelivery: order " ThisOrderId
            " has no undelivered lines on purchase order " DropShipPoIdParm
        exit paragraph
    end-if
    perform CountDropShipLinesOnOrderRecord
    if DropShipLinesOutstanding equal to zero
        and (StockLinesOnOrder equal to zero
            or IsWarehousePartShipped of OrderRecord)
        perform MarkOrderRecordShipped
    else
        rewrite OrderRecord
        move OrderId of OrderRecord to EventOrderId
        move "DROPSHIP" to EventAction
        move OrderState of OrderRecord to EventStateBefore
        move OrderState of OrderRecord to EventStateAfter
        perform WriteOrderEventRow
    end-if
    .

BuildCustomsOrderForDespatch.
    move OrderRecord to CustomsOrder
    move zero to OrderLineCount of CustomsOrder
    perform varying CustomsLineIndex from 1 by 1
        until CustomsLineIndex is greater than OrderLineCount of OrderRecord
        if (CustomsDropShipPoId equal to zero
                and not IsLineDropShip of OrderLine of OrderRecord(CustomsLineIndex))
            or (CustomsDropShipPoId not equal to zero
                and IsLineDropShip of OrderLine of OrderRecord(CustomsLineIndex)
                and DropShipPoId of OrderLine of OrderRecord(CustomsLineIndex)
                    equal to CustomsDropShipPoId)
            add 1 to OrderLineCount of CustomsOrder
            move OrderLine of OrderRecord(CustomsLineIndex)
                to OrderLine of CustomsOrder(OrderLineCount of CustomsOrder)
        end-if
    end-perform
    .

RaiseDropShipPurchaseOrdersForOpenOrder.
    if not IsOrderOpen of OrderRecord
        exit paragraph
    end-if
    move CustomerId of OrderRecord to OrderCustomerLookupId
    perform GetOrderCustomerById
    if DeliveryAddressRef of OrderRecord is greater than zero
        move CustomerId of OrderRecord to DeliveryLookupCustomerId
        move DeliveryAddressRef of OrderRecord to DeliveryLookupRef
        call "GetDeliveryAddress" using OrderDeliveryAddress,
            DeliveryLookupCustomerId, DeliveryLookupRef
    end-if
    perform RaiseDropShipPurchaseOrders
    .

CheckDropShipPurchaseOrdersCancellable.
    move "Y" to DropShipPosCancellable
    perform varying DropShipLineIndex from 1 by 1
        until DropShipLineIndex is greater than OrderLineCount of OrderRecord
            or not AreDropShipPosCancellable
        if IsLineDropShip of OrderLine of OrderRecord(DropShipLineIndex)
            and DropShipPoId of OrderLine of OrderRecord(DropShipLineIndex)
                is greater than zero
            if QuantityShipped of OrderLine of OrderRecord(DropShipLineIndex)
                is greater than zero
                move "N" to DropShipPosCancellable
            else
                move DropShipPoId of OrderLine of OrderRecord(DropShipLineIndex)
                    to DropShipCancelPoId
                call "GetPurchaseOrderById" using DropShipPo, DropShipCancelPoId
                if PoId of DropShipPo equal to DropShipCancelPoId
                    and not IsPoCancelled of DropShipPo
                    and (not IsPoOpen of DropShipPo
                        or DropShipDeliveredDate of DropShipPo not equal to zero)
                    move "N" to DropShipPosCancellable
                end-if
            end-if
        end-if
    end-perform
    .

CancelDropShipPurchaseOrdersOfOrderRecord.
    perform varying DropShipLineIndex from 1 by 1
        until DropShipLineIndex is greater than OrderLineCount of OrderRecord
        if IsLineDropShip of OrderLine of OrderRecord(DropShipLineIndex)
            and DropShipPoId of OrderLine of OrderRecord(DropShipLineIndex)
                is greater than zero
            move DropShipPoId of OrderLine of OrderRecord(DropShipLineIndex)
                to DropShipCancelPoId
            call "GetPurchaseOrderById" using DropShipPo, DropShipCancelPoId
            if PoId of DropShipPo equal to DropShipCancelPoId
                and IsPoOpen of DropShipPo
                call "CancelDropShipPurchaseOrder" using DropShipCancelPoId,
                    DropShipPoStatus
                if DropShipPoStatus equal to "00"
                    display "Drop-ship purchase order " DropShipCancelPoId
                        " cancelled with order " OrderId of OrderRecord
                end-if
            end-if
        end-if
    end-perform
    .

RaiseDropShipPurchaseOrders.
    perform varying OrderLineIndex from 1 by 1
        until OrderLineIndex is greater than OrderLineCount of OrderRecord
        if IsLineDropShip of OrderLine of OrderRecord(OrderLineIndex)
            and DropShipPoId of OrderLine of OrderRecord(OrderLineIndex) equal to zero
            move ProductCode of OrderLine of OrderRecord(OrderLineIndex)
                to OrderLineProductCode
            call "GetProductByCode" using DropShipLineProduct, OrderLineProductCode
            move DropShipSupplierId of DropShipLineProduct to DropShipSupplierForPo
            perform RaiseDropShipPurchaseOrderForSupplier
        end-if
    end-perform
    .

RaiseDropShipPurchaseOrderForSupplier.
    initialize DropShipPo
    move DropShipSupplierForPo to SupplierId of DropShipPo
    call "GetBusinessDate" using PoDate of DropShipPo
    move RequestedDate of OrderRecord to PoDueDate of DropShipPo
    move OrderId of OrderRecord to DropShipOrderId of DropShipPo
    move CustomerId of OrderRecord to DropShipCustomerId of DropShipPo
    if DeliveryAddressRef of OrderRecord is greater than zero
        move DeliveryName of OrderDeliveryAddress to DropShipName of DropShipPo
        move DeliveryAddress1 of OrderDeliveryAddress to DropShipAddress1 of DropShipPo
        move DeliveryAddress2 of OrderDeliveryAddress to DropShipAddress2 of DropShipPo
        move DeliveryAddress3 of OrderDeliveryAddress to DropShipAddress3 of DropShipPo
        move DeliveryCity of OrderDeliveryAddress to DropShipCity of DropShipPo
        move DeliveryCounty of OrderDeliveryAddress to DropShipCounty of DropShipPo
        move DeliveryCountry of OrderDeliveryAddress to DropShipCountry of DropShipPo
        move DeliveryPostcode of OrderDeliveryAddress to DropShipPostcode of DropShipPo
    else
        move Name of OrderCustomer to DropShipName of DropShipPo
        move Address1 of OrderCustomer to DropShipAddress1 of DropShipPo
        move Address2 of OrderCustomer to DropShipAddress2 of DropShipPo
        move Address3 of OrderCustomer to DropShipAddress3 of DropShipPo
        move City of OrderCustomer to DropShipCity of DropShipPo
        move County of OrderCustomer to DropShipCounty of DropShipPo
        move Country of OrderCustomer to DropShipCountry of DropShipPo
        move Postcode of OrderCustomer to DropShipPostcode of DropShipPo
    end-if
    perform varying DropShipLineIndex from OrderLineIndex by 1
        until DropShipLineIndex is greater than OrderLineCount of OrderRecord
        if IsLineDropShip of OrderLine of OrderRecord(DropShipLineIndex)
            and DropShipPoId of OrderLine of OrderRecord(DropShipLineIndex) equal to zero
            move ProductCode of OrderLine of OrderRecord(DropShipLineIndex)
                to OrderLineProductCode
            call "GetProductByCode" using DropShipLineProduct, OrderLineProductCode
            if DropShipSupplierId of DropShipLineProduct equal to DropShipSupplierForPo
                add 1 to PoLineCount of DropShipPo
                move OrderLineProductCode
                    to ProductCode of PoLine of DropShipPo(PoLineCount of DropShipPo)
                move Quantity of OrderLine of OrderRecord(DropShipLineIndex)
                    to QuantityOrdered of PoLine of DropShipPo(PoLineCount of DropShipPo)
                move CostPrice of OrderLine of OrderRecord(DropShipLineIndex)
                    to UnitCost of PoLine of DropShipPo(PoLineCount of DropShipPo)
                move 999999 to DropShipPoId of OrderLine of OrderRecord(DropShipLineIndex)
            end-if
        end-if
    end-perform
    call "AddPurchaseOrder" using DropShipPo, DropShipNewPoId, DropShipPoStatus
    if DropShipPoStatus not equal to "00"
        move zero to DropShipNewPoId
        display "Drop-ship purchase order for supplier " DropShipSupplierForPo
            " on order " OrderId of OrderRecord " was not raised - status "
            DropShipPoStatus
    else
        display "Drop-ship purchase order " DropShipNewPoId " raised to supplier "
            DropShipSupplierForPo " for order " OrderId of OrderRecord
    end-if
    perform varying DropShipLineIndex from OrderLineIndex by 1
        until DropShipLineIndex is greater than OrderLineCount of OrderRecord
        if DropShipPoId of OrderLine of OrderRecord(DropShipLineIndex) equal to 999999
            move DropShipNewPoId
                to DropShipPoId of OrderLine of OrderRecord(DropShipLineIndex)
        end-if
    end-perform
    .

FetchOpenOrderForAmendment.
    .

ApplyAmendedOrderIfWithinCreditLimit.
    if IsFreeOfChargeOrder of AmendedOrder
        perform varying OrderLineIndex from 1 by 1
            until OrderLineIndex is greater than OrderLineCount of AmendedOrder
            move zero to UnitPrice of OrderLine of AmendedOrder(OrderLineIndex)
        end-perform
    end-if
    perform ComputeNetAmountOfAmendedOrder
    perform CheckCreditLimitForAmendedOrder
    if IsOrderWithinCreditLimit
                perform ReleaseStockForOrderRecord
                move AmendedOrder to OrderRecord
                perform AllocateStockForOrderRecord
                move OrderState of OrderRecord to ApprovalStateBefore
                perform CheckApprovalHoldForOrderRecord
                perform RaiseDropShipPurchaseOrdersForOpenOrder
                rewrite OrderRecord
                move OrderId of OrderRecord to EventOrderId
                move "AMEND" to EventAction
                move ApprovalStateBefore to EventStateBefore
                move OrderState of OrderRecord to EventStateAfter
                perform WriteOrderEventRow
                move CustomerId of OrderRecord to BalanceCustomerKey

CheckCreditLimitForAmendedOrder.
    move "Y" to OrderWithinCreditLimit
    if IsFreeOfChargeOrder of AmendedOrder
        exit paragraph
    end-if
    move zero to RunningOrderTotal
    move CustomerId of AmendedOrder to OrderCustomerLookupId
    perform GetOrderCustomerById

AddOrderRecordOnly.
    move "00" to OrderFileStatus
    if IsFreeOfChargeOrder of ThisOrder
        perform ValidateFreeOfChargeOrder
        if not IsFreeOfChargeOrderValid
            exit paragraph
        end-if
    end-if
    perform SubstituteInactiveOrderLines
    perform ApplyPackRulesToOrderLines
    if not AreOrderLinesValid
        exit paragraph
    end-if
    perform ValidateOrderLinesAgainstProductMaster
    if not AreOrderLinesValid
        exit paragraph
    if not AreOrderLinesValid
        exit paragraph
    end-if
    if IsFreeOfChargeOrder of ThisOrder
        perform ZeroPricesOnFreeOfChargeOrder
    end-if
    perform ComputeNetAmountOfThisOrder
    perform CheckCustomerCreditLimit
    if IsOrderWithinCreditLimit
        perform ResolveFulfilmentWarehouseForThisOrder
        perform AllocateStockForThisOrder
        move ThisOrder to OrderRecord
        if IsPrepaymentAccount of OrderCustomer
            and not IsFreeOfChargeOrder of ThisOrder
            move "P" to OrderState of OrderRecord
        else
            move "O" to OrderState of OrderRecord
        end-if
        perform CheckApprovalHoldForOrderRecord
        set IsOrderNotInvoiced of OrderRecord to true
        perform SetPromiseDateForOrderRecord
        perform AllocateNextOrderId
            invalid key
                display "Error adding order - status is " OrderFileStatus
            not invalid key
                if IsOrderOpen of OrderRecord
                    perform RaiseDropShipPurchaseOrders
                    rewrite OrderRecord
                end-if
                move OrderId of OrderRecord to EventOrderId
                move "CREATE" to EventAction
                move space to EventStateBefore
    end-if
    .

ValidateFreeOfChargeOrder.
    move "Y" to FreeOfChargeOrderValid
    if not IsValidFreeOfChargeReason of ThisOrder
        move "N" to FreeOfChargeOrderValid
        move "90" to OrderFileStatus
        display "Order rejected - free-of-charge reason must be SMP, RPL or GWL"
        exit paragraph
    end-if
    call "GetOperatorRole" using FreeOfChargeAuthorisedBy of ThisOrder,
        FreeOfChargeAuthoriserRole
    if not IsFreeOfChargeAuthoriser
        move "N" to FreeOfChargeOrderValid
        move "90" to OrderFileStatus
        display "Order rejected - free-of-charge order must be authorised by a supervisor"
    end-if
    .

ZeroPricesOnFreeOfChargeOrder.
    perform varying OrderLineIndex from 1 by 1
        until OrderLineIndex is greater than OrderLineCount of ThisOrder
        move zero to UnitPrice of OrderLine of ThisOrder(OrderLineIndex)
    end-perform
    .

CheckApprovalHoldForOrderRecord.
    if not IsOrderApprovalConfigLoaded
        perform LoadOrderApprovalConfig
    end-if
    move space to ApprovalHoldReason of OrderRecord
    move zero to OrderMarginPercent of OrderRecord
    if IsFreeOfChargeOrder of OrderRecord
        exit paragraph
    end-if
    perform ComputeNetAmountOfOrderRecord
    evaluate true
        when IsOrderOperatorSupervisor
            move SupervisorOrderValueLimit to OperatorOrderValueLimit
        when IsOrderOperatorCreditControl
            move CreditControlOrderValueLimit to OperatorOrderValueLimit
        when IsOrderOperatorMaintenance or IsOrderOperatorEnquiry
            move MaintenanceOrderValueLimit to OperatorOrderValueLimit
        when other
            move BatchOrderValueLimit to OperatorOrderValueLimit
    end-evaluate
    if WorkOrderNetAmount is greater than OperatorOrderValueLimit
        set IsHeldForHighValue of OrderRecord to true
    end-if
    move zero to CostedLinesNetAmount
    move zero to CostedLinesCostAmount
    perform varying OrderLineIndex from 1 by 1
        until OrderLineIndex is greater than OrderLineCount of OrderRecord
        if CostPrice of OrderLine of OrderRecord(OrderLineIndex) is greater than zero
            compute CostedLinesNetAmount = CostedLinesNetAmount +
                (Quantity of OrderLine of OrderRecord(OrderLineIndex)
                    * UnitPrice of OrderLine of OrderRecord(OrderLineIndex))
            compute CostedLinesCostAmount = CostedLinesCostAmount +
                (Quantity of OrderLine of OrderRecord(OrderLineIndex)
                    * CostPrice of OrderLine of OrderRecord(OrderLineIndex))
        end-if
    end-perform
    if CostedLinesCostAmount is greater than zero
        if CostedLinesNetAmount equal to zero
            move -999.99 to OrderMarginPercent of OrderRecord
        else
            compute OrderMarginPercent of OrderRecord rounded =
                (CostedLinesNetAmount - CostedLinesCostAmount) * 100
                    / CostedLinesNetAmount
                on size error
                    move -999.99 to OrderMarginPercent of OrderRecord
            end-compute
        end-if
        if OrderMarginPercent of OrderRecord is less than MarginFloorPercent
            if IsHeldForHighValue of OrderRecord
                set IsHeldForMarginAndValue of OrderRecord to true
            else
                set IsHeldForLowMargin of OrderRecord to true
            end-if
        end-if
    end-if
    if not IsNotHeldForApproval of OrderRecord
        move "A" to OrderState of OrderRecord
        display "Order for customer " CustomerId of OrderRecord
            " held for approval - reason " ApprovalHoldReason of OrderRecord
    end-if
    .

LoadOrderApprovalConfig.
    open input OrderApprovalConfigFile
    if OrderApprovalConfigStatus equal to "00"
        read OrderApprovalConfigFile
            at end continue
            not at end
                if ConfigMarginFloorPercent is numeric
                    move ConfigMarginFloorPercent to MarginFloorPercent
                end-if
                if ConfigBatchValueLimit is numeric
                    move ConfigBatchValueLimit to BatchOrderValueLimit
                end-if
                if ConfigMaintenanceValueLimit is numeric
                    move ConfigMaintenanceValueLimit to MaintenanceOrderValueLimit
                end-if
                if ConfigCreditControlValueLimit is numeric
                    move ConfigCreditControlValueLimit
                        to CreditControlOrderValueLimit
                end-if
                if ConfigSupervisorValueLimit is numeric
                    move ConfigSupervisorValueLimit to SupervisorOrderValueLimit
                end-if
        end-read
    end-if
    close OrderApprovalConfigFile
    move "Y" to OrderApprovalConfigLoaded
    .

CheckRestoredOrderIsRestorable.
    if IsOrderInvoiced of RestoredOrder
        move OrderId of RestoredOrder to RestoredOrderId
    .

SetPromiseDateForOrderRecord.
    call "GetBusinessDate" using PromiseTodayDate
    if RequestedDate of OrderRecord equal to zero
        move PromiseTodayDate to RequestedDate of OrderRecord
    end-if

WriteProFormaDocument.
    move zero to ProFormaNetAmount
    move CustomerId of OrderRecord to RegisterAccountId
    move spaces to RegisterReference
    string
        "PF" delimited by size
        OrderId of OrderRecord delimited by size
        into RegisterReference
    end-string
    call "BeginOutputDocument" using RegisterDocumentType, RegisterAccountId,
        RegisterReference
    open extend ProFormaSpoolFile
    move all "=" to ProFormaSpoolRecord
    perform WriteProFormaSpoolRecord
    move spaces to ProFormaLine
    string
        "PRO-FORMA INVOICE   Reference PF" delimited by size
        into ProFormaLine
    end-string
    move ProFormaLine to ProFormaSpoolRecord
    perform WriteProFormaSpoolRecord
    move Name of OrderCustomer to ProFormaSpoolRecord
    perform WriteProFormaSpoolRecord
    move Address1 of OrderCustomer to ProFormaSpoolRecord
    perform WriteProFormaSpoolRecord
    move City of OrderCustomer to ProFormaSpoolRecord
    perform WriteProFormaSpoolRecord
    move Postcode of OrderCustomer to ProFormaSpoolRecord
    perform WriteProFormaSpoolRecord
    move spaces to ProFormaSpoolRecord
    perform WriteProFormaSpoolRecord
    perform varying OrderLineIndex from 1 by 1
        until OrderLineIndex is greater than OrderLineCount of OrderRecord
        compute ProFormaLineAmount =
        move ProFormaLineAmount to EditedProFormaAmount
        move EditedProFormaAmount to ProFormaLine(54:12)
        move ProFormaLine to ProFormaSpoolRecord
        perform WriteProFormaSpoolRecord
    end-perform
    if IsVATRegistered of OrderCustomer
        compute ProFormaVatAmount rounded =
        into ProFormaLine
    end-string
    move ProFormaLine to ProFormaSpoolRecord
    perform WriteProFormaSpoolRecord
    move spaces to ProFormaSpoolRecord
    perform WriteProFormaSpoolRecord
    close ProFormaSpoolFile
    call "EndOutputDocument" using RegisterChannel
    .

WriteProFormaSpoolRecord.
    write ProFormaSpoolRecord
    call "AddOutputDocumentLine" using ProFormaSpoolRecord
    .

AddOrderRecordToInvoicedNetTotal.
        into StockMovementReference
    end-string
    call "SetStockMovementReference" using StockMovementReference
    move FulfilmentWarehouse of OrderRecord to OrderStockWarehouse
    call "SetStockWarehouse" using OrderStockWarehouse
    .

AllocateStockForThisOrder.
    move "NEWORDER" to StockMovementReference
    call "SetStockMovementReference" using StockMovementReference
    move FulfilmentWarehouse of ThisOrder to OrderStockWarehouse
    call "SetStockWarehouse" using OrderStockWarehouse
    perform varying OrderLineIndex from 1 by 1
        until OrderLineIndex is greater than OrderLineCount of ThisOrder
        move ProductCode of OrderLine of ThisOrder(OrderLineIndex)
            to StockProductCode
        move Quantity of OrderLine of ThisOrder(OrderLineIndex)
            to StockLineQuantity
        if IsLineDropShip of OrderLine of ThisOrder(OrderLineIndex)
            move "00" to ReturnedStockStatus
        else
            call "AllocateStock" using StockProductCode, StockLineQuantity,
                ReturnedStockStatus
        end-if
        if ReturnedStockStatus equal to "90"
            perform SubstituteShortOrderLine
        end-if
        if ReturnedStockStatus equal to "90"
            set IsLineStockShort of OrderLine of ThisOrder(OrderLineIndex) to true
            display "Stock shortage for product '"
    end-perform
    .

SubstituteShortOrderLine.
    if SubstitutedForProductCode of OrderLine of ThisOrder(OrderLineIndex)
        not equal to spaces
        exit paragraph
    end-if
    move StockProductCode to SubstituteLookupCode
    call "GetProductSubstitutes" using SubstituteLookupCode, LineSubstitutes
    perform varying SubstituteIndex from 1 by 1
        until SubstituteIndex is greater than SubstituteCount of LineSubstitutes
            or ReturnedStockStatus not equal to "90"
        if IsAutomaticSubstitute of LineSubstitutes(SubstituteIndex)
            move SubstituteProductCode of LineSubstitutes(SubstituteIndex)
                to StockProductCode
            call "GetProductByCode" using SubstituteProduct, StockProductCode
            if ProductCode of SubstituteProduct equal to StockProductCode
                and not IsProductInactive of SubstituteProduct
                call "AllocateStock" using StockProductCode, StockLineQuantity,
                    ReturnedStockStatus
                if ReturnedStockStatus not equal to "00"
                    move "90" to ReturnedStockStatus
                end-if
            end-if
        end-if
    end-perform
    if ReturnedStockStatus equal to "90"
        move SubstituteLookupCode to StockProductCode
        exit paragraph
    end-if
    move SubstituteLookupCode
        to SubstitutedForProductCode of OrderLine of ThisOrder(OrderLineIndex)
    move StockProductCode to ProductCode of OrderLine of ThisOrder(OrderLineIndex)
    move Description of SubstituteProduct
        to Description of OrderLine of ThisOrder(OrderLineIndex)
    move CostPrice of SubstituteProduct
        to CostPrice of OrderLine of ThisOrder(OrderLineIndex)
    display "Order line substituted - '" function trim(SubstituteLookupCode)
        "' is short, '" function trim(StockProductCode) "' allocated instead"
    .

SubstituteInactiveOrderLines.
    call "IsProductMasterPresent" using ProductMasterPresentFlag
    if not IsProductMasterPresent
        exit paragraph
    end-if
    perform varying OrderLineIndex from 1 by 1
        until OrderLineIndex is greater than OrderLineCount of ThisOrder
        move ProductCode of OrderLine of ThisOrder(OrderLineIndex)
            to OrderLineProductCode
        call "GetProductByCode" using OrderLineProduct, OrderLineProductCode
        if ProductCode of OrderLineProduct equal to OrderLineProductCode
            and IsProductInactive of OrderLineProduct
            and SubstitutedForProductCode of OrderLine of ThisOrder(OrderLineIndex)
                equal to spaces
            perform FindActiveAutomaticSubstitute
            if IsSubstituteFound
                move OrderLineProductCode to SubstitutedForProductCode
                    of OrderLine of ThisOrder(OrderLineIndex)
                move SubstituteLookupCode
                    to ProductCode of OrderLine of ThisOrder(OrderLineIndex)
                move spaces to Description of OrderLine of ThisOrder(OrderLineIndex)
                if UnitPrice of OrderLine of ThisOrder(OrderLineIndex)
                    equal to UnitPrice of OrderLineProduct
                    move zero to UnitPrice of OrderLine of ThisOrder(OrderLineIndex)
                end-if
                display "Order line substituted - '"
                    function trim(OrderLineProductCode) "' is not active, '"
                    function trim(SubstituteLookupCode) "' supplied instead"
            end-if
        end-if
    end-perform
    .

FindActiveAutomaticSubstitute.
    move "N" to SubstituteFoundFlag
    call "GetProductSubstitutes" using OrderLineProductCode, LineSubstitutes
    perform varying SubstituteIndex from 1 by 1
        until SubstituteIndex is greater than SubstituteCount of LineSubstitutes
            or IsSubstituteFound
        if IsAutomaticSubstitute of LineSubstitutes(SubstituteIndex)
            move SubstituteProductCode of LineSubstitutes(SubstituteIndex)
                to SubstituteLookupCode
            call "GetProductByCode" using SubstituteProduct, SubstituteLookupCode
            if ProductCode of SubstituteProduct equal to SubstituteLookupCode
                and not IsProductInactive of SubstituteProduct
                move "Y" to SubstituteFoundFlag
            end-if
        end-if
    end-perform
    .

ResolveFulfilmentWarehouseForThisOrder.
    if FulfilmentWarehouse of ThisOrder not equal to spaces
        exit paragraph
    end-if
    if DeliveryAddressRef of ThisOrder is greater than zero
        move DeliveryPostcode of OrderDeliveryAddress to FulfilmentPostcode
    else
        move Postcode of OrderCustomer to FulfilmentPostcode
    end-if
    call "GetWarehouseForPostcode" using FulfilmentPostcode,
        FulfilmentWarehouse of ThisOrder
    .

AllocateStockForOrderRecord.
    perform SetStockReferenceFromOrderRecord
    perform varying OrderLineIndex from 1 by 1
            to StockProductCode
        move Quantity of OrderLine of OrderRecord(OrderLineIndex)
            to StockLineQuantity
        if IsLineDropShip of OrderLine of OrderRecord(OrderLineIndex)
            move "00" to ReturnedStockStatus
        else
            call "AllocateStock" using StockProductCode, StockLineQuantity,
                ReturnedStockStatus
        end-if
        if ReturnedStockStatus equal to "90"
            set IsLineStockShort of OrderLine of OrderRecord(OrderLineIndex) to true
            display "Stock shortage for product '"
    perform varying OrderLineIndex from 1 by 1
        until OrderLineIndex is greater than OrderLineCount of OrderRecord
        if IsLineStockCovered of OrderLine of OrderRecord(OrderLineIndex)
            and not IsLineDropShip of OrderLine of OrderRecord(OrderLineIndex)
            move ProductCode of OrderLine of OrderRecord(OrderLineIndex)
                to StockProductCode
            move Quantity of OrderLine of OrderRecord(OrderLineIndex)
    end-perform
    .

AddLineShippedLotsToOrder.
    call "GetLastShippedLots" using LineShippedLots
    perform varying ShippedLotIndex from 1 by 1
        until ShippedLotIndex is greater than ShippedLotCount of LineShippedLots
            or OrderShippedLotCount equal to 90
        add 1 to OrderShippedLotCount
        move ShippedLotProductCode of LineShippedLots(ShippedLotIndex)
            to OrderShippedLotProductCode(OrderShippedLotCount)
        move ShippedLotNumber of LineShippedLots(ShippedLotIndex)
            to OrderShippedLotNumber(OrderShippedLotCount)
        move ShippedLotExpiryDate of LineShippedLots(ShippedLotIndex)
            to OrderShippedLotExpiryDate(OrderShippedLotCount)
        move ShippedLotQuantity of LineShippedLots(ShippedLotIndex)
            to OrderShippedLotQuantity(OrderShippedLotCount)
    end-perform
    .

ShipStockForOrderRecord.
    perform SetStockReferenceFromOrderRecord
    perform varying OrderLineIndex from 1 by 1
        until OrderLineIndex is greater than OrderLineCount of OrderRecord
        if IsLineStockCovered of OrderLine of OrderRecord(OrderLineIndex)
            and not IsLineDropShip of OrderLine of OrderRecord(OrderLineIndex)
            move ProductCode of OrderLine of OrderRecord(OrderLineIndex)
                to StockProductCode
            move Quantity of OrderLine of OrderRecord(OrderLineIndex)
                to StockLineQuantity
            call "ShipStockAllocation" using StockProductCode,
                StockLineQuantity, ReturnedStockStatus
            perform AddLineShippedLotsToOrder
        end-if
    end-perform
    .
                end-if
                if UnitPrice of OrderLine of ThisOrder(OrderLineIndex)
                    equal to zero
                    or UnitPrice of OrderLine of ThisOrder(OrderLineIndex)
                        equal to UnitPrice of OrderLineProduct
                    perform PriceOrderLineByQuantity
                end-if
                move CostPrice of OrderLineProduct
                    to CostPrice of OrderLine of ThisOrder(OrderLineIndex)
                if IsDropShipProduct of OrderLineProduct
                    set IsLineDropShip of OrderLine of ThisOrder(OrderLineIndex)
                        to true
                end-if
        end-evaluate
    end-perform
    .

ApplyPackRulesToOrderLines.
    move "Y" to OrderLinesValid
    call "IsProductMasterPresent" using ProductMasterPresentFlag
    if not IsProductMasterPresent
        exit paragraph
    end-if
    if IsWebOrder of ThisOrder
        move "Y" to PackRoundUpFlag
    else
        move "N" to PackRoundUpFlag
    end-if
    perform varying OrderLineIndex from 1 by 1
        until OrderLineIndex is greater than OrderLineCount of ThisOrder
            or not AreOrderLinesValid
        move ProductCode of OrderLine of ThisOrder(OrderLineIndex)
            to OrderLineProductCode
        move Quantity of OrderLine of ThisOrder(OrderLineIndex)
            to PackOrderQuantity
        call "CheckProductOrderQuantity" using OrderLineProductCode,
            PackOrderQuantity, PackRoundUpFlag, PackCheckStatus, PackCheckReason
        evaluate PackCheckStatus
            when "00"
                continue
            when "01"
                move PackOrderQuantity
                    to Quantity of OrderLine of ThisOrder(OrderLineIndex)
                display "Order line adjusted - " function trim(PackCheckReason)
            when other
                move "N" to OrderLinesValid
                move "90" to OrderFileStatus
                display "Order rejected - " function trim(PackCheckReason)
        end-evaluate
    end-perform
    .

CheckAmendedLinePackRules.
    if not IsAmendmentValid
        exit paragraph
    end-if
    call "IsProductMasterPresent" using ProductMasterPresentFlag
    if not IsProductMasterPresent
        exit paragraph
    end-if
    if IsWebOrder of AmendedOrder
        move "Y" to PackRoundUpFlag
    else
        move "N" to PackRoundUpFlag
    end-if
    move AmendedProductCode to OrderLineProductCode
    move AmendedQuantity to PackOrderQuantity
    call "CheckProductOrderQuantity" using OrderLineProductCode,
        PackOrderQuantity, PackRoundUpFlag, PackCheckStatus, PackCheckReason
    evaluate PackCheckStatus
        when "00"
            continue
        when "01"
            move PackOrderQuantity to AmendedQuantity
            display "Order amendment: line adjusted - " function trim(PackCheckReason)
        when other
            set InvalidData to true
            move "N" to AmendmentValid
            display "Order amendment rejected - " function trim(PackCheckReason)
    end-evaluate
    .

CheckAmendedLineAgainstProductMaster.
    move zero to AmendedLineCostPrice
    move "N" to AmendedLineDropShipFlag
    if not IsAmendmentValid
        exit paragraph
    end-if
    call "IsProductMasterPresent" using ProductMasterPresentFlag
    if not IsProductMasterPresent
        exit paragraph
    end-if
    move AmendedProductCode to OrderLineProductCode
    call "GetProductByCode" using OrderLineProduct, OrderLineProductCode
    evaluate true
        when ProductCode of OrderLineProduct not equal to OrderLineProductCode
            set InvalidData to true
            move "N" to AmendmentValid
            display "Order amendment rejected - unknown product '"
                function trim(OrderLineProductCode) "'"
        when IsProductInactive of OrderLineProduct
            set InvalidData to true
            move "N" to AmendmentValid
            display "Order amendment rejected - product '"
                function trim(OrderLineProductCode) "' is not active"
        when other
            if AmendedDescription equal to spaces
                move Description of OrderLineProduct to AmendedDescription
            end-if
            move CostPrice of OrderLineProduct to AmendedLineCostPrice
            if IsDropShipProduct of OrderLineProduct
                move "Y" to AmendedLineDropShipFlag
            end-if
    end-evaluate
    .

PriceOrderLineByQuantity.
    move Quantity of OrderLine of ThisOrder(OrderLineIndex) to PricingQuantity
    call "GetProductPriceForQuantity" using OrderLineProductCode, PricingQuantity,
        ProductListPrice, ProductQuantityPrice
    move ProductQuantityPrice
        to UnitPrice of OrderLine of ThisOrder(OrderLineIndex)
    .

PriceAmendedOrderLine.
    move AmendedUnitPrice to AmendedLineListPrice
    move AmendedUnitPrice to AmendedLineNetPrice
    if AmendedUnitPrice not equal to zero
        exit paragraph
    end-if
    move AmendedProductCode to OrderLineProductCode
    move AmendedQuantity to PricingQuantity
    call "GetProductPriceForQuantity" using OrderLineProductCode, PricingQuantity,
        ProductListPrice, ProductQuantityPrice
    move ProductQuantityPrice to AmendedLineListPrice
    move ProductQuantityPrice to AmendedLineNetPrice
    move AmendedProductCode to ContractProductCode
    move CustomerId of AmendedOrder to ContractCustomerId
    call "GetBusinessDate" using DiscountPricingDate
    call "GetContractPrice" using ContractCustomerId, ContractProductCode,
        DiscountPricingDate, ContractLinePrice, ContractPriceFoundFlag
    if IsContractPriceFound
        move ContractLinePrice to AmendedLineNetPrice
    end-if
    .

ApplyDiscountTermsToThisOrder.
    if not AreDiscountTermsLoaded
        perform LoadDiscountTermsTable
    end-if
    move OrderDate of ThisOrder to DiscountPricingDate
    if DiscountPricingDate equal to zero
        call "GetBusinessDate" using DiscountPricingDate
    end-if
    move CustomerId of ThisOrder to OrderCustomerLookupId
    perform GetOrderCustomerById
            move ContractLinePrice
                to UnitPrice of OrderLine of ThisOrder(OrderLineIndex)
        else
            call "GetProductGroupForProduct" using ContractProductCode,
                OrderLineGroupCode, OrderLineDepartmentCode
            perform FindDiscountTermForOrderLine
            if IsDiscountTermFound
                compute UnitPrice of OrderLine of ThisOrder(OrderLineIndex)
                TermEffectiveFrom(DiscountTermIndex)
            and DiscountPricingDate is not greater than
                TermEffectiveTo(DiscountTermIndex)
            if TermProductGroup(DiscountTermIndex) equal to spaces
                or TermProductGroup(DiscountTermIndex)
                    equal to OrderLineGroupCode
                if TermPrefixLength(DiscountTermIndex) equal to zero
                    move "Y" to DiscountTermFound
                else
                    if ProductCode of OrderLine of ThisOrder
                        (OrderLineIndex)(1:TermPrefixLength(DiscountTermIndex))
                        equal to TermProductPrefix(DiscountTermIndex)
                            (1:TermPrefixLength(DiscountTermIndex))
                        move "Y" to DiscountTermFound
                    end-if
                end-if
            end-if
        end-if
                    to TermEffectiveFrom(NumberOfDiscountTerms)
                move TermRecordEffectiveTo
                    to TermEffectiveTo(NumberOfDiscountTerms)
                move TermRecordProductGroup
                    to TermProductGroup(NumberOfDiscountTerms)
            end-if
            read DiscountTermsFile
                at end set EndOfDiscountTermsFile to true
            " is on credit hold"
        exit paragraph
    end-if
    if IsAccountPendingApproval of OrderCustomer
        move "N" to OrderWithinCreditLimit
        move "90" to OrderFileStatus
        display "Order rejected - customer " CustomerId of ThisOrder
            " is awaiting credit approval"
        exit paragraph
    end-if
    if IsAccountDeclined of OrderCustomer
        move "N" to OrderWithinCreditLimit
        move "90" to OrderFileStatus
        display "Order rejected - customer " CustomerId of ThisOrder
            " account application was declined"
        exit paragraph
    end-if
    perform ScreenExportOrderDestination
    if PartyHitCount is greater than zero
        move "N" to OrderWithinCreditLimit
        move "90" to OrderFileStatus
        display "Order rejected - export destination for customer "
            CustomerId of ThisOrder " is held pending sanctions review"
        exit paragraph
    end-if
    if IsFreeOfChargeOrder of ThisOrder
        exit paragraph
    end-if
    move CustomerId of ThisOrder to BalanceCustomerKey
    perform ReadOpenOrderBalance
    move OpenOrderBalance to RunningOrderTotal
    end-if
    .

ScreenExportOrderDestination.
    initialize ScreeningParty
    move CustomerId of ThisOrder to PartyCustomerId
    move "ORDER" to PartySource
    if DeliveryAddressRef of ThisOrder is greater than zero
        move DeliveryAddressRef of ThisOrder to PartyAddressRef
        move DeliveryName of OrderDeliveryAddress to PartyName
        move DeliveryAddress1 of OrderDeliveryAddress to PartyAddress1
        move DeliveryCity of OrderDeliveryAddress to PartyCity
        move DeliveryCountry of OrderDeliveryAddress to PartyCountry
        move DeliveryPostcode of OrderDeliveryAddress to PartyPostcode
    else
        move Name of OrderCustomer to PartyName
        move Address1 of OrderCustomer to PartyAddress1
        move City of OrderCustomer to PartyCity
        move Country of OrderCustomer to PartyCountry
        move Postcode of OrderCustomer to PartyPostcode
    end-if
    if PartyCountry equal to spaces
        or function upper-case(function trim(PartyCountry)) equal to "UNITED KINGDOM"
        exit paragraph
    end-if
    move AccountHoldFlag of OrderCustomer to PartyHeldFlag
    call "ScreenParty" using ScreeningParty, ReturnedScreeningStatus
    if PartyHitCount is greater than zero
        call "PlaceCustomerOnHold" using PartyCustomerId, ScreeningHoldStatus
    end-if
    .

ApplyGroupExposureIfBranchAccount.
    if ParentCustomerId of OrderCustomer equal to zero
        exit paragraph

WriteOrderEventRow.
    open extend OrderEventsFile
    call "GetBusinessDate" using EventDate
    accept EventTime from time
    move spaces to OrderEventRecord
    string
