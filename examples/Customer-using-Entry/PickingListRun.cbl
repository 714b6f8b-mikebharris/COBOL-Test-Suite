                88 ConfigBulkPickMode value "B".

working-storage section.
    01 RunDate pic 9(8) value zeroes.
    01 PickingListFileName pic x(20) value "PickingLists.out".
    01 DeliveryNoteFileName pic x(20) value "DeliveryNotes.out".

    01 RouteCompareIndex pic 9(5) value zeroes.
    01 RouteTable.
        02 RouteEntry occurs 10000 times.
            03 RouteWarehouseCode pic x(4) value spaces.
            03 RoutePromiseDate pic 9(8) value zeroes.
            03 RoutePostcode pic x(10) value spaces.
            03 RouteOrderId pic 9(6) value zeroes.
            03 RouteCustomerId pic 9(8) value zeroes.
    01 RouteSwapEntry.
        02 SwapWarehouseCode pic x(4) value spaces.
        02 SwapPromiseDate pic 9(8) value zeroes.
        02 SwapPostcode pic x(10) value spaces.
        02 SwapOrderId pic 9(6) value zeroes.
    01 PickModeFlag pic x value "O".
        88 IsBulkPickMode value "B".

    01 PickProductCode pic x(12) value spaces.
    01 NoteCustomerPartNumber pic x(20) value spaces.
    01 CustomerPartFoundFlag pic x value "N".
        88 IsCustomerPartFound value "Y".
    01 PickBinLookup pic x(6) value spaces.
    01 DefaultWarehouseCode pic x(4) value "MAIN".
    01 PickWarehouseCode pic x(4) value spaces.
    01 PrintedWarehouseCode pic x(4) value spaces.
    01 PickLineCount pic 9(2) value zeroes.
    01 WarehouseLinesOnOrder pic 9(2) value zeroes.
    01 PickLineIndex pic 9(2) value zeroes.
    01 PickCompareIndex pic 9(2) value zeroes.
    01 PickLineTable.
        02 PickLineEntry occurs 90 times.
            03 PickBinLocation pic x(6) value spaces.
            03 PickLineProductCode pic x(12) value spaces.
            03 PickLineDescription pic x(30) value spaces.
    01 BulkCompareIndex pic 9(3) value zeroes.
    01 BulkPickTable.
        02 BulkPickEntry occurs 500 times.
            03 BulkWarehouseCode pic x(4) value spaces.
            03 BulkBinLocation pic x(6) value spaces.
            03 BulkProductCode pic x(12) value spaces.
            03 BulkDescription pic x(30) value spaces.
            03 BulkQuantity pic 9(6) value zeroes.
    01 BulkSwapEntry.
        02 BulkSwapWarehouse pic x(4) value spaces.
        02 BulkSwapBin pic x(6) value spaces.
        02 BulkSwapProduct pic x(12) value spaces.
        02 BulkSwapDescription pic x(30) value spaces.

procedure division.

    call "GetBusinessDate" using RunDate
    display "PickingListRun: business date " RunDate
    perform LoadPickingConfig
    perform BuildPostcodeRouteTable
    perform SortRouteTableByPostcode
    close PickingConfigFile
    .

SetPickWarehouseFromCurrentOrder.
    if FulfilmentWarehouse of CurrentOrder equal to spaces
        move DefaultWarehouseCode to PickWarehouseCode
    else
        move FulfilmentWarehouse of CurrentOrder to PickWarehouseCode
    end-if
    call "SetStockWarehouse" using PickWarehouseCode
    .

FindBinLocationForPickProduct.
    call "GetStockBinLocation" using PickProductCode, PickBinLookup
    .

AccumulateOrderIntoBulkPick.
    add 1 to PickingListsPrinted
    perform SetPickWarehouseFromCurrentOrder
    perform varying OrderLineIndex from 1 by 1
        until OrderLineIndex is greater than OrderLineCount of CurrentOrder
        if not IsLineDropShip of OrderLine of CurrentOrder(OrderLineIndex)
            move ProductCode of OrderLine of CurrentOrder(OrderLineIndex)
                to PickProductCode
            perform AddLineToBulkPickTable
        end-if
    end-perform
    .

        until BulkPickIndex is greater than NumberOfBulkPickEntries
            or IsBulkProductFound
        if BulkProductCode(BulkPickIndex) equal to PickProductCode
            and BulkWarehouseCode(BulkPickIndex) equal to PickWarehouseCode
            move "Y" to BulkProductFound
            add Quantity of OrderLine of CurrentOrder(OrderLineIndex)
                to BulkQuantity(BulkPickIndex)
        and NumberOfBulkPickEntries is less than MaxBulkPickEntries
        perform FindBinLocationForPickProduct
        add 1 to NumberOfBulkPickEntries
        move PickWarehouseCode to BulkWarehouseCode(NumberOfBulkPickEntries)
        move PickBinLookup to BulkBinLocation(NumberOfBulkPickEntries)
        move PickProductCode to BulkProductCode(NumberOfBulkPickEntries)
        move Description of OrderLine of CurrentOrder(OrderLineIndex)
            to BulkDescription(NumberOfBulkPickEntries)
        until BulkPickIndex is not less than NumberOfBulkPickEntries
        perform varying BulkCompareIndex from 1 by 1
            until BulkCompareIndex is not less than NumberOfBulkPickEntries
            if BulkWarehouseCode(BulkCompareIndex)
                is greater than BulkWarehouseCode(BulkCompareIndex + 1)
                or (BulkWarehouseCode(BulkCompareIndex)
                    equal to BulkWarehouseCode(BulkCompareIndex + 1)
                    and BulkBinLocation(BulkCompareIndex)
                        is greater than BulkBinLocation(BulkCompareIndex + 1))
                move BulkPickEntry(BulkCompareIndex) to BulkSwapEntry
                move BulkPickEntry(BulkCompareIndex + 1)
                    to BulkPickEntry(BulkCompareIndex)
            end-if
        end-perform
    end-perform
    move spaces to PrintedWarehouseCode
    perform varying BulkPickIndex from 1 by 1
        until BulkPickIndex is greater than NumberOfBulkPickEntries
        if BulkWarehouseCode(BulkPickIndex) not equal to PrintedWarehouseCode
            move BulkWarehouseCode(BulkPickIndex) to PrintedWarehouseCode
            perform PrintBulkPickHeading
        end-if
        move spaces to PrintLine
        move BulkBinLocation(BulkPickIndex) to PrintLine(1:6)
        move BulkProductCode(BulkPickIndex) to PrintLine(8:12)
    write PickingListRecord
    .

PrintBulkPickHeading.
    move all "-" to PickingListRecord
    write PickingListRecord
    move spaces to PrintLine
    string
        "BULK PICK LIST  Warehouse " delimited by size
        PrintedWarehouseCode delimited by size
        "  (whole run, by bin location)" delimited by size
        into PrintLine
    end-string
    move PrintLine to PickingListRecord
    write PickingListRecord
    move "Bin    Product      Description                       Qty"
        to PickingListRecord
    write PickingListRecord
    .

BuildPostcodeRouteTable.
    move zero to NumberOfRouteEntries
    move zero to CustomerCursorId
            until OrderPageIndex is greater than NumberOfOrdersInPage
            move OrderPageRecord(OrderPageIndex) to CurrentOrder
            if IsOrderOpen of CurrentOrder
                and not IsWarehousePartShipped of CurrentOrder
                perform CountWarehouseLinesOnCurrentOrder
                if WarehouseLinesOnOrder is greater than zero
                    perform AddCurrentOrderToRouteTable
                end-if
            end-if
        end-perform
        move OrderId of OrderPageRecord(NumberOfOrdersInPage) to OrderCursorId
    end-perform
    .

CountWarehouseLinesOnCurrentOrder.
    move zero to WarehouseLinesOnOrder
    perform varying OrderLineIndex from 1 by 1
        until OrderLineIndex is greater than OrderLineCount of CurrentOrder
        if not IsLineDropShip of OrderLine of CurrentOrder(OrderLineIndex)
            add 1 to WarehouseLinesOnOrder
        end-if
    end-perform
    .

AddCurrentOrderToRouteTable.
    if NumberOfRouteEntries is not less than MaxRouteEntries
        move "Y" to RouteTableFull
    end-if
    perform ResolveDeliveryAddressForCurrentOrder
    add 1 to NumberOfRouteEntries
    if FulfilmentWarehouse of CurrentOrder equal to spaces
        move DefaultWarehouseCode to RouteWarehouseCode(NumberOfRouteEntries)
    else
        move FulfilmentWarehouse of CurrentOrder
            to RouteWarehouseCode(NumberOfRouteEntries)
    end-if
    if PromiseDate of CurrentOrder is greater than zero
        move PromiseDate of CurrentOrder
            to RoutePromiseDate(NumberOfRouteEntries)
        until RouteIndex is not less than NumberOfRouteEntries
        perform varying RouteCompareIndex from 1 by 1
            until RouteCompareIndex is not less than NumberOfRouteEntries
            if RouteWarehouseCode(RouteCompareIndex)
                is greater than RouteWarehouseCode(RouteCompareIndex + 1)
                or (RouteWarehouseCode(RouteCompareIndex)
                    equal to RouteWarehouseCode(RouteCompareIndex + 1)
                    and (RoutePromiseDate(RouteCompareIndex)
                        is greater than RoutePromiseDate(RouteCompareIndex + 1)
                        or (RoutePromiseDate(RouteCompareIndex)
                            equal to RoutePromiseDate(RouteCompareIndex + 1)
                            and RoutePostcode(RouteCompareIndex)
                                is greater than RoutePostcode(RouteCompareIndex + 1))))
                move RouteEntry(RouteCompareIndex) to RouteSwapEntry
                move RouteEntry(RouteCompareIndex + 1)
                    to RouteEntry(RouteCompareIndex)

PrintPickingListForCurrentOrder.
    add 1 to PickingListsPrinted
    perform SetPickWarehouseFromCurrentOrder
    move all "-" to PickingListRecord
    write PickingListRecord
    move spaces to PrintLine
    string
        "PICKING LIST  Warehouse " delimited by size
        PickWarehouseCode delimited by size
        "  Order " delimited by size
        OrderId of CurrentOrder delimited by size
        "  Customer " delimited by size
        CustomerId of CurrentOrder delimited by size
    move zero to PickLineCount
    perform varying OrderLineIndex from 1 by 1
        until OrderLineIndex is greater than OrderLineCount of CurrentOrder
        if not IsLineDropShip of OrderLine of CurrentOrder(OrderLineIndex)
            move ProductCode of OrderLine of CurrentOrder(OrderLineIndex)
                to PickProductCode
            perform FindBinLocationForPickProduct
            add 1 to PickLineCount
            move PickBinLookup to PickBinLocation(PickLineCount)
            move PickProductCode to PickLineProductCode(PickLineCount)
            move Description of OrderLine of CurrentOrder(OrderLineIndex)
                to PickLineDescription(PickLineCount)
            move Quantity of OrderLine of CurrentOrder(OrderLineIndex)
                to PickLineQuantity(PickLineCount)
        end-if
    end-perform
    perform varying PickLineIndex from 1 by 1
        until PickLineIndex is not less than PickLineCount
    end-if
    perform varying OrderLineIndex from 1 by 1
        until OrderLineIndex is greater than OrderLineCount of CurrentOrder
        if not IsLineDropShip of OrderLine of CurrentOrder(OrderLineIndex)
            move spaces to PrintLine
            move ProductCode of OrderLine of CurrentOrder(OrderLineIndex)
                to PickProductCode
            call "GetCustomerPartForProduct" using CustomerId of CurrentOrder,
                PickProductCode, NoteCustomerPartNumber, CustomerPartFoundFlag
            move PickProductCode to PrintLine(1:12)
            move Description of OrderLine of CurrentOrder(OrderLineIndex)
                to PrintLine(14:30)
            move Quantity of OrderLine of CurrentOrder(OrderLineIndex)
                to PrintLine(46:4)
            if IsCustomerPartFound
                move "Your ref" to PrintLine(52:8)
                move NoteCustomerPartNumber to PrintLine(61:20)
            end-if
            move PrintLine to DeliveryNoteRecord
            write DeliveryNoteRecord
        end-if
    end-perform
    move spaces to DeliveryNoteRecord
    write DeliveryNoteRecord
