identification division.
program-id. DeliveryRouteRun.

environment division.
configuration section.
    repository.
        function all intrinsic.

input-output section.
    file-control.
        select optional DeliveryRouteConfigFile assign to "DeliveryRoute.cfg"
            organization is line sequential
            file status is DeliveryRouteConfigStatus.

        select optional DeliveryRoutesFile assign to DeliveryRoutesFileName
            organization is line sequential
            file status is DeliveryRoutesFileStatus.

        select optional RouteSheetFile assign to RouteSheetFileName
            organization is line sequential.

data division.
file section.
    fd DeliveryRouteConfigFile.
        01 DeliveryRouteConfigRecord.
            02 ConfigDeliveryDate pic x(8).

    fd DeliveryRoutesFile.
        01 DeliveryRoutesRecord.
            88 EndOfDeliveryRoutesFile value high-values.
            02 RouteFileDistrict pic x(4).
            02 filler pic x.
            02 RouteFileRouteCode pic x(4).
            02 filler pic x.
            02 RouteFileRouteName pic x(30).

    fd RouteSheetFile.
        01 RouteSheetRecord pic x(120).

working-storage section.
    01 DeliveryRouteConfigStatus pic x(2).
    01 DeliveryRoutesFileStatus pic x(2).
    01 DeliveryRoutesFileName pic x(20) value "DeliveryRoutes.dat".
    01 RouteSheetFileName pic x(20) value "RouteSheets.out".

    01 RunDate pic 9(8) value zeroes.
    01 DeliveryDate pic 9(8) value zeroes.
    01 OrderDueDate pic 9(8) value zeroes.
    01 DefaultWarehouseCode pic x(4) value "MAIN".

    01 MaxDistrictEntries pic 9(4) value 500.
    01 NumberOfDistricts pic 9(4) value zeroes.
    01 DistrictIndex pic 9(4) value zeroes.
    01 DistrictTable.
        02 DistrictEntry occurs 500 times.
            03 DistrictCode pic x(4) value spaces.
            03 DistrictRouteCode pic x(4) value spaces.
            03 DistrictRouteName pic x(30) value spaces.
    01 DistrictFound pic x value "N".
        88 IsDistrictFound value "Y".

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
    copy Customer replacing Customer by ==CurrentCustomer==.
    copy DeliveryAddress replacing DeliveryAddress by ==OrderDeliveryAddress==.
    copy Product replacing Product by ==LineProduct==.
    copy Invoice replacing Invoice by ==OrderInvoice==.
    01 ThisOrderId pic 9(6) value zeroes.
    01 ThisCustomerId pic 9(8) value zeroes.
    01 ThisProductCode pic x(12) value spaces.
    01 ThisInvoiceNumber pic 9(6) value zeroes.
    01 DeliveryLookupRef pic 9(2) value zeroes.
    01 OrderShippable pic x value "N".
        88 IsOrderShippable value "Y".

    01 DropName pic x(30) value spaces.
    01 DropStreet pic x(20) value spaces.
    01 DropPostcode pic x(10) value spaces.
    01 DropDistrict pic x(4) value spaces.
    01 PostcodeLength pic 9(2) value zeroes.
    01 PostcodeSpaceCount pic 9(2) value zeroes.
    01 DropCartons pic 9(4) value zeroes.
    01 LineCartons pic 9(4) value zeroes.
    01 DropCashAmount pic s9(8)v99 value zeroes.
    01 DropNetAmount pic 9(8)v99 value zeroes.
    01 DropVatAmount pic 9(8)v99 value zeroes.
    01 LineNetAmount pic 9(8)v99 value zeroes.

    01 MaxDropEntries pic 9(4) value 2000.
    01 NumberOfDrops pic 9(4) value zeroes.
    01 DropIndex pic 9(4) value zeroes.
    01 DropCompareIndex pic 9(4) value zeroes.
    01 DropTable.
        02 DropEntry occurs 2000 times.
            03 DropWarehouseCode pic x(4) value spaces.
            03 DropRouteCode pic x(4) value spaces.
            03 DropDistrictSequence pic 9(4) value zeroes.
            03 DropSortPostcode pic x(10) value spaces.
            03 DropCustomerId pic 9(8) value zeroes.
            03 DropOrderId pic 9(6) value zeroes.
            03 DropRouteName pic x(30) value spaces.
            03 DropDeliveryName pic x(30) value spaces.
            03 DropDeliveryStreet pic x(20) value spaces.
            03 DropCartonCount pic 9(4) value zeroes.
            03 DropCodAmount pic s9(8)v99 value zeroes.
    01 DropSwapEntry pic x(130) value spaces.
    01 DropTableFull pic x value "N".
        88 IsDropTableFull value "Y".

    01 CurrentSheetWarehouse pic x(4) value spaces.
    01 CurrentSheetRoute pic x(4) value spaces.
    01 DropSequenceNumber pic 9(3) value zeroes.
    01 PreviousDropCustomerId pic 9(8) value zeroes.
    01 PreviousDropPostcode pic x(10) value spaces.
    01 SheetCartonTotal pic 9(6) value zeroes.
    01 SheetCodTotal pic s9(8)v99 value zeroes.
    01 RouteSheetCount pic 9(4) value zeroes.
    01 CarrierBoundCount pic 9(6) value zeroes.
    01 NotShippableCount pic 9(6) value zeroes.

    01 EditedCartons pic zzz9 value zeroes.
    01 EditedCodAmount pic zzzzzz9.99 value zeroes.
    01 EditedDropNumber pic zz9 value zeroes.
    01 SheetLine pic x(120) value spaces.

procedure division.

    call "GetBusinessDate" using RunDate
    display "DeliveryRouteRun: business date " RunDate
    perform LoadDeliveryRouteConfig
    perform LoadDeliveryRoutes
    if NumberOfDistricts equal to zero
        display "DeliveryRouteRun: no postcode districts in "
            function trim(DeliveryRoutesFileName) "; nothing to plan"
        move 1 to return-code
        stop run
    end-if
    perform CollectShippableOrders
    perform SortDropsIntoRouteSequence
    open output RouteSheetFile
    perform PrintRouteSheets
    close RouteSheetFile
    display "DeliveryRouteRun: " RouteSheetCount " route sheet(s), "
        NumberOfDrops " order(s) on own vans for " DeliveryDate ", "
        CarrierBoundCount " left for carriers, "
        NotShippableCount " not yet shippable"
    stop run.

LoadDeliveryRouteConfig.
    compute DeliveryDate = function date-of-integer
        (function integer-of-date(RunDate) + 1)
    open input DeliveryRouteConfigFile
    if DeliveryRouteConfigStatus equal to "00"
        read DeliveryRouteConfigFile
            not at end
                if ConfigDeliveryDate is numeric
                    move ConfigDeliveryDate to DeliveryDate
                end-if
        end-read
    end-if
    close DeliveryRouteConfigFile
    .

LoadDeliveryRoutes.
    move zero to NumberOfDistricts
    open input DeliveryRoutesFile
    if DeliveryRoutesFileStatus equal to "00"
        read DeliveryRoutesFile
            at end set EndOfDeliveryRoutesFile to true
        end-read
        perform until EndOfDeliveryRoutesFile
            if RouteFileDistrict not equal to spaces
                and RouteFileRouteCode not equal to spaces
                and NumberOfDistricts is less than MaxDistrictEntries
                add 1 to NumberOfDistricts
                move function upper-case(RouteFileDistrict)
                    to DistrictCode(NumberOfDistricts)
                move RouteFileRouteCode to DistrictRouteCode(NumberOfDistricts)
                move RouteFileRouteName to DistrictRouteName(NumberOfDistricts)
            end-if
            read DeliveryRoutesFile
                at end set EndOfDeliveryRoutesFile to true
            end-read
        end-perform
    end-if
    close DeliveryRoutesFile
    .

CollectShippableOrders.
    move zero to OrderCursorId
    call "GetOrdersPage" using OrderCursorId, OrderPage, NumberOfOrdersInPage
    perform until NumberOfOrdersInPage equal to zero
        perform varying OrderPageIndex from 1 by 1
            until OrderPageIndex is greater than NumberOfOrdersInPage
            move OrderPageRecord(OrderPageIndex) to CurrentOrder
            if IsOrderOpen of CurrentOrder
                perform ConsiderCurrentOrder
            end-if
        end-perform
        move OrderId of OrderPageRecord(NumberOfOrdersInPage) to OrderCursorId
        call "GetOrdersPage" using OrderCursorId, OrderPage, NumberOfOrdersInPage
    end-perform
    if IsDropTableFull
        display "DeliveryRouteRun: WARNING - drop table full at " MaxDropEntries
            "; further orders were not routed"
    end-if
    .

ConsiderCurrentOrder.
    evaluate true
        when PromiseDate of CurrentOrder is greater than zero
            move PromiseDate of CurrentOrder to OrderDueDate
        when RequestedDate of CurrentOrder is greater than zero
            move RequestedDate of CurrentOrder to OrderDueDate
        when other
            move OrderDate of CurrentOrder to OrderDueDate
    end-evaluate
    if OrderDueDate is greater than DeliveryDate
        exit paragraph
    end-if
    move CustomerId of CurrentOrder to ThisCustomerId
    call "GetCustomerById" using CurrentCustomer, ThisCustomerId
    move "Y" to OrderShippable
    if IsAccountHeld of CurrentCustomer
        move "N" to OrderShippable
    end-if
    perform varying OrderLineIndex from 1 by 1
        until OrderLineIndex is greater than OrderLineCount of CurrentOrder
        if IsLineStockShort of OrderLine of CurrentOrder(OrderLineIndex)
            move "N" to OrderShippable
        end-if
    end-perform
    if not IsOrderShippable
        add 1 to NotShippableCount
        exit paragraph
    end-if
    perform ResolveDropAddressForCurrentOrder
    perform FindDistrictForDrop
    if not IsDistrictFound
        add 1 to CarrierBoundCount
        exit paragraph
    end-if
    if NumberOfDrops is not less than MaxDropEntries
        move "Y" to DropTableFull
        exit paragraph
    end-if
    perform ComputeCartonsAndCashForCurrentOrder
    add 1 to NumberOfDrops
    if FulfilmentWarehouse of CurrentOrder equal to spaces
        move DefaultWarehouseCode to DropWarehouseCode(NumberOfDrops)
    else
        move FulfilmentWarehouse of CurrentOrder
            to DropWarehouseCode(NumberOfDrops)
    end-if
    move DistrictRouteCode(DistrictIndex) to DropRouteCode(NumberOfDrops)
    move DistrictIndex to DropDistrictSequence(NumberOfDrops)
    move DropPostcode to DropSortPostcode(NumberOfDrops)
    move ThisCustomerId to DropCustomerId(NumberOfDrops)
    move OrderId of CurrentOrder to DropOrderId(NumberOfDrops)
    move DistrictRouteName(DistrictIndex) to DropRouteName(NumberOfDrops)
    move DropName to DropDeliveryName(NumberOfDrops)
    move DropStreet to DropDeliveryStreet(NumberOfDrops)
    move DropCartons to DropCartonCount(NumberOfDrops)
    move DropCashAmount to DropCodAmount(NumberOfDrops)
    .

ResolveDropAddressForCurrentOrder.
    move Name of CurrentCustomer to DropName
    move Address1 of CurrentCustomer to DropStreet
    move Postcode of CurrentCustomer to DropPostcode
    if DeliveryAddressRef of CurrentOrder is greater than zero
        move DeliveryAddressRef of CurrentOrder to DeliveryLookupRef
        call "GetDeliveryAddress" using OrderDeliveryAddress,
            ThisCustomerId, DeliveryLookupRef
        if CustomerId of OrderDeliveryAddress equal to ThisCustomerId
            and DeliveryPostcode of OrderDeliveryAddress not equal to spaces
            move DeliveryName of OrderDeliveryAddress to DropName
            move DeliveryAddress1 of OrderDeliveryAddress to DropStreet
            move DeliveryPostcode of OrderDeliveryAddress to DropPostcode
        end-if
    end-if
    move function upper-case(function trim(DropPostcode)) to DropPostcode
    .

FindDistrictForDrop.
    move spaces to DropDistrict
    move zero to PostcodeSpaceCount
    inspect DropPostcode tallying PostcodeSpaceCount
        for characters before initial space
    move function length(function trim(DropPostcode)) to PostcodeLength
    if PostcodeSpaceCount is less than PostcodeLength
        and PostcodeSpaceCount is greater than zero
        and PostcodeSpaceCount is not greater than 4
        move DropPostcode(1:PostcodeSpaceCount) to DropDistrict
    else
        if PostcodeLength is greater than 4
            and PostcodeLength is not greater than 7
            move DropPostcode(1:PostcodeLength - 3) to DropDistrict
        end-if
    end-if
    move "N" to DistrictFound
    if DropDistrict equal to spaces
        exit paragraph
    end-if
    perform varying DistrictIndex from 1 by 1
        until DistrictIndex is greater than NumberOfDistricts
            or IsDistrictFound
        if DistrictCode(DistrictIndex) equal to DropDistrict
            move "Y" to DistrictFound
        end-if
    end-perform
    if IsDistrictFound
        subtract 1 from DistrictIndex
    end-if
    .

ComputeCartonsAndCashForCurrentOrder.
    move zero to DropCartons
    move zero to DropNetAmount
    move zero to DropVatAmount
    move zero to DropCashAmount
    perform varying OrderLineIndex from 1 by 1
        until OrderLineIndex is greater than OrderLineCount of CurrentOrder
        move ProductCode of OrderLine of CurrentOrder(OrderLineIndex)
            to ThisProductCode
        call "GetProductByCode" using LineProduct, ThisProductCode
        if UnitsPerCarton of LineProduct is greater than zero
            divide UnitsPerCarton of LineProduct
                into Quantity of OrderLine of CurrentOrder(OrderLineIndex)
                giving LineCartons
            if LineCartons * UnitsPerCarton of LineProduct is less than
                Quantity of OrderLine of CurrentOrder(OrderLineIndex)
                add 1 to LineCartons
            end-if
        else
            move 1 to LineCartons
        end-if
        add LineCartons to DropCartons
        compute LineNetAmount =
            Quantity of OrderLine of CurrentOrder(OrderLineIndex)
            * UnitPrice of OrderLine of CurrentOrder(OrderLineIndex)
        add LineNetAmount to DropNetAmount
        if IsVATRegistered of CurrentCustomer
            and not IsZeroRatedProduct of LineProduct
            and not IsExemptProduct of LineProduct
            compute DropVatAmount rounded = DropVatAmount
                + LineNetAmount * VATRate of CurrentCustomer / 100
        end-if
    end-perform
    if not IsCashOnDeliveryAccount of CurrentCustomer
        exit paragraph
    end-if
    move OrderId of CurrentOrder to ThisOrderId
    call "GetInvoiceByOrderId" using OrderInvoice, ThisOrderId
    if InvoiceNumber of OrderInvoice is greater than zero
        move InvoiceNumber of OrderInvoice to ThisInvoiceNumber
        call "GetInvoiceOutstandingBalance" using ThisInvoiceNumber,
            DropCashAmount
    else
        compute DropCashAmount = DropNetAmount + DropVatAmount
    end-if
    .

SortDropsIntoRouteSequence.
    perform varying DropIndex from 1 by 1
        until DropIndex is not less than NumberOfDrops
        perform varying DropCompareIndex from 1 by 1
            until DropCompareIndex is not less than NumberOfDrops
            if DropEntry(DropCompareIndex)(1:36)
                is greater than DropEntry(DropCompareIndex + 1)(1:36)
                move DropEntry(DropCompareIndex) to DropSwapEntry
                move DropEntry(DropCompareIndex + 1)
                    to DropEntry(DropCompareIndex)
                move DropSwapEntry to DropEntry(DropCompareIndex + 1)
            end-if
        end-perform
    end-perform
    .

PrintRouteSheets.
    move spaces to CurrentSheetWarehouse
    move spaces to CurrentSheetRoute
    perform varying DropIndex from 1 by 1
        until DropIndex is greater than NumberOfDrops
        if DropWarehouseCode(DropIndex) not equal to CurrentSheetWarehouse
            or DropRouteCode(DropIndex) not equal to CurrentSheetRoute
            if RouteSheetCount is greater than zero
                perform PrintRouteSheetFooter
            end-if
            perform PrintRouteSheetHeading
        end-if
        perform PrintRouteSheetDrop
    end-perform
    if RouteSheetCount is greater than zero
        perform PrintRouteSheetFooter
    end-if
    .

PrintRouteSheetHeading.
    add 1 to RouteSheetCount
    move DropWarehouseCode(DropIndex) to CurrentSheetWarehouse
    move DropRouteCode(DropIndex) to CurrentSheetRoute
    move zero to DropSequenceNumber
    move zero to PreviousDropCustomerId
    move spaces to PreviousDropPostcode
    move zero to SheetCartonTotal
    move zero to SheetCodTotal
    move all "=" to RouteSheetRecord
    write RouteSheetRecord
    move spaces to SheetLine
    string
        "DRIVER ROUTE SHEET  Depot " delimited by size
        CurrentSheetWarehouse delimited by size
        "  Route " delimited by size
        CurrentSheetRoute delimited by size
        " " delimited by size
        function trim(DropRouteName(DropIndex)) delimited by size
        "  Delivery date " delimited by size
        DeliveryDate delimited by size
        into SheetLine
    end-string
    move SheetLine to RouteSheetRecord
    write RouteSheetRecord
    move "Vehicle: ________  Driver: ____________________  Depart: _____  Return: _____"
        to RouteSheetRecord
    write RouteSheetRecord
    move "Drop Order  Deliver to                     Street               Postcode  Cartons   COD amount  Signature"
        to RouteSheetRecord
    write RouteSheetRecord
    .

PrintRouteSheetDrop.
    if DropCustomerId(DropIndex) not equal to PreviousDropCustomerId
        or DropSortPostcode(DropIndex) not equal to PreviousDropPostcode
        add 1 to DropSequenceNumber
        move DropCustomerId(DropIndex) to PreviousDropCustomerId
        move DropSortPostcode(DropIndex) to PreviousDropPostcode
    end-if
    add DropCartonCount(DropIndex) to SheetCartonTotal
    add DropCodAmount(DropIndex) to SheetCodTotal
    move spaces to SheetLine
    move DropSequenceNumber to EditedDropNumber
    move EditedDropNumber to SheetLine(2:3)
    move DropOrderId(DropIndex) to SheetLine(6:6)
    move DropDeliveryName(DropIndex) to SheetLine(13:30)
    move DropDeliveryStreet(DropIndex) to SheetLine(44:20)
    move DropSortPostcode(DropIndex) to SheetLine(65:8)
    move DropCartonCount(DropIndex) to EditedCartons
    move EditedCartons to SheetLine(77:4)
    if DropCodAmount(DropIndex) is greater than zero
        move DropCodAmount(DropIndex) to EditedCodAmount
        move EditedCodAmount to SheetLine(83:10)
    end-if
    move "__________" to SheetLine(95:10)
    move SheetLine to RouteSheetRecord
    write RouteSheetRecord
    .

PrintRouteSheetFooter.
    move spaces to SheetLine
    move SheetCartonTotal to EditedCartons
    move SheetCodTotal to EditedCodAmount
    string
        "Drops " delimited by size
        DropSequenceNumber delimited by size
        "   Cartons " delimited by size
        EditedCartons delimited by size
        "   Cash to collect " delimited by size
        EditedCodAmount delimited by size
        into SheetLine
    end-string
    move SheetLine to RouteSheetRecord
    write RouteSheetRecord
    move "Cash handed in: __________   Checked by: ______________"
        to RouteSheetRecord
    write RouteSheetRecord
    move spaces to RouteSheetRecord
    write RouteSheetRecord
    .

end program DeliveryRouteRun.
