identification division.
program-id. RecallTraceReport.

environment division.
configuration section.
    repository.
        function all intrinsic.

input-output section.
    file-control.
        select optional RecallTraceConfigFile
            assign to "RecallTrace.cfg"
            organization is line sequential
            file status is RecallTraceConfigStatus.

        select optional StockLotJournalFile assign to "StockLots.jnl"
            organization is line sequential
            file status is StockLotJournalStatus.

data division.
file section.
    fd RecallTraceConfigFile.
        01 RecallTraceConfigRecord.
            02 ConfigProductCode pic x(12).
            02 filler pic x.
            02 ConfigLotNumber pic x(12).

    fd StockLotJournalFile.
        01 StockLotJournalRecord.
            88 EndOfStockLotJournal value high-values.
            02 LotJournalDate pic 9(8).
            02 filler pic x.
            02 LotJournalTime pic 9(8).
            02 filler pic x.
            02 LotJournalProductCode pic x(12).
            02 filler pic x.
            02 LotJournalLotNumber pic x(12).
            02 filler pic x.
            02 LotJournalExpiryDate pic 9(8).
            02 filler pic x.
            02 LotJournalMovementType pic x(4).
            02 filler pic x.
            02 LotJournalQuantity pic 9(6).
            02 filler pic x.
            02 LotJournalReference pic x(12).
            02 filler pic x.
            02 LotJournalWarehouseCode pic x(4).

working-storage section.
    01 RunDate pic 9(8) value zeroes.
    01 RecallTraceConfigStatus pic x(2).
    01 StockLotJournalStatus pic x(2).

    01 RecallProductCode pic x(12) value spaces.
    01 RecallLotNumber pic x(12) value spaces.
    01 RecallExpiryDate pic 9(8) value zeroes.

    01 MaxTracedOrders pic 9(4) value 500.
    01 TracedOrderCount pic 9(4) value zeroes.
    01 TracedOrderIndex pic 9(4) value zeroes.
    01 TracedOrderTable.
        02 TracedOrder occurs 500 times.
            03 TracedOrderId pic 9(6) value zeroes.
            03 TracedFirstShipDate pic 9(8) value zeroes.
            03 TracedQuantity pic 9(8) value zeroes.
    01 JournalOrderId pic 9(6) value zeroes.
    01 TracedOrderFound pic x value "N".
        88 IsTracedOrderFound value "Y".

    01 TotalReceivedQuantity pic 9(8) value zeroes.
    01 TotalShippedQuantity pic 9(8) value zeroes.
    01 UntracedShippedQuantity pic 9(8) value zeroes.
    01 ReceiptCount pic 9(4) value zeroes.

    copy Order replacing Order by ==TracedOrderRecord==.
    01 ThisOrderId pic 9(6) value zeroes.
    01 ArchivedFlag pic x(10) value spaces.
    copy Customer replacing Customer by ==TracedCustomer==.
    01 ThisCustomerId pic 9(8) value zeroes.
    copy DeliveryAddress replacing DeliveryAddress by ==TracedDeliveryAddress==.
    01 ThisAddressRef pic 9(2) value zeroes.

    01 NumberOfDespatchesInPage pic 9(3) value zeroes.
    01 DespatchPageIndex pic 9(3) value zeroes.
    01 DespatchPage.
        02 DespatchPageEntry occurs 10 times.
            copy Despatch replacing
                ==01== by ==03==
                ==02== by ==04==
                ==03== by ==05==
                ==Despatch== by ==DespatchPageRecord==.
    01 DespatchLotIndex pic 9(2) value zeroes.

    01 NumberOfStockLotsInPage pic 9(3) value zeroes.
    01 StockLotPageIndex pic 9(3) value zeroes.
    01 StockLotPage.
        02 StockLotPageEntry occurs 20 times.
            copy StockLot replacing
                ==01== by ==03==
                ==02== by ==04==
                ==03== by ==05==
                ==StockLot== by ==StockLotPageRecord==.
    01 LotStillOnHand pic s9(6) value zeroes.
    01 LotStillAllocated pic s9(6) value zeroes.
    01 LotFoundInStock pic x value "N".
        88 IsLotFoundInStock value "Y".

    01 EditedQuantity pic z(7)9 value zeroes.
    01 EditedStockQuantity pic -(6)9 value zeroes.

procedure division.

    call "GetBusinessDate" using RunDate
    display "RecallTraceReport: business date " RunDate
    perform LoadRecallTraceConfig
    if RecallProductCode equal to spaces or RecallLotNumber equal to spaces
        display "RecallTraceReport: product and lot must be given in RecallTrace.cfg"
        move 1 to return-code
        stop run
    end-if
    display "Recall Trace  product " function trim(RecallProductCode)
        "  lot " function trim(RecallLotNumber)
    perform ScanStockLotJournal
    if RecallExpiryDate equal to 99999999 or RecallExpiryDate equal to zero
        display "Expiry: none recorded"
    else
        display "Expiry: " RecallExpiryDate
    end-if
    move TotalReceivedQuantity to EditedQuantity
    display "Received " EditedQuantity " in " ReceiptCount " receipt(s)"
    display " "
    display "Customers, orders and despatches that received this lot"
    perform varying TracedOrderIndex from 1 by 1
        until TracedOrderIndex is greater than TracedOrderCount
        perform ReportTracedOrder
    end-perform
    if TracedOrderCount equal to zero
        display "  No shipments of this lot recorded"
    end-if
    display " "
    move TotalShippedQuantity to EditedQuantity
    display "Total shipped    " EditedQuantity " to " TracedOrderCount " order(s)"
    if UntracedShippedQuantity is greater than zero
        move UntracedShippedQuantity to EditedQuantity
        display "Shipped without an order reference " EditedQuantity
    end-if
    perform ReportLotStillInStock
    stop run.

LoadRecallTraceConfig.
    open input RecallTraceConfigFile
    if RecallTraceConfigStatus equal to "00"
        read RecallTraceConfigFile
            at end continue
            not at end
                move ConfigProductCode to RecallProductCode
                move ConfigLotNumber to RecallLotNumber
        end-read
    end-if
    close RecallTraceConfigFile
    .

ScanStockLotJournal.
    open input StockLotJournalFile
    if StockLotJournalStatus not equal to "00"
        exit paragraph
    end-if
    read StockLotJournalFile
        at end set EndOfStockLotJournal to true
    end-read
    perform until EndOfStockLotJournal
        if LotJournalProductCode equal to RecallProductCode
            and LotJournalLotNumber equal to RecallLotNumber
            move LotJournalExpiryDate to RecallExpiryDate
            evaluate LotJournalMovementType
                when "RECV"
                    add 1 to ReceiptCount
                    add LotJournalQuantity to TotalReceivedQuantity
                when "SHIP"
                    add LotJournalQuantity to TotalShippedQuantity
                    perform RecordTracedShipment
            end-evaluate
        end-if
        read StockLotJournalFile
            at end set EndOfStockLotJournal to true
        end-read
    end-perform
    close StockLotJournalFile
    .

RecordTracedShipment.
    if LotJournalReference(1:3) not equal to "ORD"
        or LotJournalReference(4:6) is not numeric
        add LotJournalQuantity to UntracedShippedQuantity
        exit paragraph
    end-if
    move LotJournalReference(4:6) to JournalOrderId
    move "N" to TracedOrderFound
    perform varying TracedOrderIndex from 1 by 1
        until TracedOrderIndex is greater than TracedOrderCount
            or IsTracedOrderFound
        if TracedOrderId(TracedOrderIndex) equal to JournalOrderId
            add LotJournalQuantity to TracedQuantity(TracedOrderIndex)
            move "Y" to TracedOrderFound
        end-if
    end-perform
    if not IsTracedOrderFound
        if TracedOrderCount is less than MaxTracedOrders
            add 1 to TracedOrderCount
            move JournalOrderId to TracedOrderId(TracedOrderCount)
            move LotJournalDate to TracedFirstShipDate(TracedOrderCount)
            move LotJournalQuantity to TracedQuantity(TracedOrderCount)
        else
            add LotJournalQuantity to UntracedShippedQuantity
        end-if
    end-if
    .

ReportTracedOrder.
    move TracedOrderId(TracedOrderIndex) to ThisOrderId
    move spaces to ArchivedFlag
    call "GetOrderById" using TracedOrderRecord, ThisOrderId
    if OrderId of TracedOrderRecord not equal to ThisOrderId
        call "GetArchivedOrderById" using TracedOrderRecord, ThisOrderId
        move "(archived)" to ArchivedFlag
    end-if
    move TracedQuantity(TracedOrderIndex) to EditedQuantity
    display " "
    if OrderId of TracedOrderRecord not equal to ThisOrderId
        display "Order " ThisOrderId "  shipped " TracedFirstShipDate(TracedOrderIndex)
            "  quantity " EditedQuantity "  ** order record not found **"
        exit paragraph
    end-if
    move CustomerId of TracedOrderRecord to ThisCustomerId
    call "GetCustomerById" using TracedCustomer, ThisCustomerId
    display "Order " ThisOrderId " " ArchivedFlag " dated " OrderDate of TracedOrderRecord
        "  shipped " TracedFirstShipDate(TracedOrderIndex)
        "  quantity " EditedQuantity
    display "  Customer " ThisCustomerId " " function trim(Name of TracedCustomer)
    if DeliveryAddressRef of TracedOrderRecord is greater than zero
        move DeliveryAddressRef of TracedOrderRecord to ThisAddressRef
        call "GetDeliveryAddress" using TracedDeliveryAddress, ThisCustomerId,
            ThisAddressRef
        display "  Deliver to " function trim(DeliveryName of TracedDeliveryAddress)
            ", " function trim(DeliveryAddress1 of TracedDeliveryAddress)
            ", " function trim(DeliveryCity of TracedDeliveryAddress)
            " " function trim(DeliveryPostcode of TracedDeliveryAddress)
    else
        display "  Deliver to " function trim(Address1 of TracedCustomer)
            ", " function trim(City of TracedCustomer)
            " " function trim(Postcode of TracedCustomer)
    end-if
    perform ReportDespatchesCarryingLot
    .

ReportDespatchesCarryingLot.
    call "GetDespatchesByOrderId" using ThisOrderId, DespatchPage,
        NumberOfDespatchesInPage
    perform varying DespatchPageIndex from 1 by 1
        until DespatchPageIndex is greater than NumberOfDespatchesInPage
        perform varying DespatchLotIndex from 1 by 1
            until DespatchLotIndex is greater than
                DespatchLotCount of DespatchPageRecord(DespatchPageIndex)
            if DespatchLotProductCode of DespatchPageRecord
                    (DespatchPageIndex, DespatchLotIndex) equal to RecallProductCode
                and DespatchLotNumber of DespatchPageRecord
                    (DespatchPageIndex, DespatchLotIndex) equal to RecallLotNumber
                move DespatchLotQuantity of DespatchPageRecord
                    (DespatchPageIndex, DespatchLotIndex) to EditedQuantity
                display "  Despatch "
                    DespatchId of DespatchPageRecord(DespatchPageIndex)
                    " on " DespatchDate of DespatchPageRecord(DespatchPageIndex)
                    " carrier " CarrierCode of DespatchPageRecord(DespatchPageIndex)
                    " consignment "
                    function trim(ConsignmentReference of
                        DespatchPageRecord(DespatchPageIndex))
                    " quantity " EditedQuantity
            end-if
        end-perform
    end-perform
    .

ReportLotStillInStock.
    move zeroes to LotStillOnHand
    move zeroes to LotStillAllocated
    move "N" to LotFoundInStock
    call "GetStockLotsByProductCode" using RecallProductCode, StockLotPage,
        NumberOfStockLotsInPage
    perform varying StockLotPageIndex from 1 by 1
        until StockLotPageIndex is greater than NumberOfStockLotsInPage
        if LotNumber of StockLotPageRecord(StockLotPageIndex) equal to RecallLotNumber
            move "Y" to LotFoundInStock
            add LotOnHandQuantity of StockLotPageRecord(StockLotPageIndex)
                to LotStillOnHand
            add LotAllocatedQuantity of StockLotPageRecord(StockLotPageIndex)
                to LotStillAllocated
        end-if
    end-perform
    if IsLotFoundInStock
        move LotStillOnHand to EditedStockQuantity
        display "Still in stock   " EditedStockQuantity with no advancing
        move LotStillAllocated to EditedStockQuantity
        display "  of which allocated " EditedStockQuantity
    else
        display "Still in stock         0  (lot not held)"
    end-if
    .

end program RecallTraceReport.
