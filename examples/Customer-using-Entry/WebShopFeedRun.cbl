identification division.
program-id. WebShopFeedRun.

environment division.
configuration section.
    repository.
        function all intrinsic.

input-output section.
    file-control.
        select optional WebFeedControlFile assign to "WebShopFeed.ctl"
            organization is relative
            access mode is dynamic
            relative key is ControlRecordKey
            file status is ControlFileStatus.

        select optional StockStateFile assign to "WebFeedStock.sta"
            organization is line sequential.

        select optional OrderStateFile assign to "WebFeedOrders.sta"
            organization is line sequential.

        select optional WebFeedWorkFile assign to "WebShopFeed.wrk"
            organization is line sequential.

        select optional WebFeedFile assign to "WebShopFeed.out"
            organization is line sequential.

data division.
file section.
    fd WebFeedControlFile.
        01 WebFeedControlRecord.
            02 LastFeedSequence pic 9(6) value zeroes.
            02 LastFeedDate pic 9(8) value zeroes.

    fd StockStateFile.
        01 StockStateRecord.
            88 EndOfStockStateFile value high-values.
            02 StateProductCode pic x(12).
            02 filler pic x.
            02 StateAvailableQuantity pic 9(8).
            02 filler pic x.
            02 StateDueDate pic 9(8).

    fd OrderStateFile.
        01 OrderStateRecord.
            88 EndOfOrderStateFile value high-values.
            02 StateOrderId pic 9(6).
            02 filler pic x.
            02 StateOrderStatus pic x.
            02 filler pic x.
            02 StateConsignmentReference pic x(20).

    fd WebFeedWorkFile.
        01 WebFeedWorkRecord pic x(100).
            88 EndOfWebFeedWorkFile value high-values.
        01 StockFeedRecord redefines WebFeedWorkRecord.
            02 StockFeedType pic x.
            02 filler pic x.
            02 StockFeedProductCode pic x(12).
            02 filler pic x.
            02 StockFeedAvailableQuantity pic 9(8).
            02 filler pic x.
            02 StockFeedDueDate pic 9(8).
            02 filler pic x.
            02 StockFeedActiveFlag pic x.
            02 filler pic x(66).
        01 OrderFeedRecord redefines WebFeedWorkRecord.
            02 OrderFeedType pic x.
            02 filler pic x.
            02 OrderFeedOrderId pic 9(6).
            02 filler pic x.
            02 OrderFeedCustomerId pic 9(8).
            02 filler pic x.
            02 OrderFeedStatus pic x.
            02 filler pic x.
            02 OrderFeedStatusDate pic 9(8).
            02 filler pic x.
            02 OrderFeedCarrierCode pic x(4).
            02 filler pic x.
            02 OrderFeedConsignmentReference pic x(20).
            02 filler pic x.
            02 OrderFeedBackOrderFor pic 9(6).
            02 filler pic x(39).

    fd WebFeedFile.
        01 WebFeedRecord pic x(100).

working-storage section.
    01 ControlFileStatus pic x(2).
        88 ControlRecordMissing value "23".
    01 ControlRecordKey pic 9(1) value 1.

    01 RunDate pic 9(8) value zeroes.
    01 FeedSequence pic 9(6) value zeroes.
    01 StockLinesSent pic 9(6) value zeroes.
    01 OrderLinesSent pic 9(6) value zeroes.
    01 FeedHeaderLine pic x(100) value spaces.

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
    01 FeedProductCode pic x(12) value spaces.
    01 OnHandQuantity pic s9(6) value zeroes.
    01 AllocatedQuantity pic s9(6) value zeroes.
    01 InboundQuantity pic s9(8) value zeroes.
    01 InboundDueDate pic 9(8) value zeroes.
    01 AvailableQuantity pic s9(8) value zeroes.

    01 MaxStockStateEntries pic 9(4) value 5000.
    01 NumberOfPreviousStock pic 9(4) value zeroes.
    01 PreviousStockIndex pic 9(4) value zeroes.
    01 PreviousStockTable.
        02 PreviousStock occurs 5000 times.
            03 PreviousStockProductCode pic x(12) value spaces.
            03 PreviousStockAvailable pic 9(8) value zeroes.
            03 PreviousStockDueDate pic 9(8) value zeroes.
            03 PreviousStockMatched pic x value "N".
                88 IsPreviousStockMatched value "Y".
    01 NumberOfCurrentStock pic 9(4) value zeroes.
    01 CurrentStockTable.
        02 CurrentStock occurs 5000 times.
            03 CurrentStockProductCode pic x(12) value spaces.
            03 CurrentStockAvailable pic 9(8) value zeroes.
            03 CurrentStockDueDate pic 9(8) value zeroes.
    01 PreviousStockFound pic x value "N".
        88 IsPreviousStockFound value "Y".

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
    copy Order replacing Order by ==FeedOrder==.

    01 NumberOfDespatchesInPage pic 9(3) value zeroes.
    01 DespatchPage.
        02 DespatchPageEntry occurs 10 times.
            copy Despatch replacing
                ==01== by ==03==
                ==02== by ==04==
                ==03== by ==05==
                ==Despatch== by ==DespatchPageRecord==.

    01 FeedOrderStatus pic x value space.
        88 IsFeedOrderAccepted    value "A".
        88 IsFeedOrderBackOrdered value "B".
        88 IsFeedOrderShipped     value "S".
        88 IsFeedOrderInvoiced    value "I".
        88 IsFeedOrderCancelled   value "X".
    01 FeedStatusDate pic 9(8) value zeroes.
    01 FeedCarrierCode pic x(4) value spaces.
    01 FeedConsignmentReference pic x(20) value spaces.

    01 MaxOrderStateEntries pic 9(4) value 5000.
    01 NumberOfPreviousOrders pic 9(4) value zeroes.
    01 PreviousOrderIndex pic 9(4) value zeroes.
    01 PreviousOrderTable.
        02 PreviousOrder occurs 5000 times.
            03 PreviousOrderId pic 9(6) value zeroes.
            03 PreviousOrderStatus pic x value space.
            03 PreviousConsignmentReference pic x(20) value spaces.
    01 NumberOfCurrentOrders pic 9(4) value zeroes.
    01 CurrentOrderTable.
        02 CurrentOrderEntry occurs 5000 times.
            03 CurrentOrderId pic 9(6) value zeroes.
            03 CurrentOrderStatus pic x value space.
            03 CurrentConsignmentReference pic x(20) value spaces.
    01 PreviousOrderFound pic x value "N".
        88 IsPreviousOrderFound value "Y".

procedure division.

    call "GetBusinessDate" using RunDate
    display "WebShopFeedRun: business date " RunDate
    perform OpenWebFeedControl
    add 1 to LastFeedSequence
    move LastFeedSequence to FeedSequence
    perform LoadStockState
    perform LoadOrderState
    open output WebFeedWorkFile
    perform WriteFeedHeader
    perform FeedStockAvailability
    perform FeedWithdrawnProducts
    perform FeedWebOrderStatus
    perform WriteFeedTrailer
    close WebFeedWorkFile
    perform AppendWorkFileToWebFeed
    perform SaveStockState
    perform SaveOrderState
    perform RewriteWebFeedControl
    display "WebShopFeedRun: feed " FeedSequence " - "
        StockLinesSent " stock line(s), " OrderLinesSent " order status line(s)"
    stop run.

OpenWebFeedControl.
    open i-o WebFeedControlFile
    read WebFeedControlFile
        invalid key
            initialize WebFeedControlRecord
            write WebFeedControlRecord
    end-read
    .

RewriteWebFeedControl.
    move FeedSequence to LastFeedSequence
    move RunDate to LastFeedDate
    rewrite WebFeedControlRecord
    close WebFeedControlFile
    .

LoadStockState.
    move zeroes to NumberOfPreviousStock
    open input StockStateFile
    read StockStateFile
        at end set EndOfStockStateFile to true
    end-read
    perform until EndOfStockStateFile
        or NumberOfPreviousStock is not less than MaxStockStateEntries
        add 1 to NumberOfPreviousStock
        move StateProductCode
            to PreviousStockProductCode(NumberOfPreviousStock)
        move StateAvailableQuantity
            to PreviousStockAvailable(NumberOfPreviousStock)
        move StateDueDate to PreviousStockDueDate(NumberOfPreviousStock)
        move "N" to PreviousStockMatched(NumberOfPreviousStock)
        read StockStateFile
            at end set EndOfStockStateFile to true
        end-read
    end-perform
    close StockStateFile
    .

LoadOrderState.
    move zeroes to NumberOfPreviousOrders
    open input OrderStateFile
    read OrderStateFile
        at end set EndOfOrderStateFile to true
    end-read
    perform until EndOfOrderStateFile
        or NumberOfPreviousOrders is not less than MaxOrderStateEntries
        add 1 to NumberOfPreviousOrders
        move StateOrderId to PreviousOrderId(NumberOfPreviousOrders)
        move StateOrderStatus to PreviousOrderStatus(NumberOfPreviousOrders)
        move StateConsignmentReference
            to PreviousConsignmentReference(NumberOfPreviousOrders)
        read OrderStateFile
            at end set EndOfOrderStateFile to true
        end-read
    end-perform
    close OrderStateFile
    .

WriteFeedHeader.
    move spaces to FeedHeaderLine
    string
        "H FEED " delimited by size
        FeedSequence delimited by size
        " DATE " delimited by size
        RunDate delimited by size
        into FeedHeaderLine
    end-string
    move FeedHeaderLine to WebFeedWorkRecord
    write WebFeedWorkRecord
    .

WriteFeedTrailer.
    move spaces to FeedHeaderLine
    string
        "T FEED " delimited by size
        FeedSequence delimited by size
        " STOCK " delimited by size
        StockLinesSent delimited by size
        " ORDERS " delimited by size
        OrderLinesSent delimited by size
        into FeedHeaderLine
    end-string
    move FeedHeaderLine to WebFeedWorkRecord
    write WebFeedWorkRecord
    .

AppendWorkFileToWebFeed.
    open input WebFeedWorkFile
    open extend WebFeedFile
    read WebFeedWorkFile
        at end set EndOfWebFeedWorkFile to true
    end-read
    perform until EndOfWebFeedWorkFile
        move WebFeedWorkRecord to WebFeedRecord
        write WebFeedRecord
        read WebFeedWorkFile
            at end set EndOfWebFeedWorkFile to true
        end-read
    end-perform
    close WebFeedWorkFile
    close WebFeedFile
    .

FeedStockAvailability.
    move spaces to ProductCursorCode
    call "GetProductsPage" using ProductCursorCode, ProductPage,
        NumberOfProductsInPage
    perform until NumberOfProductsInPage equal to zero
        perform varying ProductPageIndex from 1 by 1
            until ProductPageIndex is greater than NumberOfProductsInPage
            if IsProductActive of ProductPageRecord(ProductPageIndex)
                perform FeedProductInPage
            end-if
        end-perform
        move ProductCode of ProductPageRecord(NumberOfProductsInPage)
            to ProductCursorCode
        call "GetProductsPage" using ProductCursorCode, ProductPage,
            NumberOfProductsInPage
    end-perform
    .

FeedProductInPage.
    move ProductCode of ProductPageRecord(ProductPageIndex) to FeedProductCode
    call "GetTotalStockByProductCode" using FeedProductCode, OnHandQuantity,
        AllocatedQuantity
    call "GetInboundQuantityForProduct" using FeedProductCode, InboundQuantity
    move zero to InboundDueDate
    if InboundQuantity is greater than zero
        call "GetInboundDueDateForProduct" using FeedProductCode, InboundDueDate
    end-if
    compute AvailableQuantity = OnHandQuantity - AllocatedQuantity
    if AvailableQuantity is less than zero
        move zero to AvailableQuantity
    end-if
    add InboundQuantity to AvailableQuantity
    perform FindPreviousStock
    if not IsPreviousStockFound
        or PreviousStockAvailable(PreviousStockIndex)
            not equal to AvailableQuantity
        or PreviousStockDueDate(PreviousStockIndex) not equal to InboundDueDate
        move spaces to StockFeedRecord
        move "S" to StockFeedType
        move FeedProductCode to StockFeedProductCode
        move AvailableQuantity to StockFeedAvailableQuantity
        move InboundDueDate to StockFeedDueDate
        move "Y" to StockFeedActiveFlag
        write WebFeedWorkRecord
        add 1 to StockLinesSent
    end-if
    if NumberOfCurrentStock is less than MaxStockStateEntries
        add 1 to NumberOfCurrentStock
        move FeedProductCode to CurrentStockProductCode(NumberOfCurrentStock)
        move AvailableQuantity to CurrentStockAvailable(NumberOfCurrentStock)
        move InboundDueDate to CurrentStockDueDate(NumberOfCurrentStock)
    else
        display "WebShopFeedRun: more than " MaxStockStateEntries
            " products - " FeedProductCode " will be resent next feed"
    end-if
    .

FindPreviousStock.
    move "N" to PreviousStockFound
    perform varying PreviousStockIndex from 1 by 1
        until PreviousStockIndex is greater than NumberOfPreviousStock
            or IsPreviousStockFound
        if PreviousStockProductCode(PreviousStockIndex) equal to FeedProductCode
            move "Y" to PreviousStockFound
        end-if
    end-perform
    if IsPreviousStockFound
        subtract 1 from PreviousStockIndex
        move "Y" to PreviousStockMatched(PreviousStockIndex)
    end-if
    .

FeedWithdrawnProducts.
    perform varying PreviousStockIndex from 1 by 1
        until PreviousStockIndex is greater than NumberOfPreviousStock
        if not IsPreviousStockMatched(PreviousStockIndex)
            move spaces to StockFeedRecord
            move "S" to StockFeedType
            move PreviousStockProductCode(PreviousStockIndex)
                to StockFeedProductCode
            move zero to StockFeedAvailableQuantity
            move zero to StockFeedDueDate
            move "N" to StockFeedActiveFlag
            write WebFeedWorkRecord
            add 1 to StockLinesSent
        end-if
    end-perform
    .

FeedWebOrderStatus.
    move zero to OrderCursorId
    call "GetOrdersPage" using OrderCursorId, OrderPage, NumberOfOrdersInPage
    perform until NumberOfOrdersInPage equal to zero
        perform varying OrderPageIndex from 1 by 1
            until OrderPageIndex is greater than NumberOfOrdersInPage
            if IsWebOrder of OrderPageRecord(OrderPageIndex)
                move OrderPageRecord(OrderPageIndex) to FeedOrder
                perform FeedWebOrder
            end-if
        end-perform
        move OrderId of OrderPageRecord(NumberOfOrdersInPage) to OrderCursorId
        call "GetOrdersPage" using OrderCursorId, OrderPage, NumberOfOrdersInPage
    end-perform
    .

FeedWebOrder.
    perform DeriveWebOrderStatus
    perform FindPreviousOrder
    if not IsPreviousOrderFound
        or PreviousOrderStatus(PreviousOrderIndex) not equal to FeedOrderStatus
        or PreviousConsignmentReference(PreviousOrderIndex)
            not equal to FeedConsignmentReference
        move spaces to OrderFeedRecord
        move "O" to OrderFeedType
        move OrderId of FeedOrder to OrderFeedOrderId
        move CustomerId of FeedOrder to OrderFeedCustomerId
        move FeedOrderStatus to OrderFeedStatus
        move FeedStatusDate to OrderFeedStatusDate
        move FeedCarrierCode to OrderFeedCarrierCode
        move FeedConsignmentReference to OrderFeedConsignmentReference
        move BackOrderForOrderId of FeedOrder to OrderFeedBackOrderFor
        write WebFeedWorkRecord
        add 1 to OrderLinesSent
    end-if
    if NumberOfCurrentOrders is less than MaxOrderStateEntries
        add 1 to NumberOfCurrentOrders
        move OrderId of FeedOrder to CurrentOrderId(NumberOfCurrentOrders)
        move FeedOrderStatus to CurrentOrderStatus(NumberOfCurrentOrders)
        move FeedConsignmentReference
            to CurrentConsignmentReference(NumberOfCurrentOrders)
    else
        display "WebShopFeedRun: more than " MaxOrderStateEntries
            " web orders - order " OrderId of FeedOrder
            " will be resent next feed"
    end-if
    .

DeriveWebOrderStatus.
    move spaces to FeedCarrierCode
    move spaces to FeedConsignmentReference
    evaluate true
        when IsOrderCancelled of FeedOrder
            set IsFeedOrderCancelled to true
            move CancelledDate of FeedOrder to FeedStatusDate
        when IsOrderShipped of FeedOrder
            if IsOrderInvoiced of FeedOrder
                set IsFeedOrderInvoiced to true
            else
                set IsFeedOrderShipped to true
            end-if
            move ShippedDate of FeedOrder to FeedStatusDate
            perform GetLatestDespatchForFeedOrder
        when other
            set IsFeedOrderAccepted to true
            if BackOrderForOrderId of FeedOrder is greater than zero
                set IsFeedOrderBackOrdered to true
            end-if
            perform varying OrderLineIndex from 1 by 1
                until OrderLineIndex is greater than OrderLineCount of FeedOrder
                if IsLineStockShort of OrderLine of FeedOrder(OrderLineIndex)
                    set IsFeedOrderBackOrdered to true
                end-if
            end-perform
            move OrderDate of FeedOrder to FeedStatusDate
    end-evaluate
    .

GetLatestDespatchForFeedOrder.
    call "GetDespatchesByOrderId" using OrderId of FeedOrder, DespatchPage,
        NumberOfDespatchesInPage
    if NumberOfDespatchesInPage is greater than zero
        move CarrierCode of DespatchPageRecord(NumberOfDespatchesInPage)
            to FeedCarrierCode
        move ConsignmentReference of DespatchPageRecord(NumberOfDespatchesInPage)
            to FeedConsignmentReference
    end-if
    .

FindPreviousOrder.
    move "N" to PreviousOrderFound
    perform varying PreviousOrderIndex from 1 by 1
        until PreviousOrderIndex is greater than NumberOfPreviousOrders
            or IsPreviousOrderFound
        if PreviousOrderId(PreviousOrderIndex) equal to OrderId of FeedOrder
            move "Y" to PreviousOrderFound
        end-if
    end-perform
    if IsPreviousOrderFound
        subtract 1 from PreviousOrderIndex
    end-if
    .

SaveStockState.
    open output StockStateFile
    perform varying PreviousStockIndex from 1 by 1
        until PreviousStockIndex is greater than NumberOfCurrentStock
        move spaces to StockStateRecord
        move CurrentStockProductCode(PreviousStockIndex) to StateProductCode
        move CurrentStockAvailable(PreviousStockIndex) to StateAvailableQuantity
        move CurrentStockDueDate(PreviousStockIndex) to StateDueDate
        write StockStateRecord
    end-perform
    close StockStateFile
    .

SaveOrderState.
    open output OrderStateFile
    perform varying PreviousOrderIndex from 1 by 1
        until PreviousOrderIndex is greater than NumberOfCurrentOrders
        move spaces to OrderStateRecord
        move CurrentOrderId(PreviousOrderIndex) to StateOrderId
        move CurrentOrderStatus(PreviousOrderIndex) to StateOrderStatus
        move CurrentConsignmentReference(PreviousOrderIndex)
            to StateConsignmentReference
        write OrderStateRecord
    end-perform
    close OrderStateFile
    .

end program WebShopFeedRun.
