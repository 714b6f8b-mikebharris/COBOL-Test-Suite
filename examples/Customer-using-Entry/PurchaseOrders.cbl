            alternate record key is SupplierId of PurchaseOrderRecord with duplicates
            file status is PurchaseOrderFileStatus.

        select optional GoodsReceiptJournalFile assign to "GoodsReceipts.jnl"
            organization is line sequential.

        select optional PoIdControlFile assign to PoIdControlFileName
            organization is relative
            access mode is dynamic
            ==PurchaseOrderRecord.
            88 EndOfPurchaseOrdersFile value high-values==.

    fd GoodsReceiptJournalFile.
        01 GoodsReceiptJournalRecord.
            02 ReceiptJournalDate pic 9(8).
            02 filler pic x.
            02 ReceiptJournalPoId pic 9(6).
            02 filler pic x.
            02 ReceiptJournalLineNumber pic 9(2).
            02 filler pic x.
            02 ReceiptJournalSupplierId pic 9(6).
            02 filler pic x.
            02 ReceiptJournalProductCode pic x(12).
            02 filler pic x.
            02 ReceiptJournalQuantity pic 9(6).
            02 filler pic x.
            02 ReceiptJournalDueDate pic 9(8).
            02 filler pic x.
            02 ReceiptJournalLotNumber pic x(12).
            02 filler pic x.
            02 ReceiptJournalUnitCost pic 9(6)v99.
            02 filler pic x.
            02 ReceiptJournalStandardCost pic 9(6)v99.

    fd PoIdControlFile.
        01 PoIdControlRecord.
            02 LastIssuedPoId pic 9(6) value zeroes.
    01 OutstandingLineQuantity pic s9(6) value zeroes.
    01 AllLinesReceived pic x value "Y".
        88 AreAllLinesReceived value "Y".
    01 AnyPoLineReceived pic x value "N".
        88 IsAnyPoLineReceived value "Y".
    01 StockProductCode pic x(12) value spaces.
    01 StockReceiptQuantity pic 9(6) value zeroes.
    01 StockMovementReference pic x(12) value spaces.
    01 ReturnedStockStatus pic x(2) value spaces.
    01 StockLotNumber pic x(12) value spaces.
    01 StockLotExpiryDate pic 9(8) value zeroes.
    01 StockLotPoId pic 9(6) value zeroes.
    01 PoWarehouseStatus pic x(2) value spaces.
    01 GoodsReceiptDate pic 9(8) value zeroes.

linkage section.
    01 PurchaseOrderFileNameParm pic x(20) value spaces.
    01 PoCursorId pic 9(6) value zeroes.
    01 PoLineNumber pic 9(2) value zeroes.
    01 QuantityReceivedNow pic 9(6) value zeroes.
    01 ReceivedLotNumber pic x(12) value spaces.
    01 ReceivedLotExpiryDate pic 9(8) value zeroes.
    01 ThisProductCode pic x(12) value zeroes.
    01 InboundQuantity pic s9(8) value zeroes.
    01 InboundDueDate pic 9(8) value zeroes.
    01 ReturnedPoStatus pic x(2) value spaces.
    01 NumberOfPosInPage pic 9(3) value zeroes.
    01 PurchaseOrderPage.
        open i-o PurchaseOrdersFile
        move ThisPurchaseOrder to PurchaseOrderRecord
        if PoDate of PurchaseOrderRecord equal to zero
            call "GetBusinessDate" using PoDate of PurchaseOrderRecord
        end-if
        move "O" to PoState of PurchaseOrderRecord
        perform AllocateNextPoId
    close PurchaseOrdersFile
    goback.

entry "ReceiveGoodsAgainstPoWithLot" using ThisPoId, PoLineNumber,
        QuantityReceivedNow, ReceivedLotNumber, ReceivedLotExpiryDate,
        ReturnedPoStatus
    move ReceivedLotNumber to StockLotNumber
    move ReceivedLotExpiryDate to StockLotExpiryDate
    perform ReceiveGoodsForPoLine
    move PurchaseOrderFileStatus to ReturnedPoStatus
    goback.

entry "ReceiveGoodsAgainstPo" using ThisPoId, PoLineNumber,
        QuantityReceivedNow, ReturnedPoStatus
    move spaces to StockLotNumber
    move zeroes to StockLotExpiryDate
    perform ReceiveGoodsForPoLine
    move PurchaseOrderFileStatus to ReturnedPoStatus
    goback.

entry "ConfirmDropShipPurchaseOrder" using ThisPurchaseOrder, ReturnedPoStatus
    move "00" to PurchaseOrderFileStatus
    open i-o PurchaseOrdersFile
    move PoId of ThisPurchaseOrder to PoId of PurchaseOrderRecord
    start PurchaseOrdersFile
        key is equal to PoId of PurchaseOrderRecord
        invalid key
            set NoSuchRecord to true
            display "ConfirmDropShipPurchaseOrder: no such purchase order "
                PoId of ThisPurchaseOrder
        not invalid key
            read PurchaseOrdersFile
            evaluate true
                when not IsDropShipPo of PurchaseOrderRecord
                    set InvalidData to true
                    display "ConfirmDropShipPurchaseOrder: purchase order "
                        PoId of ThisPurchaseOrder " is not a drop-shipment"
                when not IsPoOpen of PurchaseOrderRecord
                    set InvalidData to true
                    display "ConfirmDropShipPurchaseOrder: purchase order "
                        PoId of ThisPurchaseOrder " is not open"
                when other
                    perform ApplyDropShipConfirmationToPoRecord
            end-evaluate
            move PurchaseOrderRecord to ThisPurchaseOrder
    end-start
    close PurchaseOrdersFile
    move PurchaseOrderFileStatus to ReturnedPoStatus
    goback.

entry "CancelDropShipPurchaseOrder" using ThisPoId, ReturnedPoStatus
    move "00" to PurchaseOrderFileStatus
    open i-o PurchaseOrdersFile
    move ThisPoId to PoId of PurchaseOrderRecord
    start PurchaseOrdersFile
        key is equal to PoId of PurchaseOrderRecord
        invalid key
            set NoSuchRecord to true
            display "CancelDropShipPurchaseOrder: no such purchase order "
                ThisPoId
        not invalid key
            read PurchaseOrdersFile
            perform CheckAnyPoLineReceived
            evaluate true
                when not IsDropShipPo of PurchaseOrderRecord
                    set InvalidData to true
                    display "CancelDropShipPurchaseOrder: purchase order "
                        ThisPoId " is not a drop-shipment"
                when IsPoCancelled of PurchaseOrderRecord
                    continue
                when not IsPoOpen of PurchaseOrderRecord
                    or IsAnyPoLineReceived
                    or DropShipDeliveredDate of PurchaseOrderRecord
                        not equal to zero
                    set InvalidData to true
                    display "CancelDropShipPurchaseOrder: purchase order "
                        ThisPoId " has been delivered; cannot cancel"
                when other
                    set IsPoCancelled of PurchaseOrderRecord to true
                    rewrite PurchaseOrderRecord
            end-evaluate
    end-start
    close PurchaseOrdersFile
    move PurchaseOrderFileStatus to ReturnedPoStatus
    goback.

entry "GetInboundQuantityForProduct" using ThisProductCode, InboundQuantity
    end-read
    perform until EndOfPurchaseOrdersFile
        if IsPoOpen of PurchaseOrderRecord
            and not IsDropShipPo of PurchaseOrderRecord
            perform varying PoLineIndex from 1 by 1
                until PoLineIndex is greater than
                    PoLineCount of PurchaseOrderRecord
    close PurchaseOrdersFile
    goback.

entry "GetInboundDueDateForProduct" using ThisProductCode, InboundDueDate
    move zero to InboundDueDate
    open i-o PurchaseOrdersFile
    read PurchaseOrdersFile next record
        at end set EndOfPurchaseOrdersFile to true
    end-read
    perform until EndOfPurchaseOrdersFile
        if IsPoOpen of PurchaseOrderRecord
            and not IsDropShipPo of PurchaseOrderRecord
            perform varying PoLineIndex from 1 by 1
                until PoLineIndex is greater than
                    PoLineCount of PurchaseOrderRecord
                if ProductCode of PoLine of PurchaseOrderRecord(PoLineIndex)
                    equal to ThisProductCode
                    and QuantityReceived of PoLine of
                        PurchaseOrderRecord(PoLineIndex)
                        is less than QuantityOrdered of PoLine of
                        PurchaseOrderRecord(PoLineIndex)
                    if InboundDueDate equal to zero
                        or PoDueDate of PurchaseOrderRecord
                            is less than InboundDueDate
                        move PoDueDate of PurchaseOrderRecord to InboundDueDate
                    end-if
                end-if
            end-perform
        end-if
        read PurchaseOrdersFile next record
            at end set EndOfPurchaseOrdersFile to true
        end-read
    end-perform
    close PurchaseOrdersFile
    goback.

entry "ClearPurchaseOrdersFile"
    open output PurchaseOrdersFile
    close PurchaseOrdersFile
    close PoIdControlFile
    goback.

ReceiveGoodsForPoLine.
    move "00" to PurchaseOrderFileStatus
    open i-o PurchaseOrdersFile
    move ThisPoId to PoId of PurchaseOrderRecord
    start PurchaseOrdersFile
        key is equal to PoId of PurchaseOrderRecord
        invalid key
            set NoSuchRecord to true
            display "ReceiveGoodsAgainstPo: no such purchase order " ThisPoId
        not invalid key
            read PurchaseOrdersFile
            perform ApplyGoodsReceiptToPoRecord
    end-start
    close PurchaseOrdersFile
    .

ValidatePurchaseOrder.
    move "Y" to PoLinesValid
    move SupplierId of ThisPurchaseOrder to PoSupplierLookupId
            SupplierId of ThisPurchaseOrder
        exit paragraph
    end-if
    if DeliverToWarehouse of ThisPurchaseOrder not equal to spaces
        call "ValidateWarehouseCode" using DeliverToWarehouse of ThisPurchaseOrder,
            PoWarehouseStatus
        if PoWarehouseStatus not equal to "00"
            move "N" to PoLinesValid
            set InvalidData to true
            display "Purchase order rejected - no such warehouse "
                DeliverToWarehouse of ThisPurchaseOrder
            exit paragraph
        end-if
    end-if
    if PoLineCount of ThisPurchaseOrder equal to zero
        move "N" to PoLinesValid
        set InvalidData to true
            set InvalidData to true
            display "ReceiveGoodsAgainstPo: purchase order " ThisPoId
                " is not open"
        when IsDropShipPo of PurchaseOrderRecord
            set InvalidData to true
            display "ReceiveGoodsAgainstPo: purchase order " ThisPoId
                " is a drop-shipment; confirm the supplier delivery instead"
        when PoLineNumber is less than 1
            or PoLineNumber is greater than PoLineCount of PurchaseOrderRecord
            set InvalidData to true
            else
                add QuantityReceivedNow to QuantityReceived of PoLine of
                    PurchaseOrderRecord(PoLineNumber)
                call "GetBusinessDate" using GoodsReceiptDate
                if FirstReceiptDate of PoLineReceipt of PurchaseOrderRecord(PoLineNumber)
                    equal to zero
                    move GoodsReceiptDate to FirstReceiptDate of PoLineReceipt of
                        PurchaseOrderRecord(PoLineNumber)
                    move QuantityReceivedNow to FirstReceiptQuantity of PoLineReceipt of
                        PurchaseOrderRecord(PoLineNumber)
                end-if
                move GoodsReceiptDate to LastReceiptDate of PoLineReceipt of
                    PurchaseOrderRecord(PoLineNumber)
                perform WriteGoodsReceiptJournalRecord
                move spaces to StockMovementReference
                string
                    "PO" delimited by size
                    into StockMovementReference
                end-string
                call "SetStockMovementReference" using StockMovementReference
                call "SetStockWarehouse" using
                    DeliverToWarehouse of PurchaseOrderRecord
                move ProductCode of PoLine of
                    PurchaseOrderRecord(PoLineNumber) to StockProductCode
                move QuantityReceivedNow to StockReceiptQuantity
                if StockLotNumber equal to spaces
                    call "ReceiveStock" using StockProductCode,
                        StockReceiptQuantity, ReturnedStockStatus
                else
                    move PoId of PurchaseOrderRecord to StockLotPoId
                    call "ReceiveStockLot" using StockProductCode,
                        StockReceiptQuantity, StockLotNumber, StockLotExpiryDate,
                        StockLotPoId, ReturnedStockStatus
                end-if
                perform CheckAllPoLinesReceived
                if AreAllLinesReceived
                    set IsPoComplete of PurchaseOrderRecord to true
    end-evaluate
    .

CheckAnyPoLineReceived.
    move "N" to AnyPoLineReceived
    perform varying PoLineIndex from 1 by 1
        until PoLineIndex is greater than PoLineCount of PurchaseOrderRecord
        if QuantityReceived of PoLine of PurchaseOrderRecord(PoLineIndex)
            is greater than zero
            move "Y" to AnyPoLineReceived
        end-if
    end-perform
    .

ApplyDropShipConfirmationToPoRecord.
    if DropShipDeliveredDate of ThisPurchaseOrder equal to zero
        call "GetBusinessDate" using GoodsReceiptDate
    else
        move DropShipDeliveredDate of ThisPurchaseOrder to GoodsReceiptDate
    end-if
    perform varying PoLineIndex from 1 by 1
        until PoLineIndex is greater than PoLineCount of PurchaseOrderRecord
        move QuantityOrdered of PoLine of PurchaseOrderRecord(PoLineIndex)
            to QuantityReceived of PoLine of PurchaseOrderRecord(PoLineIndex)
        if FirstReceiptDate of PoLineReceipt of PurchaseOrderRecord(PoLineIndex)
            equal to zero
            move GoodsReceiptDate to FirstReceiptDate of PoLineReceipt of
                PurchaseOrderRecord(PoLineIndex)
            move QuantityOrdered of PoLine of PurchaseOrderRecord(PoLineIndex)
                to FirstReceiptQuantity of PoLineReceipt of
                    PurchaseOrderRecord(PoLineIndex)
        end-if
        move GoodsReceiptDate to LastReceiptDate of PoLineReceipt of
            PurchaseOrderRecord(PoLineIndex)
    end-perform
    move DropShipCarrierCode of ThisPurchaseOrder
        to DropShipCarrierCode of PurchaseOrderRecord
    move DropShipTrackingReference of ThisPurchaseOrder
        to DropShipTrackingReference of PurchaseOrderRecord
    move GoodsReceiptDate to DropShipDeliveredDate of PurchaseOrderRecord
    set IsPoComplete of PurchaseOrderRecord to true
    rewrite PurchaseOrderRecord
    .

WriteGoodsReceiptJournalRecord.
    open extend GoodsReceiptJournalFile
    move spaces to GoodsReceiptJournalRecord
    move GoodsReceiptDate to ReceiptJournalDate
    move PoId of PurchaseOrderRecord to ReceiptJournalPoId
    move PoLineNumber to ReceiptJournalLineNumber
    move SupplierId of PurchaseOrderRecord to ReceiptJournalSupplierId
    move ProductCode of PoLine of PurchaseOrderRecord(PoLineNumber)
        to ReceiptJournalProductCode
    move QuantityReceivedNow to ReceiptJournalQuantity
    move PoDueDate of PurchaseOrderRecord to ReceiptJournalDueDate
    move StockLotNumber to ReceiptJournalLotNumber
    move UnitCost of PoLine of PurchaseOrderRecord(PoLineNumber)
        to ReceiptJournalUnitCost
    move ReceiptJournalProductCode to PoLineProductCode
    call "GetProductByCode" using PoLineProduct, PoLineProductCode
    if ProductCode of PoLineProduct equal to PoLineProductCode
        move CostPrice of PoLineProduct to ReceiptJournalStandardCost
    else
        move ReceiptJournalUnitCost to ReceiptJournalStandardCost
    end-if
    write GoodsReceiptJournalRecord
    close GoodsReceiptJournalFile
    .

CheckAllPoLinesReceived.
    move "Y" to AllLinesReceived
    perform varying PoLineIndex from 1 by 1
