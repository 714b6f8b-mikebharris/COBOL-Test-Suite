identification division.
program-id. SupplierReturns.

environment division.
configuration section.
    repository.
        function all intrinsic.

input-output section.
    file-control.
        select optional SupplierReturnsFile assign to SupplierReturnFileName
            organization is indexed
            access mode is dynamic
            lock mode is exclusive
            record key is SupplierReturnId of SupplierReturnRecord
            alternate record key is PoId of SupplierReturnRecord with duplicates
            file status is SupplierReturnFileStatus.

        select optional SupplierReturnIdControlFile
            assign to SupplierReturnIdControlFileName
            organization is relative
            access mode is dynamic
            relative key is ControlRecordKey
            file status is ControlFileStatus.

data division.
file section.
    fd SupplierReturnsFile.
        copy SupplierReturn replacing SupplierReturn by
            ==SupplierReturnRecord.
            88 EndOfSupplierReturnsFile value high-values==.

    fd SupplierReturnIdControlFile.
        01 SupplierReturnIdControlRecord.
            02 LastIssuedSupplierReturnId pic 9(6) value zeroes.

working-storage section.
    01 SupplierReturnFileStatus pic x(2).
        88 Successful   value "00".
        88 RecordExists value "22".
        88 NoSuchRecord value "23".
        88 InvalidData  value "90".
        88 FileLocked   value "91".

    01 ControlFileStatus pic x(2).
        88 ControlRecordMissing value "23".

    01 ControlRecordKey pic 9(1) value 1.

    01 SupplierReturnFileName pic x(20) value "SupplierReturns.dat".
    01 SupplierReturnIdControlFileName pic x(20) value "SupplierReturns.ctl".
    01 MaxSupplierReturnPageEntries pic 9(3) value 20.
    01 DefaultWarehouseCode pic x(4) value "MAIN".

    copy PurchaseOrder replacing PurchaseOrder by ==ReturnedPurchaseOrder==.
    copy Rma replacing Rma by ==ScrappedRma==.
    01 ThisPoLineNumber pic 9(2) value zeroes.
    01 ReturnLineIndex pic 9(2) value zeroes.
    01 RmaLineIndex pic 9(2) value zeroes.
    01 ReturnLinesValid pic x value "Y".
        88 AreReturnLinesValid value "Y".
    01 ScrapLineFound pic x value "N".
        88 IsScrapLineFound value "Y".
    01 AlreadyReturnedQuantity pic 9(8) value zeroes.
    01 QuantityAvailableToReturn pic s9(8) value zeroes.
    01 ShortLineCount pic 9(2) value zeroes.

    01 StockProductCode pic x(12) value spaces.
    01 StockReturnQuantity pic 9(6) value zeroes.
    01 StockMovementReference pic x(12) value spaces.
    01 ReturnedStockStatus pic x(2) value spaces.
    01 OnHandAtWarehouse pic s9(6) value zeroes.
    01 AllocatedAtWarehouse pic s9(6) value zeroes.

linkage section.
    01 SupplierReturnFileNameParm pic x(20) value spaces.
    copy SupplierReturn replacing SupplierReturn by ==ThisSupplierReturn==.
    01 ThisSupplierReturnId pic 9(6) value zeroes.
    01 SupplierReturnCursorId pic 9(6) value zeroes.
    01 ThisSettlementType pic x value space.
    01 ThisSupplierCreditReference pic x(20) value spaces.
    01 ReturnedSupplierReturnStatus pic x(2) value spaces.
    01 NumberOfSupplierReturnsInPage pic 9(3) value zeroes.
    01 SupplierReturnPage.
        02 SupplierReturnPageEntry occurs 20 times.
            copy SupplierReturn replacing
                ==01== by ==03==
                ==02== by ==04==
                ==03== by ==05==
                ==SupplierReturn== by ==SupplierReturnPageRecord==.

procedure division.
    goback.

entry "SetSupplierReturnFileName" using SupplierReturnFileNameParm
    if SupplierReturnFileNameParm not equal to spaces
        move SupplierReturnFileNameParm to SupplierReturnFileName
        move SupplierReturnFileName to SupplierReturnIdControlFileName
        inspect SupplierReturnIdControlFileName replacing all ".dat" by ".ctl"
    end-if
    goback.

entry "RaiseSupplierReturn" using ThisSupplierReturn, ThisSupplierReturnId,
        ReturnedSupplierReturnStatus
    move "00" to SupplierReturnFileStatus
    move zeroes to ThisSupplierReturnId
    perform ValidateSupplierReturn
    if AreReturnLinesValid and ReturnRmaId of ThisSupplierReturn equal to zero
        perform CheckStockAvailableToReturn
    end-if
    if AreReturnLinesValid
        open i-o SupplierReturnsFile
        move ThisSupplierReturn to SupplierReturnRecord
        call "GetBusinessDate" using ReturnRaisedDate of SupplierReturnRecord
        move zeroes to ReturnSettledDate of SupplierReturnRecord
        move spaces to SupplierCreditReference of SupplierReturnRecord
        set IsReturnOutstanding of SupplierReturnRecord to true
        perform PriceDebitNote
        perform AllocateNextSupplierReturnId
        if ReturnRmaId of SupplierReturnRecord equal to zero
            perform MoveReturnedStockOut
        end-if
        write SupplierReturnRecord
            invalid key
                display "Error raising supplier return - status is "
                    SupplierReturnFileStatus
            not invalid key
                continue
        end-write
        move SupplierReturnId of SupplierReturnRecord to ThisSupplierReturnId
        close SupplierReturnsFile
    end-if
    move SupplierReturnFileStatus to ReturnedSupplierReturnStatus
    goback.

entry "SettleSupplierReturn" using ThisSupplierReturnId, ThisSettlementType,
        ThisSupplierCreditReference, ReturnedSupplierReturnStatus
    move "00" to SupplierReturnFileStatus
    open i-o SupplierReturnsFile
    move ThisSupplierReturnId to SupplierReturnId of SupplierReturnRecord
    read SupplierReturnsFile
        invalid key
            set NoSuchRecord to true
            display "SettleSupplierReturn: no such supplier return "
                ThisSupplierReturnId
        not invalid key
            evaluate true
                when not IsReturnOutstanding of SupplierReturnRecord
                    set InvalidData to true
                    display "SettleSupplierReturn: supplier return "
                        ThisSupplierReturnId " is already settled"
                when ThisSettlementType equal to "C"
                    set IsReturnCredited of SupplierReturnRecord to true
                    perform RecordSupplierReturnSettlement
                when ThisSettlementType equal to "R"
                    set IsReturnReplaced of SupplierReturnRecord to true
                    perform MoveReplacementStockIn
                    perform RecordSupplierReturnSettlement
                when other
                    set InvalidData to true
                    display "SettleSupplierReturn: settlement must be C or R"
            end-evaluate
    end-read
    move SupplierReturnFileStatus to ReturnedSupplierReturnStatus
    close SupplierReturnsFile
    goback.

entry "GetSupplierReturnById" using ThisSupplierReturn, ThisSupplierReturnId
    open i-o SupplierReturnsFile
    move ThisSupplierReturnId to SupplierReturnId of SupplierReturnRecord
    start SupplierReturnsFile
        key is equal to SupplierReturnId of SupplierReturnRecord
        invalid key
            initialize ThisSupplierReturn
        not invalid key
            read SupplierReturnsFile
            move SupplierReturnRecord to ThisSupplierReturn
    end-start
    close SupplierReturnsFile
    goback.

entry "GetSupplierReturnsPage" using SupplierReturnCursorId, SupplierReturnPage,
        NumberOfSupplierReturnsInPage
    initialize SupplierReturnPage
    move zeroes to NumberOfSupplierReturnsInPage
    open i-o SupplierReturnsFile
    move SupplierReturnCursorId to SupplierReturnId of SupplierReturnRecord
    start SupplierReturnsFile
        key is greater than SupplierReturnId of SupplierReturnRecord
        invalid key
            set EndOfSupplierReturnsFile to true
    end-start
    if not EndOfSupplierReturnsFile
        read SupplierReturnsFile next record
            at end set EndOfSupplierReturnsFile to true
        end-read
    end-if
    perform until EndOfSupplierReturnsFile
        or NumberOfSupplierReturnsInPage equal to MaxSupplierReturnPageEntries
        add 1 to NumberOfSupplierReturnsInPage
        move SupplierReturnRecord
            to SupplierReturnPageRecord(NumberOfSupplierReturnsInPage)
        read SupplierReturnsFile next record
            at end set EndOfSupplierReturnsFile to true
        end-read
    end-perform
    close SupplierReturnsFile
    goback.

entry "ClearSupplierReturnsFile"
    open output SupplierReturnsFile
    close SupplierReturnsFile
    open output SupplierReturnIdControlFile
    close SupplierReturnIdControlFile
    goback.

ValidateSupplierReturn.
    move "Y" to ReturnLinesValid
    call "GetPurchaseOrderById" using ReturnedPurchaseOrder,
        PoId of ThisSupplierReturn
    if PoId of ThisSupplierReturn equal to zero
        or PoId of ReturnedPurchaseOrder not equal to PoId of ThisSupplierReturn
        move "N" to ReturnLinesValid
        set NoSuchRecord to true
        display "Supplier return rejected - no such purchase order "
            PoId of ThisSupplierReturn
        exit paragraph
    end-if
    if SupplierId of ThisSupplierReturn equal to zero
        move SupplierId of ReturnedPurchaseOrder to SupplierId of ThisSupplierReturn
    end-if
    if SupplierId of ThisSupplierReturn
        not equal to SupplierId of ReturnedPurchaseOrder
        move "N" to ReturnLinesValid
        set InvalidData to true
        display "Supplier return rejected - purchase order "
            PoId of ThisSupplierReturn " is not from supplier "
            SupplierId of ThisSupplierReturn
        exit paragraph
    end-if
    move DeliverToWarehouse of ReturnedPurchaseOrder
        to ReturnWarehouseCode of ThisSupplierReturn
    if ReturnWarehouseCode of ThisSupplierReturn equal to spaces
        move DefaultWarehouseCode to ReturnWarehouseCode of ThisSupplierReturn
    end-if
    if ReturnLineCount of ThisSupplierReturn equal to zero
        or ReturnLineCount of ThisSupplierReturn is greater than 90
        move "N" to ReturnLinesValid
        set InvalidData to true
        display "Supplier return rejected - return must carry between 1 and 90 lines"
        exit paragraph
    end-if
    if ReturnRmaId of ThisSupplierReturn is greater than zero
        call "GetRmaById" using ScrappedRma, ReturnRmaId of ThisSupplierReturn
        if RmaId of ScrappedRma not equal to ReturnRmaId of ThisSupplierReturn
            or not IsRmaAccepted of ScrappedRma
            move "N" to ReturnLinesValid
            set InvalidData to true
            display "Supplier return rejected - RMA "
                ReturnRmaId of ThisSupplierReturn " has not been accepted"
            exit paragraph
        end-if
        set IsReturnSupplierFault of ThisSupplierReturn to true
    end-if
    perform varying ReturnLineIndex from 1 by 1
        until ReturnLineIndex is greater than ReturnLineCount of ThisSupplierReturn
            or not AreReturnLinesValid
        perform ValidateSupplierReturnLine
    end-perform
    .

ValidateSupplierReturnLine.
    move ReturnPoLineNumber of ThisSupplierReturn(ReturnLineIndex)
        to ThisPoLineNumber
    if ThisPoLineNumber is less than 1
        or ThisPoLineNumber is greater than PoLineCount of ReturnedPurchaseOrder
        or ReturnQuantity of ThisSupplierReturn(ReturnLineIndex) equal to zero
        move "N" to ReturnLinesValid
        set InvalidData to true
        display "Supplier return rejected - invalid line " ThisPoLineNumber
            " on purchase order " PoId of ThisSupplierReturn
        exit paragraph
    end-if
    move ProductCode of PoLine of ReturnedPurchaseOrder(ThisPoLineNumber)
        to ReturnProductCode of ThisSupplierReturn(ReturnLineIndex)
    move UnitCost of PoLine of ReturnedPurchaseOrder(ThisPoLineNumber)
        to ReturnUnitCost of ThisSupplierReturn(ReturnLineIndex)
    perform AccumulateAlreadyReturnedQuantity
    compute QuantityAvailableToReturn =
        QuantityReceived of PoLine of ReturnedPurchaseOrder(ThisPoLineNumber)
        - AlreadyReturnedQuantity
    if ReturnQuantity of ThisSupplierReturn(ReturnLineIndex)
        is greater than QuantityAvailableToReturn
        move "N" to ReturnLinesValid
        set InvalidData to true
        display "Supplier return rejected - return of "
            ReturnQuantity of ThisSupplierReturn(ReturnLineIndex)
            " exceeds quantity received less returned on line "
            ThisPoLineNumber " of purchase order " PoId of ThisSupplierReturn
        exit paragraph
    end-if
    if ReturnRmaId of ThisSupplierReturn is greater than zero
        move "N" to ScrapLineFound
        perform varying RmaLineIndex from 1 by 1
            until RmaLineIndex is greater than RmaLineCount of ScrappedRma
                or IsScrapLineFound
            if ProductCode of RmaLine of ScrappedRma(RmaLineIndex)
                    equal to ReturnProductCode of ThisSupplierReturn(ReturnLineIndex)
                and IsLineScrap of RmaLine of ScrappedRma(RmaLineIndex)
                and QuantityReturned of RmaLine of ScrappedRma(RmaLineIndex)
                    is not less than
                    ReturnQuantity of ThisSupplierReturn(ReturnLineIndex)
                move "Y" to ScrapLineFound
            end-if
        end-perform
        if not IsScrapLineFound
            move "N" to ReturnLinesValid
            set InvalidData to true
            display "Supplier return rejected - product '"
                function trim(ReturnProductCode of ThisSupplierReturn
                    (ReturnLineIndex))
                "' was not scrapped in that quantity on RMA "
                ReturnRmaId of ThisSupplierReturn
        end-if
    end-if
    .

AccumulateAlreadyReturnedQuantity.
    move zero to AlreadyReturnedQuantity
    open input SupplierReturnsFile
    move PoId of ThisSupplierReturn to PoId of SupplierReturnRecord
    start SupplierReturnsFile
        key is equal to PoId of SupplierReturnRecord
        invalid key
            set EndOfSupplierReturnsFile to true
    end-start
    perform until EndOfSupplierReturnsFile
        read SupplierReturnsFile next record
            at end set EndOfSupplierReturnsFile to true
        end-read
        if not EndOfSupplierReturnsFile
            if PoId of SupplierReturnRecord not equal to PoId of ThisSupplierReturn
                set EndOfSupplierReturnsFile to true
            else
                perform varying RmaLineIndex from 1 by 1
                    until RmaLineIndex is greater than
                        ReturnLineCount of SupplierReturnRecord
                    if ReturnPoLineNumber of SupplierReturnRecord(RmaLineIndex)
                        equal to ThisPoLineNumber
                        add ReturnQuantity of SupplierReturnRecord(RmaLineIndex)
                            to AlreadyReturnedQuantity
                    end-if
                end-perform
            end-if
        end-if
    end-perform
    close SupplierReturnsFile
    move "00" to SupplierReturnFileStatus
    .

CheckStockAvailableToReturn.
    move zero to ShortLineCount
    call "SetStockWarehouse" using ReturnWarehouseCode of ThisSupplierReturn
    perform varying ReturnLineIndex from 1 by 1
        until ReturnLineIndex is greater than ReturnLineCount of ThisSupplierReturn
        move ReturnProductCode of ThisSupplierReturn(ReturnLineIndex)
            to StockProductCode
        call "GetStockByProductCode" using StockProductCode,
            OnHandAtWarehouse, AllocatedAtWarehouse
        if ReturnQuantity of ThisSupplierReturn(ReturnLineIndex)
            is greater than OnHandAtWarehouse - AllocatedAtWarehouse
            add 1 to ShortLineCount
            display "Supplier return rejected - insufficient free stock of '"
                function trim(StockProductCode) "' at "
                ReturnWarehouseCode of ThisSupplierReturn
        end-if
    end-perform
    if ShortLineCount is greater than zero
        move "N" to ReturnLinesValid
        set InvalidData to true
    end-if
    .

PriceDebitNote.
    move zero to DebitNoteAmount of SupplierReturnRecord
    perform varying ReturnLineIndex from 1 by 1
        until ReturnLineIndex is greater than ReturnLineCount of SupplierReturnRecord
        compute DebitNoteAmount of SupplierReturnRecord =
            DebitNoteAmount of SupplierReturnRecord
            + (ReturnQuantity of SupplierReturnRecord(ReturnLineIndex)
                * ReturnUnitCost of SupplierReturnRecord(ReturnLineIndex))
    end-perform
    .

MoveReturnedStockOut.
    perform SetStockReferenceFromSupplierReturn
    perform varying ReturnLineIndex from 1 by 1
        until ReturnLineIndex is greater than ReturnLineCount of SupplierReturnRecord
        move ReturnProductCode of SupplierReturnRecord(ReturnLineIndex)
            to StockProductCode
        move ReturnQuantity of SupplierReturnRecord(ReturnLineIndex)
            to StockReturnQuantity
        call "ReturnStockToSupplier" using StockProductCode, StockReturnQuantity,
            ReturnedStockStatus
    end-perform
    .

MoveReplacementStockIn.
    perform SetStockReferenceFromSupplierReturn
    perform varying ReturnLineIndex from 1 by 1
        until ReturnLineIndex is greater than ReturnLineCount of SupplierReturnRecord
        move ReturnProductCode of SupplierReturnRecord(ReturnLineIndex)
            to StockProductCode
        move ReturnQuantity of SupplierReturnRecord(ReturnLineIndex)
            to StockReturnQuantity
        call "ReceiveStock" using StockProductCode, StockReturnQuantity,
            ReturnedStockStatus
    end-perform
    .

SetStockReferenceFromSupplierReturn.
    move spaces to StockMovementReference
    string
        "SRT" delimited by size
        SupplierReturnId of SupplierReturnRecord delimited by size
        into StockMovementReference
    end-string
    call "SetStockMovementReference" using StockMovementReference
    call "SetStockWarehouse" using ReturnWarehouseCode of SupplierReturnRecord
    .

RecordSupplierReturnSettlement.
    call "GetBusinessDate" using ReturnSettledDate of SupplierReturnRecord
    move ThisSupplierCreditReference
        to SupplierCreditReference of SupplierReturnRecord
    rewrite SupplierReturnRecord
    .

AllocateNextSupplierReturnId.
    open i-o SupplierReturnIdControlFile
    read SupplierReturnIdControlFile
        invalid key
            move zeroes to LastIssuedSupplierReturnId
    end-read
    add 1 to LastIssuedSupplierReturnId
    move LastIssuedSupplierReturnId to SupplierReturnId of SupplierReturnRecord
    if ControlRecordMissing
        write SupplierReturnIdControlRecord
    else
        rewrite SupplierReturnIdControlRecord
    end-if
    close SupplierReturnIdControlFile
    .

end program SupplierReturns.
