identification division.
program-id. StockTransferRun.

environment division.
configuration section.
    repository.
        function all intrinsic.

input-output section.
    file-control.
        select optional TransferRequestFile assign to TransferRequestFileName
            organization is line sequential
            file status is TransferRequestFileStatus.

        select optional TransferDocumentFile assign to TransferDocumentFileName
            organization is line sequential.

data division.
file section.
    fd TransferRequestFile.
        01 TransferRequestRecord.
            88 EndOfTransferRequestFile value high-values.
            02 RequestType pic x.
                88 IsDespatchHeader value "D".
                88 IsDespatchLine   value "L".
                88 IsReceiptRequest value "R".
            02 filler pic x.
            02 RequestDetail pic x(40).
            02 RequestDespatchHeader redefines RequestDetail.
                03 RequestFromWarehouse pic x(4).
                03 filler pic x.
                03 RequestToWarehouse pic x(4).
                03 filler pic x.
                03 RequestReference pic x(12).
            02 RequestDespatchLine redefines RequestDetail.
                03 RequestProductCode pic x(12).
                03 filler pic x.
                03 RequestQuantity pic 9(6).
            02 RequestReceipt redefines RequestDetail.
                03 RequestTransferId pic 9(6).

    fd TransferDocumentFile.
        01 TransferDocumentRecord pic x(120).

working-storage section.
    01 TransferRequestFileName pic x(20) value "StockTransfer.in".
    01 TransferDocumentFileName pic x(20) value "StockTransfer.out".
    01 TransferRequestFileStatus pic x(2).

    01 RunDate pic 9(8) value zeroes.

    copy StockTransfer replacing StockTransfer by ==PendingTransfer==.
    01 PendingTransferOpen pic x value "N".
        88 IsPendingTransferOpen value "Y".
    copy StockTransfer replacing StockTransfer by ==ReceivedTransfer==.
    01 ThisTransferId pic 9(6) value zeroes.
    01 ReturnedTransferStatus pic x(2) value spaces.

    01 TransferCursorId pic 9(6) value zeroes.
    01 NumberOfTransfersInPage pic 9(3) value zeroes.
    01 TransferPageIndex pic 9(3) value zeroes.
    01 StockTransferPage.
        02 StockTransferPageEntry occurs 20 times.
            copy StockTransfer replacing
                ==01== by ==03==
                ==02== by ==04==
                ==03== by ==05==
                ==StockTransfer== by ==StockTransferPageRecord==.

    01 TransferLineIndex pic 9(2) value zeroes.
    01 DespatchedCount pic 9(6) value zeroes.
    01 ReceivedCount pic 9(6) value zeroes.
    01 RejectedCount pic 9(6) value zeroes.
    01 InTransitCount pic 9(6) value zeroes.
    01 DocumentLine pic x(120) value spaces.

procedure division.

    call "GetBusinessDate" using RunDate
    display "StockTransferRun: business date " RunDate
    open input TransferRequestFile
    open output TransferDocumentFile
    if TransferRequestFileStatus equal to "00"
        read TransferRequestFile
            at end set EndOfTransferRequestFile to true
        end-read
        perform until EndOfTransferRequestFile
            evaluate true
                when IsDespatchHeader
                    perform DespatchPendingTransfer
                    perform StartPendingTransfer
                when IsDespatchLine
                    perform AddLineToPendingTransfer
                when IsReceiptRequest
                    perform DespatchPendingTransfer
                    perform ReceiveRequestedTransfer
            end-evaluate
            read TransferRequestFile
                at end set EndOfTransferRequestFile to true
            end-read
        end-perform
        perform DespatchPendingTransfer
    end-if
    close TransferRequestFile
    perform ListTransfersInTransit
    close TransferDocumentFile
    display "StockTransferRun: " DespatchedCount " transfer(s) despatched, "
        ReceivedCount " received, " RejectedCount " rejected, "
        InTransitCount " in transit"
    if RejectedCount is greater than zero
        move 1 to return-code
    end-if
    stop run.

StartPendingTransfer.
    initialize PendingTransfer
    move RequestFromWarehouse to FromWarehouseCode of PendingTransfer
    move RequestToWarehouse to ToWarehouseCode of PendingTransfer
    move RequestReference to TransferReference of PendingTransfer
    move "Y" to PendingTransferOpen
    .

AddLineToPendingTransfer.
    if not IsPendingTransferOpen
        display "StockTransferRun: line for '" function trim(RequestProductCode)
            "' has no transfer header; ignored"
        exit paragraph
    end-if
    if TransferLineCount of PendingTransfer is not less than 10
        display "StockTransferRun: more than 10 lines on transfer "
            function trim(TransferReference of PendingTransfer)
            "; line for '" function trim(RequestProductCode) "' ignored"
        exit paragraph
    end-if
    if RequestQuantity is not numeric
        display "StockTransferRun: invalid quantity for '"
            function trim(RequestProductCode) "'; line ignored"
        exit paragraph
    end-if
    add 1 to TransferLineCount of PendingTransfer
    move RequestProductCode to TransferProductCode of PendingTransfer
        (TransferLineCount of PendingTransfer)
    move RequestQuantity to TransferQuantity of PendingTransfer
        (TransferLineCount of PendingTransfer)
    .

DespatchPendingTransfer.
    if not IsPendingTransferOpen
        exit paragraph
    end-if
    move "N" to PendingTransferOpen
    call "DespatchStockTransfer" using PendingTransfer, ThisTransferId,
        ReturnedTransferStatus
    if ReturnedTransferStatus equal to "00"
        add 1 to DespatchedCount
        call "GetStockTransferById" using PendingTransfer, ThisTransferId
        perform PrintTransferDocument
    else
        add 1 to RejectedCount
        display "StockTransferRun: transfer "
            function trim(TransferReference of PendingTransfer)
            " from " FromWarehouseCode of PendingTransfer
            " to " ToWarehouseCode of PendingTransfer
            " rejected with status " ReturnedTransferStatus
    end-if
    .

ReceiveRequestedTransfer.
    if RequestTransferId is not numeric
        add 1 to RejectedCount
        display "StockTransferRun: invalid transfer number on receipt line"
        exit paragraph
    end-if
    move RequestTransferId to ThisTransferId
    call "ReceiveStockTransfer" using ThisTransferId, ReturnedTransferStatus
    if ReturnedTransferStatus equal to "00"
        add 1 to ReceivedCount
        call "GetStockTransferById" using ReceivedTransfer, ThisTransferId
        display "StockTransferRun: transfer " ThisTransferId " received at "
            ToWarehouseCode of ReceivedTransfer
    else
        add 1 to RejectedCount
        display "StockTransferRun: receipt of transfer " ThisTransferId
            " rejected with status " ReturnedTransferStatus
    end-if
    .

PrintTransferDocument.
    move all "-" to TransferDocumentRecord
    write TransferDocumentRecord
    move spaces to DocumentLine
    string
        "STOCK TRANSFER  No " delimited by size
        TransferId of PendingTransfer delimited by size
        "  From " delimited by size
        FromWarehouseCode of PendingTransfer delimited by size
        "  To " delimited by size
        ToWarehouseCode of PendingTransfer delimited by size
        "  Despatched " delimited by size
        TransferDespatchDate of PendingTransfer delimited by size
        "  Ref " delimited by size
        TransferReference of PendingTransfer delimited by size
        into DocumentLine
    end-string
    move DocumentLine to TransferDocumentRecord
    write TransferDocumentRecord
    move "Product         Qty sent  Qty received" to TransferDocumentRecord
    write TransferDocumentRecord
    perform varying TransferLineIndex from 1 by 1
        until TransferLineIndex is greater than TransferLineCount of PendingTransfer
        move spaces to DocumentLine
        move TransferProductCode of PendingTransfer(TransferLineIndex)
            to DocumentLine(1:12)
        move TransferQuantity of PendingTransfer(TransferLineIndex)
            to DocumentLine(17:6)
        move "________" to DocumentLine(27:8)
        move DocumentLine to TransferDocumentRecord
        write TransferDocumentRecord
    end-perform
    move "Despatched by: ______________   Received by: ______________"
        to TransferDocumentRecord
    write TransferDocumentRecord
    move spaces to TransferDocumentRecord
    write TransferDocumentRecord
    .

ListTransfersInTransit.
    move "TRANSFERS IN TRANSIT" to TransferDocumentRecord
    write TransferDocumentRecord
    move zero to TransferCursorId
    call "GetStockTransfersPage" using TransferCursorId, StockTransferPage,
        NumberOfTransfersInPage
    perform until NumberOfTransfersInPage equal to zero
        perform varying TransferPageIndex from 1 by 1
            until TransferPageIndex is greater than NumberOfTransfersInPage
            if IsTransferInTransit of StockTransferPageRecord(TransferPageIndex)
                add 1 to InTransitCount
                move spaces to DocumentLine
                string
                    TransferId of StockTransferPageRecord(TransferPageIndex)
                        delimited by size
                    "  " delimited by size
                    FromWarehouseCode of StockTransferPageRecord(TransferPageIndex)
                        delimited by size
                    " -> " delimited by size
                    ToWarehouseCode of StockTransferPageRecord(TransferPageIndex)
                        delimited by size
                    "  despatched " delimited by size
                    TransferDespatchDate of StockTransferPageRecord(TransferPageIndex)
                        delimited by size
                    "  lines " delimited by size
                    TransferLineCount of StockTransferPageRecord(TransferPageIndex)
                        delimited by size
                    into DocumentLine
                end-string
                move DocumentLine to TransferDocumentRecord
                write TransferDocumentRecord
            end-if
        end-perform
        move TransferId of StockTransferPageRecord(NumberOfTransfersInPage)
            to TransferCursorId
        call "GetStockTransfersPage" using TransferCursorId, StockTransferPage,
            NumberOfTransfersInPage
    end-perform
    .

end program StockTransferRun.
