identification division.
program-id. StockTransfers.

environment division.
configuration section.
    repository.
        function all intrinsic.

input-output section.
    file-control.
        select optional StockTransfersFile assign to StockTransferFileName
            organization is indexed
            access mode is dynamic
            lock mode is exclusive
            record key is TransferId of StockTransferRecord
            file status is StockTransferFileStatus.

        select optional TransferIdControlFile assign to TransferIdControlFileName
            organization is relative
            access mode is dynamic
            relative key is ControlRecordKey
            file status is ControlFileStatus.

data division.
file section.
    fd StockTransfersFile.
        copy StockTransfer replacing StockTransfer by
            ==StockTransferRecord.
            88 EndOfStockTransfersFile value high-values==.

    fd TransferIdControlFile.
        01 TransferIdControlRecord.
            02 LastIssuedTransferId pic 9(6) value zeroes.

working-storage section.
    01 StockTransferFileStatus pic x(2).
        88 Successful   value "00".
        88 RecordExists value "22".
        88 NoSuchRecord value "23".
        88 InvalidData  value "90".
        88 FileLocked   value "91".

    01 ControlFileStatus pic x(2).
        88 ControlRecordMissing value "23".

    01 ControlRecordKey pic 9(1) value 1.

    01 StockTransferFileName pic x(20) value "StockTransfers.dat".
    01 TransferIdControlFileName pic x(20) value "StockTransfers.ctl".

    01 MaxTransferPageEntries pic 9(3) value 20.

    01 TransferLineIndex pic 9(2) value zeroes.
    01 TransferLinesValid pic x value "Y".
        88 AreTransferLinesValid value "Y".
    copy Product replacing Product by ==TransferLineProduct==.
    01 TransferLineProductCode pic x(12) value spaces.
    01 TransferWarehouseStatus pic x(2) value spaces.

    01 StockProductCode pic x(12) value spaces.
    01 StockTransferQuantity pic 9(6) value zeroes.
    01 StockMovementReference pic x(12) value spaces.
    01 StockWarehouseCode pic x(4) value spaces.
    01 ReturnedStockStatus pic x(2) value spaces.
    01 ShortLineCount pic 9(2) value zeroes.
    01 OnHandAtSource pic s9(6) value zeroes.
    01 AllocatedAtSource pic s9(6) value zeroes.
    copy ShippedLots replacing ShippedLots by ==TransferredLots==.
    01 TransferredLotIndex pic 9(2) value zeroes.
    01 TransferLotIndex pic 9(3) value zeroes.
    01 StockLotNumber pic x(12) value spaces.
    01 StockLotExpiryDate pic 9(8) value zeroes.
    01 StockLotQuantity pic 9(6) value zeroes.

linkage section.
    01 StockTransferFileNameParm pic x(20) value spaces.
    copy StockTransfer replacing StockTransfer by ==ThisStockTransfer==.
    01 ThisTransferId pic 9(6) value zeroes.
    01 TransferCursorId pic 9(6) value zeroes.
    01 ReturnedTransferStatus pic x(2) value spaces.
    01 NumberOfTransfersInPage pic 9(3) value zeroes.
    01 StockTransferPage.
        02 StockTransferPageEntry occurs 20 times.
            copy StockTransfer replacing
                ==01== by ==03==
                ==02== by ==04==
                ==03== by ==05==
                ==StockTransfer== by ==StockTransferPageRecord==.

procedure division.
    goback.

entry "SetStockTransferFileName" using StockTransferFileNameParm
    if StockTransferFileNameParm not equal to spaces
        move StockTransferFileNameParm to StockTransferFileName
        move StockTransferFileName to TransferIdControlFileName
        inspect TransferIdControlFileName replacing all ".dat" by ".ctl"
    end-if
    goback.

entry "DespatchStockTransfer" using ThisStockTransfer, ThisTransferId,
        ReturnedTransferStatus
    move "00" to StockTransferFileStatus
    move zeroes to ThisTransferId
    perform ValidateStockTransfer
    if AreTransferLinesValid
        perform CheckStockAvailableAtSource
    end-if
    if AreTransferLinesValid
        open i-o StockTransfersFile
        move ThisStockTransfer to StockTransferRecord
        call "GetBusinessDate" using TransferDespatchDate of StockTransferRecord
        move zeroes to TransferReceivedDate of StockTransferRecord
        set IsTransferInTransit of StockTransferRecord to true
        move zeroes to TransferLotCount of StockTransferRecord
        perform AllocateNextTransferId
        perform MoveTransferStockOutOfSource
        write StockTransferRecord
            invalid key
                display "Error adding stock transfer - status is "
                    StockTransferFileStatus
            not invalid key
                continue
        end-write
        move TransferId of StockTransferRecord to ThisTransferId
        close StockTransfersFile
    end-if
    move StockTransferFileStatus to ReturnedTransferStatus
    goback.

entry "ReceiveStockTransfer" using ThisTransferId, ReturnedTransferStatus
    move "00" to StockTransferFileStatus
    open i-o StockTransfersFile
    move ThisTransferId to TransferId of StockTransferRecord
    read StockTransfersFile
        invalid key
            set NoSuchRecord to true
            display "ReceiveStockTransfer: no such transfer " ThisTransferId
        not invalid key
            if not IsTransferInTransit of StockTransferRecord
                set InvalidData to true
                display "ReceiveStockTransfer: transfer " ThisTransferId
                    " is not in transit"
            else
                perform MoveTransferStockIntoDestination
                call "GetBusinessDate" using TransferReceivedDate of StockTransferRecord
                set IsTransferReceived of StockTransferRecord to true
                rewrite StockTransferRecord
            end-if
    end-read
    move StockTransferFileStatus to ReturnedTransferStatus
    close StockTransfersFile
    goback.

entry "GetStockTransferById" using ThisStockTransfer, ThisTransferId
    open i-o StockTransfersFile
    move ThisTransferId to TransferId of StockTransferRecord
    start StockTransfersFile
        key is equal to TransferId of StockTransferRecord
        invalid key
            initialize ThisStockTransfer
        not invalid key
            read StockTransfersFile
            move StockTransferRecord to ThisStockTransfer
    end-start
    close StockTransfersFile
    goback.

entry "GetStockTransfersPage" using TransferCursorId, StockTransferPage,
        NumberOfTransfersInPage
    initialize StockTransferPage
    move zeroes to NumberOfTransfersInPage
    open i-o StockTransfersFile
    move TransferCursorId to TransferId of StockTransferRecord
    start StockTransfersFile
        key is greater than TransferId of StockTransferRecord
        invalid key
            set EndOfStockTransfersFile to true
    end-start
    if not EndOfStockTransfersFile
        read StockTransfersFile next record
            at end set EndOfStockTransfersFile to true
        end-read
    end-if
    perform until EndOfStockTransfersFile
        or NumberOfTransfersInPage equal to MaxTransferPageEntries
        add 1 to NumberOfTransfersInPage
        move StockTransferRecord
            to StockTransferPageRecord(NumberOfTransfersInPage)
        read StockTransfersFile next record
            at end set EndOfStockTransfersFile to true
        end-read
    end-perform
    close StockTransfersFile
    goback.

entry "ClearStockTransfersFile"
    open output StockTransfersFile
    close StockTransfersFile
    open output TransferIdControlFile
    close TransferIdControlFile
    goback.

ValidateStockTransfer.
    move "Y" to TransferLinesValid
    call "ValidateWarehouseCode" using FromWarehouseCode of ThisStockTransfer,
        TransferWarehouseStatus
    if TransferWarehouseStatus not equal to "00"
        move "N" to TransferLinesValid
        set InvalidData to true
        display "Stock transfer rejected - no such source warehouse "
            FromWarehouseCode of ThisStockTransfer
        exit paragraph
    end-if
    call "ValidateWarehouseCode" using ToWarehouseCode of ThisStockTransfer,
        TransferWarehouseStatus
    if TransferWarehouseStatus not equal to "00"
        move "N" to TransferLinesValid
        set InvalidData to true
        display "Stock transfer rejected - no such destination warehouse "
            ToWarehouseCode of ThisStockTransfer
        exit paragraph
    end-if
    if FromWarehouseCode of ThisStockTransfer
        equal to ToWarehouseCode of ThisStockTransfer
        move "N" to TransferLinesValid
        set InvalidData to true
        display "Stock transfer rejected - source and destination are the same"
        exit paragraph
    end-if
    if TransferLineCount of ThisStockTransfer equal to zero
        move "N" to TransferLinesValid
        set InvalidData to true
        display "Stock transfer rejected - at least one line is required"
        exit paragraph
    end-if
    perform varying TransferLineIndex from 1 by 1
        until TransferLineIndex is greater than TransferLineCount of ThisStockTransfer
            or not AreTransferLinesValid
        move TransferProductCode of ThisStockTransfer(TransferLineIndex)
            to TransferLineProductCode
        call "GetProductByCode" using TransferLineProduct, TransferLineProductCode
        if ProductCode of TransferLineProduct not equal to TransferLineProductCode
            or TransferQuantity of ThisStockTransfer(TransferLineIndex) equal to zero
            move "N" to TransferLinesValid
            set InvalidData to true
            display "Stock transfer rejected - invalid line for product '"
                function trim(TransferLineProductCode) "'"
        end-if
    end-perform
    .

CheckStockAvailableAtSource.
    move zero to ShortLineCount
    move FromWarehouseCode of ThisStockTransfer to StockWarehouseCode
    call "SetStockWarehouse" using StockWarehouseCode
    perform varying TransferLineIndex from 1 by 1
        until TransferLineIndex is greater than TransferLineCount of ThisStockTransfer
        move TransferProductCode of ThisStockTransfer(TransferLineIndex)
            to StockProductCode
        call "GetStockByProductCode" using StockProductCode,
            OnHandAtSource, AllocatedAtSource
        if TransferQuantity of ThisStockTransfer(TransferLineIndex)
            is greater than OnHandAtSource - AllocatedAtSource
            add 1 to ShortLineCount
            display "Stock transfer rejected - insufficient free stock of '"
                function trim(StockProductCode) "' at "
                FromWarehouseCode of ThisStockTransfer
        end-if
    end-perform
    if ShortLineCount is greater than zero
        move "N" to TransferLinesValid
        set InvalidData to true
    end-if
    .

MoveTransferStockOutOfSource.
    perform SetStockReferenceFromTransfer
    move FromWarehouseCode of StockTransferRecord to StockWarehouseCode
    call "SetStockWarehouse" using StockWarehouseCode
    perform varying TransferLineIndex from 1 by 1
        until TransferLineIndex is greater than TransferLineCount of StockTransferRecord
        move TransferProductCode of StockTransferRecord(TransferLineIndex)
            to StockProductCode
        move TransferQuantity of StockTransferRecord(TransferLineIndex)
            to StockTransferQuantity
        move zeroes to TransferQuantityReceived of StockTransferRecord(TransferLineIndex)
        call "TransferStockOut" using StockProductCode, StockTransferQuantity,
            ReturnedStockStatus
        if ReturnedStockStatus equal to "00"
            perform RecordLotsTransferredForLine
        end-if
    end-perform
    .

RecordLotsTransferredForLine.
    call "GetLastTransferredLots" using TransferredLots
    perform varying TransferredLotIndex from 1 by 1
        until TransferredLotIndex is greater than ShippedLotCount of TransferredLots
            or TransferLotCount of StockTransferRecord equal to 100
        add 1 to TransferLotCount of StockTransferRecord
        move TransferLineIndex to TransferLotLineNumber of
            StockTransferRecord(TransferLotCount of StockTransferRecord)
        move ShippedLotNumber of TransferredLots(TransferredLotIndex)
            to TransferLotNumber of
            StockTransferRecord(TransferLotCount of StockTransferRecord)
        move ShippedLotExpiryDate of TransferredLots(TransferredLotIndex)
            to TransferLotExpiryDate of
            StockTransferRecord(TransferLotCount of StockTransferRecord)
        move ShippedLotQuantity of TransferredLots(TransferredLotIndex)
            to TransferLotQuantity of
            StockTransferRecord(TransferLotCount of StockTransferRecord)
    end-perform
    .

MoveTransferStockIntoDestination.
    perform SetStockReferenceFromTransfer
    move ToWarehouseCode of StockTransferRecord to StockWarehouseCode
    call "SetStockWarehouse" using StockWarehouseCode
    perform varying TransferLineIndex from 1 by 1
        until TransferLineIndex is greater than TransferLineCount of StockTransferRecord
        move TransferProductCode of StockTransferRecord(TransferLineIndex)
            to StockProductCode
        move TransferQuantity of StockTransferRecord(TransferLineIndex)
            to StockTransferQuantity
        call "TransferStockIn" using StockProductCode, StockTransferQuantity,
            ReturnedStockStatus
        if ReturnedStockStatus equal to "00"
            move StockTransferQuantity
                to TransferQuantityReceived of StockTransferRecord(TransferLineIndex)
            perform ReceiveLotsTransferredForLine
        end-if
    end-perform
    .

ReceiveLotsTransferredForLine.
    perform varying TransferLotIndex from 1 by 1
        until TransferLotIndex is greater than TransferLotCount of StockTransferRecord
        if TransferLotLineNumber of StockTransferRecord(TransferLotIndex)
            equal to TransferLineIndex
            move TransferLotNumber of StockTransferRecord(TransferLotIndex)
                to StockLotNumber
            move TransferLotExpiryDate of StockTransferRecord(TransferLotIndex)
                to StockLotExpiryDate
            move TransferLotQuantity of StockTransferRecord(TransferLotIndex)
                to StockLotQuantity
            call "TransferStockLotIn" using StockProductCode, StockLotQuantity,
                StockLotNumber, StockLotExpiryDate, ReturnedStockStatus
        end-if
    end-perform
    .

SetStockReferenceFromTransfer.
    move spaces to StockMovementReference
    string
        "TRF" delimited by size
        TransferId of StockTransferRecord delimited by size
        into StockMovementReference
    end-string
    call "SetStockMovementReference" using StockMovementReference
    .

AllocateNextTransferId.
    open i-o TransferIdControlFile
    read TransferIdControlFile
        invalid key
            move zeroes to LastIssuedTransferId
    end-read
    add 1 to LastIssuedTransferId
    move LastIssuedTransferId to TransferId of StockTransferRecord
    if ControlRecordMissing
        write TransferIdControlRecord
    else
        rewrite TransferIdControlRecord
    end-if
    close TransferIdControlFile
    .

end program StockTransfers.
