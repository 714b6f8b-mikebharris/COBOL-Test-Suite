    01 ReturnNetAmount pic 9(8)v99 value zeroes.
    01 NewCreditNoteNumber pic 9(6) value zeroes.
    01 ReturnedCreditNoteStatus pic x(2) value spaces.
    copy Product replacing Product by ==RmaLineProduct==.
    copy SerialUnit replacing SerialUnit by ==ReturnedSerialUnit==.
    01 RmaLineProductCode pic x(12) value spaces.
    01 RmaSerialNumber pic x(20) value spaces.
    01 RmaSerialCompareIndex pic 9(2) value zeroes.
    01 ReturnedSerialStatus pic x(2) value spaces.
    01 NoReturnRmaId pic 9(6) value zeroes.

linkage section.
    01 RmaFileNameParm pic x(20) value spaces.
    01 RmaCursorId pic 9(6) value zeroes.
    01 ReturnedRmaStatus pic x(2) value spaces.
    01 RmaDispositions.
        02 RmaDispositionEntry occurs 90 times pic x.
    01 NumberOfRmasInPage pic 9(3) value zeroes.
    01 RmaPage.
        02 RmaPageEntry occurs 20 times.
                move ThisRma to RmaRecord
                move CustomerId of ReturnedOrder to CustomerId of RmaRecord
                set IsRmaRegistered of RmaRecord to true
                call "GetBusinessDate" using RegisteredDate of RmaRecord
                move zeroes to ReceivedDate of RmaRecord
                move zeroes to InspectedDate of RmaRecord
                move zeroes to CreditNoteNumber of RmaRecord
                move RmaId of RmaRecord to ThisRmaId
                move RmaFileStatus to ReturnedRmaStatus
                close RmasFile
                if ReturnedRmaStatus equal to "00"
                    perform MarkRmaSerialsReturned
                end-if
                goback
            end-if
        end-if
            read RmasFile
            if IsRmaRegistered of RmaRecord
                set IsRmaReceived of RmaRecord to true
                call "GetBusinessDate" using ReceivedDate of RmaRecord
                rewrite RmaRecord
            else
                set InvalidData to true
            read RmasFile
            if IsRmaReceived of RmaRecord
                set IsRmaInspected of RmaRecord to true
                call "GetBusinessDate" using InspectedDate of RmaRecord
                rewrite RmaRecord
            else
                set InvalidData to true
            if IsRmaInspected of RmaRecord
                set IsRmaRejected of RmaRecord to true
                rewrite RmaRecord
                perform ReleaseRejectedRmaSerials
            else
                set InvalidData to true
                display "RejectRma: RMA " ThisRmaId " has not been inspected"
ValidateRmaLinesAgainstOrder.
    move "Y" to RmaLineValid
    if RmaLineCount of ThisRma equal to zero
        or RmaLineCount of ThisRma is greater than 90
        move "N" to RmaLineValid
        set InvalidData to true
        display "RegisterRma: RMA must carry between 1 and 90 lines"
        exit paragraph
    end-if
    perform varying RmaLineIndex from 1 by 1
                move UnitPrice of OrderLine of ReturnedOrder
                    (OrderLineNumber of RmaLine of ThisRma(RmaLineIndex))
                    to UnitPrice of RmaLine of ThisRma(RmaLineIndex)
                perform ValidateRmaLineSerial
            end-if
        end-if
    end-perform
    .

ValidateRmaLineSerial.
    move ProductCode of RmaLine of ThisRma(RmaLineIndex) to RmaLineProductCode
    call "GetProductByCode" using RmaLineProduct, RmaLineProductCode
    if ProductCode of RmaLineProduct not equal to RmaLineProductCode
        or not IsSerialisedProduct of RmaLineProduct
        move spaces to ReturnedSerialNumber of RmaLine of ThisRma(RmaLineIndex)
        exit paragraph
    end-if
    move ReturnedSerialNumber of RmaLine of ThisRma(RmaLineIndex)
        to RmaSerialNumber
    if RmaSerialNumber equal to spaces
        or QuantityReturned of RmaLine of ThisRma(RmaLineIndex) not equal to 1
        move "N" to RmaLineValid
        set InvalidData to true
        display "RegisterRma: " function trim(RmaLineProductCode)
            " is serial-numbered; return one unit per line with its serial number"
        exit paragraph
    end-if
    perform varying RmaSerialCompareIndex from 1 by 1
        until RmaSerialCompareIndex is not less than RmaLineIndex
        if ReturnedSerialNumber of RmaLine of ThisRma(RmaSerialCompareIndex)
            equal to RmaSerialNumber
            move "N" to RmaLineValid
        end-if
    end-perform
    if not IsRmaLineValid
        set InvalidData to true
        display "RegisterRma: serial " function trim(RmaSerialNumber)
            " appears twice on this RMA"
        exit paragraph
    end-if
    call "GetSerialUnitByNumber" using ReturnedSerialUnit, RmaSerialNumber
    evaluate true
        when SerialNumber of ReturnedSerialUnit not equal to RmaSerialNumber
            move "N" to RmaLineValid
            set InvalidData to true
            display "RegisterRma: serial " function trim(RmaSerialNumber)
                " was never shipped"
        when CustomerId of ReturnedSerialUnit
            not equal to CustomerId of ReturnedOrder
            move "N" to RmaLineValid
            set InvalidData to true
            display "RegisterRma: serial " function trim(RmaSerialNumber)
                " was not shipped to customer " CustomerId of ReturnedOrder
        when ProductCode of ReturnedSerialUnit not equal to RmaLineProductCode
            move "N" to RmaLineValid
            set InvalidData to true
            display "RegisterRma: serial " function trim(RmaSerialNumber)
                " is not a " function trim(RmaLineProductCode)
        when IsSerialReturned of ReturnedSerialUnit
            move "N" to RmaLineValid
            set InvalidData to true
            display "RegisterRma: serial " function trim(RmaSerialNumber)
                " is already returned on RMA " ReturnedRmaId of ReturnedSerialUnit
    end-evaluate
    .

ReleaseRejectedRmaSerials.
    perform varying RmaLineIndex from 1 by 1
        until RmaLineIndex is greater than RmaLineCount of RmaRecord
        if ReturnedSerialNumber of RmaLine of RmaRecord(RmaLineIndex)
            not equal to spaces
            move ReturnedSerialNumber of RmaLine of RmaRecord(RmaLineIndex)
                to RmaSerialNumber
            call "MarkSerialReturned" using RmaSerialNumber, NoReturnRmaId,
                ReturnedSerialStatus
        end-if
    end-perform
    .

MarkRmaSerialsReturned.
    perform varying RmaLineIndex from 1 by 1
        until RmaLineIndex is greater than RmaLineCount of ThisRma
        if ReturnedSerialNumber of RmaLine of ThisRma(RmaLineIndex)
            not equal to spaces
            move ReturnedSerialNumber of RmaLine of ThisRma(RmaLineIndex)
                to RmaSerialNumber
            call "MarkSerialReturned" using RmaSerialNumber, ThisRmaId,
                ReturnedSerialStatus
        end-if
    end-perform
    .

ProcessRmaLineDispositions.
    call "GetBusinessDate" using ScrapDate
    move spaces to StockMovementReference
    string
        "RMA" delimited by size
        into StockMovementReference
    end-string
    call "SetStockMovementReference" using StockMovementReference
    call "GetOrderById" using ReturnedOrder, OrderId of RmaRecord
    call "SetStockWarehouse" using FulfilmentWarehouse of ReturnedOrder
    perform varying RmaLineIndex from 1 by 1
        until RmaLineIndex is greater than RmaLineCount of RmaRecord
        if IsLineRestock of RmaLine of RmaRecord(RmaLineIndex)
