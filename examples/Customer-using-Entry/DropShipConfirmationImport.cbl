identification division.
program-id. DropShipConfirmationImport.

environment division.
configuration section.
    repository.
        function all intrinsic.

input-output section.
    file-control.
        select optional DropShipConfirmationFile assign to DropShipConfirmationFileName
            organization is line sequential.

        select optional ConfirmationExceptionFile assign to ConfirmationExceptionFileName
            organization is line sequential.

data division.
file section.
    fd DropShipConfirmationFile.
        01 DropShipConfirmationRecord.
            88 EndOfDropShipConfirmationFile value high-values.
            02 ConfirmationPoId pic 9(6).
            02 filler pic x.
            02 ConfirmationDeliveredDate pic 9(8).
            02 filler pic x.
            02 ConfirmationCarrierCode pic x(4).
            02 filler pic x.
            02 ConfirmationTrackingReference pic x(20).

    fd ConfirmationExceptionFile.
        01 ConfirmationExceptionRecord pic x(120).

working-storage section.
    01 RunDate pic 9(8) value zeroes.
    01 DropShipConfirmationFileName pic x(30) value "DropShipConfirmations.imp".
    01 ConfirmationExceptionFileName pic x(30) value "DropShipConfirmations.sus".

    copy PurchaseOrder replacing PurchaseOrder by ==ConfirmedPo==.
    copy Despatch replacing Despatch by ==DropShipDespatch==.
    01 ThisPoId pic 9(6) value zeroes.
    01 ThisOrderId pic 9(6) value zeroes.
    01 ReturnedPoStatus pic x(2) value spaces.
    01 ReturnedOrderStatus pic x(2) value spaces.
    01 ExceptionReason pic x(40) value spaces.

    01 ConfirmedCount pic 9(6) value zeroes.
    01 ExceptionCount pic 9(6) value zeroes.

    01 InterfaceName pic x(20) value "DROPSHIPCONFIRM".
    01 InterfaceFileName pic x(30) value spaces.
    01 InterfaceControlTotal pic s9(12)v99 value zeroes.
    01 ReturnedInterfaceStatus pic x(2) value spaces.

procedure division.

    call "GetBusinessDate" using RunDate
    display "DropShipConfirmationImport: business date " RunDate
    perform RegisterInterfaceFile
    open input DropShipConfirmationFile
    open output ConfirmationExceptionFile
    read DropShipConfirmationFile
        at end set EndOfDropShipConfirmationFile to true
    end-read
    perform until EndOfDropShipConfirmationFile
        if ConfirmationPoId is numeric
            add ConfirmationPoId to InterfaceControlTotal
        end-if
        perform ProcessDropShipConfirmation
        read DropShipConfirmationFile
            at end set EndOfDropShipConfirmationFile to true
        end-read
    end-perform
    close DropShipConfirmationFile
    close ConfirmationExceptionFile
    display "DropShipConfirmationImport: " ConfirmedCount
        " delivery(ies) confirmed, " ExceptionCount " exception(s)"
    call "CloseInterfaceFile" using InterfaceControlTotal
    stop run.

RegisterInterfaceFile.
    move DropShipConfirmationFileName to InterfaceFileName
    call "OpenInterfaceFile" using InterfaceName, InterfaceFileName,
        ReturnedInterfaceStatus
    if ReturnedInterfaceStatus equal to "22"
        display "DropShipConfirmationImport: " function trim(InterfaceFileName)
            " already processed; not loaded"
        move 1 to return-code
        stop run
    end-if
    .

ProcessDropShipConfirmation.
    move ConfirmationPoId to ThisPoId
    call "GetPurchaseOrderById" using ConfirmedPo, ThisPoId
    if PoId of ConfirmedPo not equal to ThisPoId
        or ThisPoId equal to zero
        move "no such purchase order" to ExceptionReason
        perform WriteConfirmationException
        exit paragraph
    end-if
    if not IsDropShipPo of ConfirmedPo
        move "purchase order is not a drop-shipment" to ExceptionReason
        perform WriteConfirmationException
        exit paragraph
    end-if
    if not IsPoOpen of ConfirmedPo
        move "drop-shipment already confirmed" to ExceptionReason
        perform WriteConfirmationException
        exit paragraph
    end-if
    if ConfirmationDeliveredDate is not numeric
        or ConfirmationDeliveredDate equal to zero
        move RunDate to ConfirmationDeliveredDate
    end-if
    initialize DropShipDespatch
    move ConfirmationDeliveredDate to DespatchDate of DropShipDespatch
    move ConfirmationDeliveredDate to DeliveredDate of DropShipDespatch
    move ConfirmationCarrierCode to CarrierCode of DropShipDespatch
    move ConfirmationTrackingReference to ConsignmentReference of DropShipDespatch
    move DropShipOrderId of ConfirmedPo to ThisOrderId
    call "ConfirmDropShipDelivery" using ThisOrderId, ThisPoId, DropShipDespatch,
        ReturnedOrderStatus
    if ReturnedOrderStatus not equal to "00"
        move "order could not be marked despatched" to ExceptionReason
        perform WriteConfirmationException
        exit paragraph
    end-if
    move ConfirmationCarrierCode to DropShipCarrierCode of ConfirmedPo
    move ConfirmationTrackingReference to DropShipTrackingReference of ConfirmedPo
    move ConfirmationDeliveredDate to DropShipDeliveredDate of ConfirmedPo
    call "ConfirmDropShipPurchaseOrder" using ConfirmedPo, ReturnedPoStatus
    if ReturnedPoStatus not equal to "00"
        move "purchase order could not be completed" to ExceptionReason
        perform WriteConfirmationException
        exit paragraph
    end-if
    add 1 to ConfirmedCount
    display "DropShipConfirmationImport: purchase order " ThisPoId " order "
        ThisOrderId " delivered " ConfirmationDeliveredDate " tracking "
        function trim(ConfirmationTrackingReference)
    .

WriteConfirmationException.
    add 1 to ExceptionCount
    move spaces to ConfirmationExceptionRecord
    string
        "EXCEPTION Po=" delimited by size
        ConfirmationPoId delimited by size
        " Delivered=" delimited by size
        ConfirmationDeliveredDate delimited by size
        " Tracking='" delimited by size
        function trim(ConfirmationTrackingReference) delimited by size
        "' Reason='" delimited by size
        function trim(ExceptionReason) delimited by size
        "'" delimited by size
        into ConfirmationExceptionRecord
    end-string
    write ConfirmationExceptionRecord
    .

end program DropShipConfirmationImport.
