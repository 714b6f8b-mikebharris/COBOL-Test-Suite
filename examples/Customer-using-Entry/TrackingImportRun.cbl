        01 StatusRejectionRecord pic x(60).

working-storage section.
    01 RunDate pic 9(8) value zeroes.
    01 CarrierStatusFileName pic x(20) value "CarrierStatus.imp".
    01 StatusRejectionFileName pic x(20) value "CarrierStatus.rej".

    01 RejectedStatusCount pic 9(6) value zeroes.
    01 RejectionLine pic x(60) value spaces.

    01 InterfaceName pic x(20) value "CARRIERSTATUS".
    01 InterfaceFileName pic x(30) value spaces.
    01 InterfaceControlTotal pic s9(12)v99 value zeroes.
    01 ReturnedInterfaceStatus pic x(2) value spaces.

procedure division.

    call "GetBusinessDate" using RunDate
    display "TrackingImportRun: business date " RunDate
    perform RegisterInterfaceFile
    open input CarrierStatusFile
    open output StatusRejectionFile
    read CarrierStatusFile
    close StatusRejectionFile
    display "TrackingImportRun: " AppliedStatusCount " status update(s), "
        RejectedStatusCount " line(s) rejected"
    call "CloseInterfaceFile" using InterfaceControlTotal
    stop run.

RegisterInterfaceFile.
    move CarrierStatusFileName to InterfaceFileName
    call "OpenInterfaceFile" using InterfaceName, InterfaceFileName,
        ReturnedInterfaceStatus
    if ReturnedInterfaceStatus equal to "22"
        display "TrackingImportRun: " function trim(InterfaceFileName)
            " already processed; not loaded"
        move 1 to return-code
        stop run
    end-if
    .

ApplyImportedStatusLine.
    if ImportConsignmentReference equal to spaces
        or (not IsImportedDelivered
