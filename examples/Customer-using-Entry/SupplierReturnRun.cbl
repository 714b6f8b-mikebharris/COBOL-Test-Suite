identification division.
program-id. SupplierReturnRun.

environment division.
configuration section.
    repository.
        function all intrinsic.

input-output section.
    file-control.
        select optional SupplierReturnRequestFile
            assign to SupplierReturnRequestFileName
            organization is line sequential
            file status is SupplierReturnRequestFileStatus.

        select optional DebitNoteFile assign to DebitNoteFileName
            organization is line sequential.

data division.
file section.
    fd SupplierReturnRequestFile.
        01 SupplierReturnRequestRecord.
            88 EndOfSupplierReturnRequestFile value high-values.
            02 RequestType pic x.
                88 IsReturnHeader     value "H".
                88 IsReturnLine       value "L".
                88 IsSettlementRequest value "S".
            02 filler pic x.
            02 RequestDetail pic x(40).
            02 RequestReturnHeader redefines RequestDetail.
                03 RequestPoId pic 9(6).
                03 filler pic x.
                03 RequestRmaId pic 9(6).
                03 filler pic x.
                03 RequestReason pic x.
            02 RequestReturnLine redefines RequestDetail.
                03 RequestPoLineNumber pic 9(2).
                03 filler pic x.
                03 RequestQuantity pic 9(6).
            02 RequestSettlement redefines RequestDetail.
                03 RequestSupplierReturnId pic 9(6).
                03 filler pic x.
                03 RequestSettlementType pic x.
                03 filler pic x.
                03 RequestCreditReference pic x(20).

    fd DebitNoteFile.
        01 DebitNoteRecord pic x(120).

working-storage section.
    01 RunDate pic 9(8) value zeroes.
    01 SupplierReturnRequestFileName pic x(20) value "SupplierReturn.in".
    01 DebitNoteFileName pic x(20) value "DebitNotes.out".
    01 SupplierReturnRequestFileStatus pic x(2).

    copy SupplierReturn replacing SupplierReturn by ==PendingReturn==.
    01 PendingReturnOpen pic x value "N".
        88 IsPendingReturnOpen value "Y".
    copy Supplier replacing Supplier by ==ReturnSupplier==.
    01 ThisSupplierReturnId pic 9(6) value zeroes.
    01 ThisSupplierId pic 9(6) value zeroes.
    01 ThisSettlementType pic x value space.
    01 ThisSupplierCreditReference pic x(20) value spaces.
    01 ReturnedSupplierReturnStatus pic x(2) value spaces.

    01 ReturnLineIndex pic 9(2) value zeroes.
    01 RaisedCount pic 9(6) value zeroes.
    01 SettledCount pic 9(6) value zeroes.
    01 RejectedCount pic 9(6) value zeroes.
    01 DebitNoteLineValue pic 9(8)v99 value zeroes.
    01 RegisterDocumentType pic x(10) value "DEBITNOTE".
    01 RegisterAccountId pic 9(8) value zeroes.
    01 RegisterReference pic x(12) value spaces.
    01 RegisterChannel pic x value "P".
    01 EditedQuantity pic z(5)9 value zeroes.
    01 EditedUnitCost pic z(5)9.99 value zeroes.
    01 EditedValue pic z(7)9.99 value zeroes.
    01 DocumentLine pic x(120) value spaces.

procedure division.

    call "GetBusinessDate" using RunDate
    display "SupplierReturnRun: business date " RunDate
    open input SupplierReturnRequestFile
    open output DebitNoteFile
    if SupplierReturnRequestFileStatus equal to "00"
        read SupplierReturnRequestFile
            at end set EndOfSupplierReturnRequestFile to true
        end-read
        perform until EndOfSupplierReturnRequestFile
            evaluate true
                when IsReturnHeader
                    perform RaisePendingReturn
                    perform StartPendingReturn
                when IsReturnLine
                    perform AddLineToPendingReturn
                when IsSettlementRequest
                    perform RaisePendingReturn
                    perform SettleRequestedReturn
            end-evaluate
            read SupplierReturnRequestFile
                at end set EndOfSupplierReturnRequestFile to true
            end-read
        end-perform
        perform RaisePendingReturn
    end-if
    close SupplierReturnRequestFile
    close DebitNoteFile
    display "SupplierReturnRun: " RaisedCount " debit note(s) raised, "
        SettledCount " return(s) settled, " RejectedCount " rejected"
    if RejectedCount is greater than zero
        move 1 to return-code
    end-if
    stop run.

StartPendingReturn.
    initialize PendingReturn
    if RequestPoId is numeric
        move RequestPoId to PoId of PendingReturn
    end-if
    if RequestRmaId is numeric
        move RequestRmaId to ReturnRmaId of PendingReturn
    end-if
    if RequestReason equal to "F"
        set IsReturnSupplierFault of PendingReturn to true
    else
        set IsReturnDamagedOnArrival of PendingReturn to true
    end-if
    move "Y" to PendingReturnOpen
    .

AddLineToPendingReturn.
    if not IsPendingReturnOpen
        display "SupplierReturnRun: return line has no header; ignored"
        exit paragraph
    end-if
    if ReturnLineCount of PendingReturn is not less than 90
        display "SupplierReturnRun: more than 90 lines on return against PO "
            PoId of PendingReturn "; line ignored"
        exit paragraph
    end-if
    if RequestPoLineNumber is not numeric or RequestQuantity is not numeric
        display "SupplierReturnRun: invalid line on return against PO "
            PoId of PendingReturn "; line ignored"
        exit paragraph
    end-if
    add 1 to ReturnLineCount of PendingReturn
    move RequestPoLineNumber to ReturnPoLineNumber of PendingReturn
        (ReturnLineCount of PendingReturn)
    move RequestQuantity to ReturnQuantity of PendingReturn
        (ReturnLineCount of PendingReturn)
    .

RaisePendingReturn.
    if not IsPendingReturnOpen
        exit paragraph
    end-if
    move "N" to PendingReturnOpen
    call "RaiseSupplierReturn" using PendingReturn, ThisSupplierReturnId,
        ReturnedSupplierReturnStatus
    if ReturnedSupplierReturnStatus equal to "00"
        add 1 to RaisedCount
        call "GetSupplierReturnById" using PendingReturn, ThisSupplierReturnId
        perform PrintDebitNote
    else
        add 1 to RejectedCount
        display "SupplierReturnRun: return against PO " PoId of PendingReturn
            " rejected with status " ReturnedSupplierReturnStatus
    end-if
    .

SettleRequestedReturn.
    if RequestSupplierReturnId is not numeric
        add 1 to RejectedCount
        display "SupplierReturnRun: invalid return number on settlement line"
        exit paragraph
    end-if
    move RequestSupplierReturnId to ThisSupplierReturnId
    move RequestSettlementType to ThisSettlementType
    move RequestCreditReference to ThisSupplierCreditReference
    call "SettleSupplierReturn" using ThisSupplierReturnId, ThisSettlementType,
        ThisSupplierCreditReference, ReturnedSupplierReturnStatus
    if ReturnedSupplierReturnStatus equal to "00"
        add 1 to SettledCount
        if ThisSettlementType equal to "R"
            display "SupplierReturnRun: debit note " ThisSupplierReturnId
                " settled by replacement goods"
        else
            display "SupplierReturnRun: debit note " ThisSupplierReturnId
                " settled by supplier credit "
                function trim(ThisSupplierCreditReference)
        end-if
    else
        add 1 to RejectedCount
        display "SupplierReturnRun: settlement of debit note "
            ThisSupplierReturnId " rejected with status "
            ReturnedSupplierReturnStatus
    end-if
    .

PrintDebitNote.
    move SupplierId of PendingReturn to ThisSupplierId
    call "GetSupplierById" using ReturnSupplier, ThisSupplierId
    move ThisSupplierId to RegisterAccountId
    move SupplierReturnId of PendingReturn to RegisterReference
    call "BeginOutputDocument" using RegisterDocumentType, RegisterAccountId,
        RegisterReference
    move all "-" to DebitNoteRecord
    perform WriteDebitNoteRecord
    move spaces to DocumentLine
    string
        "DEBIT NOTE  No " delimited by size
        SupplierReturnId of PendingReturn delimited by size
        "  Date " delimited by size
        ReturnRaisedDate of PendingReturn delimited by size
        "  Purchase order " delimited by size
        PoId of PendingReturn delimited by size
        into DocumentLine
    end-string
    move DocumentLine to DebitNoteRecord
    perform WriteDebitNoteRecord
    move spaces to DocumentLine
    string
        "To: " delimited by size
        ThisSupplierId delimited by size
        " " delimited by size
        function trim(SupplierName of ReturnSupplier) delimited by size
        into DocumentLine
    end-string
    move DocumentLine to DebitNoteRecord
    perform WriteDebitNoteRecord
    move spaces to DocumentLine
    if IsReturnSupplierFault of PendingReturn
        string
            "Reason: supplier fault found on customer return, RMA "
                delimited by size
            ReturnRmaId of PendingReturn delimited by size
            into DocumentLine
        end-string
    else
        move "Reason: goods damaged on arrival" to DocumentLine
    end-if
    move DocumentLine to DebitNoteRecord
    perform WriteDebitNoteRecord
    move "Line Product           Qty     Unit cost         Value"
        to DebitNoteRecord
    perform WriteDebitNoteRecord
    perform varying ReturnLineIndex from 1 by 1
        until ReturnLineIndex is greater than ReturnLineCount of PendingReturn
        compute DebitNoteLineValue =
            ReturnQuantity of PendingReturn(ReturnLineIndex)
            * ReturnUnitCost of PendingReturn(ReturnLineIndex)
        move spaces to DocumentLine
        move ReturnPoLineNumber of PendingReturn(ReturnLineIndex)
            to DocumentLine(1:2)
        move ReturnProductCode of PendingReturn(ReturnLineIndex)
            to DocumentLine(6:12)
        move ReturnQuantity of PendingReturn(ReturnLineIndex) to EditedQuantity
        move EditedQuantity to DocumentLine(19:6)
        move ReturnUnitCost of PendingReturn(ReturnLineIndex) to EditedUnitCost
        move EditedUnitCost to DocumentLine(28:9)
        move DebitNoteLineValue to EditedValue
        move EditedValue to DocumentLine(41:11)
        move DocumentLine to DebitNoteRecord
        perform WriteDebitNoteRecord
    end-perform
    move DebitNoteAmount of PendingReturn to EditedValue
    move spaces to DocumentLine
    string
        "Total to be credited or replaced               " delimited by size
        EditedValue delimited by size
        into DocumentLine
    end-string
    move DocumentLine to DebitNoteRecord
    perform WriteDebitNoteRecord
    move "Please quote this debit note number on your credit note."
        to DebitNoteRecord
    perform WriteDebitNoteRecord
    move spaces to DebitNoteRecord
    perform WriteDebitNoteRecord
    call "EndOutputDocument" using RegisterChannel
    .

WriteDebitNoteRecord.
    write DebitNoteRecord
    call "AddOutputDocumentLine" using DebitNoteRecord
    .

end program SupplierReturnRun.
