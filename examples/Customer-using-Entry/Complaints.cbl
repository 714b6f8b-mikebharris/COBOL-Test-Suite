identification division.
program-id. Complaints.

environment division.
configuration section.
    repository.
        function all intrinsic.

input-output section.
    file-control.
        select optional ComplaintsFile assign to ComplaintFileName
            organization is indexed
            access mode is dynamic
            lock mode is exclusive
            record key is ComplaintId of ComplaintRecord
            alternate record key is CustomerId of ComplaintRecord with duplicates
            file status is ComplaintFileStatus.

        select optional ComplaintIdControlFile assign to ComplaintIdControlFileName
            organization is relative
            access mode is dynamic
            relative key is ControlRecordKey
            file status is ControlFileStatus.

data division.
file section.
    fd ComplaintsFile.
        copy Complaint replacing Complaint by
            ==ComplaintRecord.
            88 EndOfComplaintsFile value high-values==.

    fd ComplaintIdControlFile.
        01 ComplaintIdControlRecord.
            02 LastIssuedComplaintId pic 9(6) value zeroes.

working-storage section.
    01 ComplaintFileStatus pic x(2).
        88 Successful   value "00".
        88 RecordExists value "22".
        88 NoSuchRecord value "23".
        88 InvalidData  value "90".
        88 FileLocked   value "91".

    01 ControlFileStatus pic x(2).
        88 ControlRecordMissing value "23".

    01 ControlRecordKey pic 9(1) value 1.

    01 ComplaintFileName pic x(20) value "Complaints.dat".
    01 ComplaintIdControlFileName pic x(20) value "Complaints.ctl".

    01 MaxComplaintPageEntries pic 9(3) value 20.

    copy Customer replacing Customer by ==ComplainingCustomer==.
    copy Order replacing Order by ==ComplaintOrder==.
    copy Rma replacing Rma by ==ComplaintRma==.
    copy Invoice replacing Invoice by ==ComplaintInvoice==.
    01 LookupCustomerId pic 9(8) value zeroes.
    01 LookupOrderId pic 9(6) value zeroes.
    01 LookupRmaId pic 9(6) value zeroes.
    01 LookupInvoiceNumber pic 9(6) value zeroes.
    01 LookupDespatchId pic 9(6) value zeroes.
    01 LookupOperatorRole pic x value space.
    01 NumberOfDespatchesInPage pic 9(3) value zeroes.
    01 DespatchPage.
        02 DespatchPageEntry occurs 10 times.
            copy Despatch replacing
                ==01== by ==03==
                ==02== by ==04==
                ==03== by ==05==
                ==Despatch== by ==DespatchPageRecord==.
    01 ComplaintDataValid pic x value "Y".
        88 IsComplaintDataValid value "Y".

linkage section.
    01 ComplaintFileNameParm pic x(20) value spaces.
    copy Complaint replacing Complaint by ==ThisComplaint==.
    01 ThisComplaintId pic 9(6) value zeroes.
    01 ThisComplaintOwner pic x(8) value spaces.
    01 ThisRootCauseCode pic x(3) value spaces.
    01 ThisResolution pic x(60) value spaces.
    01 ReturnedComplaintStatus pic x(2) value spaces.
    01 ComplaintCursorId pic 9(6) value zeroes.
    01 NumberOfComplaintsInPage pic 9(3) value zeroes.
    01 ComplaintPage.
        02 ComplaintPageEntry occurs 20 times.
            copy Complaint replacing
                ==01== by ==03==
                ==02== by ==04==
                ==03== by ==05==
                ==Complaint== by ==ComplaintPageRecord==.

procedure division.
    goback.

entry "SetComplaintFileName" using ComplaintFileNameParm
    if ComplaintFileNameParm not equal to spaces
        move ComplaintFileNameParm to ComplaintFileName
        move ComplaintFileName to ComplaintIdControlFileName
        inspect ComplaintIdControlFileName replacing all ".dat" by ".ctl"
    end-if
    goback.

entry "RaiseComplaint" using ThisComplaint, ThisComplaintId, ReturnedComplaintStatus
    move "00" to ComplaintFileStatus
    move zeroes to ThisComplaintId
    perform ValidateComplaint
    if IsComplaintDataValid
        open i-o ComplaintsFile
        move ThisComplaint to ComplaintRecord
        if ComplaintRaisedDate of ComplaintRecord equal to zero
            call "GetBusinessDate" using ComplaintRaisedDate of ComplaintRecord
        end-if
        set IsComplaintOpen of ComplaintRecord to true
        move spaces to RootCauseCode of ComplaintRecord
        move spaces to ComplaintResolution of ComplaintRecord
        move zeroes to ComplaintResolvedDate of ComplaintRecord
        perform AllocateNextComplaintId
        write ComplaintRecord
            invalid key
                display "Error raising complaint - status is "
                    ComplaintFileStatus
            not invalid key
                move ComplaintId of ComplaintRecord to ThisComplaintId
        end-write
        close ComplaintsFile
    end-if
    move ComplaintFileStatus to ReturnedComplaintStatus
    goback.

entry "GetComplaintById" using ThisComplaint, ThisComplaintId
    open i-o ComplaintsFile
    move ThisComplaintId to ComplaintId of ComplaintRecord
    start ComplaintsFile
        key is equal to ComplaintId of ComplaintRecord
        invalid key
            initialize ThisComplaint
        not invalid key
            read ComplaintsFile
            move ComplaintRecord to ThisComplaint
    end-start
    close ComplaintsFile
    goback.

entry "GetComplaintsPage" using ComplaintCursorId, ComplaintPage,
        NumberOfComplaintsInPage
    initialize ComplaintPage
    move zeroes to NumberOfComplaintsInPage
    open i-o ComplaintsFile
    move ComplaintCursorId to ComplaintId of ComplaintRecord
    start ComplaintsFile
        key is greater than ComplaintId of ComplaintRecord
        invalid key
            continue
    end-start
    read ComplaintsFile next record
        at end set EndOfComplaintsFile to true
    end-read
    perform until EndOfComplaintsFile
        or NumberOfComplaintsInPage equal to MaxComplaintPageEntries
        add 1 to NumberOfComplaintsInPage
        move ComplaintRecord to ComplaintPageRecord(NumberOfComplaintsInPage)
        read ComplaintsFile next record
            at end set EndOfComplaintsFile to true
        end-read
    end-perform
    close ComplaintsFile
    goback.

entry "ReassignComplaint" using ThisComplaintId, ThisComplaintOwner,
        ReturnedComplaintStatus
    move "00" to ComplaintFileStatus
    call "GetOperatorRole" using ThisComplaintOwner, LookupOperatorRole
    if LookupOperatorRole equal to space
        set InvalidData to true
        display "ReassignComplaint: unknown operator '" ThisComplaintOwner "'"
        move ComplaintFileStatus to ReturnedComplaintStatus
        goback
    end-if
    open i-o ComplaintsFile
    move ThisComplaintId to ComplaintId of ComplaintRecord
    start ComplaintsFile
        key is equal to ComplaintId of ComplaintRecord
        invalid key
            set NoSuchRecord to true
            display "ReassignComplaint: no such complaint " ThisComplaintId
        not invalid key
            read ComplaintsFile
            if IsComplaintOpen of ComplaintRecord
                move ThisComplaintOwner to ComplaintOwner of ComplaintRecord
                rewrite ComplaintRecord
            else
                set InvalidData to true
                display "ReassignComplaint: complaint " ThisComplaintId
                    " is already resolved"
            end-if
    end-start
    close ComplaintsFile
    move ComplaintFileStatus to ReturnedComplaintStatus
    goback.

entry "ResolveComplaint" using ThisComplaintId, ThisRootCauseCode, ThisResolution,
        ReturnedComplaintStatus
    move "00" to ComplaintFileStatus
    open i-o ComplaintsFile
    move ThisComplaintId to ComplaintId of ComplaintRecord
    start ComplaintsFile
        key is equal to ComplaintId of ComplaintRecord
        invalid key
            set NoSuchRecord to true
            display "ResolveComplaint: no such complaint " ThisComplaintId
        not invalid key
            read ComplaintsFile
            perform ResolveComplaintRecord
    end-start
    close ComplaintsFile
    move ComplaintFileStatus to ReturnedComplaintStatus
    goback.

entry "ClearComplaintsFile"
    open output ComplaintsFile
    close ComplaintsFile
    open output ComplaintIdControlFile
    close ComplaintIdControlFile
    goback.

ValidateComplaint.
    move "Y" to ComplaintDataValid
    move CustomerId of ThisComplaint to LookupCustomerId
    call "GetCustomerById" using ComplainingCustomer, LookupCustomerId
    if CustomerId of ComplainingCustomer not equal to LookupCustomerId
        or LookupCustomerId equal to zero
        move "N" to ComplaintDataValid
        set NoSuchRecord to true
        display "Complaint rejected - no such customer "
            CustomerId of ThisComplaint
        exit paragraph
    end-if
    if not IsValidComplaintCategory of ThisComplaint
        move "N" to ComplaintDataValid
        set InvalidData to true
        display "Complaint rejected - unknown category '"
            ComplaintCategory of ThisComplaint "'"
        exit paragraph
    end-if
    if ComplaintChannel of ThisComplaint equal to space
        set IsPhoneComplaint of ThisComplaint to true
    end-if
    if not IsValidComplaintChannel of ThisComplaint
        move "N" to ComplaintDataValid
        set InvalidData to true
        display "Complaint rejected - channel must be P, E or L"
        exit paragraph
    end-if
    if ComplaintDescription of ThisComplaint equal to spaces
        move "N" to ComplaintDataValid
        set InvalidData to true
        display "Complaint rejected - a description is required"
        exit paragraph
    end-if
    call "GetOperatorRole" using ComplaintOwner of ThisComplaint, LookupOperatorRole
    if LookupOperatorRole equal to space
        move "N" to ComplaintDataValid
        set InvalidData to true
        display "Complaint rejected - unknown owner '"
            ComplaintOwner of ThisComplaint "'"
        exit paragraph
    end-if
    perform ValidateComplaintInvoiceLink
    if IsComplaintDataValid
        perform ValidateComplaintRmaLink
    end-if
    if IsComplaintDataValid
        perform ValidateComplaintOrderLink
    end-if
    if IsComplaintDataValid
        perform ValidateComplaintDespatchLink
    end-if
    .

ValidateComplaintInvoiceLink.
    if InvoiceNumber of ThisComplaint equal to zero
        exit paragraph
    end-if
    move InvoiceNumber of ThisComplaint to LookupInvoiceNumber
    call "GetInvoiceByNumber" using ComplaintInvoice, LookupInvoiceNumber
    if InvoiceNumber of ComplaintInvoice not equal to LookupInvoiceNumber
        or CustomerId of ComplaintInvoice not equal to CustomerId of ThisComplaint
        move "N" to ComplaintDataValid
        set InvalidData to true
        display "Complaint rejected - invoice " LookupInvoiceNumber
            " does not belong to customer " CustomerId of ThisComplaint
        exit paragraph
    end-if
    if OrderId of ThisComplaint equal to zero
        move OrderId of ComplaintInvoice to OrderId of ThisComplaint
    end-if
    .

ValidateComplaintRmaLink.
    if RmaId of ThisComplaint equal to zero
        exit paragraph
    end-if
    move RmaId of ThisComplaint to LookupRmaId
    call "GetRmaById" using ComplaintRma, LookupRmaId
    if RmaId of ComplaintRma not equal to LookupRmaId
        or CustomerId of ComplaintRma not equal to CustomerId of ThisComplaint
        move "N" to ComplaintDataValid
        set InvalidData to true
        display "Complaint rejected - RMA " LookupRmaId
            " does not belong to customer " CustomerId of ThisComplaint
        exit paragraph
    end-if
    if OrderId of ThisComplaint equal to zero
        move OrderId of ComplaintRma to OrderId of ThisComplaint
    end-if
    if ProductCode of ThisComplaint equal to spaces
        and RmaLineCount of ComplaintRma is greater than zero
        move ProductCode of RmaLine of ComplaintRma(1) to ProductCode of ThisComplaint
    end-if
    .

ValidateComplaintOrderLink.
    if OrderId of ThisComplaint equal to zero
        exit paragraph
    end-if
    move OrderId of ThisComplaint to LookupOrderId
    call "GetOrderById" using ComplaintOrder, LookupOrderId
    if OrderId of ComplaintOrder not equal to LookupOrderId
        call "GetArchivedOrderById" using ComplaintOrder, LookupOrderId
    end-if
    if OrderId of ComplaintOrder not equal to LookupOrderId
        or CustomerId of ComplaintOrder not equal to CustomerId of ThisComplaint
        move "N" to ComplaintDataValid
        set InvalidData to true
        display "Complaint rejected - order " LookupOrderId
            " does not belong to customer " CustomerId of ThisComplaint
        exit paragraph
    end-if
    if ProductCode of ThisComplaint equal to spaces
        and OrderLineCount of ComplaintOrder equal to 1
        move ProductCode of OrderLine of ComplaintOrder(1) to ProductCode of ThisComplaint
    end-if
    .

ValidateComplaintDespatchLink.
    if DespatchId of ThisComplaint equal to zero
        if OrderId of ThisComplaint not equal to zero
            and CarrierCode of ThisComplaint equal to spaces
            move OrderId of ThisComplaint to LookupOrderId
            call "GetDespatchesByOrderId" using LookupOrderId, DespatchPage,
                NumberOfDespatchesInPage
            if NumberOfDespatchesInPage is greater than zero
                move CarrierCode of DespatchPageRecord(NumberOfDespatchesInPage)
                    to CarrierCode of ThisComplaint
            end-if
        end-if
        exit paragraph
    end-if
    compute LookupDespatchId = DespatchId of ThisComplaint - 1
    call "GetDespatchesPage" using LookupDespatchId, DespatchPage,
        NumberOfDespatchesInPage
    if NumberOfDespatchesInPage equal to zero
        or DespatchId of DespatchPageRecord(1) not equal to DespatchId of ThisComplaint
        move "N" to ComplaintDataValid
        set NoSuchRecord to true
        display "Complaint rejected - no such despatch " DespatchId of ThisComplaint
        exit paragraph
    end-if
    if OrderId of ThisComplaint equal to zero
        move OrderId of DespatchPageRecord(1) to OrderId of ThisComplaint
    else
        if OrderId of DespatchPageRecord(1) not equal to OrderId of ThisComplaint
            move "N" to ComplaintDataValid
            set InvalidData to true
            display "Complaint rejected - despatch " DespatchId of ThisComplaint
                " is not for order " OrderId of ThisComplaint
            exit paragraph
        end-if
    end-if
    if CarrierCode of ThisComplaint equal to spaces
        move CarrierCode of DespatchPageRecord(1) to CarrierCode of ThisComplaint
    end-if
    .

ResolveComplaintRecord.
    if not IsComplaintOpen of ComplaintRecord
        set InvalidData to true
        display "ResolveComplaint: complaint " ThisComplaintId " is already resolved"
        exit paragraph
    end-if
    move ThisRootCauseCode to RootCauseCode of ComplaintRecord
    if not IsValidRootCause of ComplaintRecord
        set InvalidData to true
        display "ResolveComplaint: unknown root-cause code '" ThisRootCauseCode "'"
        exit paragraph
    end-if
    if ThisResolution equal to spaces
        set InvalidData to true
        display "ResolveComplaint: a resolution is required"
        exit paragraph
    end-if
    move ThisResolution to ComplaintResolution of ComplaintRecord
    call "GetBusinessDate" using ComplaintResolvedDate of ComplaintRecord
    set IsComplaintResolved of ComplaintRecord to true
    rewrite ComplaintRecord
    .

AllocateNextComplaintId.
    open i-o ComplaintIdControlFile
    read ComplaintIdControlFile
        invalid key
            move zeroes to LastIssuedComplaintId
    end-read
    add 1 to LastIssuedComplaintId
    move LastIssuedComplaintId to ComplaintId of ComplaintRecord
    if ControlRecordMissing
        write ComplaintIdControlRecord
    else
        rewrite ComplaintIdControlRecord
    end-if
    close ComplaintIdControlFile
    .

end program Complaints.
