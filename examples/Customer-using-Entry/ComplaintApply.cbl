identification division.
program-id. ComplaintApply.

environment division.
configuration section.
    repository.
        function all intrinsic.

input-output section.
    file-control.
        select optional ComplaintActionFile assign to ComplaintActionFileName
            organization is line sequential.

data division.
file section.
    fd ComplaintActionFile.
        01 RaiseComplaintActionRecord.
            88 EndOfComplaintActionFile value high-values.
            02 ComplaintActionType pic x.
                88 IsRaiseComplaintAction    value "R".
                88 IsReassignComplaintAction value "A".
                88 IsResolveComplaintAction  value "C".
            02 filler pic x.
            02 ActionCustomerId pic 9(8).
            02 filler pic x.
            02 ActionOrderId pic 9(6).
            02 filler pic x.
            02 ActionDespatchId pic 9(6).
            02 filler pic x.
            02 ActionRmaId pic 9(6).
            02 filler pic x.
            02 ActionInvoiceNumber pic 9(6).
            02 filler pic x.
            02 ActionProductCode pic x(12).
            02 filler pic x.
            02 ActionCategory pic x(3).
            02 filler pic x.
            02 ActionChannel pic x.
            02 filler pic x.
            02 ActionOwner pic x(8).
            02 filler pic x.
            02 ActionDescription pic x(60).
        01 ReassignComplaintActionRecord.
            02 filler pic x(2).
            02 ActionReassignComplaintId pic 9(6).
            02 filler pic x.
            02 ActionNewOwner pic x(8).
        01 ResolveComplaintActionRecord.
            02 filler pic x(2).
            02 ActionResolveComplaintId pic 9(6).
            02 filler pic x.
            02 ActionRootCauseCode pic x(3).
            02 filler pic x.
            02 ActionResolution pic x(60).

working-storage section.
    01 RunDate pic 9(8) value zeroes.
    01 ComplaintActionFileName pic x(20) value "Complaints.imp".

    copy Complaint replacing Complaint by ==NewComplaint==.
    01 ThisComplaintId pic 9(6) value zeroes.
    01 ThisComplaintOwner pic x(8) value spaces.
    01 ThisRootCauseCode pic x(3) value spaces.
    01 ThisResolution pic x(60) value spaces.
    01 ReturnedComplaintStatus pic x(2) value spaces.

    01 RaisedCount pic 9(6) value zeroes.
    01 ReassignedCount pic 9(6) value zeroes.
    01 ResolvedCount pic 9(6) value zeroes.
    01 RejectedCount pic 9(6) value zeroes.

procedure division.

    call "GetBusinessDate" using RunDate
    display "ComplaintApply: business date " RunDate
    open input ComplaintActionFile
    read ComplaintActionFile
        at end set EndOfComplaintActionFile to true
    end-read
    perform until EndOfComplaintActionFile
        evaluate true
            when IsRaiseComplaintAction
                perform RaiseComplaintFromAction
            when IsReassignComplaintAction
                perform ReassignComplaintFromAction
            when IsResolveComplaintAction
                perform ResolveComplaintFromAction
            when other
                add 1 to RejectedCount
                display "ComplaintApply: unknown action type '"
                    ComplaintActionType "'"
        end-evaluate
        read ComplaintActionFile
            at end set EndOfComplaintActionFile to true
        end-read
    end-perform
    close ComplaintActionFile
    display "ComplaintApply: " RaisedCount " complaint(s) logged, "
        ReassignedCount " reassigned, " ResolvedCount " resolved, "
        RejectedCount " rejected"
    stop run.

RaiseComplaintFromAction.
    initialize NewComplaint
    move ActionCustomerId to CustomerId of NewComplaint
    if ActionOrderId is numeric
        move ActionOrderId to OrderId of NewComplaint
    end-if
    if ActionDespatchId is numeric
        move ActionDespatchId to DespatchId of NewComplaint
    end-if
    if ActionRmaId is numeric
        move ActionRmaId to RmaId of NewComplaint
    end-if
    if ActionInvoiceNumber is numeric
        move ActionInvoiceNumber to InvoiceNumber of NewComplaint
    end-if
    move ActionProductCode to ProductCode of NewComplaint
    move ActionCategory to ComplaintCategory of NewComplaint
    move ActionChannel to ComplaintChannel of NewComplaint
    move ActionOwner to ComplaintOwner of NewComplaint
    move ActionDescription to ComplaintDescription of NewComplaint
    call "RaiseComplaint" using NewComplaint, ThisComplaintId,
        ReturnedComplaintStatus
    if ReturnedComplaintStatus equal to "00"
        add 1 to RaisedCount
        display "ComplaintApply: complaint " ThisComplaintId " logged for customer "
            ActionCustomerId
    else
        add 1 to RejectedCount
        display "ComplaintApply: complaint for customer " ActionCustomerId
            " rejected - status " ReturnedComplaintStatus
    end-if
    .

ReassignComplaintFromAction.
    move ActionReassignComplaintId to ThisComplaintId
    move ActionNewOwner to ThisComplaintOwner
    call "ReassignComplaint" using ThisComplaintId, ThisComplaintOwner,
        ReturnedComplaintStatus
    if ReturnedComplaintStatus equal to "00"
        add 1 to ReassignedCount
    else
        add 1 to RejectedCount
        display "ComplaintApply: reassignment of complaint " ThisComplaintId
            " rejected - status " ReturnedComplaintStatus
    end-if
    .

ResolveComplaintFromAction.
    move ActionResolveComplaintId to ThisComplaintId
    move ActionRootCauseCode to ThisRootCauseCode
    move ActionResolution to ThisResolution
    call "ResolveComplaint" using ThisComplaintId, ThisRootCauseCode,
        ThisResolution, ReturnedComplaintStatus
    if ReturnedComplaintStatus equal to "00"
        add 1 to ResolvedCount
    else
        add 1 to RejectedCount
        display "ComplaintApply: resolution of complaint " ThisComplaintId
            " rejected - status " ReturnedComplaintStatus
    end-if
    .

end program ComplaintApply.
