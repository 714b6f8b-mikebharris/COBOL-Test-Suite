identification division.
program-id. InvoiceQueryApply.

environment division.
configuration section.
    repository.
        function all intrinsic.

input-output section.
    file-control.
        select optional InvoiceQueryActionFile assign to InvoiceQueryActionFileName
            organization is line sequential.

data division.
file section.
    fd InvoiceQueryActionFile.
        01 RaiseQueryActionRecord.
            88 EndOfInvoiceQueryActionFile value high-values.
            02 QueryActionType pic x.
                88 IsRaiseQueryAction value "R".
                88 IsCloseQueryAction value "C".
            02 filler pic x.
            02 ActionInvoiceNumber pic 9(6).
            02 filler pic x.
            02 ActionReasonCode pic x(3).
            02 filler pic x.
            02 ActionDisputedAmount pic 9(8)v99.
            02 filler pic x.
            02 ActionQueryOwner pic x(8).
            02 filler pic x.
            02 ActionTargetDate pic 9(8).
            02 filler pic x.
            02 ActionRaiseNote pic x(50).
        01 CloseQueryActionRecord.
            02 filler pic x(2).
            02 ActionQueryId pic 9(6).
            02 filler pic x.
            02 ActionOutcome pic x.
            02 filler pic x.
            02 ActionCreditNet pic 9(8)v99.
            02 filler pic x.
            02 ActionCloseNote pic x(50).

working-storage section.
    01 RunDate pic 9(8) value zeroes.
    01 InvoiceQueryActionFileName pic x(20) value "InvoiceQueries.imp".

    copy InvoiceQuery replacing InvoiceQuery by ==NewInvoiceQuery==.
    01 ThisQueryId pic 9(6) value zeroes.
    01 ThisQueryOutcome pic x value space.
    01 CreditAmountNet pic 9(8)v99 value zeroes.
    01 ThisQueryNote pic x(50) value spaces.
    01 ThisCreditNoteNumber pic 9(6) value zeroes.
    01 ReturnedQueryStatus pic x(2) value spaces.

    01 RaisedCount pic 9(6) value zeroes.
    01 ClosedCount pic 9(6) value zeroes.
    01 RejectedCount pic 9(6) value zeroes.

procedure division.

    call "GetBusinessDate" using RunDate
    display "InvoiceQueryApply: business date " RunDate
    open input InvoiceQueryActionFile
    read InvoiceQueryActionFile
        at end set EndOfInvoiceQueryActionFile to true
    end-read
    perform until EndOfInvoiceQueryActionFile
        evaluate true
            when IsRaiseQueryAction
                perform RaiseQueryFromAction
            when IsCloseQueryAction
                perform CloseQueryFromAction
            when other
                add 1 to RejectedCount
                display "InvoiceQueryApply: unknown action type '"
                    QueryActionType "'"
        end-evaluate
        read InvoiceQueryActionFile
            at end set EndOfInvoiceQueryActionFile to true
        end-read
    end-perform
    close InvoiceQueryActionFile
    display "InvoiceQueryApply: " RaisedCount " query(ies) raised, "
        ClosedCount " closed, " RejectedCount " rejected"
    stop run.

RaiseQueryFromAction.
    initialize NewInvoiceQuery
    move ActionInvoiceNumber to InvoiceNumber of NewInvoiceQuery
    move ActionReasonCode to QueryReasonCode of NewInvoiceQuery
    move ActionDisputedAmount to DisputedAmount of NewInvoiceQuery
    move ActionQueryOwner to QueryOwner of NewInvoiceQuery
    if ActionTargetDate is numeric
        move ActionTargetDate to TargetResolutionDate of NewInvoiceQuery
    end-if
    move ActionRaiseNote to QueryNote of NewInvoiceQuery
    call "RaiseInvoiceQuery" using NewInvoiceQuery, ThisQueryId,
        ReturnedQueryStatus
    if ReturnedQueryStatus equal to "00"
        add 1 to RaisedCount
        display "InvoiceQueryApply: query " ThisQueryId " raised on invoice "
            ActionInvoiceNumber
    else
        add 1 to RejectedCount
        display "InvoiceQueryApply: query on invoice " ActionInvoiceNumber
            " rejected - status " ReturnedQueryStatus
    end-if
    .

CloseQueryFromAction.
    move ActionQueryId to ThisQueryId
    move ActionOutcome to ThisQueryOutcome
    move zeroes to CreditAmountNet
    if ActionCreditNet is numeric
        move ActionCreditNet to CreditAmountNet
    end-if
    move ActionCloseNote to ThisQueryNote
    call "CloseInvoiceQuery" using ThisQueryId, ThisQueryOutcome, CreditAmountNet,
        ThisQueryNote, ThisCreditNoteNumber, ReturnedQueryStatus
    if ReturnedQueryStatus equal to "00"
        add 1 to ClosedCount
        if ThisCreditNoteNumber not equal to zero
            display "InvoiceQueryApply: query " ThisQueryId
                " closed with credit note " ThisCreditNoteNumber
        end-if
    else
        add 1 to RejectedCount
        display "InvoiceQueryApply: close of query " ThisQueryId
            " rejected - status " ReturnedQueryStatus
    end-if
    .

end program InvoiceQueryApply.
