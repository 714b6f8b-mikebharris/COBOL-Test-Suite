identification division.
program-id. PaymentPlanApply.

environment division.
configuration section.
    repository.
        function all intrinsic.

input-output section.
    file-control.
        select optional PaymentPlanInputFile assign to PaymentPlanInputFileName
            organization is line sequential.

data division.
file section.
    fd PaymentPlanInputFile.
        01 PlanHeaderInputRecord.
            88 EndOfPaymentPlanInputFile value high-values.
            02 PlanInputType pic x.
                88 IsPlanHeaderInput     value "H".
                88 IsPlanInvoiceInput    value "I".
                88 IsPlanInstalmentInput value "S".
                88 IsPlanCancelInput     value "X".
            02 filler pic x.
            02 InputCustomerId pic 9(8).
            02 filler pic x.
            02 InputAgreedDate pic 9(8).
            02 filler pic x.
            02 InputAgreedBy pic x(8).
        01 PlanInvoiceInputRecord.
            02 filler pic x(2).
            02 InputInvoiceNumber pic 9(6).
        01 PlanInstalmentInputRecord.
            02 filler pic x(2).
            02 InputInstalmentDueDate pic 9(8).
            02 filler pic x.
            02 InputInstalmentAmount pic 9(8)v99.
        01 PlanCancelInputRecord.
            02 filler pic x(2).
            02 InputPaymentPlanId pic 9(6).

working-storage section.
    01 RunDate pic 9(8) value zeroes.
    01 PaymentPlanInputFileName pic x(20) value "PaymentPlans.imp".

    copy PaymentPlan replacing PaymentPlan by ==NewPaymentPlan==.
    01 ThisPaymentPlanId pic 9(6) value zeroes.
    01 ReturnedPlanStatus pic x(2) value spaces.
    01 PlanPending pic x value "N".
        88 IsPlanPending value "Y".

    01 AddedPlanCount pic 9(6) value zeroes.
    01 CancelledPlanCount pic 9(6) value zeroes.
    01 RejectedCount pic 9(6) value zeroes.

procedure division.

    call "GetBusinessDate" using RunDate
    display "PaymentPlanApply: business date " RunDate
    open input PaymentPlanInputFile
    read PaymentPlanInputFile
        at end set EndOfPaymentPlanInputFile to true
    end-read
    perform until EndOfPaymentPlanInputFile
        evaluate true
            when IsPlanHeaderInput
                perform SubmitPendingPlan
                perform StartNewPlan
            when IsPlanInvoiceInput
                perform AddInvoiceToPendingPlan
            when IsPlanInstalmentInput
                perform AddInstalmentToPendingPlan
            when IsPlanCancelInput
                perform SubmitPendingPlan
                perform CancelPlanFromInput
            when other
                add 1 to RejectedCount
                display "PaymentPlanApply: unknown record type '"
                    PlanInputType "'"
        end-evaluate
        read PaymentPlanInputFile
            at end set EndOfPaymentPlanInputFile to true
        end-read
    end-perform
    perform SubmitPendingPlan
    close PaymentPlanInputFile
    display "PaymentPlanApply: " AddedPlanCount " plan(s) added, "
        CancelledPlanCount " cancelled, " RejectedCount " rejected"
    stop run.

StartNewPlan.
    initialize NewPaymentPlan
    move InputCustomerId to CustomerId of NewPaymentPlan
    if InputAgreedDate is numeric
        move InputAgreedDate to PlanAgreedDate of NewPaymentPlan
    end-if
    move InputAgreedBy to PlanAgreedBy of NewPaymentPlan
    move "Y" to PlanPending
    .

AddInvoiceToPendingPlan.
    if not IsPlanPending
        add 1 to RejectedCount
        display "PaymentPlanApply: invoice line with no plan header"
        exit paragraph
    end-if
    if PlanInvoiceCount of NewPaymentPlan is less than 10
        add 1 to PlanInvoiceCount of NewPaymentPlan
        move InputInvoiceNumber to PlanInvoiceNumber of NewPaymentPlan
            (PlanInvoiceCount of NewPaymentPlan)
    else
        display "PaymentPlanApply: more than 10 invoices for customer "
            CustomerId of NewPaymentPlan "; invoice " InputInvoiceNumber
            " ignored"
    end-if
    .

AddInstalmentToPendingPlan.
    if not IsPlanPending
        add 1 to RejectedCount
        display "PaymentPlanApply: instalment line with no plan header"
        exit paragraph
    end-if
    if InstalmentCount of NewPaymentPlan is less than 12
        add 1 to InstalmentCount of NewPaymentPlan
        move InputInstalmentDueDate to InstalmentDueDate of NewPaymentPlan
            (InstalmentCount of NewPaymentPlan)
        move InputInstalmentAmount to InstalmentAmount of NewPaymentPlan
            (InstalmentCount of NewPaymentPlan)
    else
        display "PaymentPlanApply: more than 12 instalments for customer "
            CustomerId of NewPaymentPlan "; instalment " InputInstalmentDueDate
            " ignored"
    end-if
    .

SubmitPendingPlan.
    if not IsPlanPending
        exit paragraph
    end-if
    move "N" to PlanPending
    call "AddPaymentPlan" using NewPaymentPlan, ThisPaymentPlanId,
        ReturnedPlanStatus
    if ReturnedPlanStatus equal to "00"
        add 1 to AddedPlanCount
        display "PaymentPlanApply: plan " ThisPaymentPlanId " agreed for customer "
            CustomerId of NewPaymentPlan
    else
        add 1 to RejectedCount
        display "PaymentPlanApply: plan for customer " CustomerId of NewPaymentPlan
            " rejected - status " ReturnedPlanStatus
    end-if
    .

CancelPlanFromInput.
    move InputPaymentPlanId to ThisPaymentPlanId
    call "CancelPaymentPlan" using ThisPaymentPlanId, ReturnedPlanStatus
    if ReturnedPlanStatus equal to "00"
        add 1 to CancelledPlanCount
    else
        add 1 to RejectedCount
        display "PaymentPlanApply: cancel of plan " ThisPaymentPlanId
            " rejected - status " ReturnedPlanStatus
    end-if
    .

end program PaymentPlanApply.
