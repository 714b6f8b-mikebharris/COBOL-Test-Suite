identification division.
program-id. PaymentPlanMonitorRun.

environment division.
configuration section.
    repository.
        function all intrinsic.

input-output section.
    file-control.
        select optional PaymentPlanConfigFile assign to "PaymentPlan.cfg"
            organization is line sequential
            file status is PaymentPlanConfigStatus.

        select optional BrokenPlanReportFile assign to BrokenPlanReportFileName
            organization is line sequential.

data division.
file section.
    fd PaymentPlanConfigFile.
        01 PaymentPlanConfigRecord.
            02 ConfigGraceDays pic 9(3).

    fd BrokenPlanReportFile.
        01 BrokenPlanReportRecord pic x(120).

working-storage section.
    01 PaymentPlanConfigStatus pic x(2).
    01 BrokenPlanReportFileName pic x(24) value "BrokenPaymentPlans.out".

    01 RunDate pic 9(8) value zeroes.
    01 GraceDays pic 9(3) value 3.
    01 MissedCheckDate pic 9(8) value zeroes.

    01 PlanCursorId pic 9(6) value zeroes.
    01 NumberOfPlansInPage pic 9(3) value zeroes.
    01 PlanPageIndex pic 9(3) value zeroes.
    01 PaymentPlanPage.
        02 PaymentPlanPageEntry occurs 20 times.
            copy PaymentPlan replacing
                ==01== by ==03==
                ==02== by ==04==
                ==03== by ==05==
                ==PaymentPlan== by ==PaymentPlanPageRecord==.
    copy PaymentPlan replacing PaymentPlan by ==CurrentPlan==.
    01 ThisPaymentPlanId pic 9(6) value zeroes.
    01 MissedInstalmentCount pic 9(2) value zeroes.
    01 ReturnedPlanStatus pic x(2) value spaces.
    01 PlanInstalmentIndex pic 9(2) value zeroes.

    copy Customer replacing Customer by ==PlanCustomer==.
    01 ThisCustomerId pic 9(8) value zeroes.
    copy DiaryNote replacing DiaryNote by ==BrokenPlanNote==.
    01 PlanMonitorOperatorId pic x(8) value "PLANMON".
    01 ReturnedDiaryStatus pic x(2) value spaces.

    01 ActivePlanCount pic 9(6) value zeroes.
    01 BrokenPlanCount pic 9(6) value zeroes.
    01 EditedInstalmentAmount pic -(8)9.99 value zeroes.
    01 EditedPaidAmount pic -(8)9.99 value zeroes.
    01 ReportLine pic x(120) value spaces.

procedure division.

    call "GetBusinessDate" using RunDate
    display "PaymentPlanMonitorRun: business date " RunDate
    perform LoadPaymentPlanConfig
    compute MissedCheckDate =
        function date-of-integer(function integer-of-date(RunDate) - GraceDays)
    open output BrokenPlanReportFile
    move "BROKEN PAYMENT PLANS" to BrokenPlanReportRecord
    write BrokenPlanReportRecord
    perform ProcessPaymentPlanPages
    close BrokenPlanReportFile
    display "PaymentPlanMonitorRun: " ActivePlanCount " active plan(s) checked, "
        BrokenPlanCount " broken"
    stop run.

LoadPaymentPlanConfig.
    open input PaymentPlanConfigFile
    if PaymentPlanConfigStatus equal to "00"
        read PaymentPlanConfigFile
            at end continue
            not at end
                if ConfigGraceDays is numeric
                    move ConfigGraceDays to GraceDays
                end-if
        end-read
    end-if
    close PaymentPlanConfigFile
    .

ProcessPaymentPlanPages.
    move zero to PlanCursorId
    call "GetPaymentPlansPage" using PlanCursorId, PaymentPlanPage,
        NumberOfPlansInPage
    perform until NumberOfPlansInPage equal to zero
        perform varying PlanPageIndex from 1 by 1
            until PlanPageIndex is greater than NumberOfPlansInPage
            move PaymentPlanPageRecord(PlanPageIndex) to CurrentPlan
            if IsPlanActive of CurrentPlan
                perform CheckCurrentPlan
            end-if
        end-perform
        move PaymentPlanId of PaymentPlanPageRecord(NumberOfPlansInPage)
            to PlanCursorId
        call "GetPaymentPlansPage" using PlanCursorId, PaymentPlanPage,
            NumberOfPlansInPage
    end-perform
    .

CheckCurrentPlan.
    add 1 to ActivePlanCount
    move PaymentPlanId of CurrentPlan to ThisPaymentPlanId
    call "CheckPaymentPlanInstalments" using ThisPaymentPlanId, MissedCheckDate,
        MissedInstalmentCount, ReturnedPlanStatus
    if MissedInstalmentCount equal to zero
        exit paragraph
    end-if
    add 1 to BrokenPlanCount
    move CustomerId of CurrentPlan to ThisCustomerId
    call "GetCustomerById" using PlanCustomer, ThisCustomerId
    perform WriteBrokenPlanReport
    perform RecordBrokenPlanInDiary
    .

WriteBrokenPlanReport.
    move spaces to BrokenPlanReportRecord
    write BrokenPlanReportRecord
    move spaces to ReportLine
    string
        "Plan " delimited by size
        PaymentPlanId of CurrentPlan delimited by size
        "  Customer " delimited by size
        ThisCustomerId delimited by size
        " " delimited by size
        function trim(Name of PlanCustomer) delimited by size
        "  agreed " delimited by size
        PlanAgreedDate of CurrentPlan delimited by size
        " by " delimited by size
        PlanAgreedBy of CurrentPlan delimited by size
        into ReportLine
    end-string
    move ReportLine to BrokenPlanReportRecord
    write BrokenPlanReportRecord
    perform varying PlanInstalmentIndex from 1 by 1
        until PlanInstalmentIndex is greater than InstalmentCount of CurrentPlan
        if not IsInstalmentPaid of CurrentPlan(PlanInstalmentIndex)
            and InstalmentDueDate of CurrentPlan(PlanInstalmentIndex)
                is less than MissedCheckDate
            move InstalmentAmount of CurrentPlan(PlanInstalmentIndex)
                to EditedInstalmentAmount
            move InstalmentPaidAmount of CurrentPlan(PlanInstalmentIndex)
                to EditedPaidAmount
            move spaces to ReportLine
            string
                "  MISSED instalment " delimited by size
                PlanInstalmentIndex delimited by size
                " due " delimited by size
                InstalmentDueDate of CurrentPlan(PlanInstalmentIndex)
                    delimited by size
                " amount " delimited by size
                EditedInstalmentAmount delimited by size
                " paid " delimited by size
                EditedPaidAmount delimited by size
                into ReportLine
            end-string
            move ReportLine to BrokenPlanReportRecord
            write BrokenPlanReportRecord
        end-if
    end-perform
    .

RecordBrokenPlanInDiary.
    initialize BrokenPlanNote
    move ThisCustomerId to CustomerId of BrokenPlanNote
    move RunDate to NoteDate of BrokenPlanNote
    move PlanMonitorOperatorId to DiaryOperatorId of BrokenPlanNote
    move RunDate to FollowUpDate of BrokenPlanNote
    string
        "Payment plan " delimited by size
        PaymentPlanId of CurrentPlan delimited by size
        " broken - " delimited by size
        MissedInstalmentCount delimited by size
        " instalment(s) missed; normal dunning resumes" delimited by size
        into NoteText of BrokenPlanNote
    end-string
    call "AddDiaryNote" using BrokenPlanNote, ReturnedDiaryStatus
    .

end program PaymentPlanMonitorRun.
