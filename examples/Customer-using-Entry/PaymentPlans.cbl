identification division.
program-id. PaymentPlans.

environment division.
configuration section.
    repository.
        function all intrinsic.

input-output section.
    file-control.
        select optional PaymentPlansFile assign to PaymentPlanFileName
            organization is indexed
            access mode is dynamic
            lock mode is exclusive
            record key is PaymentPlanId of PaymentPlanRecord
            alternate record key is CustomerId of PaymentPlanRecord with duplicates
            file status is PaymentPlanFileStatus.

        select optional PlanIdControlFile assign to PlanIdControlFileName
            organization is relative
            access mode is dynamic
            relative key is ControlRecordKey
            file status is ControlFileStatus.

data division.
file section.
    fd PaymentPlansFile.
        copy PaymentPlan replacing PaymentPlan by
            ==PaymentPlanRecord.
            88 EndOfPaymentPlansFile value high-values==.

    fd PlanIdControlFile.
        01 PlanIdControlRecord.
            02 LastIssuedPaymentPlanId pic 9(6) value zeroes.

working-storage section.
    01 PaymentPlanFileStatus pic x(2).
        88 Successful   value "00".
        88 RecordExists value "22".
        88 NoSuchRecord value "23".
        88 InvalidData  value "90".
        88 FileLocked   value "91".

    01 ControlFileStatus pic x(2).
        88 ControlRecordMissing value "23".

    01 ControlRecordKey pic 9(1) value 1.

    01 PaymentPlanFileName pic x(20) value "PaymentPlans.dat".
    01 PlanIdControlFileName pic x(20) value "PaymentPlans.ctl".

    01 MaxPlanPageEntries pic 9(3) value 20.

    copy Customer replacing Customer by ==PlanCustomer==.
    01 PlanCustomerId pic 9(8) value zeroes.
    copy Invoice replacing Invoice by ==PlanInvoice==.
    01 PlanInvoiceNumberToCheck pic 9(6) value zeroes.
    01 PlanInvoiceOutstanding pic s9(8)v99 value zeroes.
    01 PlanInvoiceIndex pic 9(2) value zeroes.
    01 PlanInstalmentIndex pic 9(2) value zeroes.
    01 PreviousInstalmentDate pic 9(8) value zeroes.
    01 PlanDataValid pic x value "Y".
        88 IsPlanDataValid value "Y".
    01 PlanFound pic x value "N".
        88 IsPlanFound value "Y".
    01 UnappliedAmount pic 9(8)v99 value zeroes.
    01 InstalmentShortfall pic 9(8)v99 value zeroes.
    01 UnpaidInstalmentCount pic 9(2) value zeroes.

linkage section.
    01 PaymentPlanFileNameParm pic x(20) value spaces.
    copy PaymentPlan replacing PaymentPlan by ==ThisPaymentPlan==.
    01 ThisPaymentPlanId pic 9(6) value zeroes.
    01 ThisCustomerId pic 9(8) value zeroes.
    01 ThisReceiptAmount pic 9(8)v99 value zeroes.
    01 ThisCheckDate pic 9(8) value zeroes.
    01 MissedInstalmentCount pic 9(2) value zeroes.
    01 PaymentPlanFlag pic x value "N".
    01 ReturnedPlanStatus pic x(2) value spaces.
    01 PlanCursorId pic 9(6) value zeroes.
    01 NumberOfPlansInPage pic 9(3) value zeroes.
    01 PaymentPlanPage.
        02 PaymentPlanPageEntry occurs 20 times.
            copy PaymentPlan replacing
                ==01== by ==03==
                ==02== by ==04==
                ==03== by ==05==
                ==PaymentPlan== by ==PaymentPlanPageRecord==.

procedure division.
    goback.

entry "SetPaymentPlanFileName" using PaymentPlanFileNameParm
    if PaymentPlanFileNameParm not equal to spaces
        move PaymentPlanFileNameParm to PaymentPlanFileName
        move PaymentPlanFileName to PlanIdControlFileName
        inspect PlanIdControlFileName replacing all ".dat" by ".ctl"
    end-if
    goback.

entry "AddPaymentPlan" using ThisPaymentPlan, ThisPaymentPlanId, ReturnedPlanStatus
    move "00" to PaymentPlanFileStatus
    move zeroes to ThisPaymentPlanId
    perform ValidatePaymentPlan
    if IsPlanDataValid
        open i-o PaymentPlansFile
        move CustomerId of ThisPaymentPlan to ThisCustomerId
        perform FindActivePlanForCustomer
        if IsPlanFound
            set RecordExists to true
            display "AddPaymentPlan: customer " ThisCustomerId
                " already has an active payment plan"
        else
            move ThisPaymentPlan to PaymentPlanRecord
            if PlanAgreedDate of PaymentPlanRecord equal to zero
                call "GetBusinessDate" using PlanAgreedDate of PaymentPlanRecord
            end-if
            set IsPlanActive of PaymentPlanRecord to true
            move PlanAgreedDate of PaymentPlanRecord
                to PlanStatusDate of PaymentPlanRecord
            perform varying PlanInstalmentIndex from 1 by 1
                until PlanInstalmentIndex is greater than 12
                move zeroes to InstalmentPaidAmount of PaymentPlanRecord
                    (PlanInstalmentIndex)
                set IsInstalmentDue of PaymentPlanRecord(PlanInstalmentIndex)
                    to true
            end-perform
            perform AllocateNextPaymentPlanId
            write PaymentPlanRecord
                invalid key
                    display "Error adding payment plan - status is "
                        PaymentPlanFileStatus
                not invalid key
                    move PaymentPlanId of PaymentPlanRecord to ThisPaymentPlanId
            end-write
        end-if
        close PaymentPlansFile
    end-if
    move PaymentPlanFileStatus to ReturnedPlanStatus
    goback.

entry "GetPaymentPlanById" using ThisPaymentPlan, ThisPaymentPlanId
    open i-o PaymentPlansFile
    move ThisPaymentPlanId to PaymentPlanId of PaymentPlanRecord
    start PaymentPlansFile
        key is equal to PaymentPlanId of PaymentPlanRecord
        invalid key
            initialize ThisPaymentPlan
        not invalid key
            read PaymentPlansFile
            move PaymentPlanRecord to ThisPaymentPlan
    end-start
    close PaymentPlansFile
    goback.

entry "GetActivePaymentPlan" using ThisCustomerId, ThisPaymentPlan
    initialize ThisPaymentPlan
    open i-o PaymentPlansFile
    perform FindActivePlanForCustomer
    if IsPlanFound
        move PaymentPlanRecord to ThisPaymentPlan
    end-if
    close PaymentPlansFile
    goback.

entry "IsCustomerOnPaymentPlan" using ThisCustomerId, PaymentPlanFlag
    open i-o PaymentPlansFile
    perform FindActivePlanForCustomer
    close PaymentPlansFile
    move PlanFound to PaymentPlanFlag
    goback.

entry "GetPaymentPlansPage" using PlanCursorId, PaymentPlanPage,
        NumberOfPlansInPage
    initialize PaymentPlanPage
    move zeroes to NumberOfPlansInPage
    open i-o PaymentPlansFile
    move PlanCursorId to PaymentPlanId of PaymentPlanRecord
    start PaymentPlansFile
        key is greater than PaymentPlanId of PaymentPlanRecord
        invalid key
            continue
    end-start
    read PaymentPlansFile next record
        at end set EndOfPaymentPlansFile to true
    end-read
    perform until EndOfPaymentPlansFile
        or NumberOfPlansInPage equal to MaxPlanPageEntries
        add 1 to NumberOfPlansInPage
        move PaymentPlanRecord to PaymentPlanPageRecord(NumberOfPlansInPage)
        read PaymentPlansFile next record
            at end set EndOfPaymentPlansFile to true
        end-read
    end-perform
    close PaymentPlansFile
    goback.

entry "ApplyReceiptToPaymentPlan" using ThisCustomerId, ThisReceiptAmount,
        ReturnedPlanStatus
    move "00" to PaymentPlanFileStatus
    open i-o PaymentPlansFile
    perform FindActivePlanForCustomer
    if IsPlanFound
        move ThisReceiptAmount to UnappliedAmount
        perform varying PlanInstalmentIndex from 1 by 1
            until PlanInstalmentIndex is greater than
                InstalmentCount of PaymentPlanRecord
                or UnappliedAmount equal to zero
            if IsInstalmentDue of PaymentPlanRecord(PlanInstalmentIndex)
                compute InstalmentShortfall =
                    InstalmentAmount of PaymentPlanRecord(PlanInstalmentIndex)
                    - InstalmentPaidAmount of PaymentPlanRecord(PlanInstalmentIndex)
                if UnappliedAmount is less than InstalmentShortfall
                    move UnappliedAmount to InstalmentShortfall
                end-if
                add InstalmentShortfall to InstalmentPaidAmount of
                    PaymentPlanRecord(PlanInstalmentIndex)
                subtract InstalmentShortfall from UnappliedAmount
                if InstalmentPaidAmount of PaymentPlanRecord(PlanInstalmentIndex)
                    is not less than
                    InstalmentAmount of PaymentPlanRecord(PlanInstalmentIndex)
                    set IsInstalmentPaid of PaymentPlanRecord(PlanInstalmentIndex)
                        to true
                end-if
            end-if
        end-perform
        perform CountUnpaidInstalments
        if UnpaidInstalmentCount equal to zero
            set IsPlanCompleted of PaymentPlanRecord to true
            call "GetBusinessDate" using PlanStatusDate of PaymentPlanRecord
        end-if
        rewrite PaymentPlanRecord
    else
        set NoSuchRecord to true
    end-if
    move PaymentPlanFileStatus to ReturnedPlanStatus
    close PaymentPlansFile
    goback.

entry "ReverseReceiptOnPaymentPlan" using ThisCustomerId, ThisReceiptAmount,
        ReturnedPlanStatus
    move "00" to PaymentPlanFileStatus
    open i-o PaymentPlansFile
    perform FindLatestLivePlanForCustomer
    if IsPlanFound
        move ThisReceiptAmount to UnappliedAmount
        perform varying PlanInstalmentIndex from InstalmentCount of
            PaymentPlanRecord by -1
            until PlanInstalmentIndex is less than 1
                or UnappliedAmount equal to zero
            move InstalmentPaidAmount of PaymentPlanRecord(PlanInstalmentIndex)
                to InstalmentShortfall
            if UnappliedAmount is less than InstalmentShortfall
                move UnappliedAmount to InstalmentShortfall
            end-if
            if InstalmentShortfall is greater than zero
                subtract InstalmentShortfall from InstalmentPaidAmount of
                    PaymentPlanRecord(PlanInstalmentIndex)
                subtract InstalmentShortfall from UnappliedAmount
                set IsInstalmentDue of PaymentPlanRecord(PlanInstalmentIndex)
                    to true
            end-if
        end-perform
        if IsPlanCompleted of PaymentPlanRecord
            set IsPlanActive of PaymentPlanRecord to true
            call "GetBusinessDate" using PlanStatusDate of PaymentPlanRecord
        end-if
        rewrite PaymentPlanRecord
    else
        set NoSuchRecord to true
    end-if
    move PaymentPlanFileStatus to ReturnedPlanStatus
    close PaymentPlansFile
    goback.

entry "CheckPaymentPlanInstalments" using ThisPaymentPlanId, ThisCheckDate,
        MissedInstalmentCount, ReturnedPlanStatus
    move "00" to PaymentPlanFileStatus
    move zeroes to MissedInstalmentCount
    open i-o PaymentPlansFile
    move ThisPaymentPlanId to PaymentPlanId of PaymentPlanRecord
    start PaymentPlansFile
        key is equal to PaymentPlanId of PaymentPlanRecord
        invalid key
            set NoSuchRecord to true
        not invalid key
            read PaymentPlansFile
            if IsPlanActive of PaymentPlanRecord
                perform MarkMissedInstalments
            end-if
    end-start
    move PaymentPlanFileStatus to ReturnedPlanStatus
    close PaymentPlansFile
    goback.

entry "CancelPaymentPlan" using ThisPaymentPlanId, ReturnedPlanStatus
    move "00" to PaymentPlanFileStatus
    open i-o PaymentPlansFile
    move ThisPaymentPlanId to PaymentPlanId of PaymentPlanRecord
    start PaymentPlansFile
        key is equal to PaymentPlanId of PaymentPlanRecord
        invalid key
            set NoSuchRecord to true
        not invalid key
            read PaymentPlansFile
            set IsPlanCancelled of PaymentPlanRecord to true
            call "GetBusinessDate" using PlanStatusDate of PaymentPlanRecord
            rewrite PaymentPlanRecord
    end-start
    move PaymentPlanFileStatus to ReturnedPlanStatus
    close PaymentPlansFile
    goback.

entry "ClearPaymentPlansFile"
    open output PaymentPlansFile
    close PaymentPlansFile
    open output PlanIdControlFile
    close PlanIdControlFile
    goback.

ValidatePaymentPlan.
    move "Y" to PlanDataValid
    move CustomerId of ThisPaymentPlan to PlanCustomerId
    call "GetCustomerById" using PlanCustomer, PlanCustomerId
    if CustomerId of PlanCustomer not equal to PlanCustomerId
        or PlanCustomerId equal to zero
        or IsDeleted of PlanCustomer
        move "N" to PlanDataValid
        set NoSuchRecord to true
        display "Payment plan rejected - no such customer "
            CustomerId of ThisPaymentPlan
        exit paragraph
    end-if
    if PlanInvoiceCount of ThisPaymentPlan equal to zero
        or PlanInvoiceCount of ThisPaymentPlan is greater than 10
        or InstalmentCount of ThisPaymentPlan equal to zero
        or InstalmentCount of ThisPaymentPlan is greater than 12
        move "N" to PlanDataValid
        set InvalidData to true
        display "Payment plan rejected - 1 to 10 invoices and 1 to 12 "
            "instalments are required"
        exit paragraph
    end-if
    perform varying PlanInvoiceIndex from 1 by 1
        until PlanInvoiceIndex is greater than PlanInvoiceCount of ThisPaymentPlan
            or not IsPlanDataValid
        move PlanInvoiceNumber of ThisPaymentPlan(PlanInvoiceIndex)
            to PlanInvoiceNumberToCheck
        call "GetInvoiceByNumber" using PlanInvoice, PlanInvoiceNumberToCheck
        if InvoiceNumber of PlanInvoice not equal to PlanInvoiceNumberToCheck
            or PlanInvoiceNumberToCheck equal to zero
            or CustomerId of PlanInvoice not equal to PlanCustomerId
            move "N" to PlanDataValid
            set InvalidData to true
            display "Payment plan rejected - invoice " PlanInvoiceNumberToCheck
                " is not an invoice of customer " PlanCustomerId
        else
            call "GetInvoiceOutstandingBalance" using PlanInvoiceNumberToCheck,
                PlanInvoiceOutstanding
            if PlanInvoiceOutstanding is not greater than zero
                move "N" to PlanDataValid
                set InvalidData to true
                display "Payment plan rejected - invoice "
                    PlanInvoiceNumberToCheck " has nothing outstanding"
            end-if
        end-if
    end-perform
    if not IsPlanDataValid
        exit paragraph
    end-if
    move zeroes to PreviousInstalmentDate
    perform varying PlanInstalmentIndex from 1 by 1
        until PlanInstalmentIndex is greater than InstalmentCount of ThisPaymentPlan
            or not IsPlanDataValid
        if InstalmentAmount of ThisPaymentPlan(PlanInstalmentIndex) equal to zero
            or InstalmentDueDate of ThisPaymentPlan(PlanInstalmentIndex)
                is not greater than PreviousInstalmentDate
            move "N" to PlanDataValid
            set InvalidData to true
            display "Payment plan rejected - instalment " PlanInstalmentIndex
                " needs an amount and a date after the previous instalment"
        end-if
        move InstalmentDueDate of ThisPaymentPlan(PlanInstalmentIndex)
            to PreviousInstalmentDate
    end-perform
    .

FindActivePlanForCustomer.
    move "N" to PlanFound
    move ThisCustomerId to CustomerId of PaymentPlanRecord
    start PaymentPlansFile
        key is equal to CustomerId of PaymentPlanRecord
        invalid key
            exit paragraph
    end-start
    read PaymentPlansFile next record
        at end set EndOfPaymentPlansFile to true
    end-read
    perform until EndOfPaymentPlansFile
        or IsPlanFound
        or CustomerId of PaymentPlanRecord not equal to ThisCustomerId
        if IsPlanActive of PaymentPlanRecord
            move "Y" to PlanFound
        else
            read PaymentPlansFile next record
                at end set EndOfPaymentPlansFile to true
            end-read
        end-if
    end-perform
    .

FindLatestLivePlanForCustomer.
    perform FindActivePlanForCustomer
    if IsPlanFound
        exit paragraph
    end-if
    move zeroes to ThisPaymentPlanId
    move ThisCustomerId to CustomerId of PaymentPlanRecord
    start PaymentPlansFile
        key is equal to CustomerId of PaymentPlanRecord
        invalid key
            exit paragraph
    end-start
    read PaymentPlansFile next record
        at end set EndOfPaymentPlansFile to true
    end-read
    perform until EndOfPaymentPlansFile
        or CustomerId of PaymentPlanRecord not equal to ThisCustomerId
        if IsPlanCompleted of PaymentPlanRecord
            move PaymentPlanId of PaymentPlanRecord to ThisPaymentPlanId
        end-if
        read PaymentPlansFile next record
            at end set EndOfPaymentPlansFile to true
        end-read
    end-perform
    if ThisPaymentPlanId not equal to zero
        move ThisPaymentPlanId to PaymentPlanId of PaymentPlanRecord
        start PaymentPlansFile
            key is equal to PaymentPlanId of PaymentPlanRecord
            invalid key
                exit paragraph
        end-start
        read PaymentPlansFile
        move "Y" to PlanFound
    end-if
    .

CountUnpaidInstalments.
    move zeroes to UnpaidInstalmentCount
    perform varying PlanInstalmentIndex from 1 by 1
        until PlanInstalmentIndex is greater than InstalmentCount of PaymentPlanRecord
        if not IsInstalmentPaid of PaymentPlanRecord(PlanInstalmentIndex)
            add 1 to UnpaidInstalmentCount
        end-if
    end-perform
    .

MarkMissedInstalments.
    perform varying PlanInstalmentIndex from 1 by 1
        until PlanInstalmentIndex is greater than InstalmentCount of PaymentPlanRecord
        if IsInstalmentDue of PaymentPlanRecord(PlanInstalmentIndex)
            and InstalmentDueDate of PaymentPlanRecord(PlanInstalmentIndex)
                is less than ThisCheckDate
            set IsInstalmentMissed of PaymentPlanRecord(PlanInstalmentIndex)
                to true
            add 1 to MissedInstalmentCount
        end-if
    end-perform
    if MissedInstalmentCount is greater than zero
        set IsPlanBroken of PaymentPlanRecord to true
        call "GetBusinessDate" using PlanStatusDate of PaymentPlanRecord
        rewrite PaymentPlanRecord
    end-if
    .

AllocateNextPaymentPlanId.
    open i-o PlanIdControlFile
    read PlanIdControlFile
        invalid key
            move zeroes to LastIssuedPaymentPlanId
    end-read
    add 1 to LastIssuedPaymentPlanId
    move LastIssuedPaymentPlanId to PaymentPlanId of PaymentPlanRecord
    if ControlRecordMissing
        write PlanIdControlRecord
    else
        rewrite PlanIdControlRecord
    end-if
    close PlanIdControlFile
    .

end program PaymentPlans.
