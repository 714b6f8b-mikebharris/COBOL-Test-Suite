identification division.
program-id. InsurerDecisionImport.

environment division.
configuration section.
    repository.
        function all intrinsic.

input-output section.
    file-control.
        select optional InsurerDecisionFile assign to InsurerDecisionFileName
            organization is line sequential.

        select optional LimitReductionFile assign to LimitReductionFileName
            organization is line sequential.

data division.
file section.
    fd InsurerDecisionFile.
        01 InsurerDecisionRecord.
            88 EndOfInsurerDecisionFile value high-values.
            02 DecisionCustomerId pic 9(8).
            02 filler pic x.
            02 DecisionInsurerReference pic x(15).
            02 filler pic x.
            02 DecisionInsuredLimit pic 9(8)v99.
            02 filler pic x.
            02 DecisionDate pic 9(8).
            02 filler pic x.
            02 DecisionCoverExpiryDate pic 9(8).

    fd LimitReductionFile.
        01 LimitReductionRecord pic x(120).

working-storage section.
    01 InsurerDecisionFileName pic x(24) value "InsurerDecisions.imp".
    01 LimitReductionFileName pic x(24) value "InsuredLimitChanges.out".

    01 RunDate pic 9(8) value zeroes.
    copy Customer replacing Customer by ==InsuredCustomer==.
    01 InsuredCustomerId pic 9(8) value zeroes.
    01 ReturnedCustomerStatus pic x(2) value spaces.
    01 OutstandingAmount pic s9(8)v99 value zeroes.
    01 BreachMarker pic x(20) value spaces.

    01 EditedOldLimit pic -(8)9.99 value zeroes.
    01 EditedNewLimit pic -(8)9.99 value zeroes.
    01 EditedBalance pic -(8)9.99 value zeroes.
    01 ReductionLine pic x(120) value spaces.

    01 AppliedCount pic 9(6) value zeroes.
    01 ReductionCount pic 9(6) value zeroes.
    01 BreachCount pic 9(6) value zeroes.
    01 RejectedCount pic 9(6) value zeroes.

    01 InterfaceName pic x(20) value "INSURERDECISIONS".
    01 InterfaceFileName pic x(30) value spaces.
    01 InterfaceControlTotal pic s9(12)v99 value zeroes.
    01 ReturnedInterfaceStatus pic x(2) value spaces.

procedure division.

    call "GetBusinessDate" using RunDate
    display "InsurerDecisionImport: business date " RunDate
    perform RegisterInterfaceFile
    open input InsurerDecisionFile
    open output LimitReductionFile
    move "INSURED LIMIT REDUCTIONS AND WITHDRAWALS" to LimitReductionRecord
    write LimitReductionRecord
    read InsurerDecisionFile
        at end set EndOfInsurerDecisionFile to true
    end-read
    perform until EndOfInsurerDecisionFile
        if DecisionInsuredLimit is numeric
            add DecisionInsuredLimit to InterfaceControlTotal
        end-if
        perform ApplyInsurerDecision
        read InsurerDecisionFile
            at end set EndOfInsurerDecisionFile to true
        end-read
    end-perform
    close InsurerDecisionFile
    close LimitReductionFile
    display "InsurerDecisionImport: " AppliedCount " decision(s) applied, "
        ReductionCount " reduction(s), " BreachCount " now over cover, "
        RejectedCount " rejected"
    call "CloseInterfaceFile" using InterfaceControlTotal
    stop run.

RegisterInterfaceFile.
    move InsurerDecisionFileName to InterfaceFileName
    call "OpenInterfaceFile" using InterfaceName, InterfaceFileName,
        ReturnedInterfaceStatus
    if ReturnedInterfaceStatus equal to "22"
        display "InsurerDecisionImport: " function trim(InterfaceFileName)
            " already processed; not loaded"
        move 1 to return-code
        stop run
    end-if
    .

ApplyInsurerDecision.
    if DecisionCustomerId is not numeric
        or DecisionInsuredLimit is not numeric
        add 1 to RejectedCount
        display "InsurerDecisionImport: invalid decision line for customer "
            DecisionCustomerId
        exit paragraph
    end-if
    move DecisionCustomerId to InsuredCustomerId
    call "GetCustomerById" using InsuredCustomer, InsuredCustomerId
    if CustomerId of InsuredCustomer not equal to InsuredCustomerId
        or InsuredCustomerId equal to zero
        add 1 to RejectedCount
        display "InsurerDecisionImport: no such customer " DecisionCustomerId
        exit paragraph
    end-if
    if InsurerReference of InsuredCustomer not equal to spaces
        and DecisionInsurerReference not equal to spaces
        and InsurerReference of InsuredCustomer
            not equal to DecisionInsurerReference
        add 1 to RejectedCount
        display "InsurerDecisionImport: customer " DecisionCustomerId
            " insurer reference " InsurerReference of InsuredCustomer
            " does not match decision reference " DecisionInsurerReference
        exit paragraph
    end-if
    move InsuredLimit of InsuredCustomer to PreviousInsuredLimit of InsuredCustomer
    move DecisionInsuredLimit to InsuredLimit of InsuredCustomer
    if DecisionInsurerReference not equal to spaces
        move DecisionInsurerReference to InsurerReference of InsuredCustomer
    end-if
    if DecisionDate is numeric and DecisionDate not equal to zero
        move DecisionDate to InsuredLimitDecisionDate of InsuredCustomer
    else
        move RunDate to InsuredLimitDecisionDate of InsuredCustomer
    end-if
    if DecisionCoverExpiryDate is numeric
        move DecisionCoverExpiryDate to CoverExpiryDate of InsuredCustomer
    end-if
    call "UpdateCustomerById" using InsuredCustomer, InsuredCustomerId,
        ReturnedCustomerStatus
    if ReturnedCustomerStatus not equal to "00"
        add 1 to RejectedCount
        display "InsurerDecisionImport: update failed for customer "
            InsuredCustomerId " status " ReturnedCustomerStatus
        exit paragraph
    end-if
    add 1 to AppliedCount
    if InsuredLimit of InsuredCustomer is less than
        PreviousInsuredLimit of InsuredCustomer
        perform WriteLimitReductionLine
    end-if
    .

WriteLimitReductionLine.
    add 1 to ReductionCount
    call "GetCustomerOutstandingBalance" using InsuredCustomerId, OutstandingAmount
    move spaces to BreachMarker
    if OutstandingAmount is greater than InsuredLimit of InsuredCustomer
        move "*** OVER COVER ***" to BreachMarker
        add 1 to BreachCount
    end-if
    move PreviousInsuredLimit of InsuredCustomer to EditedOldLimit
    move InsuredLimit of InsuredCustomer to EditedNewLimit
    move OutstandingAmount to EditedBalance
    move spaces to ReductionLine
    string
        "Customer " delimited by size
        InsuredCustomerId delimited by size
        " " delimited by size
        Name of InsuredCustomer(1:30) delimited by size
        " was " delimited by size
        EditedOldLimit delimited by size
        " now " delimited by size
        EditedNewLimit delimited by size
        " balance " delimited by size
        EditedBalance delimited by size
        " " delimited by size
        BreachMarker delimited by size
        into ReductionLine
    end-string
    move ReductionLine to LimitReductionRecord
    write LimitReductionRecord
    .

end program InsurerDecisionImport.
