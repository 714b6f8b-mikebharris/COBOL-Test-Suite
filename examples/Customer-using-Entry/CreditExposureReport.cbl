identification division.
program-id. CreditExposureReport.

environment division.
configuration section.
    repository.
        function all intrinsic.

data division.
working-storage section.
    01 RunDate pic 9(8) value zeroes.
    01 RunDateInteger pic 9(7) value zeroes.
    01 DecisionAgeDays pic s9(5) value zeroes.
    01 DaysToExpiry pic s9(5) value zeroes.
    01 RecentDecisionDays pic 9(3) value 7.
    01 ExpiryWarningDays pic 9(3) value 30.

    01 PageSize pic 9(4) value 50.
    01 CustomerCursorId pic 9(8) value zeroes.
    01 NumberOfCustomersInPage pic 9(4) value zeroes.
    01 CustomerPageIndex pic 9(4) value zeroes.
    01 CustomerPage.
        02 CustomerPageEntry occurs 50 times.
            copy Customer replacing
                ==01== by ==03==
                ==02== by ==04==
                ==03== by ==05==
                ==Customer== by ==CustomerPageRecord==.
    copy Customer replacing Customer by ==CurrentCustomer==.
    01 ThisCustomerId pic 9(8) value zeroes.
    copy CustomerAccountSummary.
    01 ReturnedCustomerStatus pic x(2) value spaces.

    01 TotalExposure pic s9(10)v99 value zeroes.
    01 EffectiveInsuredLimit pic 9(8)v99 value zeroes.
    01 UninsuredExposure pic s9(10)v99 value zeroes.
    01 ExposureFlags pic x(40) value spaces.
    01 ExposureFlagPointer pic 9(3) value 1.

    01 ReportedCustomerCount pic 9(6) value zeroes.
    01 UninsuredCustomerCount pic 9(6) value zeroes.
    01 GrandExposure pic s9(12)v99 value zeroes.
    01 GrandInsured pic s9(12)v99 value zeroes.
    01 GrandUninsured pic s9(12)v99 value zeroes.

    01 EditedBalance pic -(8)9.99 value zeroes.
    01 EditedOrders pic -(8)9.99 value zeroes.
    01 EditedExposure pic -(8)9.99 value zeroes.
    01 EditedInsured pic -(8)9.99 value zeroes.
    01 EditedUninsured pic -(8)9.99 value zeroes.
    01 EditedGrandAmount pic -(12)9.99 value zeroes.

procedure division.

    call "GetBusinessDate" using RunDate
    compute RunDateInteger = function integer-of-date(RunDate)
    display "Credit Insurance Exposure Report  run date " RunDate
    display "Customer Name                      Balance   Open orders"
        "      Exposure   Insured limit    Uninsured  Flags"
    perform ProcessCustomerPages
    display " "
    move GrandExposure to EditedGrandAmount
    display "Total exposure   " EditedGrandAmount
    move GrandInsured to EditedGrandAmount
    display "Total insured    " EditedGrandAmount
    move GrandUninsured to EditedGrandAmount
    display "Total uninsured  " EditedGrandAmount
    display ReportedCustomerCount " customer(s) reported, "
        UninsuredCustomerCount " with uninsured exposure"
    stop run.

ProcessCustomerPages.
    move zero to CustomerCursorId
    call "GetCustomersPage" using CustomerCursorId, PageSize, CustomerPage,
        NumberOfCustomersInPage
    perform until NumberOfCustomersInPage equal to zero
        perform varying CustomerPageIndex from 1 by 1
            until CustomerPageIndex is greater than NumberOfCustomersInPage
            move CustomerPageRecord(CustomerPageIndex) to CurrentCustomer
            if not IsDeleted of CurrentCustomer
                perform AssessCustomerExposure
            end-if
        end-perform
        move CustomerId of CustomerPageRecord(NumberOfCustomersInPage)
            to CustomerCursorId
        call "GetCustomersPage" using CustomerCursorId, PageSize, CustomerPage,
            NumberOfCustomersInPage
    end-perform
    .

AssessCustomerExposure.
    move CustomerId of CurrentCustomer to ThisCustomerId
    call "GetCustomerAccountSummary" using ThisCustomerId, CustomerAccountSummary,
        ReturnedCustomerStatus
    if ReturnedCustomerStatus not equal to "00"
        exit paragraph
    end-if
    compute TotalExposure = SummaryOutstandingBalance + SummaryOpenOrderValue
    if TotalExposure is not greater than zero
        and InsuredLimit of CurrentCustomer equal to zero
        exit paragraph
    end-if
    move spaces to ExposureFlags
    move 1 to ExposureFlagPointer
    move InsuredLimit of CurrentCustomer to EffectiveInsuredLimit
    if CoverExpiryDate of CurrentCustomer not equal to zero
        compute DaysToExpiry =
            function integer-of-date(CoverExpiryDate of CurrentCustomer)
            - RunDateInteger
        if DaysToExpiry is less than zero
            move zero to EffectiveInsuredLimit
            string "EXPIRED " delimited by size
                into ExposureFlags with pointer ExposureFlagPointer
            end-string
        else
            if DaysToExpiry is not greater than ExpiryWarningDays
                string "EXPIRING " delimited by size
                    into ExposureFlags with pointer ExposureFlagPointer
                end-string
            end-if
        end-if
    end-if
    if InsuredLimit of CurrentCustomer equal to zero
        string "NO-COVER " delimited by size
            into ExposureFlags with pointer ExposureFlagPointer
        end-string
    end-if
    if InsuredLimitDecisionDate of CurrentCustomer not equal to zero
        and InsuredLimit of CurrentCustomer is less than
            PreviousInsuredLimit of CurrentCustomer
        compute DecisionAgeDays = RunDateInteger
            - function integer-of-date(InsuredLimitDecisionDate of CurrentCustomer)
        if DecisionAgeDays is not greater than RecentDecisionDays
            string "LIMIT-CUT " delimited by size
                into ExposureFlags with pointer ExposureFlagPointer
            end-string
        end-if
    end-if
    compute UninsuredExposure = TotalExposure - EffectiveInsuredLimit
    if UninsuredExposure is less than zero
        move zero to UninsuredExposure
    end-if
    if UninsuredExposure is greater than zero
        add 1 to UninsuredCustomerCount
        string "*UNINSURED*" delimited by size
            into ExposureFlags with pointer ExposureFlagPointer
        end-string
    end-if
    if InsuredLimit of CurrentCustomer is less than CreditLimit of CurrentCustomer
        and InsuredLimit of CurrentCustomer not equal to zero
        and UninsuredExposure equal to zero
        string "LIMIT>COVER " delimited by size
            into ExposureFlags with pointer ExposureFlagPointer
        end-string
    end-if
    add 1 to ReportedCustomerCount
    add TotalExposure to GrandExposure
    add EffectiveInsuredLimit to GrandInsured
    add UninsuredExposure to GrandUninsured
    move SummaryOutstandingBalance to EditedBalance
    move SummaryOpenOrderValue to EditedOrders
    move TotalExposure to EditedExposure
    move EffectiveInsuredLimit to EditedInsured
    move UninsuredExposure to EditedUninsured
    display CustomerId of CurrentCustomer " " Name of CurrentCustomer(1:20) " "
        EditedBalance " " EditedOrders " " EditedExposure " " EditedInsured " "
        EditedUninsured "  " function trim(ExposureFlags)
    .

end program CreditExposureReport.
