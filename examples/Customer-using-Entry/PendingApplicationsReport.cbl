identification division.
program-id. PendingApplicationsReport.

environment division.
configuration section.
    repository.
        function all intrinsic.

input-output section.
    file-control.
        select optional PendingApplicationsConfigFile
            assign to "PendingApplications.cfg"
            organization is line sequential
            file status is PendingApplicationsConfigStatus.

data division.
file section.
    fd PendingApplicationsConfigFile.
        01 PendingApplicationsConfigRecord.
            02 ConfigWaitingDays pic 9(3).

working-storage section.
    01 PendingApplicationsConfigStatus pic x(2).

    01 RunDate pic 9(8) value zeroes.
    01 RunDateInteger pic 9(7) value zeroes.
    01 WaitingDaysThreshold pic 9(3) value 5.
    01 DaysWaiting pic s9(5) value zeroes.

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

    01 PendingApplicationCount pic 9(6) value zeroes.
    01 OverdueApplicationCount pic 9(6) value zeroes.
    01 EditedRequestedLimit pic z(7)9.99 value zeroes.
    01 EditedDaysWaiting pic z(4)9 value zeroes.

procedure division.

    call "GetBusinessDate" using RunDate
    compute RunDateInteger = function integer-of-date(RunDate)
    perform LoadPendingApplicationsConfig
    display "Account Applications Awaiting Credit Approval  run date " RunDate
    display "Applications waiting more than " WaitingDaysThreshold " day(s)"
    display "Customer Name                 Applied   Days  Requested by"
        "  Requested limit  Refs"
    perform ProcessCustomerPages
    display " "
    display PendingApplicationCount " application(s) pending, "
        OverdueApplicationCount " waiting more than " WaitingDaysThreshold
        " day(s)"
    stop run.

LoadPendingApplicationsConfig.
    open input PendingApplicationsConfigFile
    if PendingApplicationsConfigStatus equal to "00"
        read PendingApplicationsConfigFile
            at end continue
            not at end
                if ConfigWaitingDays is numeric
                    move ConfigWaitingDays to WaitingDaysThreshold
                end-if
        end-read
    end-if
    close PendingApplicationsConfigFile
    .

ProcessCustomerPages.
    move zero to CustomerCursorId
    call "GetCustomersPage" using CustomerCursorId, PageSize, CustomerPage,
        NumberOfCustomersInPage
    perform until NumberOfCustomersInPage equal to zero
        perform varying CustomerPageIndex from 1 by 1
            until CustomerPageIndex is greater than NumberOfCustomersInPage
            move CustomerPageRecord(CustomerPageIndex) to CurrentCustomer
            if IsAccountPendingApproval of CurrentCustomer
                and not IsDeleted of CurrentCustomer
                perform AssessPendingApplication
            end-if
        end-perform
        move CustomerId of CustomerPageRecord(NumberOfCustomersInPage)
            to CustomerCursorId
        call "GetCustomersPage" using CustomerCursorId, PageSize, CustomerPage,
            NumberOfCustomersInPage
    end-perform
    .

AssessPendingApplication.
    add 1 to PendingApplicationCount
    if ApplicationDate of CurrentCustomer equal to zero
        move WaitingDaysThreshold to DaysWaiting
        add 1 to DaysWaiting
    else
        compute DaysWaiting = RunDateInteger
            - function integer-of-date(ApplicationDate of CurrentCustomer)
    end-if
    if DaysWaiting is not greater than WaitingDaysThreshold
        exit paragraph
    end-if
    add 1 to OverdueApplicationCount
    move DaysWaiting to EditedDaysWaiting
    move RequestedCreditLimit of CurrentCustomer to EditedRequestedLimit
    display CustomerId of CurrentCustomer " " Name of CurrentCustomer(1:20) " "
        ApplicationDate of CurrentCustomer " " EditedDaysWaiting "  "
        RequestedBy of CurrentCustomer "      " EditedRequestedLimit "   "
        TradeReferenceCount of CurrentCustomer
    .

end program PendingApplicationsReport.
