identification division.
program-id. InvalidEmailReport.

environment division.
configuration section.
    repository.
        function all intrinsic.

data division.
working-storage section.
    01 RunDate pic 9(8) value zeroes.
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

    01 InvalidEmailCount pic 9(6) value zeroes.
    01 EmailPreferrerCount pic 9(6) value zeroes.
    01 InvalidEmailReportLine pic x(132) value spaces.

procedure division.

    call "GetBusinessDate" using RunDate
    display "InvalidEmailReport: business date " RunDate
    display "Customers with an Invalid Email Address"
    display spaces
    display "Customer  Name                            Email                                    "
        "Since     Pref  Rep"
    move zero to CustomerCursorId
    call "GetCustomersPage" using CustomerCursorId, PageSize, CustomerPage, NumberOfCustomersInPage
    perform until NumberOfCustomersInPage equal to zero
        perform varying CustomerPageIndex from 1 by 1
            until CustomerPageIndex is greater than NumberOfCustomersInPage
            move CustomerPageRecord(CustomerPageIndex) to CurrentCustomer
            if IsEmailInvalid of CurrentCustomer
                and not IsDeleted of CurrentCustomer
                perform PrintInvalidEmailLine
            end-if
        end-perform
        move CustomerId of CustomerPageRecord(NumberOfCustomersInPage) to CustomerCursorId
        call "GetCustomersPage" using CustomerCursorId, PageSize, CustomerPage, NumberOfCustomersInPage
    end-perform
    display spaces
    display "InvalidEmailReport: " InvalidEmailCount " account(s) need an email correction, "
        EmailPreferrerCount " of them falling back to post"
    stop run.

PrintInvalidEmailLine.
    add 1 to InvalidEmailCount
    if PrefersEmail of CurrentCustomer
        add 1 to EmailPreferrerCount
    end-if
    move spaces to InvalidEmailReportLine
    move CustomerId of CurrentCustomer to InvalidEmailReportLine(1:8)
    move Name of CurrentCustomer to InvalidEmailReportLine(11:30)
    move Email of CurrentCustomer to InvalidEmailReportLine(43:40)
    move EmailInvalidDate of CurrentCustomer to InvalidEmailReportLine(84:8)
    move PreferredContactMethod of CurrentCustomer to InvalidEmailReportLine(94:1)
    move SalespersonCode of CurrentCustomer to InvalidEmailReportLine(100:4)
    display InvalidEmailReportLine
    .

end program InvalidEmailReport.
