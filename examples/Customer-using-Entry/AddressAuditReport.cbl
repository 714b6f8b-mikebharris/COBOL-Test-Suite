identification division.
program-id. AddressAuditReport.

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

    01 DeliveryAddressCursor.
        02 CursorCustomerId pic 9(8) value zeroes.
        02 CursorAddressRef pic 9(2) value zeroes.
    01 NumberOfAddressesInPage pic 9(2) value zeroes.
    01 DeliveryAddressPageIndex pic 9(2) value zeroes.
    01 DeliveryAddressPage.
        02 DeliveryAddressPageEntry occurs 10 times.
            copy DeliveryAddress replacing
                ==01== by ==03==
                ==02== by ==04==
                ==03== by ==05==
                ==DeliveryAddress== by ==DeliveryAddressPageRecord==.
    copy DeliveryAddress replacing DeliveryAddress by ==CurrentDeliveryAddress==.

    01 LookupPostcode pic x(10) value spaces.
    01 PremiseCursor pic 9(4) value zeroes.
    01 NumberOfPremisesInPage pic 9(2) value zeroes.
    01 PremisePageIndex pic 9(2) value zeroes.
    01 PremisePage.
        02 PremisePageEntry occurs 20 times.
            copy PostcodeAddress replacing
                ==01== by ==03==
                ==02== by ==04==
                ==03== by ==05==
                ==PostcodeAddress== by ==PremisePageRecord==.

    01 AuditAddressType pic x(8) value spaces.
    01 AuditCustomerId pic 9(8) value zeroes.
    01 AuditAddressRef pic 9(2) value zeroes.
    01 AuditCountry pic x(20) value spaces.
    01 AuditTown pic x(20) value spaces.
    01 AuditPostcode pic x(10) value spaces.
    01 ExpectedTown pic x(20) value spaces.
    01 AuditProblem pic x(16) value spaces.
    01 TownMatchedFlag pic x value "N".
        88 IsTownMatched value "Y".

    01 CustomerAddressCount pic 9(6) value zeroes.
    01 DeliveryAddressCount pic 9(6) value zeroes.
    01 OverseasAddressCount pic 9(6) value zeroes.
    01 PostcodeNotFoundCount pic 9(6) value zeroes.
    01 TownMismatchCount pic 9(6) value zeroes.

    01 AuditReportLine pic x(100) value spaces.

procedure division.

    call "GetBusinessDate" using RunDate
    display "AddressAuditReport: business date " RunDate
    display "Address Audit against the Postcode Address File - " RunDate
    display spaces
    display "Address  Customer Ref Postcode   Town                 Problem"
        "          File town"
    perform AuditCustomerAddresses
    perform AuditDeliveryAddresses
    display spaces
    display "AddressAuditReport: " CustomerAddressCount " customer and "
        DeliveryAddressCount " delivery address(es) checked, "
        OverseasAddressCount " overseas skipped"
    display "AddressAuditReport: " PostcodeNotFoundCount " postcode(s) not found, "
        TownMismatchCount " town mismatch(es)"
    if PostcodeNotFoundCount is greater than zero
        or TownMismatchCount is greater than zero
        move 1 to return-code
    end-if
    stop run.

AuditCustomerAddresses.
    move zero to CustomerCursorId
    call "GetCustomersPage" using CustomerCursorId, PageSize, CustomerPage,
        NumberOfCustomersInPage
    perform until NumberOfCustomersInPage equal to zero
        perform varying CustomerPageIndex from 1 by 1
            until CustomerPageIndex is greater than NumberOfCustomersInPage
            move CustomerPageRecord(CustomerPageIndex) to CurrentCustomer
            move "CUSTOMER" to AuditAddressType
            move CustomerId of CurrentCustomer to AuditCustomerId
            move zeroes to AuditAddressRef
            move Country of CurrentCustomer to AuditCountry
            move City of CurrentCustomer to AuditTown
            move Postcode of CurrentCustomer to AuditPostcode
            add 1 to CustomerAddressCount
            perform AuditAddressAgainstPostcodeFile
        end-perform
        move CustomerId of CustomerPageRecord(NumberOfCustomersInPage)
            to CustomerCursorId
        call "GetCustomersPage" using CustomerCursorId, PageSize, CustomerPage,
            NumberOfCustomersInPage
    end-perform
    .

AuditDeliveryAddresses.
    move zeroes to CursorCustomerId
    move zeroes to CursorAddressRef
    call "GetDeliveryAddressesPage" using DeliveryAddressCursor,
        DeliveryAddressPage, NumberOfAddressesInPage
    perform until NumberOfAddressesInPage equal to zero
        perform varying DeliveryAddressPageIndex from 1 by 1
            until DeliveryAddressPageIndex is greater than NumberOfAddressesInPage
            move DeliveryAddressPageRecord(DeliveryAddressPageIndex)
                to CurrentDeliveryAddress
            move "DELIVERY" to AuditAddressType
            move CustomerId of CurrentDeliveryAddress to AuditCustomerId
            move AddressRef of CurrentDeliveryAddress to AuditAddressRef
            move DeliveryCountry of CurrentDeliveryAddress to AuditCountry
            move DeliveryCity of CurrentDeliveryAddress to AuditTown
            move DeliveryPostcode of CurrentDeliveryAddress to AuditPostcode
            add 1 to DeliveryAddressCount
            perform AuditAddressAgainstPostcodeFile
        end-perform
        move CustomerId of DeliveryAddressPageRecord(NumberOfAddressesInPage)
            to CursorCustomerId
        move AddressRef of DeliveryAddressPageRecord(NumberOfAddressesInPage)
            to CursorAddressRef
        call "GetDeliveryAddressesPage" using DeliveryAddressCursor,
            DeliveryAddressPage, NumberOfAddressesInPage
    end-perform
    .

AuditAddressAgainstPostcodeFile.
    if AuditCountry not equal to spaces
        and function upper-case(function trim(AuditCountry))
            not equal to "UNITED KINGDOM"
        add 1 to OverseasAddressCount
        exit paragraph
    end-if
    move AuditPostcode to LookupPostcode
    move zeroes to PremiseCursor
    call "GetPremisesForPostcode" using LookupPostcode, PremiseCursor,
        PremisePage, NumberOfPremisesInPage
    if NumberOfPremisesInPage equal to zero
        add 1 to PostcodeNotFoundCount
        move spaces to ExpectedTown
        move "POSTCODE UNKNOWN" to AuditProblem
        perform PrintAddressException
        exit paragraph
    end-if
    move "N" to TownMatchedFlag
    move PostTown of PremisePageRecord(1) to ExpectedTown
    perform varying PremisePageIndex from 1 by 1
        until PremisePageIndex is greater than NumberOfPremisesInPage
            or IsTownMatched
        if function upper-case(function trim(AuditTown)) equal to
            function trim(PostTown of PremisePageRecord(PremisePageIndex))
            move "Y" to TownMatchedFlag
        end-if
    end-perform
    if not IsTownMatched
        add 1 to TownMismatchCount
        move "TOWN MISMATCH" to AuditProblem
        perform PrintAddressException
    end-if
    .

PrintAddressException.
    move spaces to AuditReportLine
    move AuditAddressType to AuditReportLine(1:8)
    move AuditCustomerId to AuditReportLine(10:8)
    if AuditAddressRef is greater than zero
        move AuditAddressRef to AuditReportLine(19:2)
    end-if
    move AuditPostcode to AuditReportLine(23:10)
    move AuditTown to AuditReportLine(34:20)
    move AuditProblem to AuditReportLine(55:16)
    move ExpectedTown to AuditReportLine(72:20)
    display AuditReportLine
    .

end program AddressAuditReport.
