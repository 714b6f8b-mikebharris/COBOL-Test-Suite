identification division.
program-id. SanctionsListLoad.

environment division.
configuration section.
    repository.
        function all intrinsic.

input-output section.
    file-control.
        select optional PublishedListFile assign to PublishedListFileName
            organization is line sequential.

        select optional ListExceptionFile assign to ListExceptionFileName
            organization is line sequential.

data division.
file section.
    fd PublishedListFile.
        01 PublishedListRecord.
            88 EndOfPublishedListFile value high-values.
            02 PublishedGroupId pic x(10).
            02 filler pic x.
            02 PublishedName pic x(50).
            02 filler pic x.
            02 PublishedCountry pic x(20).
            02 filler pic x.
            02 PublishedAddress pic x(40).
            02 filler pic x.
            02 PublishedPostcode pic x(10).
            02 filler pic x.
            02 PublishedListedDate pic x(8).

    fd ListExceptionFile.
        01 ListExceptionRecord pic x(160).

working-storage section.
    01 RunDate pic 9(8) value zeroes.
    01 PublishedListFileName pic x(30) value "SanctionsList.imp".
    01 ListExceptionFileName pic x(30) value "SanctionsList.sus".

    copy SanctionsEntry replacing SanctionsEntry by ==LoadedSanctionsEntry==.
    01 ReturnedScreeningStatus pic x(2) value spaces.
    01 ReturnedCustomerStatus pic x(2) value spaces.
    01 ExceptionReason pic x(40) value spaces.

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

    copy ScreeningParty.
    01 NewHitIndex pic 9(2) value zeroes.
    01 NewHitReportLine pic x(120) value spaces.

    01 LoadedCount pic 9(8) value zeroes.
    01 ExceptionCount pic 9(8) value zeroes.
    01 CustomersScreenedCount pic 9(8) value zeroes.
    01 AddressesScreenedCount pic 9(8) value zeroes.
    01 NewHitCount pic 9(6) value zeroes.
    01 HoldsPlacedCount pic 9(6) value zeroes.

    01 InterfaceName pic x(20) value "SANCTIONSLIST".
    01 InterfaceFileName pic x(30) value spaces.
    01 InterfaceControlTotal pic s9(12)v99 value zeroes.
    01 ReturnedInterfaceStatus pic x(2) value spaces.

procedure division.

    call "GetBusinessDate" using RunDate
    display "SanctionsListLoad: business date " RunDate
    perform RegisterInterfaceFile
    open input PublishedListFile
    read PublishedListFile
        at end set EndOfPublishedListFile to true
    end-read
    if EndOfPublishedListFile
        display "SanctionsListLoad: no published list file; list left unchanged"
        close PublishedListFile
        stop run
    end-if
    call "ClearSanctionsList"
    open output ListExceptionFile
    perform until EndOfPublishedListFile
        add 1 to InterfaceControlTotal
        perform LoadPublishedListEntry
        read PublishedListFile
            at end set EndOfPublishedListFile to true
        end-read
    end-perform
    close PublishedListFile
    close ListExceptionFile
    display "SanctionsListLoad: " LoadedCount " list entr(ies) loaded, "
        ExceptionCount " exception(s)"
    display spaces
    display "Sanctions Re-screen - New Possible Matches - " RunDate
    display spaces
    display "Case   Customer Ref Source   Score Group      Screened name"
        "                         Listed name"
    perform RescreenCustomers
    perform RescreenDeliveryAddresses
    display spaces
    display "SanctionsListLoad: " CustomersScreenedCount " customer(s) and "
        AddressesScreenedCount " delivery address(es) re-screened"
    display "SanctionsListLoad: " NewHitCount " new possible match(es), "
        HoldsPlacedCount " account(s) placed on hold"
    if NewHitCount is greater than zero
        move 1 to return-code
    end-if
    call "CloseInterfaceFile" using InterfaceControlTotal
    stop run.

RegisterInterfaceFile.
    move PublishedListFileName to InterfaceFileName
    call "OpenInterfaceFile" using InterfaceName, InterfaceFileName,
        ReturnedInterfaceStatus
    if ReturnedInterfaceStatus equal to "22"
        display "SanctionsListLoad: " function trim(InterfaceFileName)
            " already processed; not loaded"
        move 1 to return-code
        stop run
    end-if
    .

LoadPublishedListEntry.
    if PublishedName equal to spaces
        move "listed name missing" to ExceptionReason
        perform WriteListException
        exit paragraph
    end-if
    if PublishedGroupId equal to spaces
        move "group id missing" to ExceptionReason
        perform WriteListException
        exit paragraph
    end-if
    initialize LoadedSanctionsEntry
    compute SanctionsEntryId of LoadedSanctionsEntry = LoadedCount + 1
    move PublishedGroupId to SanctionsGroupId of LoadedSanctionsEntry
    move PublishedName to SanctionsName of LoadedSanctionsEntry
    move PublishedCountry to SanctionsCountry of LoadedSanctionsEntry
    move function upper-case(PublishedAddress) to SanctionsAddress of LoadedSanctionsEntry
    move function upper-case(PublishedPostcode) to SanctionsPostcode of LoadedSanctionsEntry
    if PublishedListedDate is numeric
        move PublishedListedDate to SanctionsListedDate of LoadedSanctionsEntry
    end-if
    call "AddSanctionsEntry" using LoadedSanctionsEntry, ReturnedScreeningStatus
    if ReturnedScreeningStatus not equal to "00"
        move "list file write failed" to ExceptionReason
        perform WriteListException
        exit paragraph
    end-if
    add 1 to LoadedCount
    .

WriteListException.
    add 1 to ExceptionCount
    move spaces to ListExceptionRecord
    string
        "EXCEPTION GroupId=" delimited by size
        function trim(PublishedGroupId) delimited by size
        " Name='" delimited by size
        function trim(PublishedName) delimited by size
        "' Reason='" delimited by size
        function trim(ExceptionReason) delimited by size
        "'" delimited by size
        into ListExceptionRecord
    end-string
    write ListExceptionRecord
    .

RescreenCustomers.
    move zero to CustomerCursorId
    call "GetCustomersPage" using CustomerCursorId, PageSize, CustomerPage,
        NumberOfCustomersInPage
    perform until NumberOfCustomersInPage equal to zero
        perform varying CustomerPageIndex from 1 by 1
            until CustomerPageIndex is greater than NumberOfCustomersInPage
            move CustomerPageRecord(CustomerPageIndex) to CurrentCustomer
            initialize ScreeningParty
            move CustomerId of CurrentCustomer to PartyCustomerId
            move "RESCREEN" to PartySource
            move Name of CurrentCustomer to PartyName
            move Address1 of CurrentCustomer to PartyAddress1
            move City of CurrentCustomer to PartyCity
            move Country of CurrentCustomer to PartyCountry
            move Postcode of CurrentCustomer to PartyPostcode
            move AccountHoldFlag of CurrentCustomer to PartyHeldFlag
            add 1 to CustomersScreenedCount
            perform ScreenPartyAndHoldAccount
        end-perform
        move CustomerId of CustomerPageRecord(NumberOfCustomersInPage)
            to CustomerCursorId
        call "GetCustomersPage" using CustomerCursorId, PageSize, CustomerPage,
            NumberOfCustomersInPage
    end-perform
    .

RescreenDeliveryAddresses.
    move zeroes to CursorCustomerId
    move zeroes to CursorAddressRef
    call "GetDeliveryAddressesPage" using DeliveryAddressCursor,
        DeliveryAddressPage, NumberOfAddressesInPage
    perform until NumberOfAddressesInPage equal to zero
        perform varying DeliveryAddressPageIndex from 1 by 1
            until DeliveryAddressPageIndex is greater than NumberOfAddressesInPage
            move DeliveryAddressPageRecord(DeliveryAddressPageIndex)
                to CurrentDeliveryAddress
            call "GetCustomerById" using CurrentCustomer,
                CustomerId of CurrentDeliveryAddress
            if CustomerId of CurrentCustomer equal to
                    CustomerId of CurrentDeliveryAddress
                and IsNotDeleted of CurrentCustomer
                initialize ScreeningParty
                move CustomerId of CurrentDeliveryAddress to PartyCustomerId
                move AddressRef of CurrentDeliveryAddress to PartyAddressRef
                move "RESCREEN" to PartySource
                move DeliveryName of CurrentDeliveryAddress to PartyName
                move DeliveryAddress1 of CurrentDeliveryAddress to PartyAddress1
                move DeliveryCity of CurrentDeliveryAddress to PartyCity
                move DeliveryCountry of CurrentDeliveryAddress to PartyCountry
                move DeliveryPostcode of CurrentDeliveryAddress to PartyPostcode
                move AccountHoldFlag of CurrentCustomer to PartyHeldFlag
                add 1 to AddressesScreenedCount
                perform ScreenPartyAndHoldAccount
            end-if
        end-perform
        move CustomerId of DeliveryAddressPageRecord(NumberOfAddressesInPage)
            to CursorCustomerId
        move AddressRef of DeliveryAddressPageRecord(NumberOfAddressesInPage)
            to CursorAddressRef
        call "GetDeliveryAddressesPage" using DeliveryAddressCursor,
            DeliveryAddressPage, NumberOfAddressesInPage
    end-perform
    .

ScreenPartyAndHoldAccount.
    call "ScreenParty" using ScreeningParty, ReturnedScreeningStatus
    if PartyHitCount equal to zero
        exit paragraph
    end-if
    perform varying NewHitIndex from 1 by 1
        until NewHitIndex is greater than PartyNewHitCount
            or NewHitIndex is greater than 10
        add 1 to NewHitCount
        move spaces to NewHitReportLine
        move NewHitCaseId(NewHitIndex) to NewHitReportLine(1:6)
        move PartyCustomerId to NewHitReportLine(8:8)
        if PartyAddressRef is greater than zero
            move PartyAddressRef to NewHitReportLine(17:2)
        end-if
        if PartyAddressRef is greater than zero
            move "DELIVERY" to NewHitReportLine(21:8)
        else
            move "CUSTOMER" to NewHitReportLine(21:8)
        end-if
        move NewHitScore(NewHitIndex) to NewHitReportLine(30:3)
        move NewHitGroupId(NewHitIndex) to NewHitReportLine(36:10)
        move PartyName(1:29) to NewHitReportLine(47:29)
        move NewHitListName(NewHitIndex)(1:40) to NewHitReportLine(77:40)
        display NewHitReportLine
    end-perform
    if not IsPartyAlreadyHeld
        call "PlaceCustomerOnHold" using PartyCustomerId, ReturnedCustomerStatus
        if ReturnedCustomerStatus equal to "00"
            add 1 to HoldsPlacedCount
        end-if
    end-if
    .

end program SanctionsListLoad.
