
    01 MaxAddressPageEntries pic 9(2) value 10.

    copy Customer replacing Customer by ==AddressOwnerCustomer==.
    copy ScreeningParty.
    01 ReturnedScreeningStatus pic x(2) value spaces.
    01 ReturnedCustomerStatus pic x(2) value spaces.

linkage section.
    01 DeliveryAddressFileNameParm pic x(20) value spaces.
    copy DeliveryAddress replacing DeliveryAddress by ==ThisDeliveryAddress==.
    01 ThisCustomerId pic 9(8) value zeroes.
    01 ThisAddressRef pic 9(2) value zeroes.
    01 ReturnedAddressStatus pic x(2) value spaces.
    01 DeliveryAddressCursor.
        02 CursorCustomerId pic 9(8) value zeroes.
        02 CursorAddressRef pic 9(2) value zeroes.
    01 NumberOfAddressesInPage pic 9(2) value zeroes.
    01 DeliveryAddressPage.
        02 DeliveryAddressPageEntry occurs 10 times.
        end-write
        move DeliveryAddressFileStatus to ReturnedAddressStatus
        close DeliveryAddressFile
        if ReturnedAddressStatus equal to "00"
            perform ScreenDeliveryAddress
        end-if
    end-if
    goback.

    close DeliveryAddressFile
    goback.

entry "GetDeliveryAddressesPage" using DeliveryAddressCursor,
        DeliveryAddressPage, NumberOfAddressesInPage
    initialize DeliveryAddressPage
    move zeroes to NumberOfAddressesInPage
    open i-o DeliveryAddressFile
    move CursorCustomerId to CustomerId of DeliveryAddressRecord
    move CursorAddressRef to AddressRef of DeliveryAddressRecord
    start DeliveryAddressFile
        key is greater than DeliveryAddressKey of DeliveryAddressRecord
        invalid key
            set EndOfDeliveryAddressFile to true
    end-start
    if not EndOfDeliveryAddressFile
        read DeliveryAddressFile next record
            at end set EndOfDeliveryAddressFile to true
        end-read
    end-if
    perform until EndOfDeliveryAddressFile
        or NumberOfAddressesInPage equal to MaxAddressPageEntries
        add 1 to NumberOfAddressesInPage
        move DeliveryAddressRecord
            to DeliveryAddressPageRecord(NumberOfAddressesInPage)
        read DeliveryAddressFile next record
            at end set EndOfDeliveryAddressFile to true
        end-read
    end-perform
    close DeliveryAddressFile
    goback.

entry "ClearDeliveryAddressesFile"
    open output DeliveryAddressFile
    close DeliveryAddressFile
    goback.

ScreenDeliveryAddress.
    call "GetCustomerById" using AddressOwnerCustomer, CustomerId of ThisDeliveryAddress
    initialize ScreeningParty
    move CustomerId of ThisDeliveryAddress to PartyCustomerId
    move AddressRef of ThisDeliveryAddress to PartyAddressRef
    move "DELIVERY" to PartySource
    move DeliveryName of ThisDeliveryAddress to PartyName
    move DeliveryAddress1 of ThisDeliveryAddress to PartyAddress1
    move DeliveryCity of ThisDeliveryAddress to PartyCity
    move DeliveryCountry of ThisDeliveryAddress to PartyCountry
    move DeliveryPostcode of ThisDeliveryAddress to PartyPostcode
    move AccountHoldFlag of AddressOwnerCustomer to PartyHeldFlag
    call "ScreenParty" using ScreeningParty, ReturnedScreeningStatus
    if PartyHitCount is greater than zero
        and IsAccountNotHeld of AddressOwnerCustomer
        call "PlaceCustomerOnHold" using PartyCustomerId, ReturnedCustomerStatus
        display "AddDeliveryAddress: customer " PartyCustomerId
            " held pending sanctions review of delivery address "
            AddressRef of ThisDeliveryAddress
    end-if
    .

end program DeliveryAddresses.
