identification division.
program-id. PostcodeAddressLoad.

environment division.
configuration section.
    repository.
        function all intrinsic.

input-output section.
    file-control.
        select optional LicensedAddressFile assign to LicensedAddressFileName
            organization is line sequential.

        select optional AddressExceptionFile assign to AddressExceptionFileName
            organization is line sequential.

data division.
file section.
    fd LicensedAddressFile.
        01 LicensedAddressRecord.
            88 EndOfLicensedAddressFile value high-values.
            02 LicensedPostcode pic x(10).
            02 filler pic x.
            02 LicensedAddress1 pic x(20).
            02 filler pic x.
            02 LicensedAddress2 pic x(20).
            02 filler pic x.
            02 LicensedAddress3 pic x(20).
            02 filler pic x.
            02 LicensedPostTown pic x(20).
            02 filler pic x.
            02 LicensedCounty pic x(20).

    fd AddressExceptionFile.
        01 AddressExceptionRecord pic x(160).

working-storage section.
    01 RunDate pic 9(8) value zeroes.
    01 LicensedAddressFileName pic x(30) value "PostcodeAddresses.imp".
    01 AddressExceptionFileName pic x(30) value "PostcodeAddresses.sus".

    copy PostcodeAddress replacing PostcodeAddress by ==LoadedAddress==.
    01 ThisPostcode pic x(10) value spaces.
    01 PreviousPostcode pic x(10) value spaces.
    01 NextPremiseSequence pic 9(4) value zeroes.
    01 ReturnedPostcodeStatus pic x(2) value spaces.
    01 ExceptionReason pic x(40) value spaces.

    01 LoadedCount pic 9(8) value zeroes.
    01 PostcodeCount pic 9(8) value zeroes.
    01 ExceptionCount pic 9(8) value zeroes.

    01 InterfaceName pic x(20) value "POSTCODEADDR".
    01 InterfaceFileName pic x(30) value spaces.
    01 InterfaceControlTotal pic s9(12)v99 value zeroes.
    01 ReturnedInterfaceStatus pic x(2) value spaces.

procedure division.

    call "GetBusinessDate" using RunDate
    display "PostcodeAddressLoad: business date " RunDate
    perform RegisterInterfaceFile
    open input LicensedAddressFile
    read LicensedAddressFile
        at end set EndOfLicensedAddressFile to true
    end-read
    if EndOfLicensedAddressFile
        display "PostcodeAddressLoad: no licensed address file; reference left unchanged"
        close LicensedAddressFile
        stop run
    end-if
    call "ClearPostcodeAddressFile"
    open output AddressExceptionFile
    perform until EndOfLicensedAddressFile
        add 1 to InterfaceControlTotal
        perform LoadLicensedAddress
        read LicensedAddressFile
            at end set EndOfLicensedAddressFile to true
        end-read
    end-perform
    close LicensedAddressFile
    close AddressExceptionFile
    display "PostcodeAddressLoad: " LoadedCount " premise(s) loaded for "
        PostcodeCount " postcode(s), " ExceptionCount " exception(s)"
    call "CloseInterfaceFile" using InterfaceControlTotal
    stop run.

RegisterInterfaceFile.
    move LicensedAddressFileName to InterfaceFileName
    call "OpenInterfaceFile" using InterfaceName, InterfaceFileName,
        ReturnedInterfaceStatus
    if ReturnedInterfaceStatus equal to "22"
        display "PostcodeAddressLoad: " function trim(InterfaceFileName)
            " already processed; not loaded"
        move 1 to return-code
        stop run
    end-if
    .

LoadLicensedAddress.
    move LicensedPostcode to ThisPostcode
    call "NormaliseAddressPostcode" using ThisPostcode
    if ThisPostcode equal to spaces
        move "postcode missing" to ExceptionReason
        perform WriteAddressException
        exit paragraph
    end-if
    if LicensedAddress1 equal to spaces
        move "first address line missing" to ExceptionReason
        perform WriteAddressException
        exit paragraph
    end-if
    initialize LoadedAddress
    move ThisPostcode to AddressPostcode of LoadedAddress
    if ThisPostcode equal to PreviousPostcode
        add 1 to NextPremiseSequence
        move NextPremiseSequence to PremiseSequence of LoadedAddress
    else
        move zero to PremiseSequence of LoadedAddress
    end-if
    move function upper-case(LicensedAddress1) to PremiseAddress1 of LoadedAddress
    move function upper-case(LicensedAddress2) to PremiseAddress2 of LoadedAddress
    move function upper-case(LicensedAddress3) to PremiseAddress3 of LoadedAddress
    move function upper-case(LicensedPostTown) to PostTown of LoadedAddress
    move function upper-case(LicensedCounty) to PostalCounty of LoadedAddress
    call "AddPostcodeAddress" using LoadedAddress, ReturnedPostcodeStatus
    if ReturnedPostcodeStatus not equal to "00"
        move "reference file write failed" to ExceptionReason
        perform WriteAddressException
        exit paragraph
    end-if
    if ThisPostcode not equal to PreviousPostcode
        move ThisPostcode to PreviousPostcode
        move PremiseSequence of LoadedAddress to NextPremiseSequence
        add 1 to PostcodeCount
    end-if
    add 1 to LoadedCount
    .

WriteAddressException.
    add 1 to ExceptionCount
    move spaces to AddressExceptionRecord
    string
        "EXCEPTION Postcode=" delimited by size
        function trim(LicensedPostcode) delimited by size
        " Address1='" delimited by size
        function trim(LicensedAddress1) delimited by size
        "' Town='" delimited by size
        function trim(LicensedPostTown) delimited by size
        "' Reason='" delimited by size
        function trim(ExceptionReason) delimited by size
        "'" delimited by size
        into AddressExceptionRecord
    end-string
    write AddressExceptionRecord
    .

end program PostcodeAddressLoad.
