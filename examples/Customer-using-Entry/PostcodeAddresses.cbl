identification division.
program-id. PostcodeAddresses.

environment division.
configuration section.
    repository.
        function all intrinsic.

input-output section.
    file-control.
        select optional PostcodeAddressFile assign to PostcodeAddressFileName
            organization is indexed
            access mode is dynamic
            record key is PostcodeAddressKey of PostcodeAddressRecord
            file status is PostcodeAddressFileStatus.

data division.
file section.
    fd PostcodeAddressFile.
        copy PostcodeAddress replacing PostcodeAddress by
            ==PostcodeAddressRecord.
            88 EndOfPostcodeAddressFile value high-values==.

working-storage section.
    01 PostcodeAddressFileStatus pic x(2).
        88 Successful   value "00".
        88 RecordExists value "22".
        88 NoSuchRecord value "23".
        88 InvalidData  value "90".

    01 PostcodeAddressFileName pic x(20) value "PostcodeAddr.dat".

    01 MaxPremisePageEntries pic 9(2) value 20.
    01 PostcodeToNormalise pic x(10) value spaces.
    01 LookupPostcode pic x(10) value spaces.
    01 PostcodeLength pic 9(2) value zeroes.
    01 PostcodeSpaceCount pic 9(2) value zeroes.
    01 UnspacedPostcode pic x(10) value spaces.
    01 LastPremiseSequence pic 9(4) value zeroes.

linkage section.
    01 PostcodeAddressFileNameParm pic x(20) value spaces.
    copy PostcodeAddress replacing PostcodeAddress by ==ThisPostcodeAddress==.
    01 ThisPostcode pic x(10) value spaces.
    01 PremiseCursor pic 9(4) value zeroes.
    01 ReturnedPostcodeStatus pic x(2) value spaces.
    01 NumberOfPremisesInPage pic 9(2) value zeroes.
    01 PremisePage.
        02 PremisePageEntry occurs 20 times.
            copy PostcodeAddress replacing
                ==01== by ==03==
                ==02== by ==04==
                ==03== by ==05==
                ==PostcodeAddress== by ==PremisePageRecord==.

procedure division.
    goback.

entry "SetPostcodeAddressFileName" using PostcodeAddressFileNameParm
    if PostcodeAddressFileNameParm not equal to spaces
        move PostcodeAddressFileNameParm to PostcodeAddressFileName
    end-if
    goback.

entry "AddPostcodeAddress" using ThisPostcodeAddress, ReturnedPostcodeStatus
    move "00" to PostcodeAddressFileStatus
    move AddressPostcode of ThisPostcodeAddress to PostcodeToNormalise
    perform NormalisePostcode
    if LookupPostcode equal to spaces
        or PremiseAddress1 of ThisPostcodeAddress equal to spaces
        set InvalidData to true
        display "AddPostcodeAddress: postcode and first address line are required"
        move PostcodeAddressFileStatus to ReturnedPostcodeStatus
        goback
    end-if
    move LookupPostcode to AddressPostcode of ThisPostcodeAddress
    open i-o PostcodeAddressFile
    if PremiseSequence of ThisPostcodeAddress equal to zero
        perform FindLastPremiseSequence
        compute PremiseSequence of ThisPostcodeAddress = LastPremiseSequence + 1
    end-if
    move ThisPostcodeAddress to PostcodeAddressRecord
    write PostcodeAddressRecord
        invalid key
            if RecordExists
                rewrite PostcodeAddressRecord
            else
                display "AddPostcodeAddress: error - status is "
                    PostcodeAddressFileStatus
            end-if
        not invalid key
            continue
    end-write
    move PostcodeAddressFileStatus to ReturnedPostcodeStatus
    close PostcodeAddressFile
    goback.

entry "GetPremisesForPostcode" using ThisPostcode, PremiseCursor,
        PremisePage, NumberOfPremisesInPage
    initialize PremisePage
    move zeroes to NumberOfPremisesInPage
    move ThisPostcode to PostcodeToNormalise
    perform NormalisePostcode
    if LookupPostcode equal to spaces
        goback
    end-if
    open i-o PostcodeAddressFile
    move LookupPostcode to AddressPostcode of PostcodeAddressRecord
    move PremiseCursor to PremiseSequence of PostcodeAddressRecord
    start PostcodeAddressFile
        key is greater than PostcodeAddressKey of PostcodeAddressRecord
        invalid key
            set EndOfPostcodeAddressFile to true
    end-start
    if not EndOfPostcodeAddressFile
        read PostcodeAddressFile next record
            at end set EndOfPostcodeAddressFile to true
        end-read
    end-if
    perform until EndOfPostcodeAddressFile
        or NumberOfPremisesInPage equal to MaxPremisePageEntries
        or AddressPostcode of PostcodeAddressRecord not equal to LookupPostcode
        add 1 to NumberOfPremisesInPage
        move PostcodeAddressRecord to PremisePageRecord(NumberOfPremisesInPage)
        read PostcodeAddressFile next record
            at end set EndOfPostcodeAddressFile to true
        end-read
    end-perform
    close PostcodeAddressFile
    goback.

entry "NormaliseAddressPostcode" using ThisPostcode
    move ThisPostcode to PostcodeToNormalise
    perform NormalisePostcode
    move LookupPostcode to ThisPostcode
    goback.

entry "ClearPostcodeAddressFile"
    open output PostcodeAddressFile
    close PostcodeAddressFile
    goback.

NormalisePostcode.
    move function upper-case(function trim(PostcodeToNormalise)) to LookupPostcode
    if LookupPostcode equal to spaces
        exit paragraph
    end-if
    move function length(function trim(LookupPostcode)) to PostcodeLength
    move zeroes to PostcodeSpaceCount
    inspect LookupPostcode(1:PostcodeLength) tallying PostcodeSpaceCount for all space
    if PostcodeSpaceCount equal to zero
        and PostcodeLength is greater than 4
        and PostcodeLength is less than 8
        move LookupPostcode to UnspacedPostcode
        move spaces to LookupPostcode
        move UnspacedPostcode(1:PostcodeLength - 3) to LookupPostcode
        move UnspacedPostcode(PostcodeLength - 2:3)
            to LookupPostcode(PostcodeLength - 1:3)
    end-if
    .

FindLastPremiseSequence.
    move zeroes to LastPremiseSequence
    move LookupPostcode to AddressPostcode of PostcodeAddressRecord
    move zeroes to PremiseSequence of PostcodeAddressRecord
    start PostcodeAddressFile
        key is greater than PostcodeAddressKey of PostcodeAddressRecord
        invalid key
            exit paragraph
    end-start
    read PostcodeAddressFile next record
        at end set EndOfPostcodeAddressFile to true
    end-read
    perform until EndOfPostcodeAddressFile
        or AddressPostcode of PostcodeAddressRecord not equal to LookupPostcode
        move PremiseSequence of PostcodeAddressRecord to LastPremiseSequence
        read PostcodeAddressFile next record
            at end set EndOfPostcodeAddressFile to true
        end-read
    end-perform
    .

end program PostcodeAddresses.
