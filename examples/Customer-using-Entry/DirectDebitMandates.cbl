identification division.
program-id. DirectDebitMandates.

environment division.
configuration section.
    repository.
        function all intrinsic.

input-output section.
    file-control.
        select optional MandatesFile assign to MandateFileName
            organization is indexed
            access mode is dynamic
            lock mode is exclusive
            record key is CustomerId of MandateRecord
            alternate record key is MandateReference of MandateRecord with duplicates
            file status is MandateFileStatus.

data division.
file section.
    fd MandatesFile.
        copy DirectDebitMandate replacing DirectDebitMandate by
            ==MandateRecord.
            88 EndOfMandatesFile value high-values==.

working-storage section.
    01 MandateFileStatus pic x(2).
        88 Successful   value "00".
        88 RecordExists value "22".
        88 NoSuchRecord value "23".
        88 InvalidData  value "90".
        88 FileLocked   value "91".

    01 MandateFileName pic x(20) value "Mandates.dat".

    01 MaxMandatePageEntries pic 9(3) value 20.

    copy Customer replacing Customer by ==MandateCustomer==.
    01 MandateCustomerId pic 9(8) value zeroes.
    01 MandateDataValid pic x value "Y".
        88 IsMandateDataValid value "Y".

linkage section.
    01 MandateFileNameParm pic x(20) value spaces.
    copy DirectDebitMandate replacing DirectDebitMandate by ==ThisMandate==.
    01 ThisCustomerId pic 9(8) value zeroes.
    01 ThisMandateReference pic x(18) value spaces.
    01 NewMandateStatus pic x value space.
    01 ThisRejectionReason pic x(20) value spaces.
    01 ThisCollectionDate pic 9(8) value zeroes.
    01 ReturnedMandateStatus pic x(2) value spaces.
    01 MandateCursorId pic 9(8) value zeroes.
    01 NumberOfMandatesInPage pic 9(3) value zeroes.
    01 MandatePage.
        02 MandatePageEntry occurs 20 times.
            copy DirectDebitMandate replacing
                ==01== by ==03==
                ==02== by ==04==
                ==03== by ==05==
                ==DirectDebitMandate== by ==MandatePageRecord==.

procedure division.
    goback.

entry "SetDirectDebitMandateFileName" using MandateFileNameParm
    if MandateFileNameParm not equal to spaces
        move MandateFileNameParm to MandateFileName
    end-if
    goback.

entry "AddDirectDebitMandate" using ThisMandate, ReturnedMandateStatus
    move "00" to MandateFileStatus
    perform ValidateDirectDebitMandate
    if IsMandateDataValid
        open i-o MandatesFile
        move ThisMandate to MandateRecord
        if MandateSetUpDate of MandateRecord equal to zero
            call "GetBusinessDate" using MandateSetUpDate of MandateRecord
        end-if
        move MandateSetUpDate of MandateRecord to MandateStatusDate of MandateRecord
        set IsMandatePending of MandateRecord to true
        move zeroes to LastCollectionDate of MandateRecord
        move spaces to MandateRejectionReason of MandateRecord
        write MandateRecord
            invalid key
                display "Error adding direct debit mandate - status is "
                    MandateFileStatus
            not invalid key
                continue
        end-write
        close MandatesFile
    end-if
    move MandateFileStatus to ReturnedMandateStatus
    goback.

entry "GetDirectDebitMandate" using ThisMandate, ThisCustomerId
    open i-o MandatesFile
    move ThisCustomerId to CustomerId of MandateRecord
    start MandatesFile
        key is equal to CustomerId of MandateRecord
        invalid key
            initialize ThisMandate
        not invalid key
            read MandatesFile
            move MandateRecord to ThisMandate
    end-start
    close MandatesFile
    goback.

entry "GetDirectDebitMandateByReference" using ThisMandate, ThisMandateReference
    open i-o MandatesFile
    move ThisMandateReference to MandateReference of MandateRecord
    start MandatesFile
        key is equal to MandateReference of MandateRecord
        invalid key
            initialize ThisMandate
        not invalid key
            read MandatesFile next record
            move MandateRecord to ThisMandate
    end-start
    close MandatesFile
    goback.

entry "GetDirectDebitMandatesPage" using MandateCursorId, MandatePage,
        NumberOfMandatesInPage
    initialize MandatePage
    move zeroes to NumberOfMandatesInPage
    open i-o MandatesFile
    move MandateCursorId to CustomerId of MandateRecord
    start MandatesFile
        key is greater than CustomerId of MandateRecord
        invalid key
            continue
    end-start
    read MandatesFile next record
        at end set EndOfMandatesFile to true
    end-read
    perform until EndOfMandatesFile
        or NumberOfMandatesInPage equal to MaxMandatePageEntries
        add 1 to NumberOfMandatesInPage
        move MandateRecord to MandatePageRecord(NumberOfMandatesInPage)
        read MandatesFile next record
            at end set EndOfMandatesFile to true
        end-read
    end-perform
    close MandatesFile
    goback.

entry "UpdateDirectDebitMandateStatus" using ThisCustomerId, NewMandateStatus,
        ThisRejectionReason, ReturnedMandateStatus
    move "00" to MandateFileStatus
    open i-o MandatesFile
    move ThisCustomerId to CustomerId of MandateRecord
    start MandatesFile
        key is equal to CustomerId of MandateRecord
        invalid key
            set NoSuchRecord to true
            display "UpdateDirectDebitMandateStatus: no mandate for customer "
                ThisCustomerId
        not invalid key
            read MandatesFile
            move NewMandateStatus to MandateStatus of MandateRecord
            if not IsMandatePending of MandateRecord
                and not IsMandateActive of MandateRecord
                and not IsMandateCancelled of MandateRecord
                and not IsMandateRejected of MandateRecord
                set InvalidData to true
                display "UpdateDirectDebitMandateStatus: unknown status '"
                    NewMandateStatus "'"
            else
                move ThisRejectionReason to MandateRejectionReason of MandateRecord
                call "GetBusinessDate" using MandateStatusDate of MandateRecord
                rewrite MandateRecord
            end-if
    end-start
    move MandateFileStatus to ReturnedMandateStatus
    close MandatesFile
    goback.

entry "RecordDirectDebitCollection" using ThisCustomerId, ThisCollectionDate,
        ReturnedMandateStatus
    move "00" to MandateFileStatus
    open i-o MandatesFile
    move ThisCustomerId to CustomerId of MandateRecord
    start MandatesFile
        key is equal to CustomerId of MandateRecord
        invalid key
            set NoSuchRecord to true
        not invalid key
            read MandatesFile
            move ThisCollectionDate to LastCollectionDate of MandateRecord
            rewrite MandateRecord
    end-start
    move MandateFileStatus to ReturnedMandateStatus
    close MandatesFile
    goback.

entry "ClearDirectDebitMandatesFile"
    open output MandatesFile
    close MandatesFile
    goback.

ValidateDirectDebitMandate.
    move "Y" to MandateDataValid
    move CustomerId of ThisMandate to MandateCustomerId
    call "GetCustomerById" using MandateCustomer, MandateCustomerId
    if CustomerId of MandateCustomer not equal to MandateCustomerId
        or MandateCustomerId equal to zero
        or IsDeleted of MandateCustomer
        move "N" to MandateDataValid
        set InvalidData to true
        display "Mandate rejected - no such customer " CustomerId of ThisMandate
        exit paragraph
    end-if
    if MandateReference of ThisMandate equal to spaces
        move "N" to MandateDataValid
        set InvalidData to true
        display "Mandate rejected - a mandate reference is required"
        exit paragraph
    end-if
    if MandateSortCode of ThisMandate equal to zero
        or MandateAccountNumber of ThisMandate equal to zero
        move "N" to MandateDataValid
        set InvalidData to true
        display "Mandate rejected - sort code and account number are required"
    end-if
    .

end program DirectDebitMandates.
