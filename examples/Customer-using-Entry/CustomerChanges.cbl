identification division.
program-id. CustomerChanges.

environment division.
configuration section.
    repository.
        function all intrinsic.

input-output section.
    file-control.
        select optional CustomerChangesFile assign to CustomerChangeFileName
            organization is indexed
            access mode is dynamic
            lock mode is exclusive
            record key is CustomerChangeId of CustomerChangeRecord
            file status is CustomerChangeFileStatus.

        select optional CustomerChangeIdControlFile
            assign to CustomerChangeIdControlFileName
            organization is relative
            access mode is dynamic
            relative key is ControlRecordKey
            file status is ControlFileStatus.

data division.
file section.
    fd CustomerChangesFile.
        copy CustomerChange replacing CustomerChange by
            ==CustomerChangeRecord.
            88 EndOfCustomerChangesFile value high-values==.

    fd CustomerChangeIdControlFile.
        01 CustomerChangeIdControlRecord.
            02 LastIssuedCustomerChangeId pic 9(6) value zeroes.

working-storage section.
    01 CustomerChangeFileStatus pic x(2).
        88 Successful   value "00".
        88 RecordExists value "22".
        88 NoSuchRecord value "23".
        88 InvalidData  value "90".

    01 ControlFileStatus pic x(2).
        88 ControlRecordMissing value "23".

    01 ControlRecordKey pic 9(1) value 1.

    01 CustomerChangeFileName pic x(20) value "CustomerChanges.dat".
    01 CustomerChangeIdControlFileName pic x(20) value "CustomerChanges.ctl".

    01 MaxCustomerChangePageEntries pic 9(3) value 20.

linkage section.
    01 CustomerChangeFileNameParm pic x(20) value spaces.
    copy CustomerChange replacing CustomerChange by ==ThisCustomerChange==.
    01 ThisCustomerChangeId pic 9(6) value zeroes.
    01 ReturnedCustomerChangeStatus pic x(2) value spaces.
    01 CustomerChangeCursorId pic 9(6) value zeroes.
    01 NumberOfCustomerChangesInPage pic 9(3) value zeroes.
    01 CustomerChangePage.
        02 CustomerChangePageEntry occurs 20 times.
            copy CustomerChange replacing
                ==01== by ==03==
                ==02== by ==04==
                ==03== by ==05==
                ==CustomerChange== by ==CustomerChangePageRecord==.

procedure division.
    goback.

entry "SetCustomerChangeFileName" using CustomerChangeFileNameParm
    if CustomerChangeFileNameParm not equal to spaces
        move CustomerChangeFileNameParm to CustomerChangeFileName
        move CustomerChangeFileName to CustomerChangeIdControlFileName
        inspect CustomerChangeIdControlFileName replacing all ".dat" by ".ctl"
    end-if
    goback.

entry "AddCustomerChange" using ThisCustomerChange, ThisCustomerChangeId,
        ReturnedCustomerChangeStatus
    move "00" to CustomerChangeFileStatus
    if CustomerId of ThisCustomerChange equal to zero
        or ChangeFieldName of ThisCustomerChange equal to spaces
        or ChangeRequestedBy of ThisCustomerChange equal to spaces
        set InvalidData to true
        display "AddCustomerChange: customer, field and requesting operator are required"
    else
        open i-o CustomerChangesFile
        move ThisCustomerChange to CustomerChangeRecord
        set IsChangePending of CustomerChangeRecord to true
        if ChangeRequestedDate of CustomerChangeRecord equal to zero
            call "GetBusinessDate" using ChangeRequestedDate of CustomerChangeRecord
            accept ChangeRequestedTime of CustomerChangeRecord from time
        end-if
        move spaces to ChangeDecidedBy of CustomerChangeRecord
        move zeroes to ChangeDecidedDate of CustomerChangeRecord
        perform AllocateNextCustomerChangeId
        write CustomerChangeRecord
            invalid key
                display "AddCustomerChange: error - status is "
                    CustomerChangeFileStatus
            not invalid key
                continue
        end-write
        move CustomerChangeId of CustomerChangeRecord to ThisCustomerChangeId
        close CustomerChangesFile
    end-if
    move CustomerChangeFileStatus to ReturnedCustomerChangeStatus
    goback.

entry "GetCustomerChangeById" using ThisCustomerChange, ThisCustomerChangeId
    open i-o CustomerChangesFile
    move ThisCustomerChangeId to CustomerChangeId of CustomerChangeRecord
    start CustomerChangesFile
        key is equal to CustomerChangeId of CustomerChangeRecord
        invalid key
            initialize ThisCustomerChange
        not invalid key
            read CustomerChangesFile
            move CustomerChangeRecord to ThisCustomerChange
    end-start
    close CustomerChangesFile
    goback.

entry "UpdateCustomerChange" using ThisCustomerChange, ReturnedCustomerChangeStatus
    move "00" to CustomerChangeFileStatus
    open i-o CustomerChangesFile
    move CustomerChangeId of ThisCustomerChange
        to CustomerChangeId of CustomerChangeRecord
    start CustomerChangesFile
        key is equal to CustomerChangeId of CustomerChangeRecord
        invalid key
            set NoSuchRecord to true
            display "UpdateCustomerChange: no such change "
                CustomerChangeId of ThisCustomerChange
        not invalid key
            read CustomerChangesFile
            move ThisCustomerChange to CustomerChangeRecord
            rewrite CustomerChangeRecord
    end-start
    move CustomerChangeFileStatus to ReturnedCustomerChangeStatus
    close CustomerChangesFile
    goback.

entry "GetCustomerChangesPage" using CustomerChangeCursorId,
        CustomerChangePage, NumberOfCustomerChangesInPage
    initialize CustomerChangePage
    move zeroes to NumberOfCustomerChangesInPage
    open i-o CustomerChangesFile
    move CustomerChangeCursorId to CustomerChangeId of CustomerChangeRecord
    start CustomerChangesFile
        key is greater than CustomerChangeId of CustomerChangeRecord
        invalid key
            continue
    end-start
    read CustomerChangesFile next record
        at end set EndOfCustomerChangesFile to true
    end-read
    perform until EndOfCustomerChangesFile
        or NumberOfCustomerChangesInPage equal to MaxCustomerChangePageEntries
        add 1 to NumberOfCustomerChangesInPage
        move CustomerChangeRecord
            to CustomerChangePageRecord(NumberOfCustomerChangesInPage)
        read CustomerChangesFile next record
            at end set EndOfCustomerChangesFile to true
        end-read
    end-perform
    close CustomerChangesFile
    goback.

entry "ClearCustomerChangesFile"
    open output CustomerChangesFile
    close CustomerChangesFile
    open output CustomerChangeIdControlFile
    close CustomerChangeIdControlFile
    goback.

AllocateNextCustomerChangeId.
    open i-o CustomerChangeIdControlFile
    read CustomerChangeIdControlFile
        invalid key
            move zeroes to LastIssuedCustomerChangeId
    end-read
    add 1 to LastIssuedCustomerChangeId
    move LastIssuedCustomerChangeId to CustomerChangeId of CustomerChangeRecord
    if ControlRecordMissing
        write CustomerChangeIdControlRecord
    else
        rewrite CustomerChangeIdControlRecord
    end-if
    close CustomerChangeIdControlFile
    .

end program CustomerChanges.
