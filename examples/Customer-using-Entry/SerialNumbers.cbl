identification division.
program-id. SerialNumbers.

environment division.
configuration section.
    repository.
        function all intrinsic.

input-output section.
    file-control.
        select optional SerialNumbersFile assign to SerialNumberFileName
            organization is indexed
            access mode is dynamic
            lock mode is exclusive
            record key is SerialNumber of SerialUnitRecord
            alternate record key is OrderId of SerialUnitRecord with duplicates
            file status is SerialFileStatus.

data division.
file section.
    fd SerialNumbersFile.
        copy SerialUnit replacing SerialUnit by
            ==SerialUnitRecord.
            88 EndOfSerialNumbersFile value high-values==.

working-storage section.
    01 SerialFileStatus pic x(2).
        88 Successful   value "00".
        88 RecordExists value "22".
        88 NoSuchRecord value "23".
        88 InvalidData  value "90".
        88 FileLocked   value "91".

    01 SerialNumberFileName pic x(20) value "SerialNumbers.dat".
    01 MaxSerialPageEntries pic 9(2) value 90.

    01 ExpiryMonthCount pic 9(6) value zeroes.
    01 ExpiryDate pic 9(8) value zeroes.
    01 ExpiryDateParts redefines ExpiryDate.
        02 ExpiryYear pic 9(4).
        02 ExpiryMonth pic 9(2).
        02 ExpiryDay pic 9(2).

linkage section.
    01 SerialNumberFileNameParm pic x(20) value spaces.
    copy SerialUnit replacing SerialUnit by ==ThisSerialUnit==.
    01 ThisSerialNumber pic x(20) value spaces.
    01 ThisOrderId pic 9(6) value zeroes.
    01 ThisRmaId pic 9(6) value zeroes.
    01 ReturnedSerialStatus pic x(2) value spaces.
    01 NumberOfSerialsInPage pic 9(2) value zeroes.
    01 SerialUnitPage.
        02 SerialUnitPageEntry occurs 90 times.
            copy SerialUnit replacing
                ==01== by ==03==
                ==02== by ==04==
                ==SerialUnit== by ==SerialUnitPageRecord==.

procedure division.
    goback.

entry "SetSerialNumberFileName" using SerialNumberFileNameParm
    if SerialNumberFileNameParm not equal to spaces
        move SerialNumberFileNameParm to SerialNumberFileName
    end-if
    goback.

entry "RecordShippedSerial" using ThisSerialUnit, ReturnedSerialStatus
    move "00" to SerialFileStatus
    if SerialNumber of ThisSerialUnit equal to spaces
        set InvalidData to true
        display "RecordShippedSerial: serial number is required"
        move SerialFileStatus to ReturnedSerialStatus
        goback
    end-if
    perform ComputeWarrantyExpiry
    open i-o SerialNumbersFile
    move SerialNumber of ThisSerialUnit to SerialNumber of SerialUnitRecord
    read SerialNumbersFile
        invalid key
            move ThisSerialUnit to SerialUnitRecord
            move zeroes to ReturnedRmaId of SerialUnitRecord
            move zeroes to SerialReturnedDate of SerialUnitRecord
            write SerialUnitRecord
                invalid key
                    display "Error recording serial number - status is "
                        SerialFileStatus
            end-write
        not invalid key
            if IsSerialReturned of SerialUnitRecord
                move ThisSerialUnit to SerialUnitRecord
                move zeroes to ReturnedRmaId of SerialUnitRecord
                move zeroes to SerialReturnedDate of SerialUnitRecord
                rewrite SerialUnitRecord
            else
                set RecordExists to true
                display "RecordShippedSerial: serial "
                    function trim(SerialNumber of ThisSerialUnit)
                    " is already recorded as shipped on order "
                    OrderId of SerialUnitRecord
            end-if
    end-read
    move SerialFileStatus to ReturnedSerialStatus
    close SerialNumbersFile
    goback.

entry "GetSerialUnitByNumber" using ThisSerialUnit, ThisSerialNumber
    open i-o SerialNumbersFile
    move ThisSerialNumber to SerialNumber of SerialUnitRecord
    read SerialNumbersFile
        invalid key
            initialize ThisSerialUnit
        not invalid key
            move SerialUnitRecord to ThisSerialUnit
    end-read
    close SerialNumbersFile
    goback.

entry "GetSerialUnitsByOrderId" using ThisOrderId, SerialUnitPage,
        NumberOfSerialsInPage
    initialize SerialUnitPage
    move zeroes to NumberOfSerialsInPage
    open i-o SerialNumbersFile
    move ThisOrderId to OrderId of SerialUnitRecord
    start SerialNumbersFile
        key is equal to OrderId of SerialUnitRecord
        invalid key
            set EndOfSerialNumbersFile to true
    end-start
    if not EndOfSerialNumbersFile
        read SerialNumbersFile next record
            at end set EndOfSerialNumbersFile to true
        end-read
    end-if
    perform until EndOfSerialNumbersFile
        or NumberOfSerialsInPage equal to MaxSerialPageEntries
        or OrderId of SerialUnitRecord not equal to ThisOrderId
        add 1 to NumberOfSerialsInPage
        move SerialUnitRecord to SerialUnitPageRecord(NumberOfSerialsInPage)
        read SerialNumbersFile next record
            at end set EndOfSerialNumbersFile to true
        end-read
    end-perform
    close SerialNumbersFile
    goback.

entry "MarkSerialReturned" using ThisSerialNumber, ThisRmaId, ReturnedSerialStatus
    move "00" to SerialFileStatus
    open i-o SerialNumbersFile
    move ThisSerialNumber to SerialNumber of SerialUnitRecord
    read SerialNumbersFile
        invalid key
            set NoSuchRecord to true
            display "MarkSerialReturned: no such serial "
                function trim(ThisSerialNumber)
        not invalid key
            move ThisRmaId to ReturnedRmaId of SerialUnitRecord
            if ThisRmaId equal to zero
                move zeroes to SerialReturnedDate of SerialUnitRecord
            else
                call "GetBusinessDate" using SerialReturnedDate of SerialUnitRecord
            end-if
            rewrite SerialUnitRecord
    end-read
    move SerialFileStatus to ReturnedSerialStatus
    close SerialNumbersFile
    goback.

entry "ClearSerialNumbersFile"
    open output SerialNumbersFile
    close SerialNumbersFile
    goback.

ComputeWarrantyExpiry.
    move zeroes to WarrantyExpiryDate of ThisSerialUnit
    if WarrantyMonths of ThisSerialUnit equal to zero
        or DespatchDate of ThisSerialUnit equal to zero
        exit paragraph
    end-if
    move DespatchDate of ThisSerialUnit to ExpiryDate
    compute ExpiryMonthCount = ExpiryYear * 12 + ExpiryMonth - 1
        + WarrantyMonths of ThisSerialUnit
    compute ExpiryYear = ExpiryMonthCount / 12
    compute ExpiryMonth = ExpiryMonthCount - ExpiryYear * 12 + 1
    perform until test-date-yyyymmdd(ExpiryDate) equal to zero
        or ExpiryDay is less than 29
        subtract 1 from ExpiryDay
    end-perform
    move ExpiryDate to WarrantyExpiryDate of ThisSerialUnit
    .

end program SerialNumbers.
