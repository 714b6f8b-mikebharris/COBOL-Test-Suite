identification division.
program-id. CustomerParts.

environment division.
configuration section.
    repository.
        function all intrinsic.

input-output section.
    file-control.
        select optional CustomerPartsFile assign to CustomerPartFileName
            organization is indexed
            access mode is dynamic
            lock mode is exclusive
            record key is CustomerPartKey of CustomerPartRecord
            alternate record key is CustomerProductKey of CustomerPartRecord
                with duplicates
            file status is CustomerPartFileStatus.

data division.
file section.
    fd CustomerPartsFile.
        copy CustomerPart replacing CustomerPart by
            ==CustomerPartRecord.
            88 EndOfCustomerPartsFile value high-values==.

working-storage section.
    01 CustomerPartFileStatus pic x(2).
        88 Successful   value "00".
        88 RecordExists value "22".
        88 NoSuchRecord value "23".
        88 InvalidData  value "90".

    01 CustomerPartFileName pic x(20) value "CustomerParts.dat".

    01 MaxCustomerPartPageEntries pic 9(3) value 20.

linkage section.
    01 CustomerPartFileNameParm pic x(20) value spaces.
    copy CustomerPart replacing CustomerPart by ==ThisCustomerPart==.
    01 ThisCustomerId pic 9(8) value zeroes.
    01 ThisCustomerPartNumber pic x(20) value spaces.
    01 ThisProductCode pic x(12) value spaces.
    01 CustomerPartFoundFlag pic x value "N".
    01 ReturnedCustomerPartStatus pic x(2) value spaces.
    01 CustomerPartCursorKey.
        02 CustomerPartCursorCustomerId pic 9(8) value zeroes.
        02 CustomerPartCursorPartNumber pic x(20) value spaces.
    01 NumberOfCustomerPartsInPage pic 9(3) value zeroes.
    01 CustomerPartPage.
        02 CustomerPartPageEntry occurs 20 times.
            copy CustomerPart replacing
                ==01== by ==03==
                ==02== by ==04==
                ==03== by ==05==
                ==CustomerPart== by ==CustomerPartPageRecord==.

procedure division.
    goback.

entry "SetCustomerPartFileName" using CustomerPartFileNameParm
    if CustomerPartFileNameParm not equal to spaces
        move CustomerPartFileNameParm to CustomerPartFileName
    end-if
    goback.

entry "AddCustomerPart" using ThisCustomerPart, ReturnedCustomerPartStatus
    move "00" to CustomerPartFileStatus
    if CustomerId of ThisCustomerPart equal to zero
        or CustomerPartNumber of ThisCustomerPart equal to spaces
        or ProductCode of ThisCustomerPart equal to spaces
        set InvalidData to true
        display "AddCustomerPart: customer id, part number and product code are required"
        move CustomerPartFileStatus to ReturnedCustomerPartStatus
    else
        open i-o CustomerPartsFile
        move ThisCustomerPart to CustomerPartRecord
        move CustomerId of CustomerPartRecord
            to ProductCustomerId of CustomerPartRecord
        write CustomerPartRecord
            invalid key
                if RecordExists
                    rewrite CustomerPartRecord
                else
                    display "AddCustomerPart: error - status is "
                        CustomerPartFileStatus
                end-if
            not invalid key
                continue
        end-write
        move CustomerPartFileStatus to ReturnedCustomerPartStatus
        close CustomerPartsFile
    end-if
    goback.

entry "DeleteCustomerPart" using ThisCustomerId, ThisCustomerPartNumber,
        ReturnedCustomerPartStatus
    open i-o CustomerPartsFile
    move ThisCustomerId to CustomerId of CustomerPartRecord
    move ThisCustomerPartNumber to CustomerPartNumber of CustomerPartRecord
    delete CustomerPartsFile record
        invalid key
            display "DeleteCustomerPart: no part " ThisCustomerPartNumber
                " for customer " ThisCustomerId
        not invalid key
            continue
    end-delete
    move CustomerPartFileStatus to ReturnedCustomerPartStatus
    close CustomerPartsFile
    goback.

entry "GetProductCodeForCustomerPart" using ThisCustomerId,
        ThisCustomerPartNumber, ThisProductCode, CustomerPartFoundFlag
    move "N" to CustomerPartFoundFlag
    open i-o CustomerPartsFile
    move ThisCustomerId to CustomerId of CustomerPartRecord
    move ThisCustomerPartNumber to CustomerPartNumber of CustomerPartRecord
    start CustomerPartsFile
        key is equal to CustomerPartKey of CustomerPartRecord
        invalid key
            continue
        not invalid key
            read CustomerPartsFile next record
            move "Y" to CustomerPartFoundFlag
            move ProductCode of CustomerPartRecord to ThisProductCode
    end-start
    close CustomerPartsFile
    goback.

entry "GetCustomerPartForProduct" using ThisCustomerId, ThisProductCode,
        ThisCustomerPartNumber, CustomerPartFoundFlag
    move "N" to CustomerPartFoundFlag
    move spaces to ThisCustomerPartNumber
    open i-o CustomerPartsFile
    move ThisCustomerId to ProductCustomerId of CustomerPartRecord
    move ThisProductCode to ProductCode of CustomerPartRecord
    start CustomerPartsFile
        key is equal to CustomerProductKey of CustomerPartRecord
        invalid key
            continue
        not invalid key
            read CustomerPartsFile next record
            move "Y" to CustomerPartFoundFlag
            move CustomerPartNumber of CustomerPartRecord
                to ThisCustomerPartNumber
    end-start
    close CustomerPartsFile
    goback.

entry "GetCustomerPartsPage" using CustomerPartCursorKey,
        CustomerPartPage, NumberOfCustomerPartsInPage
    initialize CustomerPartPage
    move zeroes to NumberOfCustomerPartsInPage
    open i-o CustomerPartsFile
    move CustomerPartCursorCustomerId to CustomerId of CustomerPartRecord
    move CustomerPartCursorPartNumber
        to CustomerPartNumber of CustomerPartRecord
    start CustomerPartsFile
        key is greater than CustomerPartKey of CustomerPartRecord
        invalid key
            continue
    end-start
    read CustomerPartsFile next record
        at end set EndOfCustomerPartsFile to true
    end-read
    perform until EndOfCustomerPartsFile
        or NumberOfCustomerPartsInPage equal to MaxCustomerPartPageEntries
        add 1 to NumberOfCustomerPartsInPage
        move CustomerPartRecord
            to CustomerPartPageRecord(NumberOfCustomerPartsInPage)
        read CustomerPartsFile next record
            at end set EndOfCustomerPartsFile to true
        end-read
    end-perform
    close CustomerPartsFile
    goback.

entry "ClearCustomerPartsFile"
    open output CustomerPartsFile
    close CustomerPartsFile
    goback.

end program CustomerParts.
