identification division.
program-id. CustomerPartRun.

environment division.
configuration section.
    repository.
        function all intrinsic.

input-output section.
    file-control.
        select optional CustomerPartRequestFile
            assign to CustomerPartRequestFileName
            organization is line sequential
            file status is CustomerPartRequestFileStatus.

data division.
file section.
    fd CustomerPartRequestFile.
        01 CustomerPartRequestRecord.
            88 EndOfCustomerPartRequestFile value high-values.
            02 RequestType pic x.
                88 IsAddCustomerPart    value "A".
                88 IsDeleteCustomerPart value "D".
            02 filler pic x.
            02 RequestCustomerId pic 9(8).
            02 filler pic x.
            02 RequestCustomerPartNumber pic x(20).
            02 filler pic x.
            02 RequestProductCode pic x(12).
            02 filler pic x.
            02 RequestDescription pic x(30).

working-storage section.
    01 RunDate pic 9(8) value zeroes.
    01 CustomerPartRequestFileName pic x(20) value "CustomerParts.in".
    01 CustomerPartRequestFileStatus pic x(2).

    copy CustomerPart replacing CustomerPart by ==NewCustomerPart==.
    copy Customer replacing Customer by ==PartCustomer==.
    copy Product replacing Product by ==PartProduct==.
    01 ThisCustomerId pic 9(8) value zeroes.
    01 ThisCustomerPartNumber pic x(20) value spaces.
    01 ThisProductCode pic x(12) value spaces.
    01 ReturnedCustomerPartStatus pic x(2) value spaces.

    01 AddedCount pic 9(6) value zeroes.
    01 DeletedCount pic 9(6) value zeroes.
    01 RejectedCount pic 9(6) value zeroes.

procedure division.

    call "GetBusinessDate" using RunDate
    display "CustomerPartRun: business date " RunDate
    open input CustomerPartRequestFile
    if CustomerPartRequestFileStatus equal to "00"
        read CustomerPartRequestFile
            at end set EndOfCustomerPartRequestFile to true
        end-read
        perform until EndOfCustomerPartRequestFile
            evaluate true
                when IsAddCustomerPart
                    perform AddRequestedCustomerPart
                when IsDeleteCustomerPart
                    perform DeleteRequestedCustomerPart
                when other
                    add 1 to RejectedCount
                    display "CustomerPartRun: unknown request type "
                        RequestType
            end-evaluate
            read CustomerPartRequestFile
                at end set EndOfCustomerPartRequestFile to true
            end-read
        end-perform
    end-if
    close CustomerPartRequestFile
    display "CustomerPartRun: " AddedCount " part number(s) added or changed, "
        DeletedCount " deleted, " RejectedCount " rejected"
    if RejectedCount is greater than zero
        move 1 to return-code
    end-if
    stop run.

AddRequestedCustomerPart.
    if RequestCustomerId is not numeric
        add 1 to RejectedCount
        display "CustomerPartRun: invalid customer id on part "
            function trim(RequestCustomerPartNumber)
        exit paragraph
    end-if
    move RequestCustomerId to ThisCustomerId
    call "GetCustomerById" using PartCustomer, ThisCustomerId
    if CustomerId of PartCustomer not equal to ThisCustomerId
        or ThisCustomerId equal to zero
        add 1 to RejectedCount
        display "CustomerPartRun: no customer " ThisCustomerId
        exit paragraph
    end-if
    move RequestProductCode to ThisProductCode
    call "GetProductByCode" using PartProduct, ThisProductCode
    if ProductCode of PartProduct not equal to ThisProductCode
        or ThisProductCode equal to spaces
        add 1 to RejectedCount
        display "CustomerPartRun: no product " ThisProductCode
            " for customer part " function trim(RequestCustomerPartNumber)
        exit paragraph
    end-if
    initialize NewCustomerPart
    move ThisCustomerId to CustomerId of NewCustomerPart
    move RequestCustomerPartNumber to CustomerPartNumber of NewCustomerPart
    move ThisProductCode to ProductCode of NewCustomerPart
    move RequestDescription to CustomerPartDescription of NewCustomerPart
    call "AddCustomerPart" using NewCustomerPart, ReturnedCustomerPartStatus
    if ReturnedCustomerPartStatus equal to "00"
        add 1 to AddedCount
    else
        add 1 to RejectedCount
    end-if
    .

DeleteRequestedCustomerPart.
    if RequestCustomerId is not numeric
        add 1 to RejectedCount
        display "CustomerPartRun: invalid customer id on part "
            function trim(RequestCustomerPartNumber)
        exit paragraph
    end-if
    move RequestCustomerId to ThisCustomerId
    move RequestCustomerPartNumber to ThisCustomerPartNumber
    call "DeleteCustomerPart" using ThisCustomerId, ThisCustomerPartNumber,
        ReturnedCustomerPartStatus
    if ReturnedCustomerPartStatus equal to "00"
        add 1 to DeletedCount
    else
        add 1 to RejectedCount
    end-if
    .

end program CustomerPartRun.
