identification division.
program-id. EmailBounceImport.

environment division.
configuration section.
    repository.
        function all intrinsic.

input-output section.
    file-control.
        select optional EmailBouncesFile assign to EmailBouncesFileName
            organization is line sequential.

        select optional BounceExceptionFile assign to BounceExceptionFileName
            organization is line sequential.

        select optional BouncedPrintFile assign to BouncedPrintFileName
            organization is line sequential.

data division.
file section.
    fd EmailBouncesFile.
        01 EmailBounceRecord.
            88 EndOfEmailBouncesFile value high-values.
            02 BounceDate pic 9(8).
            02 filler pic x.
            02 BounceDocumentId pic 9(8).
            02 filler pic x.
            02 BounceEmailAddress pic x(50).
            02 filler pic x.
            02 BounceReason pic x(40).

    fd BounceExceptionFile.
        01 BounceExceptionRecord pic x(160).

    fd BouncedPrintFile.
        01 BouncedPrintRecord pic x(120).

working-storage section.
    01 RunDate pic 9(8) value zeroes.
    01 EmailBouncesFileName pic x(24) value "EmailBounces.imp".
    01 BounceExceptionFileName pic x(24) value "EmailBounces.sus".
    01 BouncedPrintFileName pic x(20) value "BouncedPrint.spl".

    copy OutputDocument replacing OutputDocument by ==BouncedDocument==.
    01 ThisOutputDocumentId pic 9(8) value zeroes.
    01 RespooledOutputDocumentId pic 9(8) value zeroes.
    01 ReturnedOutputStatus pic x(2) value spaces.
    01 RespoolAddressBlock.
        02 RespoolAddressLine pic x(120) occurs 6 times.

    01 OutputDocumentCursorId pic 9(8) value zeroes.
    01 NumberOfOutputDocumentsInPage pic 9(3) value zeroes.
    01 OutputDocumentPageIndex pic 9(3) value zeroes.
    01 OutputDocumentPage.
        02 OutputDocumentPageEntry occurs 20 times.
            copy OutputDocument replacing
                ==01== by ==03==
                ==02== by ==04==
                ==03== by ==05==
                ==OutputDocument== by ==OutputDocumentPageRecord==.

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
    copy Customer replacing Customer by ==BouncedCustomer==.
    copy Supplier replacing Supplier by ==BouncedSupplier==.
    01 ThisCustomerId pic 9(8) value zeroes.
    01 ThisSupplierId pic 9(6) value zeroes.
    01 ReturnedCustomerStatus pic x(2) value spaces.
    01 BounceAddressKey pic x(50) value spaces.

    01 DocumentRespooledFlag pic x value "N".
        88 IsDocumentRespooled value "Y".
    01 ExceptionReason pic x(50) value spaces.

    01 BounceCount pic 9(6) value zeroes.
    01 RespooledDocumentCount pic 9(6) value zeroes.
    01 FlaggedCustomerCount pic 9(6) value zeroes.
    01 ExceptionCount pic 9(6) value zeroes.

    01 InterfaceName pic x(20) value "EMAILBOUNCES".
    01 InterfaceFileName pic x(30) value spaces.
    01 InterfaceControlTotal pic s9(12)v99 value zeroes.
    01 ReturnedInterfaceStatus pic x(2) value spaces.

procedure division.

    call "GetBusinessDate" using RunDate
    display "EmailBounceImport: business date " RunDate
    perform RegisterInterfaceFile
    open input EmailBouncesFile
    open output BounceExceptionFile
    open output BouncedPrintFile
    close BouncedPrintFile
    read EmailBouncesFile
        at end set EndOfEmailBouncesFile to true
    end-read
    perform until EndOfEmailBouncesFile
        if BounceDocumentId is numeric
            add BounceDocumentId to InterfaceControlTotal
        end-if
        add 1 to BounceCount
        perform ProcessEmailBounce
        read EmailBouncesFile
            at end set EndOfEmailBouncesFile to true
        end-read
    end-perform
    close EmailBouncesFile
    close BounceExceptionFile
    display "EmailBounceImport: " BounceCount " bounce(s) read, "
        FlaggedCustomerCount " customer(s) flagged, "
        RespooledDocumentCount " document(s) re-spooled to "
        function trim(BouncedPrintFileName) ", "
        ExceptionCount " exception(s)"
    call "CloseInterfaceFile" using InterfaceControlTotal
    stop run.

RegisterInterfaceFile.
    move EmailBouncesFileName to InterfaceFileName
    call "OpenInterfaceFile" using InterfaceName, InterfaceFileName,
        ReturnedInterfaceStatus
    if ReturnedInterfaceStatus equal to "22"
        display "EmailBounceImport: " function trim(InterfaceFileName)
            " already processed; not loaded"
        move 1 to return-code
        stop run
    end-if
    .

ProcessEmailBounce.
    initialize BouncedDocument
    move zeroes to ThisCustomerId
    if BounceDocumentId is numeric
        and BounceDocumentId is greater than zero
        move BounceDocumentId to ThisOutputDocumentId
        call "GetOutputDocumentById" using BouncedDocument, ThisOutputDocumentId
        if OutputDocumentId of BouncedDocument not equal to ThisOutputDocumentId
            move "no such document on the output register" to ExceptionReason
            perform WriteBounceException
            exit paragraph
        end-if
        if not IsEmailOutput of BouncedDocument
            move "document was not sent by email" to ExceptionReason
            perform WriteBounceException
            exit paragraph
        end-if
        if OutputDocumentType of BouncedDocument equal to "REMITTANCE"
            or OutputDocumentType of BouncedDocument equal to "DEBITNOTE"
            perform RespoolSupplierDocument
            exit paragraph
        end-if
        move OutputAccountId of BouncedDocument to ThisCustomerId
    else
        perform FindCustomerByBounceAddress
        if ThisCustomerId equal to zero
            move "no customer holds this email address" to ExceptionReason
            perform WriteBounceException
            exit paragraph
        end-if
    end-if
    call "GetCustomerById" using BouncedCustomer, ThisCustomerId
    if CustomerId of BouncedCustomer not equal to ThisCustomerId
        move "no such customer" to ExceptionReason
        perform WriteBounceException
        exit paragraph
    end-if
    if IsEmailValid of BouncedCustomer
        call "FlagCustomerEmailInvalid" using ThisCustomerId, ReturnedCustomerStatus
        if ReturnedCustomerStatus equal to "00"
            add 1 to FlaggedCustomerCount
        else
            move "customer could not be flagged" to ExceptionReason
            perform WriteBounceException
        end-if
    end-if
    perform BuildCustomerAddressBlock
    if OutputDocumentId of BouncedDocument not equal to zero
        perform RespoolBouncedDocument
    else
        perform RespoolCustomerDocumentsForBounceDate
    end-if
    .

FindCustomerByBounceAddress.
    move function upper-case(function trim(BounceEmailAddress)) to BounceAddressKey
    if BounceAddressKey equal to spaces
        exit paragraph
    end-if
    move zero to CustomerCursorId
    call "GetCustomersPage" using CustomerCursorId, PageSize, CustomerPage, NumberOfCustomersInPage
    perform until NumberOfCustomersInPage equal to zero
        or ThisCustomerId not equal to zero
        perform varying CustomerPageIndex from 1 by 1
            until CustomerPageIndex is greater than NumberOfCustomersInPage
                or ThisCustomerId not equal to zero
            if not IsDeleted of CustomerPageRecord(CustomerPageIndex)
                and function upper-case(function trim(Email of CustomerPageRecord(CustomerPageIndex)))
                    equal to BounceAddressKey
                move CustomerId of CustomerPageRecord(CustomerPageIndex) to ThisCustomerId
            end-if
        end-perform
        move CustomerId of CustomerPageRecord(NumberOfCustomersInPage) to CustomerCursorId
        call "GetCustomersPage" using CustomerCursorId, PageSize, CustomerPage, NumberOfCustomersInPage
    end-perform
    .

RespoolCustomerDocumentsForBounceDate.
    move "N" to DocumentRespooledFlag
    move zero to OutputDocumentCursorId
    call "GetOutputDocumentsPage" using OutputDocumentCursorId, OutputDocumentPage,
        NumberOfOutputDocumentsInPage
    perform until NumberOfOutputDocumentsInPage equal to zero
        perform varying OutputDocumentPageIndex from 1 by 1
            until OutputDocumentPageIndex is greater than NumberOfOutputDocumentsInPage
            if IsEmailOutput of OutputDocumentPageRecord(OutputDocumentPageIndex)
                and OutputAccountId of OutputDocumentPageRecord(OutputDocumentPageIndex)
                    equal to ThisCustomerId
                and OutputRunDate of OutputDocumentPageRecord(OutputDocumentPageIndex)
                    equal to BounceDate
                and OutputRespooledToId of OutputDocumentPageRecord(OutputDocumentPageIndex)
                    equal to zero
                and OutputDocumentType of OutputDocumentPageRecord(OutputDocumentPageIndex)
                    not equal to "REMITTANCE"
                and OutputDocumentType of OutputDocumentPageRecord(OutputDocumentPageIndex)
                    not equal to "DEBITNOTE"
                move OutputDocumentPageRecord(OutputDocumentPageIndex) to BouncedDocument
                perform RespoolBouncedDocument
                move "Y" to DocumentRespooledFlag
            end-if
        end-perform
        move OutputDocumentId of OutputDocumentPageRecord(NumberOfOutputDocumentsInPage)
            to OutputDocumentCursorId
        call "GetOutputDocumentsPage" using OutputDocumentCursorId, OutputDocumentPage,
            NumberOfOutputDocumentsInPage
    end-perform
    if not IsDocumentRespooled
        move "no email document found for customer on bounce date" to ExceptionReason
        perform WriteBounceException
    end-if
    .

RespoolSupplierDocument.
    move OutputAccountId of BouncedDocument to ThisSupplierId
    call "GetSupplierById" using BouncedSupplier, ThisSupplierId
    initialize RespoolAddressBlock
    if SupplierId of BouncedSupplier equal to ThisSupplierId
        move SupplierName of BouncedSupplier to RespoolAddressLine(1)
        move SupplierAddress1 of BouncedSupplier to RespoolAddressLine(2)
        move SupplierCity of BouncedSupplier to RespoolAddressLine(3)
        move SupplierPostcode of BouncedSupplier to RespoolAddressLine(4)
    end-if
    perform RespoolBouncedDocument
    move "supplier email bounced - correct supplier record" to ExceptionReason
    perform WriteBounceException
    .

BuildCustomerAddressBlock.
    initialize RespoolAddressBlock
    move Name of BouncedCustomer to RespoolAddressLine(1)
    move Address1 of BouncedCustomer to RespoolAddressLine(2)
    move Address2 of BouncedCustomer to RespoolAddressLine(3)
    move Address3 of BouncedCustomer to RespoolAddressLine(4)
    move City of BouncedCustomer to RespoolAddressLine(5)
    string
        function trim(County of BouncedCustomer) delimited by size
        "  " delimited by size
        function trim(Postcode of BouncedCustomer) delimited by size
        into RespoolAddressLine(6)
    end-string
    .

RespoolBouncedDocument.
    if OutputRespooledToId of BouncedDocument not equal to zero
        move "document already re-spooled to print" to ExceptionReason
        perform WriteBounceException
        exit paragraph
    end-if
    move OutputDocumentId of BouncedDocument to ThisOutputDocumentId
    call "RespoolOutputDocumentToPrint" using ThisOutputDocumentId, RespoolAddressBlock,
        BouncedPrintFileName, RespooledOutputDocumentId, ReturnedOutputStatus
    if ReturnedOutputStatus equal to "00"
        add 1 to RespooledDocumentCount
    else
        move "document could not be re-spooled" to ExceptionReason
        perform WriteBounceException
    end-if
    .

WriteBounceException.
    add 1 to ExceptionCount
    move spaces to BounceExceptionRecord
    string
        "EXCEPTION Date=" delimited by size
        BounceDate delimited by size
        " Document=" delimited by size
        BounceDocumentId delimited by size
        " Email='" delimited by size
        function trim(BounceEmailAddress) delimited by size
        "' Bounce='" delimited by size
        function trim(BounceReason) delimited by size
        "' Reason='" delimited by size
        function trim(ExceptionReason) delimited by size
        "'" delimited by size
        into BounceExceptionRecord
    end-string
    write BounceExceptionRecord
    .

end program EmailBounceImport.
