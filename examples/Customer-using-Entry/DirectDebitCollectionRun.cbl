identification division.
program-id. DirectDebitCollectionRun.

environment division.
configuration section.
    repository.
        function all intrinsic.

input-output section.
    file-control.
        select optional CollectionConfigFile assign to "DirectDebitRun.cfg"
            organization is line sequential
            file status is CollectionConfigStatus.

        select optional DirectDebitSubmissionFile assign to SubmissionFileName
            organization is line sequential.

        select optional PendingCollectionFile assign to "DirectDebitPending.dat"
            organization is line sequential.

data division.
file section.
    fd CollectionConfigFile.
        01 CollectionConfigRecord.
            02 ConfigCollectionDate pic 9(8).
            02 filler pic x.
            02 ConfigOriginSortCode pic 9(6).
            02 filler pic x.
            02 ConfigOriginAccountNumber pic 9(8).
            02 filler pic x.
            02 ConfigServiceUserName pic x(18).

    fd DirectDebitSubmissionFile.
        01 SubmissionRecord.
            02 DestinationSortCode pic 9(6).
            02 DestinationAccountNumber pic 9(8).
            02 DestinationAccountType pic x.
            02 BankTransactionCode pic x(2).
            02 OriginatingSortCode pic 9(6).
            02 OriginatingAccountNumber pic 9(8).
            02 BankFreeFormat pic x(4).
            02 CollectionAmountInPence pic 9(11).
            02 ServiceUserName pic x(18).
            02 SubmissionReference pic x(18).
            02 PayerAccountName pic x(18).

    fd PendingCollectionFile.
        copy DirectDebitPending replacing DirectDebitPending by
            ==PendingCollectionRecord.
            88 EndOfPendingCollectionFile value high-values==.

working-storage section.
    01 CollectionConfigStatus pic x(2).
    01 SubmissionFileName pic x(20) value "DirectDebit.bac".

    01 RunDate pic 9(8) value zeroes.
    01 CollectionDate pic 9(8) value zeroes.
    01 CollectionDateInteger pic 9(7) value zeroes.
    01 OriginSortCode pic 9(6) value zeroes.
    01 OriginAccountNumber pic 9(8) value zeroes.
    01 CollectingServiceUserName pic x(18) value "OUR COMPANY LTD".

    01 MandateCursorId pic 9(8) value zeroes.
    01 NumberOfMandatesInPage pic 9(3) value zeroes.
    01 MandatePageIndex pic 9(3) value zeroes.
    01 MandatePage.
        02 MandatePageEntry occurs 20 times.
            copy DirectDebitMandate replacing
                ==01== by ==03==
                ==02== by ==04==
                ==03== by ==05==
                ==DirectDebitMandate== by ==MandatePageRecord==.
    copy DirectDebitMandate replacing DirectDebitMandate by ==CurrentMandate==.
    copy Customer replacing Customer by ==MandatedCustomer==.
    copy DirectDebitPending replacing DirectDebitPending by ==SubmittedCollection==.

    01 ThisCustomerId pic 9(8) value zeroes.
    01 InvoiceCursorNumber pic 9(6) value zeroes.
    01 NumberOfInvoicesInPage pic 9(3) value zeroes.
    01 InvoicePageIndex pic 9(3) value zeroes.
    01 InvoicePage.
        02 InvoicePageEntry occurs 20 times.
            copy Invoice replacing
                ==01== by ==03==
                ==02== by ==04==
                ==03== by ==05==
                ==Invoice== by ==InvoicePageRecord==.
    01 ThisInvoiceNumber pic 9(6) value zeroes.
    01 OutstandingAmount pic s9(8)v99 value zeroes.
    01 InvoiceInQueryFlag pic x value "N".
        88 IsInvoiceInQuery value "Y".
    01 InvoiceDueDateInteger pic 9(7) value zeroes.

    01 MaxPendingInvoices pic 9(4) value 2000.
    01 NumberOfPendingInvoices pic 9(4) value zeroes.
    01 PendingInvoiceIndex pic 9(4) value zeroes.
    01 PendingInvoiceTable.
        02 PendingInvoiceEntry occurs 2000 times pic 9(6).
    01 InvoicePendingFlag pic x value "N".
        88 IsInvoicePending value "Y".

    01 MaxCollectionInvoices pic 9(2) value 10.
    01 CollectionInvoiceCount pic 9(2) value zeroes.
    01 CollectionInvoiceIndex pic 9(2) value zeroes.
    01 CollectionTotal pic 9(8)v99 value zeroes.
    01 ReturnedMandateStatus pic x(2) value spaces.
    01 ActivatedMandateStatus pic x value "A".
    01 NoRejectionReason pic x(20) value spaces.

    01 LodgedMandateCount pic 9(6) value zeroes.
    01 CollectionCount pic 9(6) value zeroes.
    01 CollectedInvoiceCount pic 9(6) value zeroes.
    01 RunCollectionTotal pic 9(10)v99 value zeroes.
    01 EditedRunTotal pic -(10)9.99 value zeroes.

procedure division.

    call "GetBusinessDate" using RunDate
    display "DirectDebitCollectionRun: business date " RunDate
    move RunDate to CollectionDate
    perform LoadCollectionConfig
    compute CollectionDateInteger = function integer-of-date(CollectionDate)
    perform LoadPendingInvoices
    open output DirectDebitSubmissionFile
    open extend PendingCollectionFile
    perform ProcessMandatePages
    perform WriteSubmissionContraRecord
    close DirectDebitSubmissionFile
    close PendingCollectionFile
    move RunCollectionTotal to EditedRunTotal
    display "DirectDebitCollectionRun: collection date " CollectionDate ", "
        CollectionCount " collection(s) covering " CollectedInvoiceCount
        " invoice(s), total " EditedRunTotal
    display "DirectDebitCollectionRun: " LodgedMandateCount
        " new mandate(s) lodged with the bank"
    display "DirectDebitCollectionRun: receipts are posted by DirectDebitPostingRun"
        " on the collection date"
    stop run.

LoadPendingInvoices.
    move zero to NumberOfPendingInvoices
    open input PendingCollectionFile
    read PendingCollectionFile
        at end set EndOfPendingCollectionFile to true
    end-read
    perform until EndOfPendingCollectionFile
        perform varying CollectionInvoiceIndex from 1 by 1
            until CollectionInvoiceIndex is greater than
                PendingInvoiceCount of PendingCollectionRecord
            if NumberOfPendingInvoices is less than MaxPendingInvoices
                add 1 to NumberOfPendingInvoices
                move PendingInvoiceNumber of PendingCollectionRecord
                    (CollectionInvoiceIndex)
                    to PendingInvoiceEntry(NumberOfPendingInvoices)
            end-if
        end-perform
        read PendingCollectionFile
            at end set EndOfPendingCollectionFile to true
        end-read
    end-perform
    close PendingCollectionFile
    .

CheckInvoicePending.
    move "N" to InvoicePendingFlag
    perform varying PendingInvoiceIndex from 1 by 1
        until PendingInvoiceIndex is greater than NumberOfPendingInvoices
            or IsInvoicePending
        if PendingInvoiceEntry(PendingInvoiceIndex) equal to ThisInvoiceNumber
            move "Y" to InvoicePendingFlag
        end-if
    end-perform
    .

LoadCollectionConfig.
    open input CollectionConfigFile
    if CollectionConfigStatus equal to "00"
        read CollectionConfigFile
            at end continue
            not at end
                if ConfigCollectionDate is numeric
                    and ConfigCollectionDate not equal to zero
                    move ConfigCollectionDate to CollectionDate
                end-if
                if ConfigOriginSortCode is numeric
                    move ConfigOriginSortCode to OriginSortCode
                end-if
                if ConfigOriginAccountNumber is numeric
                    move ConfigOriginAccountNumber to OriginAccountNumber
                end-if
                if ConfigServiceUserName not equal to spaces
                    move ConfigServiceUserName to CollectingServiceUserName
                end-if
        end-read
    end-if
    close CollectionConfigFile
    .

ProcessMandatePages.
    move zero to MandateCursorId
    call "GetDirectDebitMandatesPage" using MandateCursorId, MandatePage,
        NumberOfMandatesInPage
    perform until NumberOfMandatesInPage equal to zero
        perform varying MandatePageIndex from 1 by 1
            until MandatePageIndex is greater than NumberOfMandatesInPage
            move MandatePageRecord(MandatePageIndex) to CurrentMandate
            evaluate true
                when IsMandatePending of CurrentMandate
                    perform LodgeCurrentMandate
                when IsMandateActive of CurrentMandate
                    perform CollectForCurrentMandate
                when other
                    continue
            end-evaluate
        end-perform
        move CustomerId of MandatePageRecord(NumberOfMandatesInPage)
            to MandateCursorId
        call "GetDirectDebitMandatesPage" using MandateCursorId, MandatePage,
            NumberOfMandatesInPage
    end-perform
    .

LodgeCurrentMandate.
    move zero to CollectionTotal
    move "0N" to BankTransactionCode
    perform WriteSubmissionRecord
    move CustomerId of CurrentMandate to ThisCustomerId
    call "UpdateDirectDebitMandateStatus" using ThisCustomerId,
        ActivatedMandateStatus, NoRejectionReason, ReturnedMandateStatus
    if ReturnedMandateStatus equal to "00"
        add 1 to LodgedMandateCount
    end-if
    .

CollectForCurrentMandate.
    move CustomerId of CurrentMandate to ThisCustomerId
    call "GetCustomerById" using MandatedCustomer, ThisCustomerId
    if CustomerId of MandatedCustomer not equal to ThisCustomerId
        or IsDeleted of MandatedCustomer
        exit paragraph
    end-if
    move zero to CollectionInvoiceCount
    move zero to CollectionTotal
    initialize SubmittedCollection
    move zero to InvoiceCursorNumber
    call "GetInvoicesByCustomerId" using ThisCustomerId, InvoiceCursorNumber,
        InvoicePage, NumberOfInvoicesInPage
    perform until NumberOfInvoicesInPage equal to zero
        perform varying InvoicePageIndex from 1 by 1
            until InvoicePageIndex is greater than NumberOfInvoicesInPage
            perform AssessInvoiceForCollection
        end-perform
        move InvoiceNumber of InvoicePageRecord(NumberOfInvoicesInPage)
            to InvoiceCursorNumber
        call "GetInvoicesByCustomerId" using ThisCustomerId, InvoiceCursorNumber,
            InvoicePage, NumberOfInvoicesInPage
    end-perform
    perform SubmitCollectionForCurrentMandate
    .

AssessInvoiceForCollection.
    if IsInvoiceSettled of InvoicePageRecord(InvoicePageIndex)
        exit paragraph
    end-if
    compute InvoiceDueDateInteger =
        function integer-of-date(InvoiceDate of InvoicePageRecord(InvoicePageIndex))
        + CreditDays of MandatedCustomer
    if InvoiceDueDateInteger is greater than CollectionDateInteger
        exit paragraph
    end-if
    move InvoiceNumber of InvoicePageRecord(InvoicePageIndex) to ThisInvoiceNumber
    call "IsInvoiceInQuery" using ThisInvoiceNumber, InvoiceInQueryFlag
    if IsInvoiceInQuery
        exit paragraph
    end-if
    perform CheckInvoicePending
    if IsInvoicePending
        exit paragraph
    end-if
    call "GetInvoiceOutstandingBalance" using ThisInvoiceNumber, OutstandingAmount
    if OutstandingAmount is not greater than zero
        exit paragraph
    end-if
    if CollectionInvoiceCount equal to MaxCollectionInvoices
        perform SubmitCollectionForCurrentMandate
    end-if
    add 1 to CollectionInvoiceCount
    move ThisInvoiceNumber to PendingInvoiceNumber of
        SubmittedCollection(CollectionInvoiceCount)
    move OutstandingAmount to PendingInvoiceAmount of
        SubmittedCollection(CollectionInvoiceCount)
    add OutstandingAmount to CollectionTotal
    .

SubmitCollectionForCurrentMandate.
    if CollectionInvoiceCount equal to zero
        exit paragraph
    end-if
    move ThisCustomerId to PendingCustomerId of SubmittedCollection
    move MandateReference of CurrentMandate
        to PendingMandateReference of SubmittedCollection
    move CollectionDate to PendingCollectionDate of SubmittedCollection
    move CollectionTotal to PendingCollectionAmount of SubmittedCollection
    move CollectionInvoiceCount to PendingInvoiceCount of SubmittedCollection
    if LastCollectionDate of CurrentMandate equal to zero
        move "01" to BankTransactionCode
    else
        move "17" to BankTransactionCode
    end-if
    perform WriteSubmissionRecord
    move SubmittedCollection to PendingCollectionRecord
    write PendingCollectionRecord
    add 1 to CollectionCount
    add CollectionTotal to RunCollectionTotal
    add CollectionInvoiceCount to CollectedInvoiceCount
    call "RecordDirectDebitCollection" using ThisCustomerId,
        CollectionDate, ReturnedMandateStatus
    move CollectionDate to LastCollectionDate of CurrentMandate
    move zero to CollectionInvoiceCount
    move zero to CollectionTotal
    initialize SubmittedCollection
    .

WriteSubmissionRecord.
    move MandateSortCode of CurrentMandate to DestinationSortCode
    move MandateAccountNumber of CurrentMandate to DestinationAccountNumber
    move "0" to DestinationAccountType
    move OriginSortCode to OriginatingSortCode
    move OriginAccountNumber to OriginatingAccountNumber
    move spaces to BankFreeFormat
    compute CollectionAmountInPence = CollectionTotal * 100
    move CollectingServiceUserName to ServiceUserName
    move MandateReference of CurrentMandate to SubmissionReference
    move MandateAccountName of CurrentMandate to PayerAccountName
    write SubmissionRecord
    .

WriteSubmissionContraRecord.
    if RunCollectionTotal equal to zero
        exit paragraph
    end-if
    move spaces to SubmissionRecord
    move OriginSortCode to DestinationSortCode
    move OriginAccountNumber to DestinationAccountNumber
    move "0" to DestinationAccountType
    move "99" to BankTransactionCode
    move OriginSortCode to OriginatingSortCode
    move OriginAccountNumber to OriginatingAccountNumber
    compute CollectionAmountInPence = RunCollectionTotal * 100
    move CollectingServiceUserName to ServiceUserName
    move "CONTRA" to SubmissionReference
    move "DD COLLECTIONS" to PayerAccountName
    write SubmissionRecord
    .

end program DirectDebitCollectionRun.
