identification division.
program-id. SubjectAccessReport.

environment division.
configuration section.
    repository.
        function all intrinsic.

input-output section.
    file-control.
        select optional SubjectAccessConfigFile assign to "SubjectAccess.cfg"
            organization is line sequential
            file status is SubjectAccessConfigStatus.

        select optional SubjectAccessFile assign to SubjectAccessFileName
            organization is line sequential.

        select optional CustomerHistoryFile assign to CustomerHistoryFileName
            organization is line sequential
            file status is CustomerHistoryFileStatus.

        select optional DunningStatusFile assign to DunningStatusFileName
            organization is relative
            access mode is dynamic
            relative key is StatusCustomerKey
            file status is DunningStatusFileStatus.

data division.
file section.
    fd SubjectAccessConfigFile.
        01 SubjectAccessConfigRecord.
            02 ConfigCustomerId pic 9(8).
            02 filler pic x.
            02 ConfigSubjectName pic x(30).

    fd SubjectAccessFile.
        01 SubjectAccessRecord pic x(132).

    fd CustomerHistoryFile.
        01 CustomerHistoryRecord pic x(200).
            88 EndOfCustomerHistoryFile value high-values.

    fd DunningStatusFile.
        01 DunningStatusRecord.
            02 StatusSeverity pic 9.
            02 OnStopSinceDate pic 9(8).

working-storage section.
    01 SubjectAccessConfigStatus pic x(2).
    01 SubjectAccessFileName pic x(20) value "SubjectAccess.out".
    01 CustomerHistoryFileName pic x(20) value "Customers.his".
    01 CustomerHistoryFileStatus pic x(2).
    01 DunningStatusFileName pic x(20) value "Dunning.sts".
    01 DunningStatusFileStatus pic x(2).
    01 StatusCustomerKey pic 9(8) value zeroes.

    01 RunDate pic 9(8) value zeroes.
    01 SubjectCustomerId pic 9(8) value zeroes.
    01 SubjectName pic x(30) value spaces.
    01 SubjectNameLength pic 9(2) value zeroes.
    01 UpperCaseName pic x(50) value spaces.
    01 NameMatchTally pic 9(3) value zeroes.
    01 CustomerMatchesSubject pic x value "N".
        88 DoesCustomerMatchSubject value "Y".

    01 MaxSubjectCustomers pic 9(2) value 20.
    01 NumberOfSubjectCustomers pic 9(2) value zeroes.
    01 SubjectCustomerIndex pic 9(2) value zeroes.
    01 SubjectCustomerTable.
        02 SubjectCustomerEntry occurs 20 times pic 9(8).

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
    copy Customer replacing Customer by ==SubjectCustomer==.

    01 ThisCustomerId pic 9(8) value zeroes.
    01 ContactIndex pic 9 value zero.
    01 ReferenceIndex pic 9 value zero.
    01 LineIndex pic 9(2) value zeroes.
    01 SectionEntryCount pic 9(6) value zeroes.

    01 NumberOfAddressesInPage pic 9(2) value zeroes.
    01 AddressPageIndex pic 9(2) value zeroes.
    01 DeliveryAddressPage.
        02 DeliveryAddressPageEntry occurs 10 times.
            copy DeliveryAddress replacing
                ==01== by ==03==
                ==02== by ==04==
                ==03== by ==05==
                ==DeliveryAddress== by ==DeliveryAddressPageRecord==.

    01 HistoryFileNumber pic 9 value zero.
    01 HistoryRowCustomerId pic x(8) value spaces.

    01 OrderCursorId pic 9(6) value zeroes.
    01 NumberOfOrdersInPage pic 9(3) value zeroes.
    01 OrderPageIndex pic 9(3) value zeroes.
    01 OrderPage.
        02 OrderPageEntry occurs 20 times.
            copy Order replacing
                ==01== by ==03==
                ==02== by ==04==
                ==03== by ==05==
                ==Order== by ==OrderPageRecord==.
    01 OrderSource pic x(8) value spaces.

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

    01 PaymentCursorId pic 9(6) value zeroes.
    01 NumberOfPaymentsInPage pic 9(3) value zeroes.
    01 PaymentPageIndex pic 9(3) value zeroes.
    01 PaymentPage.
        02 PaymentPageEntry occurs 20 times.
            copy Payment replacing
                ==01== by ==03==
                ==02== by ==04==
                ==03== by ==05==
                ==Payment== by ==PaymentPageRecord==.

    01 CreditNoteCursorNumber pic 9(6) value zeroes.
    01 NumberOfCreditNotesInPage pic 9(3) value zeroes.
    01 CreditNotePageIndex pic 9(3) value zeroes.
    01 CreditNotePage.
        02 CreditNotePageEntry occurs 20 times.
            03 PageCreditNoteNumber pic 9(6).
            03 PageInvoiceNumber pic 9(6).
            03 PageCreditNoteDate pic 9(8).
            03 PageGrossAmount pic 9(8)v99.

    01 RmaCursorId pic 9(6) value zeroes.
    01 NumberOfRmasInPage pic 9(3) value zeroes.
    01 RmaPageIndex pic 9(3) value zeroes.
    01 RmaPage.
        02 RmaPageEntry occurs 20 times.
            copy Rma replacing
                ==01== by ==03==
                ==02== by ==04==
                ==03== by ==05==
                ==Rma== by ==RmaPageRecord==.

    01 DiaryCursorKey.
        02 DiaryCursorCustomerId pic 9(8) value zeroes.
        02 DiaryCursorSequence pic 9(4) value zeroes.
    01 NumberOfDiaryNotesInPage pic 9(3) value zeroes.
    01 DiaryPageIndex pic 9(3) value zeroes.
    01 DiaryNotePage.
        02 DiaryNotePageEntry occurs 20 times.
            copy DiaryNote replacing
                ==01== by ==03==
                ==02== by ==04==
                ==03== by ==05==
                ==DiaryNote== by ==DiaryNotePageRecord==.
    01 DiaryNotesEnded pic x value "N".
        88 AreDiaryNotesEnded value "Y".

    01 EditedAmount pic -(8)9.99 value zeroes.
    01 EditedSecondAmount pic -(8)9.99 value zeroes.
    01 DocumentLine pic x(132) value spaces.
    01 DocumentCount pic 9(2) value zeroes.

procedure division.

    call "GetBusinessDate" using RunDate
    display "SubjectAccessReport: business date " RunDate
    perform LoadSubjectAccessConfig
    if SubjectCustomerId equal to zero
        and SubjectName equal to spaces
        display "SubjectAccessReport: no customer id or subject name in SubjectAccess.cfg"
        move 1 to return-code
        stop run
    end-if
    perform FindSubjectCustomers
    if NumberOfSubjectCustomers equal to zero
        display "SubjectAccessReport: no customer or contact matches the subject"
        move 1 to return-code
        stop run
    end-if
    open output SubjectAccessFile
    perform varying SubjectCustomerIndex from 1 by 1
        until SubjectCustomerIndex is greater than NumberOfSubjectCustomers
        move SubjectCustomerEntry(SubjectCustomerIndex) to ThisCustomerId
        call "GetCustomerById" using SubjectCustomer, ThisCustomerId
        perform WriteSubjectAccessDocument
    end-perform
    close SubjectAccessFile
    display "SubjectAccessReport: " DocumentCount
        " customer record(s) written to " function trim(SubjectAccessFileName)
    stop run.

LoadSubjectAccessConfig.
    open input SubjectAccessConfigFile
    if SubjectAccessConfigStatus equal to "00"
        read SubjectAccessConfigFile
            at end continue
            not at end
                if ConfigCustomerId is numeric
                    move ConfigCustomerId to SubjectCustomerId
                end-if
                move function upper-case(function trim(ConfigSubjectName))
                    to SubjectName
        end-read
    end-if
    close SubjectAccessConfigFile
    move zeroes to SubjectNameLength
    if SubjectName not equal to spaces
        move function length(function trim(SubjectName)) to SubjectNameLength
    end-if
    .

FindSubjectCustomers.
    move zeroes to NumberOfSubjectCustomers
    if SubjectCustomerId is greater than zero
        move SubjectCustomerId to ThisCustomerId
        call "GetCustomerById" using SubjectCustomer, ThisCustomerId
        if CustomerId of SubjectCustomer equal to SubjectCustomerId
            move 1 to NumberOfSubjectCustomers
            move SubjectCustomerId to SubjectCustomerEntry(1)
        end-if
        exit paragraph
    end-if
    move zero to CustomerCursorId
    call "GetCustomersPage" using CustomerCursorId, PageSize, CustomerPage,
        NumberOfCustomersInPage
    perform until NumberOfCustomersInPage equal to zero
        perform varying CustomerPageIndex from 1 by 1
            until CustomerPageIndex is greater than NumberOfCustomersInPage
            move CustomerPageRecord(CustomerPageIndex) to SubjectCustomer
            perform MatchCustomerToSubjectName
            if DoesCustomerMatchSubject
                if NumberOfSubjectCustomers equal to MaxSubjectCustomers
                    display "SubjectAccessReport: WARNING - more than "
                        MaxSubjectCustomers " customers match; customer "
                        CustomerId of SubjectCustomer " not included"
                else
                    add 1 to NumberOfSubjectCustomers
                    move CustomerId of SubjectCustomer
                        to SubjectCustomerEntry(NumberOfSubjectCustomers)
                end-if
            end-if
        end-perform
        move CustomerId of CustomerPageRecord(NumberOfCustomersInPage)
            to CustomerCursorId
        call "GetCustomersPage" using CustomerCursorId, PageSize, CustomerPage,
            NumberOfCustomersInPage
    end-perform
    .

MatchCustomerToSubjectName.
    move "N" to CustomerMatchesSubject
    move function upper-case(Name of SubjectCustomer) to UpperCaseName
    move zeroes to NameMatchTally
    inspect UpperCaseName tallying NameMatchTally
        for all SubjectName(1:SubjectNameLength)
    if NameMatchTally is greater than zero
        move "Y" to CustomerMatchesSubject
        exit paragraph
    end-if
    perform varying ContactIndex from 1 by 1
        until ContactIndex is greater than ContactCount of SubjectCustomer
        or DoesCustomerMatchSubject
        perform CheckContactMatchesSubject
    end-perform
    .

CheckContactMatchesSubject.
    move spaces to UpperCaseName
    move function upper-case(ContactName of ContactEntry of
        SubjectCustomer(ContactIndex)) to UpperCaseName
    move zeroes to NameMatchTally
    if SubjectNameLength is greater than zero
        inspect UpperCaseName tallying NameMatchTally
            for all SubjectName(1:SubjectNameLength)
    end-if
    if NameMatchTally is greater than zero
        move "Y" to CustomerMatchesSubject
    end-if
    .

WriteSubjectAccessDocument.
    add 1 to DocumentCount
    move all "=" to SubjectAccessRecord
    write SubjectAccessRecord
    move spaces to DocumentLine
    string
        "SUBJECT ACCESS REQUEST  Customer " delimited by size
        ThisCustomerId delimited by size
        "  produced " delimited by size
        RunDate delimited by size
        into DocumentLine
    end-string
    perform WriteDocumentLine
    if SubjectName not equal to spaces
        move spaces to DocumentLine
        string
            "Requested for subject name: " delimited by size
            function trim(SubjectName) delimited by size
            into DocumentLine
        end-string
        perform WriteDocumentLine
    end-if
    move all "=" to SubjectAccessRecord
    write SubjectAccessRecord
    perform WriteCustomerDetailSection
    perform WriteContactSection
    perform WriteDeliveryAddressSection
    perform WriteHistorySection
    perform WriteOrderSection
    perform WriteInvoiceSection
    perform WritePaymentSection
    perform WriteCreditNoteSection
    perform WriteRmaSection
    perform WriteDunningSection
    perform WriteDiaryNoteSection
    move spaces to SubjectAccessRecord
    write SubjectAccessRecord
    .

WriteSectionHeading.
    move spaces to SubjectAccessRecord
    write SubjectAccessRecord
    perform WriteDocumentLine
    move all "-" to SubjectAccessRecord
    write SubjectAccessRecord
    move zeroes to SectionEntryCount
    .

WriteNoneIfSectionEmpty.
    if SectionEntryCount equal to zero
        move "  (none held)" to DocumentLine
        perform WriteDocumentLine
    end-if
    .

WriteDocumentLine.
    move DocumentLine to SubjectAccessRecord
    write SubjectAccessRecord
    move spaces to DocumentLine
    .

WriteCustomerDetailSection.
    move "CUSTOMER RECORD" to DocumentLine
    perform WriteSectionHeading
    move spaces to DocumentLine
    string
        "Name:              " delimited by size
        function trim(Name of SubjectCustomer) delimited by size
        into DocumentLine
    end-string
    perform WriteDocumentLine
    move spaces to DocumentLine
    string
        "Address:           " delimited by size
        function trim(Address1 of SubjectCustomer) delimited by size
        ", " delimited by size
        function trim(Address2 of SubjectCustomer) delimited by size
        ", " delimited by size
        function trim(Address3 of SubjectCustomer) delimited by size
        into DocumentLine
    end-string
    perform WriteDocumentLine
    move spaces to DocumentLine
    string
        "                   " delimited by size
        function trim(City of SubjectCustomer) delimited by size
        ", " delimited by size
        function trim(County of SubjectCustomer) delimited by size
        ", " delimited by size
        function trim(Country of SubjectCustomer) delimited by size
        "  " delimited by size
        function trim(Postcode of SubjectCustomer) delimited by size
        into DocumentLine
    end-string
    perform WriteDocumentLine
    move spaces to DocumentLine
    string
        "Telephone:         " delimited by size
        Telephone of SubjectCustomer delimited by size
        "  Mobile: " delimited by size
        Mobile of SubjectCustomer delimited by size
        into DocumentLine
    end-string
    perform WriteDocumentLine
    move spaces to DocumentLine
    string
        "Email:             " delimited by size
        function trim(Email of SubjectCustomer) delimited by size
        "  Preferred contact method: " delimited by size
        PreferredContactMethod of SubjectCustomer delimited by size
        into DocumentLine
    end-string
    perform WriteDocumentLine
    move spaces to DocumentLine
    string
        "Category:          " delimited by size
        function trim(CustomerCategory of SubjectCustomer) delimited by size
        "  Currency: " delimited by size
        CurrencyCode of SubjectCustomer delimited by size
        "  Salesperson: " delimited by size
        SalespersonCode of SubjectCustomer delimited by size
        into DocumentLine
    end-string
    perform WriteDocumentLine
    move spaces to DocumentLine
    string
        "VAT registered:    " delimited by size
        VATRegistered of SubjectCustomer delimited by size
        "  VAT number: " delimited by size
        function trim(VATRegistrationNumber of SubjectCustomer) delimited by size
        into DocumentLine
    end-string
    perform WriteDocumentLine
    move CreditLimit of SubjectCustomer to EditedAmount
    move spaces to DocumentLine
    string
        "Credit terms:      " delimited by size
        CreditDays of SubjectCustomer delimited by size
        " days, limit " delimited by size
        EditedAmount delimited by size
        into DocumentLine
    end-string
    perform WriteDocumentLine
    move spaces to DocumentLine
    string
        "Account status:    held " delimited by size
        AccountHoldFlag of SubjectCustomer delimited by size
        " (" delimited by size
        AccountHoldDate of SubjectCustomer delimited by size
        ")  deleted " delimited by size
        DeletedFlag of SubjectCustomer delimited by size
        " (" delimited by size
        DeletedDate of SubjectCustomer delimited by size
        ")  with agency " delimited by size
        CollectionAgencyFlag of SubjectCustomer delimited by size
        " (" delimited by size
        AgencyHandoverDate of SubjectCustomer delimited by size
        ")" delimited by size
        into DocumentLine
    end-string
    perform WriteDocumentLine
    move spaces to DocumentLine
    string
        "Account approval:  " delimited by size
        AccountApprovalStatus of SubjectCustomer delimited by size
        "  applied " delimited by size
        ApplicationDate of SubjectCustomer delimited by size
        "  decided " delimited by size
        ApprovalDecisionDate of SubjectCustomer delimited by size
        " by " delimited by size
        ApprovalDecisionBy of SubjectCustomer delimited by size
        "  " delimited by size
        function trim(DeclineReason of SubjectCustomer) delimited by size
        into DocumentLine
    end-string
    perform WriteDocumentLine
    move spaces to DocumentLine
    string
        "Bank reference:    " delimited by size
        function trim(BankReference of SubjectCustomer) delimited by size
        into DocumentLine
    end-string
    perform WriteDocumentLine
    perform varying ReferenceIndex from 1 by 1
        until ReferenceIndex is greater than TradeReferenceCount of SubjectCustomer
        or ReferenceIndex is greater than 3
        move spaces to DocumentLine
        string
            "Trade reference:   " delimited by size
            function trim(TradeReferenceName of SubjectCustomer(ReferenceIndex))
                delimited by size
            "  " delimited by size
            TradeReferencePhone of SubjectCustomer(ReferenceIndex)
                delimited by size
            into DocumentLine
        end-string
        perform WriteDocumentLine
    end-perform
    move InsuredLimit of SubjectCustomer to EditedAmount
    move spaces to DocumentLine
    string
        "Credit insurance:  " delimited by size
        function trim(InsurerReference of SubjectCustomer) delimited by size
        "  insured limit " delimited by size
        EditedAmount delimited by size
        "  cover expires " delimited by size
        CoverExpiryDate of SubjectCustomer delimited by size
        into DocumentLine
    end-string
    perform WriteDocumentLine
    .

WriteContactSection.
    move "CONTACTS" to DocumentLine
    perform WriteSectionHeading
    perform varying ContactIndex from 1 by 1
        until ContactIndex is greater than ContactCount of SubjectCustomer
        add 1 to SectionEntryCount
        move spaces to DocumentLine
        string
            "  " delimited by size
            ContactName of ContactEntry of SubjectCustomer(ContactIndex)
                delimited by size
            " " delimited by size
            ContactRole of ContactEntry of SubjectCustomer(ContactIndex)
                delimited by size
            " " delimited by size
            ContactPhone of ContactEntry of SubjectCustomer(ContactIndex)
                delimited by size
            into DocumentLine
        end-string
        perform CheckContactMatchesSubject
        if NameMatchTally is greater than zero
            move "<- subject" to DocumentLine(60:10)
        end-if
        perform WriteDocumentLine
    end-perform
    perform WriteNoneIfSectionEmpty
    .

WriteDeliveryAddressSection.
    move "DELIVERY ADDRESSES" to DocumentLine
    perform WriteSectionHeading
    call "GetDeliveryAddressesByCustomerId" using ThisCustomerId,
        DeliveryAddressPage, NumberOfAddressesInPage
    perform varying AddressPageIndex from 1 by 1
        until AddressPageIndex is greater than NumberOfAddressesInPage
        add 1 to SectionEntryCount
        move spaces to DocumentLine
        string
            "  " delimited by size
            AddressRef of DeliveryAddressPageRecord(AddressPageIndex)
                delimited by size
            " " delimited by size
            function trim(DeliveryName of
                DeliveryAddressPageRecord(AddressPageIndex)) delimited by size
            ", " delimited by size
            function trim(DeliveryAddress1 of
                DeliveryAddressPageRecord(AddressPageIndex)) delimited by size
            ", " delimited by size
            function trim(DeliveryCity of
                DeliveryAddressPageRecord(AddressPageIndex)) delimited by size
            ", " delimited by size
            function trim(DeliveryCountry of
                DeliveryAddressPageRecord(AddressPageIndex)) delimited by size
            "  " delimited by size
            function trim(DeliveryPostcode of
                DeliveryAddressPageRecord(AddressPageIndex)) delimited by size
            into DocumentLine
        end-string
        perform WriteDocumentLine
    end-perform
    perform WriteNoneIfSectionEmpty
    .

WriteHistorySection.
    move "CHANGE HISTORY (archived and current)" to DocumentLine
    perform WriteSectionHeading
    perform varying HistoryFileNumber from 1 by 1
        until HistoryFileNumber is greater than 2
        if HistoryFileNumber equal to 1
            move "Customers.hsa" to CustomerHistoryFileName
        else
            move "Customers.his" to CustomerHistoryFileName
        end-if
        perform WriteHistoryRowsFromFile
    end-perform
    perform WriteNoneIfSectionEmpty
    .

WriteHistoryRowsFromFile.
    open input CustomerHistoryFile
    if CustomerHistoryFileStatus not equal to "00"
        close CustomerHistoryFile
        exit paragraph
    end-if
    read CustomerHistoryFile
        at end set EndOfCustomerHistoryFile to true
    end-read
    perform until EndOfCustomerHistoryFile
        move CustomerHistoryRecord(12:8) to HistoryRowCustomerId
        if CustomerHistoryRecord(1:11) equal to "CustomerId="
            and HistoryRowCustomerId equal to ThisCustomerId
            add 1 to SectionEntryCount
            move spaces to DocumentLine
            string
                "  " delimited by size
                CustomerHistoryRecord(21:128) delimited by size
                into DocumentLine
            end-string
            perform WriteDocumentLine
        end-if
        read CustomerHistoryFile
            at end set EndOfCustomerHistoryFile to true
        end-read
    end-perform
    close CustomerHistoryFile
    .

WriteOrderSection.
    move "ORDERS" to DocumentLine
    perform WriteSectionHeading
    move "current" to OrderSource
    move zeroes to OrderCursorId
    call "GetOrdersPageByCustomerId" using ThisCustomerId, OrderCursorId,
        OrderPage, NumberOfOrdersInPage
    perform until NumberOfOrdersInPage equal to zero
        perform WriteOrderPageLines
        move OrderId of OrderPageRecord(NumberOfOrdersInPage) to OrderCursorId
        call "GetOrdersPageByCustomerId" using ThisCustomerId, OrderCursorId,
            OrderPage, NumberOfOrdersInPage
    end-perform
    move "archived" to OrderSource
    call "GetArchivedOrdersByCustomerId" using ThisCustomerId, OrderPage,
        NumberOfOrdersInPage
    perform WriteOrderPageLines
    perform WriteNoneIfSectionEmpty
    .

WriteOrderPageLines.
    perform varying OrderPageIndex from 1 by 1
        until OrderPageIndex is greater than NumberOfOrdersInPage
        add 1 to SectionEntryCount
        move spaces to DocumentLine
        string
            "  Order " delimited by size
            OrderId of OrderPageRecord(OrderPageIndex) delimited by size
            " (" delimited by size
            function trim(OrderSource) delimited by size
            ")  dated " delimited by size
            OrderDate of OrderPageRecord(OrderPageIndex) delimited by size
            "  state " delimited by size
            OrderState of OrderPageRecord(OrderPageIndex) delimited by size
            "  shipped " delimited by size
            ShippedDate of OrderPageRecord(OrderPageIndex) delimited by size
            "  delivery address " delimited by size
            DeliveryAddressRef of OrderPageRecord(OrderPageIndex)
                delimited by size
            into DocumentLine
        end-string
        perform WriteDocumentLine
        perform varying LineIndex from 1 by 1
            until LineIndex is greater than
                OrderLineCount of OrderPageRecord(OrderPageIndex)
            move UnitPrice of OrderPageRecord(OrderPageIndex, LineIndex)
                to EditedAmount
            move spaces to DocumentLine
            string
                "      " delimited by size
                ProductCode of OrderPageRecord(OrderPageIndex, LineIndex)
                    delimited by size
                " " delimited by size
                Description of OrderPageRecord(OrderPageIndex, LineIndex)
                    delimited by size
                " qty " delimited by size
                Quantity of OrderPageRecord(OrderPageIndex, LineIndex)
                    delimited by size
                " at " delimited by size
                EditedAmount delimited by size
                into DocumentLine
            end-string
            perform WriteDocumentLine
        end-perform
    end-perform
    .

WriteInvoiceSection.
    move "INVOICES" to DocumentLine
    perform WriteSectionHeading
    move zero to InvoiceCursorNumber
    call "GetInvoicesByCustomerId" using ThisCustomerId, InvoiceCursorNumber,
        InvoicePage, NumberOfInvoicesInPage
    perform until NumberOfInvoicesInPage equal to zero
        perform varying InvoicePageIndex from 1 by 1
            until InvoicePageIndex is greater than NumberOfInvoicesInPage
            add 1 to SectionEntryCount
            move GrossAmount of InvoicePageRecord(InvoicePageIndex)
                to EditedAmount
            move spaces to DocumentLine
            string
                "  Invoice " delimited by size
                InvoiceNumber of InvoicePageRecord(InvoicePageIndex)
                    delimited by size
                "  order " delimited by size
                OrderId of InvoicePageRecord(InvoicePageIndex)
                    delimited by size
                "  dated " delimited by size
                InvoiceDate of InvoicePageRecord(InvoicePageIndex)
                    delimited by size
                "  gross " delimited by size
                EditedAmount delimited by size
                " " delimited by size
                CurrencyCode of InvoicePageRecord(InvoicePageIndex)
                    delimited by size
                "  status " delimited by size
                InvoiceStatus of InvoicePageRecord(InvoicePageIndex)
                    delimited by size
                into DocumentLine
            end-string
            perform WriteDocumentLine
        end-perform
        move InvoiceNumber of InvoicePageRecord(NumberOfInvoicesInPage)
            to InvoiceCursorNumber
        call "GetInvoicesByCustomerId" using ThisCustomerId, InvoiceCursorNumber,
            InvoicePage, NumberOfInvoicesInPage
    end-perform
    perform WriteNoneIfSectionEmpty
    .

WritePaymentSection.
    move "PAYMENTS" to DocumentLine
    perform WriteSectionHeading
    move zero to PaymentCursorId
    call "GetPaymentsPageByCustomerId" using ThisCustomerId, PaymentCursorId,
        PaymentPage, NumberOfPaymentsInPage
    perform until NumberOfPaymentsInPage equal to zero
        perform varying PaymentPageIndex from 1 by 1
            until PaymentPageIndex is greater than NumberOfPaymentsInPage
            add 1 to SectionEntryCount
            move PaymentAmount of PaymentPageRecord(PaymentPageIndex)
                to EditedAmount
            move spaces to DocumentLine
            string
                "  Payment " delimited by size
                PaymentId of PaymentPageRecord(PaymentPageIndex)
                    delimited by size
                "  dated " delimited by size
                PaymentDate of PaymentPageRecord(PaymentPageIndex)
                    delimited by size
                "  " delimited by size
                EditedAmount delimited by size
                "  method " delimited by size
                PaymentMethod of PaymentPageRecord(PaymentPageIndex)
                    delimited by size
                "  ref " delimited by size
                function trim(PaymentReference of
                    PaymentPageRecord(PaymentPageIndex)) delimited by size
                into DocumentLine
            end-string
            if IsPaymentReversed of PaymentPageRecord(PaymentPageIndex)
                move "REVERSED" to DocumentLine(100:8)
            end-if
            perform WriteDocumentLine
        end-perform
        move PaymentId of PaymentPageRecord(NumberOfPaymentsInPage)
            to PaymentCursorId
        call "GetPaymentsPageByCustomerId" using ThisCustomerId, PaymentCursorId,
            PaymentPage, NumberOfPaymentsInPage
    end-perform
    perform WriteNoneIfSectionEmpty
    .

WriteCreditNoteSection.
    move "CREDIT NOTES" to DocumentLine
    perform WriteSectionHeading
    move zero to CreditNoteCursorNumber
    call "GetCreditNotesPageByCustomerId" using ThisCustomerId,
        CreditNoteCursorNumber, CreditNotePage, NumberOfCreditNotesInPage
    perform until NumberOfCreditNotesInPage equal to zero
        perform varying CreditNotePageIndex from 1 by 1
            until CreditNotePageIndex is greater than NumberOfCreditNotesInPage
            add 1 to SectionEntryCount
            move PageGrossAmount(CreditNotePageIndex) to EditedAmount
            move spaces to DocumentLine
            string
                "  Credit note " delimited by size
                PageCreditNoteNumber(CreditNotePageIndex) delimited by size
                "  against invoice " delimited by size
                PageInvoiceNumber(CreditNotePageIndex) delimited by size
                "  dated " delimited by size
                PageCreditNoteDate(CreditNotePageIndex) delimited by size
                "  gross " delimited by size
                EditedAmount delimited by size
                into DocumentLine
            end-string
            perform WriteDocumentLine
        end-perform
        move PageCreditNoteNumber(NumberOfCreditNotesInPage)
            to CreditNoteCursorNumber
        call "GetCreditNotesPageByCustomerId" using ThisCustomerId,
            CreditNoteCursorNumber, CreditNotePage, NumberOfCreditNotesInPage
    end-perform
    perform WriteNoneIfSectionEmpty
    .

WriteRmaSection.
    move "RETURNS (RMAs)" to DocumentLine
    perform WriteSectionHeading
    move zero to RmaCursorId
    call "GetRmasPage" using RmaCursorId, RmaPage, NumberOfRmasInPage
    perform until NumberOfRmasInPage equal to zero
        perform varying RmaPageIndex from 1 by 1
            until RmaPageIndex is greater than NumberOfRmasInPage
            if CustomerId of RmaPageRecord(RmaPageIndex) equal to ThisCustomerId
                add 1 to SectionEntryCount
                move spaces to DocumentLine
                string
                    "  RMA " delimited by size
                    RmaId of RmaPageRecord(RmaPageIndex) delimited by size
                    "  order " delimited by size
                    OrderId of RmaPageRecord(RmaPageIndex) delimited by size
                    "  state " delimited by size
                    RmaState of RmaPageRecord(RmaPageIndex) delimited by size
                    "  registered " delimited by size
                    RegisteredDate of RmaPageRecord(RmaPageIndex)
                        delimited by size
                    "  received " delimited by size
                    ReceivedDate of RmaPageRecord(RmaPageIndex)
                        delimited by size
                    "  credit note " delimited by size
                    CreditNoteNumber of RmaPageRecord(RmaPageIndex)
                        delimited by size
                    into DocumentLine
                end-string
                perform WriteDocumentLine
            end-if
        end-perform
        move RmaId of RmaPageRecord(NumberOfRmasInPage) to RmaCursorId
        call "GetRmasPage" using RmaCursorId, RmaPage, NumberOfRmasInPage
    end-perform
    perform WriteNoneIfSectionEmpty
    .

WriteDunningSection.
    move "DUNNING STATUS" to DocumentLine
    perform WriteSectionHeading
    move ThisCustomerId to StatusCustomerKey
    open i-o DunningStatusFile
    read DunningStatusFile
        invalid key
            move zero to StatusSeverity
            move zeroes to OnStopSinceDate
    end-read
    close DunningStatusFile
    if StatusSeverity is greater than zero
        add 1 to SectionEntryCount
        move spaces to DocumentLine
        string
            "  Current dunning severity " delimited by size
            StatusSeverity delimited by size
            "  on stop since " delimited by size
            OnStopSinceDate delimited by size
            into DocumentLine
        end-string
        perform WriteDocumentLine
    end-if
    perform WriteNoneIfSectionEmpty
    .

WriteDiaryNoteSection.
    move "CREDIT CONTROL DIARY NOTES" to DocumentLine
    perform WriteSectionHeading
    move ThisCustomerId to DiaryCursorCustomerId
    move zeroes to DiaryCursorSequence
    move "N" to DiaryNotesEnded
    call "GetDiaryNotesPage" using DiaryCursorKey, DiaryNotePage,
        NumberOfDiaryNotesInPage
    perform until NumberOfDiaryNotesInPage equal to zero
        or AreDiaryNotesEnded
        perform varying DiaryPageIndex from 1 by 1
            until DiaryPageIndex is greater than NumberOfDiaryNotesInPage
            or AreDiaryNotesEnded
            if CustomerId of DiaryNotePageRecord(DiaryPageIndex)
                not equal to ThisCustomerId
                move "Y" to DiaryNotesEnded
            else
                perform WriteDiaryNoteLine
            end-if
        end-perform
        if not AreDiaryNotesEnded
            move DiaryNoteKey of DiaryNotePageRecord(NumberOfDiaryNotesInPage)
                to DiaryCursorKey
            call "GetDiaryNotesPage" using DiaryCursorKey, DiaryNotePage,
                NumberOfDiaryNotesInPage
        end-if
    end-perform
    perform WriteNoneIfSectionEmpty
    .

WriteDiaryNoteLine.
    add 1 to SectionEntryCount
    move spaces to DocumentLine
    string
        "  " delimited by size
        NoteDate of DiaryNotePageRecord(DiaryPageIndex) delimited by size
        " " delimited by size
        DiaryOperatorId of DiaryNotePageRecord(DiaryPageIndex)
            delimited by size
        " " delimited by size
        function trim(NoteText of DiaryNotePageRecord(DiaryPageIndex))
            delimited by size
        into DocumentLine
    end-string
    perform WriteDocumentLine
    if not IsNoPromise of DiaryNotePageRecord(DiaryPageIndex)
        move PromisedAmount of DiaryNotePageRecord(DiaryPageIndex)
            to EditedSecondAmount
        move spaces to DocumentLine
        string
            "      promise to pay " delimited by size
            EditedSecondAmount delimited by size
            " by " delimited by size
            PromisedDate of DiaryNotePageRecord(DiaryPageIndex)
                delimited by size
            " status " delimited by size
            PromiseStatus of DiaryNotePageRecord(DiaryPageIndex)
                delimited by size
            into DocumentLine
        end-string
        perform WriteDocumentLine
    end-if
    .

end program SubjectAccessReport.
