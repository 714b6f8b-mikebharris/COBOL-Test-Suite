    01 ContactSlotIndex pic 9 value zero.
    01 ReturnedCustomerStatus pic x(2) value spaces.
    01 EditedLimitAmount pic z(7)9.99 value zeroes.
    copy Supplier replacing Supplier by ==ContraSupplier==.
    01 EnteredSupplierId pic 9(6) value zeroes.

    01 SignOnOperatorId pic x(8) value spaces.
    01 SignOnPassword pic x(12) value spaces.
    01 SignedOnFlag pic x value "N".
        88 IsSignedOn value "Y".

    copy CustomerAccountSummary.
    01 SummaryNoteIndex pic 9 value zero.
    01 EditedSummaryAmount pic -(9)9.99 value zeroes.
    copy DiaryNote replacing DiaryNote by ==NewDiaryNote==.
    01 EnteredNoteText pic x(60) value spaces.
    01 ReturnedDiaryStatus pic x(2) value spaces.

    copy Customer replacing Customer by ==NewApplicationCustomer==.
    01 NewCustomerId pic 9(8) value zeroes.
    01 ReferenceIndex pic 9 value zero.
    01 ApprovedCreditLimit pic 9(8)v99 value zeroes.
    01 ApprovedCreditDays pic 99 value zeroes.
    01 AccountDeclineReason pic x(30) value spaces.

    01 CustomerChangeCursorId pic 9(6) value zeroes.
    01 NumberOfCustomerChangesInPage pic 9(3) value zeroes.
    01 CustomerChangePageIndex pic 9(3) value zeroes.
    01 CustomerChangePage.
        02 CustomerChangePageEntry occurs 20 times.
            copy CustomerChange replacing
                ==01== by ==03==
                ==02== by ==04==
                ==03== by ==05==
                ==CustomerChange== by ==CustomerChangePageRecord==.
    copy CustomerChange replacing CustomerChange by ==PendingCustomerChange==.
    01 ThisCustomerChangeId pic 9(6) value zeroes.
    01 CustomerChangeRejectReason pic x(30) value spaces.
    01 PendingChangeCount pic 9(6) value zeroes.
    01 ChangeReviewFinished pic x value "N".
        88 IsChangeReviewFinished value "Y".

    01 LookupPostcode pic x(10) value spaces.
    01 PremiseCursor pic 9(4) value zeroes.
    01 NumberOfPremisesInPage pic 9(2) value zeroes.
    01 PremisePageIndex pic 9(2) value zeroes.
    01 PremiseChoice pic 9(2) value zeroes.
    01 PremisePage.
        02 PremisePageEntry occurs 20 times.
            copy PostcodeAddress replacing
                ==01== by ==03==
                ==02== by ==04==
                ==03== by ==05==
                ==PostcodeAddress== by ==PremisePageRecord==.
    copy PostcodeAddress replacing PostcodeAddress by ==ChosenPremise==.
    01 AddressFromLookupFlag pic x value "N".
        88 IsAddressFromLookup value "Y".
    01 PremiseSelectionFinished pic x value "N".
        88 IsPremiseSelectionFinished value "Y".

    copy DeliveryAddress replacing DeliveryAddress by ==MaintainedDeliveryAddress==.
    01 EnteredAddressRef pic 9(2) value zeroes.
    01 ReturnedAddressStatus pic x(2) value spaces.

procedure division.

    perform SignOnToMaintenance
        display "  1 - look up customer by id"
        display "  2 - search customers by name"
        display "  3 - edit customer"
        display "  4 - credit-control diary"
        display "  5 - new account application"
        display "  6 - approve or decline account application"
        display "  7 - approve or reject pending customer changes"
        display "  8 - add or amend a delivery address"
        display "  X - exit"
        display "Choice: " with no advancing
        accept MenuChoice
                else
                    perform EditCustomer
                end-if
            when "4"
                if IsCreditControlOperator or IsSupervisorOperator
                    perform CreditControlDiary
                else
                    display "The diary is only available to credit control"
                end-if
            when "5"
                if IsEnquiryOnlyOperator
                    display "Operator " function trim(SignOnOperatorId)
                        " is enquiry-only; applications are not available"
                else
                    perform EnterAccountApplication
                end-if
            when "6"
                if IsCreditControlOperator or IsSupervisorOperator
                    perform DecideAccountApplication
                else
                    display "Applications may only be decided by credit control"
                end-if
            when "7"
                if IsSupervisorOperator
                    perform DecidePendingCustomerChanges
                else
                    display "Pending changes may only be decided by a supervisor"
                end-if
            when "8"
                if IsEnquiryOnlyOperator
                    display "Operator " function trim(SignOnOperatorId)
                        " is enquiry-only; delivery addresses are not available"
                else
                    perform EditDeliveryAddress
                end-if
            when "X" set IsMaintenanceFinished to true
            when other display "Unknown choice"
        end-evaluate
    .

EditAddressFields.
    perform OfferPostcodeAddressLookup
    if IsAddressFromLookup
        move PremiseAddress1 of ChosenPremise to Address1 of MaintainedCustomer
        move PremiseAddress2 of ChosenPremise to Address2 of MaintainedCustomer
        move PremiseAddress3 of ChosenPremise to Address3 of MaintainedCustomer
        move PostTown of ChosenPremise to City of MaintainedCustomer
        move PostalCounty of ChosenPremise to County of MaintainedCustomer
        move "United Kingdom" to Country of MaintainedCustomer
        move AddressPostcode of ChosenPremise to Postcode of MaintainedCustomer
        display "  Address set to " function trim(Address1 of MaintainedCustomer)
            ", " function trim(City of MaintainedCustomer)
            ", " function trim(Postcode of MaintainedCustomer)
    else
        perform AcceptAddress1
        perform AcceptAddress2
        perform AcceptAddress3
        perform AcceptCity
        perform AcceptCounty
        perform AcceptCountry
        perform AcceptPostcode
    end-if
    .

OfferPostcodeAddressLookup.
    move "N" to AddressFromLookupFlag
    display "Postcode to look up (return to key the address): " with no advancing
    accept EnteredText
    if EnteredText equal to spaces
        exit paragraph
    end-if
    move EnteredText to LookupPostcode
    move zeroes to PremiseCursor
    call "GetPremisesForPostcode" using LookupPostcode, PremiseCursor,
        PremisePage, NumberOfPremisesInPage
    if NumberOfPremisesInPage equal to zero
        display "Postcode " function trim(LookupPostcode)
            " is not in the postcode address file; key the address"
        exit paragraph
    end-if
    move "N" to PremiseSelectionFinished
    perform until IsPremiseSelectionFinished
        perform varying PremisePageIndex from 1 by 1
            until PremisePageIndex is greater than NumberOfPremisesInPage
            display "  " PremisePageIndex " - "
                function trim(PremiseAddress1 of PremisePageRecord(PremisePageIndex))
                " " function trim(PremiseAddress2 of PremisePageRecord(PremisePageIndex))
                " " function trim(PremiseAddress3 of PremisePageRecord(PremisePageIndex))
                ", " function trim(PostTown of PremisePageRecord(PremisePageIndex))
        end-perform
        display "Premise number, N for more, or return to key the address: "
            with no advancing
        accept EnteredNumber
        move zeroes to PremiseChoice
        if EnteredNumber(1:1) is numeric
            compute PremiseChoice = function numval(EnteredNumber)
        end-if
        evaluate true
            when EnteredNumber equal to spaces
                set IsPremiseSelectionFinished to true
            when function upper-case(EnteredNumber(1:1)) equal to "N"
                move PremiseSequence of PremisePageRecord(NumberOfPremisesInPage)
                    to PremiseCursor
                call "GetPremisesForPostcode" using LookupPostcode, PremiseCursor,
                    PremisePage, NumberOfPremisesInPage
                if NumberOfPremisesInPage equal to zero
                    display "No more premises; starting again from the first"
                    move zeroes to PremiseCursor
                    call "GetPremisesForPostcode" using LookupPostcode, PremiseCursor,
                        PremisePage, NumberOfPremisesInPage
                end-if
            when PremiseChoice is greater than zero
                and PremiseChoice is not greater than NumberOfPremisesInPage
                move PremisePageRecord(PremiseChoice) to ChosenPremise
                set IsAddressFromLookup to true
                set IsPremiseSelectionFinished to true
            when other
                display "Unknown choice"
        end-evaluate
    end-perform
    .

AcceptAddress1.
    if EnteredNumber not equal to spaces
        compute CreditLimit of MaintainedCustomer = function numval(EnteredNumber)
    end-if
    move InsuredLimit of MaintainedCustomer to EditedLimitAmount
    display "Insured limit [" EditedLimitAmount "]: "
        with no advancing
    accept EnteredNumber
    if EnteredNumber not equal to spaces
        move InsuredLimit of MaintainedCustomer
            to PreviousInsuredLimit of MaintainedCustomer
        compute InsuredLimit of MaintainedCustomer = function numval(EnteredNumber)
        call "GetBusinessDate" using InsuredLimitDecisionDate of MaintainedCustomer
    end-if
    display "Insurer reference ["
        function trim(InsurerReference of MaintainedCustomer) "]: "
        with no advancing
    accept EnteredText
    if EnteredText not equal to spaces
        move EnteredText to InsurerReference of MaintainedCustomer
    end-if
    display "Cover expiry date [" CoverExpiryDate of MaintainedCustomer "]: "
        with no advancing
    accept EnteredNumber
    if EnteredNumber not equal to spaces
        compute CoverExpiryDate of MaintainedCustomer =
            function numval(EnteredNumber)
    end-if
    display "Contra supplier id, 0 for none [" ContraSupplierId of MaintainedCustomer
        "]: " with no advancing
    accept EnteredNumber
    if EnteredNumber not equal to spaces
        compute EnteredSupplierId = function numval(EnteredNumber)
        if EnteredSupplierId equal to zero
            move zero to ContraSupplierId of MaintainedCustomer
        else
            call "GetSupplierById" using ContraSupplier, EnteredSupplierId
            if SupplierId of ContraSupplier equal to EnteredSupplierId
                move EnteredSupplierId to ContraSupplierId of MaintainedCustomer
                display "  Linked to supplier "
                    function trim(SupplierName of ContraSupplier)
            else
                display "  No such supplier " EnteredSupplierId "; link unchanged"
            end-if
        end-if
    end-if
    .

CreditControlDiary.
    display "Customer id: " with no advancing
    accept EnteredCustomerId
    call "GetCustomerAccountSummary" using EnteredCustomerId,
        CustomerAccountSummary, ReturnedCustomerStatus
    if ReturnedCustomerStatus not equal to "00"
        display "No such customer " EnteredCustomerId
        exit paragraph
    end-if
    call "GetCustomerById" using MaintainedCustomer, EnteredCustomerId
    perform DisplayMaintainedCustomer
    perform DisplayAccountSummary
    display "Add a diary note? (Y/N): " with no advancing
    accept ConfirmReply
    if function upper-case(ConfirmReply) equal to "Y"
        perform AddCreditControlNote
    end-if
    .

DisplayAccountSummary.
    move SummaryOutstandingBalance to EditedSummaryAmount
    display "  Balance " EditedSummaryAmount
        "  Last invoice " SummaryLastInvoiceNumber " on " SummaryLastInvoiceDate
        "  Last payment " SummaryLastPaymentDate
    if SummaryRecentNoteCount equal to zero
        display "  No diary notes"
    end-if
    perform varying SummaryNoteIndex from SummaryRecentNoteCount by -1
        until SummaryNoteIndex is less than 1
        display "  " NoteDate of SummaryRecentNote(SummaryNoteIndex) " "
            DiaryOperatorId of SummaryRecentNote(SummaryNoteIndex) " "
            function trim(NoteText of SummaryRecentNote(SummaryNoteIndex))
        if not IsNoPromise of SummaryRecentNote(SummaryNoteIndex)
            move PromisedAmount of SummaryRecentNote(SummaryNoteIndex)
                to EditedSummaryAmount
            display "    promised " EditedSummaryAmount " by "
                PromisedDate of SummaryRecentNote(SummaryNoteIndex)
                " status " PromiseStatus of SummaryRecentNote(SummaryNoteIndex)
        end-if
    end-perform
    .

AddCreditControlNote.
    initialize NewDiaryNote
    move EnteredCustomerId to CustomerId of NewDiaryNote
    move SignOnOperatorId to DiaryOperatorId of NewDiaryNote
    display "Note: " with no advancing
    accept EnteredNoteText
    move EnteredNoteText to NoteText of NewDiaryNote
    display "Promised amount (return for none): " with no advancing
    accept EnteredNumber
    if EnteredNumber not equal to spaces
        compute PromisedAmount of NewDiaryNote = function numval(EnteredNumber)
        display "Promised by date (YYYYMMDD): " with no advancing
        accept EnteredNumber
        if EnteredNumber not equal to spaces
            compute PromisedDate of NewDiaryNote = function numval(EnteredNumber)
        end-if
    end-if
    display "Follow-up date (YYYYMMDD, return for none): " with no advancing
    accept EnteredNumber
    if EnteredNumber not equal to spaces
        compute FollowUpDate of NewDiaryNote = function numval(EnteredNumber)
    end-if
    call "AddDiaryNote" using NewDiaryNote, ReturnedDiaryStatus
    if ReturnedDiaryStatus equal to "00"
        display "Diary note " DiaryNoteSequence of NewDiaryNote " added"
    else
        display "Diary note rejected with status " ReturnedDiaryStatus
    end-if
    .

EnterAccountApplication.
    move NewApplicationCustomer to MaintainedCustomer
    display "Customer name: " with no advancing
    accept EnteredText
    if EnteredText equal to spaces
        display "A name is required; application abandoned"
        exit paragraph
    end-if
    move EnteredText to Name of MaintainedCustomer
    perform EditAddressFields
    display "Telephone: " with no advancing
    accept EnteredNumber
    if EnteredNumber not equal to spaces
        compute Telephone of MaintainedCustomer = function numval(EnteredNumber)
    end-if
    display "Requested credit limit: " with no advancing
    accept EnteredNumber
    if EnteredNumber not equal to spaces
        compute RequestedCreditLimit of MaintainedCustomer =
            function numval(EnteredNumber)
    end-if
    move zero to CreditLimit of MaintainedCustomer
    perform varying ReferenceIndex from 1 by 1 until ReferenceIndex is greater than 3
        display "Trade reference " ReferenceIndex " name (return for none): "
            with no advancing
        accept EnteredText
        if EnteredText equal to spaces
            move 4 to ReferenceIndex
        else
            add 1 to TradeReferenceCount of MaintainedCustomer
            move EnteredText to TradeReferenceName of MaintainedCustomer
                (TradeReferenceCount of MaintainedCustomer)
            display "Trade reference " ReferenceIndex " telephone: "
                with no advancing
            accept EnteredNumber
            if EnteredNumber not equal to spaces
                compute TradeReferencePhone of MaintainedCustomer
                    (TradeReferenceCount of MaintainedCustomer) =
                    function numval(EnteredNumber)
            end-if
        end-if
    end-perform
    display "Bank reference: " with no advancing
    accept EnteredText
    move EnteredText to BankReference of MaintainedCustomer
    move SignOnOperatorId to RequestedBy of MaintainedCustomer
    display "Submit this application? (Y/N): " with no advancing
    accept ConfirmReply
    if function upper-case(ConfirmReply) equal to "Y"
        call "AddCustomer" using MaintainedCustomer, NewCustomerId,
            ReturnedCustomerStatus
        if ReturnedCustomerStatus equal to "00"
            display "Customer " NewCustomerId
                " created and awaiting credit approval"
        else
            display "Application rejected with status " ReturnedCustomerStatus
        end-if
    else
        display "Application abandoned"
    end-if
    .

DecideAccountApplication.
    display "Customer id: " with no advancing
    accept EnteredCustomerId
    call "GetCustomerById" using MaintainedCustomer, EnteredCustomerId
    if CustomerId of MaintainedCustomer not equal to EnteredCustomerId
        or EnteredCustomerId equal to zero
        display "No such customer " EnteredCustomerId
        exit paragraph
    end-if
    if not IsAccountPendingApproval of MaintainedCustomer
        display "Customer " EnteredCustomerId " is not awaiting approval"
        exit paragraph
    end-if
    perform DisplayMaintainedCustomer
    perform DisplayAccountApplication
    display "Approve, decline or leave pending? (A/D/return): "
        with no advancing
    accept ConfirmReply
    evaluate function upper-case(ConfirmReply)
        when "A" perform ApproveAccountApplication
        when "D" perform DeclineAccountApplication
        when other display "Application left pending"
    end-evaluate
    .

DisplayAccountApplication.
    move RequestedCreditLimit of MaintainedCustomer to EditedLimitAmount
    display "  Applied " ApplicationDate of MaintainedCustomer
        " by " RequestedBy of MaintainedCustomer
        "  Requested limit " EditedLimitAmount
    perform varying ReferenceIndex from 1 by 1
        until ReferenceIndex is greater than TradeReferenceCount of MaintainedCustomer
        display "  Trade ref " ReferenceIndex " "
            function trim(TradeReferenceName of MaintainedCustomer(ReferenceIndex))
            "  Tel " TradeReferencePhone of MaintainedCustomer(ReferenceIndex)
    end-perform
    display "  Bank ref " function trim(BankReference of MaintainedCustomer)
    .

ApproveAccountApplication.
    move RequestedCreditLimit of MaintainedCustomer to ApprovedCreditLimit
    move ApprovedCreditLimit to EditedLimitAmount
    display "Approved credit limit [" EditedLimitAmount "]: " with no advancing
    accept EnteredNumber
    if EnteredNumber not equal to spaces
        compute ApprovedCreditLimit = function numval(EnteredNumber)
    end-if
    move CreditDays of MaintainedCustomer to ApprovedCreditDays
    display "Approved credit days [" ApprovedCreditDays "]: " with no advancing
    accept EnteredNumber
    if EnteredNumber not equal to spaces
        compute ApprovedCreditDays = function numval(EnteredNumber)
    end-if
    call "ApproveCustomerAccount" using EnteredCustomerId, ApprovedCreditLimit,
        ApprovedCreditDays, ReturnedCustomerStatus
    if ReturnedCustomerStatus equal to "00"
        display "Customer " EnteredCustomerId " approved"
    else
        display "Approval rejected with status " ReturnedCustomerStatus
    end-if
    .

DeclineAccountApplication.
    display "Decline reason: " with no advancing
    accept EnteredText
    move EnteredText to AccountDeclineReason
    call "DeclineCustomerAccount" using EnteredCustomerId, AccountDeclineReason,
        ReturnedCustomerStatus
    if ReturnedCustomerStatus equal to "00"
        display "Customer " EnteredCustomerId " declined"
    else
        display "Decline rejected with status " ReturnedCustomerStatus
    end-if
    .

DecidePendingCustomerChanges.
    move zeroes to PendingChangeCount
    move "N" to ChangeReviewFinished
    move zeroes to CustomerChangeCursorId
    call "GetCustomerChangesPage" using CustomerChangeCursorId,
        CustomerChangePage, NumberOfCustomerChangesInPage
    perform until NumberOfCustomerChangesInPage equal to zero
        or IsChangeReviewFinished
        perform varying CustomerChangePageIndex from 1 by 1
            until CustomerChangePageIndex is greater than NumberOfCustomerChangesInPage
                or IsChangeReviewFinished
            move CustomerChangePageRecord(CustomerChangePageIndex)
                to PendingCustomerChange
            if IsChangePending of PendingCustomerChange
                perform DecidePendingCustomerChange
            end-if
        end-perform
        move CustomerChangeId of
            CustomerChangePageRecord(NumberOfCustomerChangesInPage)
            to CustomerChangeCursorId
        call "GetCustomerChangesPage" using CustomerChangeCursorId,
            CustomerChangePage, NumberOfCustomerChangesInPage
    end-perform
    display PendingChangeCount " pending change(s) reviewed"
    .

DecidePendingCustomerChange.
    add 1 to PendingChangeCount
    display spaces
    display "Change " CustomerChangeId of PendingCustomerChange
        "  customer " CustomerId of PendingCustomerChange
        "  " function trim(ChangeFieldName of PendingCustomerChange)
    display "  from '" function trim(ChangeOldValue of PendingCustomerChange)
        "' to '" function trim(ChangeNewValue of PendingCustomerChange) "'"
    display "  requested by " ChangeRequestedBy of PendingCustomerChange
        " on " ChangeRequestedDate of PendingCustomerChange
    if ChangeRequestedBy of PendingCustomerChange equal to SignOnOperatorId
        display "  This is your own change; another supervisor must decide it"
        exit paragraph
    end-if
    display "Approve, reject, skip or quit? (A/R/S/Q): " with no advancing
    accept ConfirmReply
    move CustomerChangeId of PendingCustomerChange to ThisCustomerChangeId
    evaluate function upper-case(ConfirmReply)
        when "A"
            call "ApproveCustomerChange" using ThisCustomerChangeId,
                ReturnedCustomerStatus
            if ReturnedCustomerStatus equal to "00"
                display "Change " ThisCustomerChangeId " approved and applied"
            else
                display "Approval rejected with status " ReturnedCustomerStatus
            end-if
        when "R"
            display "Reject reason: " with no advancing
            accept EnteredText
            move EnteredText to CustomerChangeRejectReason
            call "RejectCustomerChange" using ThisCustomerChangeId,
                CustomerChangeRejectReason, ReturnedCustomerStatus
            if ReturnedCustomerStatus equal to "00"
                display "Change " ThisCustomerChangeId " rejected"
            else
                display "Rejection refused with status " ReturnedCustomerStatus
            end-if
        when "Q"
            set IsChangeReviewFinished to true
        when other
            display "Change " ThisCustomerChangeId " left pending"
    end-evaluate
    .

EditDeliveryAddress.
    display "Customer id: " with no advancing
    accept EnteredCustomerId
    call "GetCustomerById" using MaintainedCustomer, EnteredCustomerId
    if CustomerId of MaintainedCustomer not equal to EnteredCustomerId
        or EnteredCustomerId equal to zero
        display "No such customer " EnteredCustomerId
        exit paragraph
    end-if
    display "Delivery address ref (1-99): " with no advancing
    accept EnteredNumber
    move zeroes to EnteredAddressRef
    if EnteredNumber(1:1) is numeric
        compute EnteredAddressRef = function numval(EnteredNumber)
    end-if
    if EnteredAddressRef equal to zero
        display "An address ref between 1 and 99 is required"
        exit paragraph
    end-if
    call "GetDeliveryAddress" using MaintainedDeliveryAddress, EnteredCustomerId,
        EnteredAddressRef
    if CustomerId of MaintainedDeliveryAddress not equal to EnteredCustomerId
        initialize MaintainedDeliveryAddress
        move EnteredCustomerId to CustomerId of MaintainedDeliveryAddress
        move EnteredAddressRef to AddressRef of MaintainedDeliveryAddress
        display "New delivery address " EnteredAddressRef " for "
            function trim(Name of MaintainedCustomer)
    else
        display "Delivery address " EnteredAddressRef ": "
            function trim(DeliveryName of MaintainedDeliveryAddress) ", "
            function trim(DeliveryAddress1 of MaintainedDeliveryAddress) ", "
            function trim(DeliveryPostcode of MaintainedDeliveryAddress)
    end-if
    display "Press return to keep the value shown in brackets."
    display "Delivery name [" function trim(DeliveryName of MaintainedDeliveryAddress)
        "]: " with no advancing
    accept EnteredText
    if EnteredText not equal to spaces
        move EnteredText to DeliveryName of MaintainedDeliveryAddress
    end-if
    perform OfferPostcodeAddressLookup
    if IsAddressFromLookup
        move PremiseAddress1 of ChosenPremise
            to DeliveryAddress1 of MaintainedDeliveryAddress
        move PremiseAddress2 of ChosenPremise
            to DeliveryAddress2 of MaintainedDeliveryAddress
        move PremiseAddress3 of ChosenPremise
            to DeliveryAddress3 of MaintainedDeliveryAddress
        move PostTown of ChosenPremise to DeliveryCity of MaintainedDeliveryAddress
        move PostalCounty of ChosenPremise
            to DeliveryCounty of MaintainedDeliveryAddress
        move "United Kingdom" to DeliveryCountry of MaintainedDeliveryAddress
        move AddressPostcode of ChosenPremise
            to DeliveryPostcode of MaintainedDeliveryAddress
        display "  Address set to "
            function trim(DeliveryAddress1 of MaintainedDeliveryAddress) ", "
            function trim(DeliveryCity of MaintainedDeliveryAddress) ", "
            function trim(DeliveryPostcode of MaintainedDeliveryAddress)
    else
        perform AcceptDeliveryStreetAddress
    end-if
    display "Save this delivery address? (Y/N): " with no advancing
    accept ConfirmReply
    if function upper-case(ConfirmReply) equal to "Y"
        call "AddDeliveryAddress" using MaintainedDeliveryAddress,
            ReturnedAddressStatus
        if ReturnedAddressStatus equal to "00"
            display "Delivery address " EnteredAddressRef " saved for customer "
                EnteredCustomerId
        else
            display "Delivery address rejected with status " ReturnedAddressStatus
        end-if
    else
        display "No changes applied"
    end-if
    .

AcceptDeliveryStreetAddress.
    display "Address1 [" function trim(DeliveryAddress1 of MaintainedDeliveryAddress)
        "]: " with no advancing
    accept EnteredText
    if EnteredText not equal to spaces
        move EnteredText to DeliveryAddress1 of MaintainedDeliveryAddress
    end-if
    display "Address2 [" function trim(DeliveryAddress2 of MaintainedDeliveryAddress)
        "]: " with no advancing
    accept EnteredText
    if EnteredText not equal to spaces
        move EnteredText to DeliveryAddress2 of MaintainedDeliveryAddress
    end-if
    display "Address3 [" function trim(DeliveryAddress3 of MaintainedDeliveryAddress)
        "]: " with no advancing
    accept EnteredText
    if EnteredText not equal to spaces
        move EnteredText to DeliveryAddress3 of MaintainedDeliveryAddress
    end-if
    display "City [" function trim(DeliveryCity of MaintainedDeliveryAddress)
        "]: " with no advancing
    accept EnteredText
    if EnteredText not equal to spaces
        move EnteredText to DeliveryCity of MaintainedDeliveryAddress
    end-if
    display "County [" function trim(DeliveryCounty of MaintainedDeliveryAddress)
        "]: " with no advancing
    accept EnteredText
    if EnteredText not equal to spaces
        move EnteredText to DeliveryCounty of MaintainedDeliveryAddress
    end-if
    display "Country [" function trim(DeliveryCountry of MaintainedDeliveryAddress)
        "]: " with no advancing
    accept EnteredText
    if EnteredText not equal to spaces
        move EnteredText to DeliveryCountry of MaintainedDeliveryAddress
    end-if
    display "Postcode [" function trim(DeliveryPostcode of MaintainedDeliveryAddress)
        "]: " with no advancing
    accept EnteredText
    if EnteredText not equal to spaces
        move EnteredText to DeliveryPostcode of MaintainedDeliveryAddress
    end-if
    .

DisplayMaintainedCustomer.
        " rate " VATRate of MaintainedCustomer
        "  CreditDays " CreditDays of MaintainedCustomer
        "  CreditLimit " EditedLimitAmount
    if InsuredLimit of MaintainedCustomer not equal to zero
        move InsuredLimit of MaintainedCustomer to EditedLimitAmount
        display "  Insured " EditedLimitAmount
            "  Insurer ref " function trim(InsurerReference of MaintainedCustomer)
            "  Cover expires " CoverExpiryDate of MaintainedCustomer
    end-if
    if ContraSupplierId of MaintainedCustomer not equal to zero
        display "  Contra account with supplier "
            ContraSupplierId of MaintainedCustomer
    end-if
    if IsAccountPendingApproval of MaintainedCustomer
        display "  ** Awaiting credit approval since "
            ApplicationDate of MaintainedCustomer " **"
    end-if
    if IsAccountDeclined of MaintainedCustomer
        display "  ** Application declined " ApprovalDecisionDate of MaintainedCustomer
            ": " function trim(DeclineReason of MaintainedCustomer) " **"
    end-if
    .

end program CustomerMaintenance.
