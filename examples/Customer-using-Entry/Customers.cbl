        select optional SnapshotLogFile assign to "Snapshots.log"
            organization is line sequential.

        select optional SensitiveFieldsFile assign to "SensitiveFields.cfg"
            organization is line sequential
            file status is SensitiveFieldsFileStatus.

        select optional MarketingSelectionFile assign to MarketingSelectionFileName
            organization is line sequential
            file status is MarketingSelectionFileStatus.

data division.
file section.
    fd CustomersFile is global.
            02 filler pic x.
            02 SnapshotLogFileName pic x(40).

    fd SensitiveFieldsFile.
        01 SensitiveFieldsRecord pic x(30).
            88 EndOfSensitiveFieldsFile value high-values.

    fd MarketingSelectionFile.
        01 MarketingSelectionRecord.
            88 EndOfMarketingSelectionFile value high-values.
            02 SelectionCustomerId pic 9(8).

working-storage section.
    01 CustomerStatus   pic x(2).
        88 Successful   value "00".
    01 CustomerArchiveFileName pic x(20) value "Customers.arc".
    01 CustomerReconciliationFileName pic x(20) value "Customers.rec".
    01 ReconciliationActivityType pic x(6) value spaces.
    01 ArchiveTodayDate     pic 9(8) value zeroes.
    01 ArchiveTodayInteger  pic 9(7) value zeroes.
    01 ArchiveCutoffInteger pic 9(7) value zeroes.
    01 ArchiveCutoffDate    pic 9(8) value zeroes.
        88 IsOperatorSupervisor value "S".
        88 IsOperatorUnregistered value space.

    01 SensitiveFieldsFileStatus pic x(2).
    01 MaxSensitiveFieldEntries pic 9(2) value 10.
    01 NumberOfSensitiveFields pic 9(2) value zeroes.
    01 SensitiveFieldIndex pic 9(2) value zeroes.
    01 SensitiveFieldTable.
        02 SensitiveFieldEntry pic x(30) occurs 10 times value spaces.
    01 SensitiveFieldListLoaded pic x value "N".
        88 IsSensitiveFieldListLoaded value "Y".
    01 SensitiveFieldName pic x(30) value spaces.
    01 FieldIsSensitive pic x value "N".
        88 IsFieldSensitive value "Y".
    copy CustomerChange replacing CustomerChange by ==HeldCustomerChange==.
    01 HeldCustomerChangeId pic 9(6) value zeroes.
    01 ReturnedCustomerChangeStatus pic x(2) value spaces.
    01 HeldChangeCount pic 9(2) value zeroes.
    01 CustomerChangeStillValid pic x value "Y".
        88 IsCustomerChangeStillValid value "Y".

    copy Customer replacing Customer by ==CustomerRecordBeforeChange==.
    01 HistoryAction     pic x(6) value spaces.
    01 HistoryFieldName  pic x(20) value spaces.
    01 HistoryDate       pic 9(8) value zeroes.
    01 HistoryTime       pic 9(8) value zeroes.

    copy ScreeningParty.
    01 ReturnedScreeningStatus pic x(2) value spaces.

    01 CustomerDataValid pic x value "Y".
        88 IsCustomerDataValid value "Y".

    01 MailingCsvFileName pic x(20) value "MailingList.csv".
    01 ExtractRecordWanted pic x value "Y".
        88 IsExtractRecordWanted value "Y".
    01 MarketingSelectionFileName pic x(20) value spaces.
    01 MarketingSelectionFileStatus pic x(2).
    01 MaxMarketingSelectionEntries pic 9(4) value 2000.
    01 NumberOfSelectedCustomers pic 9(4) value zeroes.
    01 SelectedCustomerIndex pic 9(4) value zeroes.
    01 MarketingSelectionTable.
        02 SelectedCustomerId occurs 2000 times pic 9(8) value zeroes.
    01 SelectedCustomerFound pic x value "N".
        88 IsSelectedCustomerFound value "Y".

    01 EnquiryRowCustomerId pic x(8) value spaces.
    01 EnquiryJunkPart pic x(200) value spaces.
    01 OldVatRateParm pic 99v99 value zeroes.
    01 NewVatRateParm pic 99v99 value zeroes.
    01 RateEffectiveDate pic 9(8) value zeroes.
    01 ApprovedCreditLimit pic 9(8)v99 value zeroes.
    01 ApprovedCreditDays pic 99 value zeroes.
    01 AccountDeclineReason pic x(30) value spaces.
    01 ChangedCustomerCount pic 9(6) value zeroes.

    01 CompanyFileList.
    01 CountryFilter pic x(20) value spaces.
    01 VatRegisteredFilter pic x value spaces.
    01 ExtractedCustomerCount pic 9(6) value zeroes.
    01 MarketingSelectionFileNameParm pic x(20) value spaces.

    01 SnapshotDateParm pic 9(8) value zeroes.
    01 EnquiryDateFrom pic 9(8) value zeroes.
    01 EnquiryFieldNameFilter pic x(20) value spaces.
    01 EnquiryActionFilter pic x(10) value spaces.

    01 ThisCustomerChangeId pic 9(6) value zeroes.
    01 CustomerChangeRejectReason pic x(30) value spaces.

    copy CustomerAccountSummary.

procedure division.
    perform LoadCustomerFileNameFromConfig
    call "C$COPY" using CustomerFileName, DatedBackupFileName, 0
    perform OpenCustomersFileExclusive
    if not FileLocked
        perform SetNewAccountPendingApproval
        perform AddCustomerRecordOnly
        move CustomerStatus to ReturnedCustomerStatus
        close CustomersFile
                        else
                        move CustomerRecord to CustomerRecordBeforeChange
                        move ThisCustomer to CustomerRecord
                        perform HoldSensitiveFieldChanges
                        if Email of CustomerRecord not equal to Email of CustomerRecordBeforeChange
                            and IsEmailInvalid of CustomerRecord
                            set IsEmailValid of CustomerRecord to true
                            move zeroes to EmailInvalidDate of CustomerRecord
                        end-if
                        move function upper-case(function trim(Name of CustomerRecord)) to NameKey of CustomerRecord
                        if Name of CustomerRecord not equal to Name of CustomerRecordBeforeChange
                            or StreetAddress of CustomerRecord not equal to
                                StreetAddress of CustomerRecordBeforeChange
                            perform ScreenCustomerRecord
                        end-if
                        rewrite CustomerRecord
                        move "UPDATE" to HistoryAction
                        perform RecordCustomerHistory
                else
                    move CustomerRecord to CustomerRecordBeforeChange
                    set IsDeleted of CustomerRecord to true
                    call "GetBusinessDate" using DeletedDate of CustomerRecord
                    rewrite CustomerRecord
                    move "DELETE" to HistoryAction
                    perform RecordCustomerHistory
        ChangedCustomerCount, ReturnedCustomerStatus
    move zeroes to ChangedCustomerCount
    move "00" to CustomerStatus
    call "GetBusinessDate" using HistoryDate
    if RateEffectiveDate is greater than HistoryDate
        display "ApplyVatRateChange: effective date " RateEffectiveDate
            " has not yet arrived; no changes made"
    move CustomerStatus to ReturnedCustomerStatus
    goback.

entry "SetMarketingSelectionFileName" using MarketingSelectionFileNameParm
    move MarketingSelectionFileNameParm to MarketingSelectionFileName
    goback.

entry "MarketingExtract" using CategoryFilter, CountyFilter, CountryFilter,
        VatRegisteredFilter, ExtractedCustomerCount, ReturnedCustomerStatus
    move zeroes to ExtractedCustomerCount
    if MarketingSelectionFileName not equal to spaces
        perform LoadMarketingSelection
    end-if
    open i-o CustomersFile
    open output MailingLabelFile
    open output MailingCsvFile
                if IsAccountNotHeld of CustomerRecord
                    move CustomerRecord to CustomerRecordBeforeChange
                    set IsAccountHeld of CustomerRecord to true
                    call "GetBusinessDate" using AccountHoldDate of CustomerRecord
                    rewrite CustomerRecord
                    move "HOLD" to HistoryAction
                    perform RecordCustomerHistory
    end-if
    goback.

entry "FlagCustomerEmailInvalid" using ThisRecordId, ReturnedCustomerStatus
    move "00" to CustomerStatus
    perform OpenCustomersFileExclusive
    if not FileLocked
        move ThisRecordId to CustomerId of CustomerRecord
        start CustomersFile
            key is equal to CustomerId of CustomerRecord
            invalid key
                set NoSuchRecord to true
                display "FlagCustomerEmailInvalid: no such customer " ThisRecordId
            not invalid key
                read CustomersFile
                if IsEmailValid of CustomerRecord
                    move CustomerRecord to CustomerRecordBeforeChange
                    set IsEmailInvalid of CustomerRecord to true
                    call "GetBusinessDate" using EmailInvalidDate of CustomerRecord
                    rewrite CustomerRecord
                    move "BOUNCE" to HistoryAction
                    perform RecordCustomerHistory
                end-if
        end-start
        move CustomerStatus to ReturnedCustomerStatus
        close CustomersFile
    else
        move CustomerStatus to ReturnedCustomerStatus
    end-if
    goback.

entry "ApproveCustomerAccount" using ThisRecordId, ApprovedCreditLimit, ApprovedCreditDays,
        ReturnedCustomerStatus
    move "00" to CustomerStatus
    perform OpenCustomersFileExclusive
    if not FileLocked
        move ThisRecordId to CustomerId of CustomerRecord
        start CustomersFile
            key is equal to CustomerId of CustomerRecord
            invalid key
                set NoSuchRecord to true
                display "ApproveCustomerAccount: no such customer " ThisRecordId
            not invalid key
                read CustomersFile
                if IsAccountPendingApproval of CustomerRecord
                    move CustomerRecord to CustomerRecordBeforeChange
                    set IsAccountApproved of CustomerRecord to true
                    move ApprovedCreditLimit to CreditLimit of CustomerRecord
                    move ApprovedCreditDays to CreditDays of CustomerRecord
                    call "GetBusinessDate" using ApprovalDecisionDate of CustomerRecord
                    move CustomerOperatorId to ApprovalDecisionBy of CustomerRecord
                    rewrite CustomerRecord
                    move "APPRV" to HistoryAction
                    perform RecordCustomerHistory
                else
                    set InvalidData to true
                    display "ApproveCustomerAccount: customer " ThisRecordId
                        " is not awaiting approval"
                end-if
        end-start
        move CustomerStatus to ReturnedCustomerStatus
        close CustomersFile
    else
        move CustomerStatus to ReturnedCustomerStatus
    end-if
    goback.

entry "DeclineCustomerAccount" using ThisRecordId, AccountDeclineReason,
        ReturnedCustomerStatus
    move "00" to CustomerStatus
    perform OpenCustomersFileExclusive
    if not FileLocked
        move ThisRecordId to CustomerId of CustomerRecord
        start CustomersFile
            key is equal to CustomerId of CustomerRecord
            invalid key
                set NoSuchRecord to true
                display "DeclineCustomerAccount: no such customer " ThisRecordId
            not invalid key
                read CustomersFile
                if IsAccountPendingApproval of CustomerRecord
                    move CustomerRecord to CustomerRecordBeforeChange
                    set IsAccountDeclined of CustomerRecord to true
                    move AccountDeclineReason to DeclineReason of CustomerRecord
                    call "GetBusinessDate" using ApprovalDecisionDate of CustomerRecord
                    move CustomerOperatorId to ApprovalDecisionBy of CustomerRecord
                    rewrite CustomerRecord
                    move "DECLIN" to HistoryAction
                    perform RecordCustomerHistory
                else
                    set InvalidData to true
                    display "DeclineCustomerAccount: customer " ThisRecordId
                        " is not awaiting approval"
                end-if
        end-start
        move CustomerStatus to ReturnedCustomerStatus
        close CustomersFile
    else
        move CustomerStatus to ReturnedCustomerStatus
    end-if
    goback.

entry "GetCustomerGroupMembers" using ThisRecordId, CustomerPage, NumberOfCustomersInPage
    initialize CustomerPage
    move zeroes to NumberOfCustomersInPage
                if IsNotWithCollectionAgency of CustomerRecord
                    move CustomerRecord to CustomerRecordBeforeChange
                    set IsWithCollectionAgency of CustomerRecord to true
                    call "GetBusinessDate" using AgencyHandoverDate of CustomerRecord
                    rewrite CustomerRecord
                    move "AGENCY" to HistoryAction
                    perform RecordCustomerHistory
    end-if
    goback.

entry "ApproveCustomerChange" using ThisCustomerChangeId, ReturnedCustomerStatus
    perform CheckCustomerChangeCanBeDecided
    if Successful
        perform OpenCustomersFileExclusive
        if not FileLocked
            move CustomerId of HeldCustomerChange to CustomerId of CustomerRecord
            start CustomersFile
                key is equal to CustomerId of CustomerRecord
                invalid key
                    set NoSuchRecord to true
                    display "ApproveCustomerChange: no such customer "
                        CustomerId of HeldCustomerChange
                not invalid key
                    read CustomersFile
                    perform ApplyHeldCustomerChange
            end-start
            close CustomersFile
        end-if
    end-if
    if Successful
        set IsChangeApproved of HeldCustomerChange to true
        perform RecordCustomerChangeDecision
    end-if
    move CustomerStatus to ReturnedCustomerStatus
    goback.

entry "RejectCustomerChange" using ThisCustomerChangeId, CustomerChangeRejectReason,
        ReturnedCustomerStatus
    perform CheckCustomerChangeCanBeDecided
    if Successful
        set IsChangeRejected of HeldCustomerChange to true
        move CustomerChangeRejectReason to ChangeRejectReason of HeldCustomerChange
        perform RecordCustomerChangeDecision
    end-if
    move CustomerStatus to ReturnedCustomerStatus
    goback.

ValidateCustomerRecord.
    move "Y" to CustomerDataValid
    move spaces to CustomerStatus
        move "N" to ExtractRecordWanted
    end-if
    if PrefersEmail of CustomerRecord
        and IsEmailValid of CustomerRecord
        move "N" to ExtractRecordWanted
    end-if
    if CategoryFilter not equal to spaces
        and VatRegisteredFilter not equal to VATRegistered of CustomerRecord
        move "N" to ExtractRecordWanted
    end-if
    if MarketingSelectionFileName not equal to spaces
        and IsExtractRecordWanted
        perform FindCustomerInMarketingSelection
        if not IsSelectedCustomerFound
            move "N" to ExtractRecordWanted
        end-if
    end-if
    .

LoadMarketingSelection.
    move zeroes to NumberOfSelectedCustomers
    open input MarketingSelectionFile
    if MarketingSelectionFileStatus equal to "00"
        read MarketingSelectionFile
            at end set EndOfMarketingSelectionFile to true
        end-read
        perform until EndOfMarketingSelectionFile
            or NumberOfSelectedCustomers equal to MaxMarketingSelectionEntries
            if SelectionCustomerId is numeric
                and SelectionCustomerId is greater than zero
                add 1 to NumberOfSelectedCustomers
                move SelectionCustomerId
                    to SelectedCustomerId(NumberOfSelectedCustomers)
            end-if
            read MarketingSelectionFile
                at end set EndOfMarketingSelectionFile to true
            end-read
        end-perform
    end-if
    close MarketingSelectionFile
    display "MarketingExtract: restricted to " NumberOfSelectedCustomers
        " customer(s) in " function trim(MarketingSelectionFileName)
    .

FindCustomerInMarketingSelection.
    move "N" to SelectedCustomerFound
    perform varying SelectedCustomerIndex from 1 by 1
        until SelectedCustomerIndex is greater than NumberOfSelectedCustomers
            or IsSelectedCustomerFound
        if SelectedCustomerId(SelectedCustomerIndex) equal to CustomerId of CustomerRecord
            move "Y" to SelectedCustomerFound
        end-if
    end-perform
    .

WriteMailingLabel.
        call "GetPaymentsPageByCustomerId" using ThisRecordId, SummaryPaymentCursorId,
            SummaryPaymentPage, NumberOfPaymentsInSummaryPage
    end-perform
    call "GetRecentDiaryNotes" using ThisRecordId, SummaryRecentNotes,
        SummaryRecentNoteCount
    .

SetNewAccountPendingApproval.
    set IsAccountPendingApproval of ThisCustomer to true
    call "GetBusinessDate" using ApplicationDate of ThisCustomer
    if RequestedBy of ThisCustomer equal to spaces
        move CustomerOperatorId to RequestedBy of ThisCustomer
    end-if
    if RequestedCreditLimit of ThisCustomer equal to zero
        move CreditLimit of ThisCustomer to RequestedCreditLimit of ThisCustomer
    end-if
    move zeroes to ApprovalDecisionDate of ThisCustomer
    move spaces to ApprovalDecisionBy of ThisCustomer
    move spaces to DeclineReason of ThisCustomer
    .

AddCustomerRecordOnly.
            move function upper-case(function trim(Name of CustomerRecord)) to NameKey of CustomerRecord
            perform AllocateNextCustomerId
            if CustomerId of CustomerRecord not equal to zero
                perform ScreenCustomerRecord
                write CustomerRecord
                    invalid key
                        if RecordExists
    end-if
    .

ScreenCustomerRecord.
    initialize ScreeningParty
    move CustomerId of CustomerRecord to PartyCustomerId
    move "CUSTOMER" to PartySource
    move Name of CustomerRecord to PartyName
    move Address1 of CustomerRecord to PartyAddress1
    move City of CustomerRecord to PartyCity
    move Country of CustomerRecord to PartyCountry
    move Postcode of CustomerRecord to PartyPostcode
    move AccountHoldFlag of CustomerRecord to PartyHeldFlag
    call "ScreenParty" using ScreeningParty, ReturnedScreeningStatus
    if PartyHitCount is greater than zero
        and IsAccountNotHeld of CustomerRecord
        set IsAccountHeld of CustomerRecord to true
        call "GetBusinessDate" using AccountHoldDate of CustomerRecord
        display "Customer " CustomerId of CustomerRecord
            " held pending sanctions review - " PartyHitCount " possible match(es)"
    end-if
    .

CheckForDuplicateSourceRowId.
    move zeroes to CustomerId of CustomerRecord
    move "N" to SourceRowIdFound
                read CustomersFile
                move CustomerRecord to CustomerRecordBeforeChange
                set IsDeleted of CustomerRecord to true
                call "GetBusinessDate" using DeletedDate of CustomerRecord
                rewrite CustomerRecord
                move "DELETE" to HistoryAction
                perform RecordCustomerHistory
    display CreditControlLine
    .

LoadSensitiveFieldList.
    move zeroes to NumberOfSensitiveFields
    open input SensitiveFieldsFile
    if SensitiveFieldsFileStatus equal to "00"
        read SensitiveFieldsFile
            at end set EndOfSensitiveFieldsFile to true
        end-read
        perform until EndOfSensitiveFieldsFile
            if SensitiveFieldsRecord not equal to spaces
                and NumberOfSensitiveFields is less than MaxSensitiveFieldEntries
                add 1 to NumberOfSensitiveFields
                move function trim(SensitiveFieldsRecord)
                    to SensitiveFieldEntry(NumberOfSensitiveFields)
            end-if
            read SensitiveFieldsFile
                at end set EndOfSensitiveFieldsFile to true
            end-read
        end-perform
    end-if
    close SensitiveFieldsFile
    if NumberOfSensitiveFields equal to zero
        move "CreditLimit" to SensitiveFieldEntry(1)
        move "CreditDays" to SensitiveFieldEntry(2)
        move "SettlementDiscountPercent" to SensitiveFieldEntry(3)
        move "BankReference" to SensitiveFieldEntry(4)
        move 4 to NumberOfSensitiveFields
    end-if
    move "Y" to SensitiveFieldListLoaded
    .

CheckFieldIsSensitive.
    move "N" to FieldIsSensitive
    perform varying SensitiveFieldIndex from 1 by 1
        until SensitiveFieldIndex is greater than NumberOfSensitiveFields
            or IsFieldSensitive
        if SensitiveFieldEntry(SensitiveFieldIndex) equal to SensitiveFieldName
            move "Y" to FieldIsSensitive
        end-if
    end-perform
    .

HoldSensitiveFieldChanges.
    move zeroes to HeldChangeCount
    if CustomerOperatorId equal to "SYSTEM"
        exit paragraph
    end-if
    if not IsSensitiveFieldListLoaded
        perform LoadSensitiveFieldList
    end-if

    move "CreditLimit" to SensitiveFieldName
    perform CheckFieldIsSensitive
    if IsFieldSensitive
        and CreditLimit of CustomerRecord not equal to CreditLimit of CustomerRecordBeforeChange
        initialize HeldCustomerChange
        move CreditLimit of CustomerRecordBeforeChange to ChangeOldAmount of HeldCustomerChange
        move CreditLimit of CustomerRecordBeforeChange to HistoryEditedAmount
        move HistoryEditedAmount to ChangeOldValue of HeldCustomerChange
        move CreditLimit of CustomerRecord to ChangeNewAmount of HeldCustomerChange
        move CreditLimit of CustomerRecord to HistoryEditedAmount
        move HistoryEditedAmount to ChangeNewValue of HeldCustomerChange
        perform HoldCustomerFieldChange
        move CreditLimit of CustomerRecordBeforeChange to CreditLimit of CustomerRecord
    end-if

    move "CreditDays" to SensitiveFieldName
    perform CheckFieldIsSensitive
    if IsFieldSensitive
        and CreditDays of CustomerRecord not equal to CreditDays of CustomerRecordBeforeChange
        initialize HeldCustomerChange
        move CreditDays of CustomerRecordBeforeChange to ChangeOldAmount of HeldCustomerChange
        move CreditDays of CustomerRecordBeforeChange to ChangeOldValue of HeldCustomerChange
        move CreditDays of CustomerRecord to ChangeNewAmount of HeldCustomerChange
        move CreditDays of CustomerRecord to ChangeNewValue of HeldCustomerChange
        perform HoldCustomerFieldChange
        move CreditDays of CustomerRecordBeforeChange to CreditDays of CustomerRecord
    end-if

    move "SettlementDiscountDays" to SensitiveFieldName
    perform CheckFieldIsSensitive
    if IsFieldSensitive
        and SettlementDiscountDays of CustomerRecord
            not equal to SettlementDiscountDays of CustomerRecordBeforeChange
        initialize HeldCustomerChange
        move SettlementDiscountDays of CustomerRecordBeforeChange
            to ChangeOldAmount of HeldCustomerChange
        move SettlementDiscountDays of CustomerRecordBeforeChange
            to ChangeOldValue of HeldCustomerChange
        move SettlementDiscountDays of CustomerRecord to ChangeNewAmount of HeldCustomerChange
        move SettlementDiscountDays of CustomerRecord to ChangeNewValue of HeldCustomerChange
        perform HoldCustomerFieldChange
        move SettlementDiscountDays of CustomerRecordBeforeChange
            to SettlementDiscountDays of CustomerRecord
    end-if

    move "SettlementDiscountPercent" to SensitiveFieldName
    perform CheckFieldIsSensitive
    if IsFieldSensitive
        and SettlementDiscountPercent of CustomerRecord
            not equal to SettlementDiscountPercent of CustomerRecordBeforeChange
        initialize HeldCustomerChange
        move SettlementDiscountPercent of CustomerRecordBeforeChange
            to ChangeOldAmount of HeldCustomerChange
        move SettlementDiscountPercent of CustomerRecordBeforeChange to HistoryEditedAmount
        move HistoryEditedAmount to ChangeOldValue of HeldCustomerChange
        move SettlementDiscountPercent of CustomerRecord
            to ChangeNewAmount of HeldCustomerChange
        move SettlementDiscountPercent of CustomerRecord to HistoryEditedAmount
        move HistoryEditedAmount to ChangeNewValue of HeldCustomerChange
        perform HoldCustomerFieldChange
        move SettlementDiscountPercent of CustomerRecordBeforeChange
            to SettlementDiscountPercent of CustomerRecord
    end-if

    move "BankReference" to SensitiveFieldName
    perform CheckFieldIsSensitive
    if IsFieldSensitive
        and BankReference of CustomerRecord
            not equal to BankReference of CustomerRecordBeforeChange
        initialize HeldCustomerChange
        move BankReference of CustomerRecordBeforeChange to ChangeOldValue of HeldCustomerChange
        move BankReference of CustomerRecord to ChangeNewValue of HeldCustomerChange
        perform HoldCustomerFieldChange
        move BankReference of CustomerRecordBeforeChange to BankReference of CustomerRecord
    end-if
    .

HoldCustomerFieldChange.
    move CustomerId of CustomerRecord to CustomerId of HeldCustomerChange
    move SensitiveFieldName to ChangeFieldName of HeldCustomerChange
    move CustomerOperatorId to ChangeRequestedBy of HeldCustomerChange
    call "AddCustomerChange" using HeldCustomerChange, HeldCustomerChangeId,
        ReturnedCustomerChangeStatus
    if ReturnedCustomerChangeStatus equal to "00"
        add 1 to HeldChangeCount
        display "UpdateCustomerById: change to " function trim(SensitiveFieldName)
            " held for approval as change " HeldCustomerChangeId
    else
        display "UpdateCustomerById: change to " function trim(SensitiveFieldName)
            " could not be held (status " ReturnedCustomerChangeStatus
            "); not applied"
    end-if
    .

CheckCustomerChangeCanBeDecided.
    move "00" to CustomerStatus
    perform FetchCustomerOperatorRole
    if not IsOperatorSupervisor
        move "93" to CustomerStatus
        display "Operator " function trim(CustomerOperatorId)
            " is not a supervisor; customer changes may not be decided"
        exit paragraph
    end-if
    call "GetCustomerChangeById" using HeldCustomerChange, ThisCustomerChangeId
    if CustomerChangeId of HeldCustomerChange not equal to ThisCustomerChangeId
        or ThisCustomerChangeId equal to zero
        set NoSuchRecord to true
        display "No such customer change " ThisCustomerChangeId
        exit paragraph
    end-if
    if not IsChangePending of HeldCustomerChange
        set InvalidData to true
        display "Customer change " ThisCustomerChangeId " has already been decided"
        exit paragraph
    end-if
    if ChangeRequestedBy of HeldCustomerChange equal to CustomerOperatorId
        move "93" to CustomerStatus
        display "Operator " function trim(CustomerOperatorId)
            " requested change " ThisCustomerChangeId
            " and may not approve or reject it"
    end-if
    .

ApplyHeldCustomerChange.
    if IsDeleted of CustomerRecord
        set NoSuchRecord to true
        display "ApproveCustomerChange: customer " CustomerId of CustomerRecord
            " is deleted; change not applied"
        exit paragraph
    end-if
    move CustomerRecord to CustomerRecordBeforeChange
    move "Y" to CustomerChangeStillValid
    evaluate ChangeFieldName of HeldCustomerChange
        when "CreditLimit"
            if CreditLimit of CustomerRecord not equal to
                ChangeOldAmount of HeldCustomerChange
                move "N" to CustomerChangeStillValid
            else
                move ChangeNewAmount of HeldCustomerChange
                    to CreditLimit of CustomerRecord
            end-if
        when "CreditDays"
            if CreditDays of CustomerRecord not equal to
                ChangeOldAmount of HeldCustomerChange
                move "N" to CustomerChangeStillValid
            else
                move ChangeNewAmount of HeldCustomerChange
                    to CreditDays of CustomerRecord
            end-if
        when "SettlementDiscountDays"
            if SettlementDiscountDays of CustomerRecord not equal to
                ChangeOldAmount of HeldCustomerChange
                move "N" to CustomerChangeStillValid
            else
                move ChangeNewAmount of HeldCustomerChange
                    to SettlementDiscountDays of CustomerRecord
            end-if
        when "SettlementDiscountPercent"
            if SettlementDiscountPercent of CustomerRecord not equal to
                ChangeOldAmount of HeldCustomerChange
                move "N" to CustomerChangeStillValid
            else
                move ChangeNewAmount of HeldCustomerChange
                    to SettlementDiscountPercent of CustomerRecord
            end-if
        when "BankReference"
            if BankReference of CustomerRecord not equal to
                ChangeOldValue of HeldCustomerChange
                move "N" to CustomerChangeStillValid
            else
                move ChangeNewValue of HeldCustomerChange
                    to BankReference of CustomerRecord
            end-if
        when other
            move "N" to CustomerChangeStillValid
    end-evaluate
    if not IsCustomerChangeStillValid
        set InvalidData to true
        display "ApproveCustomerChange: "
            function trim(ChangeFieldName of HeldCustomerChange)
            " on customer " CustomerId of CustomerRecord
            " has changed since change " ThisCustomerChangeId
            " was requested; not applied"
        exit paragraph
    end-if
    rewrite CustomerRecord
    move "APPCHG" to HistoryAction
    perform RecordCustomerHistory
    .

RecordCustomerChangeDecision.
    move CustomerOperatorId to ChangeDecidedBy of HeldCustomerChange
    call "GetBusinessDate" using ChangeDecidedDate of HeldCustomerChange
    call "UpdateCustomerChange" using HeldCustomerChange, ReturnedCustomerChangeStatus
    if ReturnedCustomerChangeStatus not equal to "00"
        move ReturnedCustomerChangeStatus to CustomerStatus
    end-if
    .

RecordCustomerHistory.
    if CustomerHistoryFileName is greater than spaces
        open extend CustomerHistoryFile
        call "GetBusinessDate" using HistoryDate
        accept HistoryTime from time

        if Name of CustomerRecord not equal to Name of CustomerRecordBeforeChange
            perform WriteCustomerHistoryRow
        end-if

        if CashOnDeliveryFlag of CustomerRecord not equal to CashOnDeliveryFlag of CustomerRecordBeforeChange
            move "CashOnDeliveryFlag" to HistoryFieldName
            move CashOnDeliveryFlag of CustomerRecordBeforeChange to HistoryOldValue
            move CashOnDeliveryFlag of CustomerRecord to HistoryNewValue
            perform WriteCustomerHistoryRow
        end-if

        if IncotermCode of CustomerRecord not equal to IncotermCode of CustomerRecordBeforeChange
            move "IncotermCode" to HistoryFieldName
            move IncotermCode of CustomerRecordBeforeChange to HistoryOldValue
            move IncotermCode of CustomerRecord to HistoryNewValue
            perform WriteCustomerHistoryRow
        end-if

        if EmailInvalidFlag of CustomerRecord not equal to EmailInvalidFlag of CustomerRecordBeforeChange
            move "EmailInvalidFlag" to HistoryFieldName
            move EmailInvalidFlag of CustomerRecordBeforeChange to HistoryOldValue
            move EmailInvalidFlag of CustomerRecord to HistoryNewValue
            perform WriteCustomerHistoryRow
        end-if

        if EmailInvalidDate of CustomerRecord not equal to EmailInvalidDate of CustomerRecordBeforeChange
            move "EmailInvalidDate" to HistoryFieldName
            move EmailInvalidDate of CustomerRecordBeforeChange to HistoryOldValue
            move EmailInvalidDate of CustomerRecord to HistoryNewValue
            perform WriteCustomerHistoryRow
        end-if

        if ContraSupplierId of CustomerRecord not equal to ContraSupplierId of CustomerRecordBeforeChange
            move "ContraSupplierId" to HistoryFieldName
            move ContraSupplierId of CustomerRecordBeforeChange to HistoryOldValue
            move ContraSupplierId of CustomerRecord to HistoryNewValue
            perform WriteCustomerHistoryRow
        end-if

        if CarriageTerms of CustomerRecord not equal to CarriageTerms of CustomerRecordBeforeChange
            move "CarriageTerms" to HistoryFieldName
            move CarriageTerms of CustomerRecordBeforeChange to HistoryOldValue
            perform WriteCustomerHistoryRow
        end-if

        if AccountApprovalStatus of CustomerRecord not equal to AccountApprovalStatus of CustomerRecordBeforeChange
            move "AccountApprovalStatus" to HistoryFieldName
            move AccountApprovalStatus of CustomerRecordBeforeChange to HistoryOldValue
            move AccountApprovalStatus of CustomerRecord to HistoryNewValue
            perform WriteCustomerHistoryRow
        end-if

        if DeclineReason of CustomerRecord not equal to DeclineReason of CustomerRecordBeforeChange
            move "DeclineReason" to HistoryFieldName
            move DeclineReason of CustomerRecordBeforeChange to HistoryOldValue
            move DeclineReason of CustomerRecord to HistoryNewValue
            perform WriteCustomerHistoryRow
        end-if

        if BankReference of CustomerRecord not equal to BankReference of CustomerRecordBeforeChange
            move "BankReference" to HistoryFieldName
            move BankReference of CustomerRecordBeforeChange to HistoryOldValue
            move BankReference of CustomerRecord to HistoryNewValue
            perform WriteCustomerHistoryRow
        end-if

        close CustomerHistoryFile
    end-if
    .

ArchiveDeletedCustomerRecords.
    move zeroes to ArchivedCustomerCount
    call "GetBusinessDate" using ArchiveTodayDate
    compute ArchiveTodayInteger = function integer-of-date(ArchiveTodayDate)
    compute ArchiveCutoffInteger = ArchiveTodayInteger - ArchiveRetentionDaysThreshold
    compute ArchiveCutoffDate = function numval(function date-of-integer(ArchiveCutoffInteger))
    open extend CustomerArchiveFile
