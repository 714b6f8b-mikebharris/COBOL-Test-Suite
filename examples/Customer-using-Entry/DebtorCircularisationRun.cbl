identification division.
program-id. DebtorCircularisationRun.

environment division.
configuration section.
    repository.
        function all intrinsic.

input-output section.
    file-control.
        select optional CircularisationConfigFile
            assign to "DebtorCircularisation.cfg"
            organization is line sequential
            file status is CircularisationConfigStatus.

        select optional CircularisationLetterFile
            assign to CircularisationLetterFileName
            organization is line sequential.

        select optional CircularisationControlFile
            assign to CircularisationControlFileName
            organization is line sequential.

data division.
file section.
    fd CircularisationConfigFile.
        01 CircularisationConfigRecord.
            02 ConfigYearEndDate pic 9(8).
            02 filler pic x.
            02 ConfigBalanceThreshold pic 9(8)v99.
            02 filler pic x.
            02 ConfigSampleMethod pic x.
            02 filler pic x.
            02 ConfigSampleInterval pic 9(4).
            02 filler pic x.
            02 ConfigRandomSeed pic 9(6).
            02 filler pic x.
            02 ConfigAuditorName pic x(40).

    fd CircularisationLetterFile.
        01 CircularisationLetterRecord pic x(120).

    fd CircularisationControlFile.
        01 CircularisationControlRecord pic x(132).

working-storage section.
    01 CircularisationConfigStatus pic x(2).
    01 CircularisationLetterFileName pic x(24) value "Circularisation.out".
    01 CircularisationControlFileName pic x(24) value "Circularisation.lst".

    01 RunDate pic 9(8) value zeroes.
    01 YearEndDate pic 9(8) value zeroes.
    01 BalanceThreshold pic 9(8)v99 value 5000.00.
    01 SampleMethod pic x value "N".
        88 IsRandomSample  value "R".
        88 IsEveryNthSample value "N".
    01 SampleInterval pic 9(4) value 10.
    01 RandomSeed pic 9(6) value zeroes.
    01 AuditorName pic x(40) value "our auditors".
    01 RandomNumber pic 9v9(8) value zeroes.
    01 SampleFraction pic 9v9(8) value zeroes.
    01 SampleCounter pic 9(4) value zeroes.

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
    copy Customer replacing Customer by ==CurrentCustomer==.

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

    01 PaymentCursorId pic 9(6) value zeroes.
    01 NumberOfPaymentsInPage pic 9(3) value zeroes.
    01 PaymentPageIndex pic 9(3) value zeroes.
    01 PaymentAllocationIndex pic 9(2) value zeroes.
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

    01 YearEndInvoiceAmount pic s9(10)v99 value zeroes.
    01 YearEndCreditAmount pic s9(10)v99 value zeroes.
    01 YearEndAllocatedAmount pic s9(10)v99 value zeroes.
    01 YearEndBalance pic s9(10)v99 value zeroes.

    01 SelectionReason pic x value space.
        88 IsSelectedOverThreshold value "T".
        88 IsSelectedBySample      value "S".
        88 IsNotSelected           value space.

    01 LetterNumber pic 9(5) value zeroes.
    01 PopulationCount pic 9(6) value zeroes.
    01 PopulationValue pic s9(12)v99 value zeroes.
    01 ThresholdLetterCount pic 9(6) value zeroes.
    01 ThresholdLetterValue pic s9(12)v99 value zeroes.
    01 SampleLetterCount pic 9(6) value zeroes.
    01 SampleLetterValue pic s9(12)v99 value zeroes.
    01 CoveragePercent pic 9(3)v9 value zeroes.

    01 EditedBalanceAmount pic -(10)9.99 value zeroes.
    01 EditedTotalAmount pic -(12)9.99 value zeroes.
    01 EditedCoverage pic zz9.9 value zeroes.
    01 EditedLetterNumber pic z(4)9 value zeroes.
    01 SelectionText pic x(14) value spaces.

    01 RegisterDocumentType pic x(10) value "CIRCULAR".
    01 RegisterAccountId pic 9(8) value zeroes.
    01 RegisterReference pic x(12) value spaces.
    01 RegisterChannel pic x value "P".

procedure division.

    call "GetBusinessDate" using RunDate
    display "DebtorCircularisationRun: business date " RunDate
    perform LoadCircularisationConfig
    open output CircularisationLetterFile
    open output CircularisationControlFile
    perform WriteControlListingHeading
    perform ProcessCustomerPages
    perform WriteControlListingTotals
    close CircularisationLetterFile
    close CircularisationControlFile
    display "DebtorCircularisationRun: " LetterNumber
        " confirmation letter(s) for balances at " YearEndDate
        " - " ThresholdLetterCount " over threshold, "
        SampleLetterCount " sampled"
    stop run.

LoadCircularisationConfig.
    open input CircularisationConfigFile
    if CircularisationConfigStatus equal to "00"
        read CircularisationConfigFile
            at end continue
            not at end
                if ConfigYearEndDate is numeric
                    and ConfigYearEndDate is greater than zero
                    move ConfigYearEndDate to YearEndDate
                end-if
                if ConfigBalanceThreshold is numeric
                    move ConfigBalanceThreshold to BalanceThreshold
                end-if
                if ConfigSampleMethod equal to "R" or "N"
                    move ConfigSampleMethod to SampleMethod
                end-if
                if ConfigSampleInterval is numeric
                    and ConfigSampleInterval is greater than zero
                    move ConfigSampleInterval to SampleInterval
                end-if
                if ConfigRandomSeed is numeric
                    move ConfigRandomSeed to RandomSeed
                end-if
                if ConfigAuditorName not equal to spaces
                    move ConfigAuditorName to AuditorName
                end-if
        end-read
    end-if
    close CircularisationConfigFile
    if YearEndDate equal to zero
        display "DebtorCircularisationRun: no valid year-end date found in "
            "DebtorCircularisation.cfg"
        move 1 to return-code
        stop run
    end-if
    if IsRandomSample
        if RandomSeed equal to zero
            move RunDate(3:6) to RandomSeed
        end-if
        compute RandomNumber = function random(RandomSeed)
        compute SampleFraction = 1 / SampleInterval
    end-if
    move spaces to RegisterReference
    string
        "YE" delimited by size
        YearEndDate delimited by size
        into RegisterReference
    end-string
    .

ProcessCustomerPages.
    move zero to CustomerCursorId
    call "GetCustomersPage" using CustomerCursorId, PageSize, CustomerPage, NumberOfCustomersInPage
    perform until NumberOfCustomersInPage equal to zero
        perform varying CustomerPageIndex from 1 by 1
            until CustomerPageIndex is greater than NumberOfCustomersInPage
            move CustomerPageRecord(CustomerPageIndex) to CurrentCustomer
            if not IsDeleted of CurrentCustomer
                perform CircularisationForCurrentCustomer
            end-if
        end-perform
        move CustomerId of CustomerPageRecord(NumberOfCustomersInPage) to CustomerCursorId
        call "GetCustomersPage" using CustomerCursorId, PageSize, CustomerPage, NumberOfCustomersInPage
    end-perform
    .

CircularisationForCurrentCustomer.
    move CustomerId of CurrentCustomer to ThisCustomerId
    perform ComputeYearEndBalance
    if YearEndBalance equal to zero
        exit paragraph
    end-if
    add 1 to PopulationCount
    add YearEndBalance to PopulationValue
    perform SelectCurrentCustomer
    if IsNotSelected
        exit paragraph
    end-if
    add 1 to LetterNumber
    if IsSelectedOverThreshold
        add 1 to ThresholdLetterCount
        add YearEndBalance to ThresholdLetterValue
    else
        add 1 to SampleLetterCount
        add YearEndBalance to SampleLetterValue
    end-if
    perform WriteConfirmationLetter
    perform WriteControlListingLine
    .

SelectCurrentCustomer.
    set IsNotSelected to true
    if YearEndBalance is greater than BalanceThreshold
        set IsSelectedOverThreshold to true
        exit paragraph
    end-if
    if IsRandomSample
        compute RandomNumber = function random
        if RandomNumber is less than SampleFraction
            set IsSelectedBySample to true
        end-if
    else
        add 1 to SampleCounter
        if SampleCounter equal to SampleInterval
            set IsSelectedBySample to true
            move zero to SampleCounter
        end-if
    end-if
    .

ComputeYearEndBalance.
    move zero to YearEndInvoiceAmount
    move zero to YearEndCreditAmount
    move zero to YearEndAllocatedAmount
    move zero to InvoiceCursorNumber
    call "GetInvoicesByCustomerId" using ThisCustomerId, InvoiceCursorNumber,
        InvoicePage, NumberOfInvoicesInPage
    perform until NumberOfInvoicesInPage equal to zero
        perform varying InvoicePageIndex from 1 by 1
            until InvoicePageIndex is greater than NumberOfInvoicesInPage
            if InvoiceDate of InvoicePageRecord(InvoicePageIndex)
                is not greater than YearEndDate
                add GrossAmount of InvoicePageRecord(InvoicePageIndex)
                    to YearEndInvoiceAmount
            end-if
        end-perform
        move InvoiceNumber of InvoicePageRecord(NumberOfInvoicesInPage)
            to InvoiceCursorNumber
        call "GetInvoicesByCustomerId" using ThisCustomerId, InvoiceCursorNumber,
            InvoicePage, NumberOfInvoicesInPage
    end-perform
    move zero to CreditNoteCursorNumber
    call "GetCreditNotesPageByCustomerId" using ThisCustomerId, CreditNoteCursorNumber,
        CreditNotePage, NumberOfCreditNotesInPage
    perform until NumberOfCreditNotesInPage equal to zero
        perform varying CreditNotePageIndex from 1 by 1
            until CreditNotePageIndex is greater than NumberOfCreditNotesInPage
            if PageCreditNoteDate(CreditNotePageIndex)
                is not greater than YearEndDate
                add PageGrossAmount(CreditNotePageIndex) to YearEndCreditAmount
            end-if
        end-perform
        move PageCreditNoteNumber(NumberOfCreditNotesInPage)
            to CreditNoteCursorNumber
        call "GetCreditNotesPageByCustomerId" using ThisCustomerId, CreditNoteCursorNumber,
            CreditNotePage, NumberOfCreditNotesInPage
    end-perform
    move zero to PaymentCursorId
    call "GetPaymentsPageByCustomerId" using ThisCustomerId, PaymentCursorId,
        PaymentPage, NumberOfPaymentsInPage
    perform until NumberOfPaymentsInPage equal to zero
        perform varying PaymentPageIndex from 1 by 1
            until PaymentPageIndex is greater than NumberOfPaymentsInPage
            if PaymentDate of PaymentPageRecord(PaymentPageIndex)
                is not greater than YearEndDate
                perform varying PaymentAllocationIndex from 1 by 1
                    until PaymentAllocationIndex is greater than
                        AllocationCount of PaymentPageRecord(PaymentPageIndex)
                    add AllocatedAmount of PaymentAllocation of
                        PaymentPageRecord(PaymentPageIndex, PaymentAllocationIndex)
                        to YearEndAllocatedAmount
                end-perform
                if IsPaymentReversed of PaymentPageRecord(PaymentPageIndex)
                    and ReversedDate of PaymentPageRecord(PaymentPageIndex)
                        is greater than YearEndDate
                    add ReversedAmount of PaymentPageRecord(PaymentPageIndex)
                        to YearEndAllocatedAmount
                end-if
            end-if
        end-perform
        move PaymentId of PaymentPageRecord(NumberOfPaymentsInPage)
            to PaymentCursorId
        call "GetPaymentsPageByCustomerId" using ThisCustomerId, PaymentCursorId,
            PaymentPage, NumberOfPaymentsInPage
    end-perform
    compute YearEndBalance = YearEndInvoiceAmount - YearEndCreditAmount
        - YearEndAllocatedAmount
    .

WriteConfirmationLetter.
    move ThisCustomerId to RegisterAccountId
    call "BeginOutputDocument" using RegisterDocumentType, RegisterAccountId,
        RegisterReference
    move all "=" to CircularisationLetterRecord
    perform WriteLetterRecord
    move LetterNumber to EditedLetterNumber
    move spaces to CircularisationLetterRecord
    string
        "BALANCE CONFIRMATION REQUEST          Ref CIRC-" delimited by size
        function trim(EditedLetterNumber) delimited by size
        "          Date " delimited by size
        RunDate delimited by size
        into CircularisationLetterRecord
    end-string
    perform WriteLetterRecord
    move spaces to CircularisationLetterRecord
    perform WriteLetterRecord
    move Name of CurrentCustomer to CircularisationLetterRecord
    perform WriteLetterRecord
    move Address1 of CurrentCustomer to CircularisationLetterRecord
    perform WriteLetterRecord
    if Address2 of CurrentCustomer not equal to spaces
        move Address2 of CurrentCustomer to CircularisationLetterRecord
        perform WriteLetterRecord
    end-if
    if Address3 of CurrentCustomer not equal to spaces
        move Address3 of CurrentCustomer to CircularisationLetterRecord
        perform WriteLetterRecord
    end-if
    move City of CurrentCustomer to CircularisationLetterRecord
    perform WriteLetterRecord
    move County of CurrentCustomer to CircularisationLetterRecord
    perform WriteLetterRecord
    move Country of CurrentCustomer to CircularisationLetterRecord
    perform WriteLetterRecord
    move Postcode of CurrentCustomer to CircularisationLetterRecord
    perform WriteLetterRecord
    move spaces to CircularisationLetterRecord
    perform WriteLetterRecord
    move "Dear Sirs," to CircularisationLetterRecord
    perform WriteLetterRecord
    move spaces to CircularisationLetterRecord
    perform WriteLetterRecord
    move spaces to CircularisationLetterRecord
    string
        "As part of their annual audit, " delimited by size
        function trim(AuditorName) delimited by size
        " wish to confirm the balance on your account." delimited by size
        into CircularisationLetterRecord
    end-string
    perform WriteLetterRecord
    move YearEndBalance to EditedBalanceAmount
    move spaces to CircularisationLetterRecord
    string
        "According to our records the balance on account " delimited by size
        ThisCustomerId delimited by size
        " at " delimited by size
        YearEndDate delimited by size
        " was " delimited by size
        function trim(EditedBalanceAmount) delimited by size
        into CircularisationLetterRecord
    end-string
    perform WriteLetterRecord
    if YearEndBalance is less than zero
        move "(a credit balance in your favour)." to CircularisationLetterRecord
        perform WriteLetterRecord
    end-if
    move spaces to CircularisationLetterRecord
    perform WriteLetterRecord
    move "Please complete and sign the slip below and return it directly to"
        to CircularisationLetterRecord
    perform WriteLetterRecord
    move spaces to CircularisationLetterRecord
    string
        function trim(AuditorName) delimited by size
        ". This is not a request for payment." delimited by size
        into CircularisationLetterRecord
    end-string
    perform WriteLetterRecord
    move spaces to CircularisationLetterRecord
    perform WriteLetterRecord
    move "Yours faithfully," to CircularisationLetterRecord
    perform WriteLetterRecord
    move spaces to CircularisationLetterRecord
    perform WriteLetterRecord
    move "Credit Control" to CircularisationLetterRecord
    perform WriteLetterRecord
    move spaces to CircularisationLetterRecord
    perform WriteLetterRecord
    move "- - - - - - - - - - - - - - - - - - - - cut here - - - - - - - - - - - - - - - - - - - -"
        to CircularisationLetterRecord
    perform WriteLetterRecord
    perform WriteReplySlip
    call "EndOutputDocument" using RegisterChannel
    .

WriteReplySlip.
    move spaces to CircularisationLetterRecord
    string
        "REPLY SLIP          To: " delimited by size
        function trim(AuditorName) delimited by size
        into CircularisationLetterRecord
    end-string
    perform WriteLetterRecord
    move spaces to CircularisationLetterRecord
    string
        "Ref CIRC-" delimited by size
        function trim(EditedLetterNumber) delimited by size
        "   Account " delimited by size
        ThisCustomerId delimited by size
        "   " delimited by size
        function trim(Name of CurrentCustomer) delimited by size
        into CircularisationLetterRecord
    end-string
    perform WriteLetterRecord
    move spaces to CircularisationLetterRecord
    perform WriteLetterRecord
    move spaces to CircularisationLetterRecord
    string
        "[ ] We confirm that the balance of " delimited by size
        function trim(EditedBalanceAmount) delimited by size
        " at " delimited by size
        YearEndDate delimited by size
        " is correct." delimited by size
        into CircularisationLetterRecord
    end-string
    perform WriteLetterRecord
    move "[ ] We do not agree. Our records show a balance of ______________"
        to CircularisationLetterRecord
    perform WriteLetterRecord
    move "    (please attach details of the difference)"
        to CircularisationLetterRecord
    perform WriteLetterRecord
    move spaces to CircularisationLetterRecord
    perform WriteLetterRecord
    move "Signed ______________________   Position ______________   Date __________"
        to CircularisationLetterRecord
    perform WriteLetterRecord
    move spaces to CircularisationLetterRecord
    perform WriteLetterRecord
    .

WriteLetterRecord.
    write CircularisationLetterRecord
    call "AddOutputDocumentLine" using CircularisationLetterRecord
    .

WriteControlListingHeading.
    move spaces to CircularisationControlRecord
    string
        "DEBTOR CIRCULARISATION CONTROL LISTING   Balances at " delimited by size
        YearEndDate delimited by size
        "   Run " delimited by size
        RunDate delimited by size
        into CircularisationControlRecord
    end-string
    write CircularisationControlRecord
    move BalanceThreshold to EditedBalanceAmount
    move spaces to CircularisationControlRecord
    if IsRandomSample
        string
            "Selection: all balances over " delimited by size
            function trim(EditedBalanceAmount) delimited by size
            ", plus random 1 in " delimited by size
            SampleInterval delimited by size
            " of the rest (seed " delimited by size
            RandomSeed delimited by size
            ")" delimited by size
            into CircularisationControlRecord
        end-string
    else
        string
            "Selection: all balances over " delimited by size
            function trim(EditedBalanceAmount) delimited by size
            ", plus every " delimited by size
            SampleInterval delimited by size
            "th of the rest" delimited by size
            into CircularisationControlRecord
        end-string
    end-if
    write CircularisationControlRecord
    move spaces to CircularisationControlRecord
    write CircularisationControlRecord
    move "Letter  Account   Name                                Balance  Selected by     Reply  Agreed  Notes"
        to CircularisationControlRecord
    write CircularisationControlRecord
    .

WriteControlListingLine.
    if IsSelectedOverThreshold
        move "Over threshold" to SelectionText
    else
        move "Sample" to SelectionText
    end-if
    move spaces to CircularisationControlRecord
    move EditedLetterNumber to CircularisationControlRecord(1:5)
    move ThisCustomerId to CircularisationControlRecord(9:8)
    move Name of CurrentCustomer to CircularisationControlRecord(19:30)
    move YearEndBalance to EditedBalanceAmount
    move EditedBalanceAmount to CircularisationControlRecord(50:14)
    move SelectionText to CircularisationControlRecord(66:14)
    move "[ ]" to CircularisationControlRecord(82:3)
    move "[ ]" to CircularisationControlRecord(89:3)
    move "________________" to CircularisationControlRecord(97:16)
    write CircularisationControlRecord
    .

WriteControlListingTotals.
    move spaces to CircularisationControlRecord
    write CircularisationControlRecord
    move ThresholdLetterValue to EditedTotalAmount
    move spaces to CircularisationControlRecord
    string
        "Letters over threshold: " delimited by size
        ThresholdLetterCount delimited by size
        "  value " delimited by size
        EditedTotalAmount delimited by size
        into CircularisationControlRecord
    end-string
    write CircularisationControlRecord
    move SampleLetterValue to EditedTotalAmount
    move spaces to CircularisationControlRecord
    string
        "Letters by sample:      " delimited by size
        SampleLetterCount delimited by size
        "  value " delimited by size
        EditedTotalAmount delimited by size
        into CircularisationControlRecord
    end-string
    write CircularisationControlRecord
    move PopulationValue to EditedTotalAmount
    move spaces to CircularisationControlRecord
    string
        "Accounts with balances: " delimited by size
        PopulationCount delimited by size
        "  value " delimited by size
        EditedTotalAmount delimited by size
        into CircularisationControlRecord
    end-string
    write CircularisationControlRecord
    move zero to CoveragePercent
    if PopulationValue not equal to zero
        compute CoveragePercent rounded =
            (ThresholdLetterValue + SampleLetterValue) * 100 / PopulationValue
            on size error move zero to CoveragePercent
        end-compute
    end-if
    move CoveragePercent to EditedCoverage
    move spaces to CircularisationControlRecord
    string
        "Value circularised: " delimited by size
        EditedCoverage delimited by size
        "%" delimited by size
        into CircularisationControlRecord
    end-string
    write CircularisationControlRecord
    .

end program DebtorCircularisationRun.
