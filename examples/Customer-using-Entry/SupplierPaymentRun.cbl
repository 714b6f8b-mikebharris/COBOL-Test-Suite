identification division.
program-id. SupplierPaymentRun.

environment division.
configuration section.
    repository.
        function all intrinsic.

input-output section.
    file-control.
        select optional PaymentRunConfigFile assign to "SupplierPaymentRun.cfg"
            organization is line sequential
            file status is PaymentRunConfigStatus.

        select optional BankPaymentFile assign to BankPaymentFileName
            organization is line sequential
            file status is BankPaymentFileStatus.

        select optional RemittanceEmailSpoolFile assign to RemittanceEmailSpoolFileName
            organization is line sequential.

        select optional RemittancePrintSpoolFile assign to RemittancePrintSpoolFileName
            organization is line sequential.

data division.
file section.
    fd PaymentRunConfigFile.
        01 PaymentRunConfigRecord.
            02 ConfigCutOffDate pic 9(8).
            02 filler pic x.
            02 ConfigOriginSortCode pic 9(6).
            02 filler pic x.
            02 ConfigOriginAccountNumber pic 9(8).
            02 filler pic x.
            02 ConfigOriginatorName pic x(18).

    fd BankPaymentFile.
        01 BankPaymentRecord.
            02 DestinationSortCode pic 9(6).
            02 DestinationAccountNumber pic 9(8).
            02 DestinationAccountType pic x.
            02 BankTransactionCode pic x(2).
            02 OriginatingSortCode pic 9(6).
            02 OriginatingAccountNumber pic 9(8).
            02 BankFreeFormat pic x(4).
            02 PaymentAmountInPence pic 9(11).
            02 OriginatorName pic x(18).
            02 BankPaymentReference pic x(18).
            02 BeneficiaryName pic x(18).

    fd RemittanceEmailSpoolFile.
        01 RemittanceEmailRecord pic x(120).

    fd RemittancePrintSpoolFile.
        01 RemittancePrintRecord pic x(120).

working-storage section.
    01 PaymentRunConfigStatus pic x(2).
    01 BankPaymentFileStatus pic x(2).
    01 BankPaymentFileName pic x(40) value spaces.
    01 RemittanceEmailSpoolFileName pic x(40) value spaces.
    01 RemittancePrintSpoolFileName pic x(40) value spaces.
    01 PaymentRunSequence pic 9(2) value zeroes.
    01 PaymentRunFileFound pic x value "Y".
        88 IsPaymentRunFileFound value "Y".

    01 RunDate pic 9(8) value zeroes.
    01 CutOffDate pic 9(8) value zeroes.
    01 OriginSortCode pic 9(6) value zeroes.
    01 OriginAccountNumber pic 9(8) value zeroes.
    01 PaymentOriginatorName pic x(18) value "OUR COMPANY LTD".
    01 ThisPaymentRunReference pic x(12) value spaces.

    01 SupplierInvoiceCursorKey.
        02 SupplierInvoiceCursorSupplierId pic 9(6) value zeroes.
        02 SupplierInvoiceCursorReference pic x(20) value spaces.
    01 NumberOfSupplierInvoicesInPage pic 9(3) value zeroes.
    01 SupplierInvoicePageIndex pic 9(3) value zeroes.
    01 SupplierInvoicePage.
        02 SupplierInvoicePageEntry occurs 20 times.
            copy SupplierInvoice replacing
                ==01== by ==03==
                ==02== by ==04==
                ==03== by ==05==
                ==SupplierInvoice== by ==SupplierInvoicePageRecord==.
    copy SupplierInvoice replacing SupplierInvoice by ==CurrentSupplierInvoice==.
    copy Supplier replacing Supplier by ==PayeeSupplier==.

    01 PayeeSupplierId pic 9(6) value zeroes.
    01 MaxPayeeInvoices pic 9(3) value 50.
    01 NumberOfPayeeInvoices pic 9(3) value zeroes.
    01 PayeeInvoiceIndex pic 9(3) value zeroes.
    01 PayeeInvoiceTable.
        02 PayeeInvoiceEntry occurs 50 times.
            03 PayeeInvoiceKey.
                04 PayeeInvoiceSupplierId pic 9(6).
                04 PayeeInvoiceReference pic x(20).
            03 PayeeInvoiceDate pic 9(8).
            03 PayeeInvoiceGross pic s9(8)v99.
    01 PayeePaymentTotal pic s9(8)v99 value zeroes.
    01 ThisSupplierInvoiceKey.
        02 ThisSupplierId pic 9(6) value zeroes.
        02 ThisSupplierInvoiceReference pic x(20) value spaces.
    01 ReturnedSupplierInvoiceStatus pic x(2) value spaces.

    01 PaymentCount pic 9(6) value zeroes.
    01 PaidInvoiceCount pic 9(6) value zeroes.
    01 SkippedSupplierCount pic 9(6) value zeroes.
    01 EmailRemittanceCount pic 9(6) value zeroes.
    01 PrintRemittanceCount pic 9(6) value zeroes.
    01 RunPaymentTotal pic s9(10)v99 value zeroes.
    01 EditedRemittanceAmount pic -(8)9.99 value zeroes.
    01 EditedRunTotal pic -(10)9.99 value zeroes.
    01 RemittanceLine pic x(120) value spaces.
    01 RegisterDocumentType pic x(10) value "REMITTANCE".
    01 RegisterAccountId pic 9(8) value zeroes.
    01 RegisterChannel pic x value "P".

procedure division.

    call "GetBusinessDate" using RunDate
    display "SupplierPaymentRun: business date " RunDate
    move RunDate to CutOffDate
    perform LoadPaymentRunConfig
    perform AllocatePaymentRunReference
    if IsPaymentRunFileFound
        display "SupplierPaymentRun: every payment run reference for "
            RunDate " has been used; payment run not started"
        move 1 to return-code
        stop run
    end-if
    display "SupplierPaymentRun: payment run " ThisPaymentRunReference
        " to " function trim(BankPaymentFileName)
    open output BankPaymentFile
    open output RemittanceEmailSpoolFile
    open output RemittancePrintSpoolFile
    perform ProcessSupplierInvoicePages
    perform PayCurrentPayee
    perform WriteBankContraRecord
    close BankPaymentFile
    close RemittanceEmailSpoolFile
    close RemittancePrintSpoolFile
    move RunPaymentTotal to EditedRunTotal
    display "SupplierPaymentRun: cut-off " CutOffDate ", "
        PaymentCount " payment(s) covering " PaidInvoiceCount
        " invoice(s), total " EditedRunTotal
    display "SupplierPaymentRun: " EmailRemittanceCount " emailed and "
        PrintRemittanceCount " printed remittance(s), "
        SkippedSupplierCount " supplier(s) without bank details not paid"
    stop run.

AllocatePaymentRunReference.
    move "Y" to PaymentRunFileFound
    move zero to PaymentRunSequence
    perform until not IsPaymentRunFileFound
        or PaymentRunSequence equal to 99
        add 1 to PaymentRunSequence
        move spaces to ThisPaymentRunReference
        string
            "PR" delimited by size
            RunDate delimited by size
            PaymentRunSequence delimited by size
            into ThisPaymentRunReference
        end-string
        perform BuildPaymentRunFileNames
        open input BankPaymentFile
        if BankPaymentFileStatus not equal to "00"
            move "N" to PaymentRunFileFound
        end-if
        close BankPaymentFile
    end-perform
    .

BuildPaymentRunFileNames.
    move spaces to BankPaymentFileName
    string
        "SupplierPayments-" delimited by size
        function trim(ThisPaymentRunReference) delimited by size
        ".bac" delimited by size
        into BankPaymentFileName
    end-string
    move spaces to RemittanceEmailSpoolFileName
    string
        "RemittanceEmail-" delimited by size
        function trim(ThisPaymentRunReference) delimited by size
        ".spl" delimited by size
        into RemittanceEmailSpoolFileName
    end-string
    move spaces to RemittancePrintSpoolFileName
    string
        "RemittancePrint-" delimited by size
        function trim(ThisPaymentRunReference) delimited by size
        ".spl" delimited by size
        into RemittancePrintSpoolFileName
    end-string
    .

LoadPaymentRunConfig.
    open input PaymentRunConfigFile
    if PaymentRunConfigStatus equal to "00"
        read PaymentRunConfigFile
            at end continue
            not at end
                if ConfigCutOffDate is numeric
                    and ConfigCutOffDate not equal to zero
                    move ConfigCutOffDate to CutOffDate
                end-if
                if ConfigOriginSortCode is numeric
                    move ConfigOriginSortCode to OriginSortCode
                end-if
                if ConfigOriginAccountNumber is numeric
                    move ConfigOriginAccountNumber to OriginAccountNumber
                end-if
                if ConfigOriginatorName not equal to spaces
                    move ConfigOriginatorName to PaymentOriginatorName
                end-if
        end-read
    end-if
    close PaymentRunConfigFile
    .

ProcessSupplierInvoicePages.
    initialize SupplierInvoiceCursorKey
    move zeroes to PayeeSupplierId
    move zeroes to NumberOfPayeeInvoices
    call "GetSupplierInvoicesPage" using SupplierInvoiceCursorKey,
        SupplierInvoicePage, NumberOfSupplierInvoicesInPage
    perform until NumberOfSupplierInvoicesInPage equal to zero
        perform varying SupplierInvoicePageIndex from 1 by 1
            until SupplierInvoicePageIndex is greater than
                NumberOfSupplierInvoicesInPage
            move SupplierInvoicePageRecord(SupplierInvoicePageIndex)
                to CurrentSupplierInvoice
            if IsSupplierInvoiceApproved of CurrentSupplierInvoice
                and SupplierInvoiceDueDate of CurrentSupplierInvoice
                    is not greater than CutOffDate
                perform AddCurrentInvoiceToPayee
            end-if
        end-perform
        move SupplierInvoiceKey of
            SupplierInvoicePageRecord(NumberOfSupplierInvoicesInPage)
            to SupplierInvoiceCursorKey
        call "GetSupplierInvoicesPage" using SupplierInvoiceCursorKey,
            SupplierInvoicePage, NumberOfSupplierInvoicesInPage
    end-perform
    .

AddCurrentInvoiceToPayee.
    if SupplierId of CurrentSupplierInvoice not equal to PayeeSupplierId
        or NumberOfPayeeInvoices equal to MaxPayeeInvoices
        perform PayCurrentPayee
        move SupplierId of CurrentSupplierInvoice to PayeeSupplierId
    end-if
    add 1 to NumberOfPayeeInvoices
    move SupplierInvoiceKey of CurrentSupplierInvoice
        to PayeeInvoiceKey(NumberOfPayeeInvoices)
    move SupplierInvoiceDate of CurrentSupplierInvoice
        to PayeeInvoiceDate(NumberOfPayeeInvoices)
    move SupplierInvoiceGross of CurrentSupplierInvoice
        to PayeeInvoiceGross(NumberOfPayeeInvoices)
    .

PayCurrentPayee.
    if NumberOfPayeeInvoices equal to zero
        exit paragraph
    end-if
    call "GetSupplierById" using PayeeSupplier, PayeeSupplierId
    if SupplierId of PayeeSupplier not equal to PayeeSupplierId
        or SupplierSortCode of PayeeSupplier equal to zero
        or SupplierAccountNumber of PayeeSupplier equal to zero
        add 1 to SkippedSupplierCount
        display "SupplierPaymentRun: supplier " PayeeSupplierId
            " has no bank details; " NumberOfPayeeInvoices
            " invoice(s) left for payment"
        move zeroes to NumberOfPayeeInvoices
        exit paragraph
    end-if
    move zeroes to PayeePaymentTotal
    perform varying PayeeInvoiceIndex from 1 by 1
        until PayeeInvoiceIndex is greater than NumberOfPayeeInvoices
        add PayeeInvoiceGross(PayeeInvoiceIndex) to PayeePaymentTotal
    end-perform
    if PayeePaymentTotal is greater than zero
        perform WriteBankPaymentRecord
        if BankPaymentFileStatus not equal to "00"
            display "SupplierPaymentRun: payment to supplier " PayeeSupplierId
                " could not be written, status " BankPaymentFileStatus
                "; " NumberOfPayeeInvoices " invoice(s) left for payment"
            move 1 to return-code
            move zeroes to NumberOfPayeeInvoices
            exit paragraph
        end-if
        add 1 to PaymentCount
        add PayeePaymentTotal to RunPaymentTotal
        perform MarkPayeeInvoicesPaid
        move PayeeSupplierId to RegisterAccountId
        call "BeginOutputDocument" using RegisterDocumentType, RegisterAccountId,
            ThisPaymentRunReference
        if SupplierEmail of PayeeSupplier not equal to spaces
            add 1 to EmailRemittanceCount
            move "E" to RegisterChannel
            perform WriteEmailRemittance
        else
            add 1 to PrintRemittanceCount
            move "P" to RegisterChannel
            perform WritePrintRemittance
        end-if
        call "EndOutputDocument" using RegisterChannel
    end-if
    move zeroes to NumberOfPayeeInvoices
    .

MarkPayeeInvoicesPaid.
    perform varying PayeeInvoiceIndex from 1 by 1
        until PayeeInvoiceIndex is greater than NumberOfPayeeInvoices
        move PayeeInvoiceKey(PayeeInvoiceIndex) to ThisSupplierInvoiceKey
        call "MarkSupplierInvoicePaid" using ThisSupplierInvoiceKey,
            ThisPaymentRunReference, RunDate, ReturnedSupplierInvoiceStatus
        if ReturnedSupplierInvoiceStatus equal to "00"
            add 1 to PaidInvoiceCount
        else
            display "SupplierPaymentRun: invoice '"
                function trim(PayeeInvoiceReference(PayeeInvoiceIndex))
                "' of supplier " PayeeSupplierId " is in payment "
                function trim(ThisPaymentRunReference)
                " but could not be marked paid, status "
                ReturnedSupplierInvoiceStatus
            move 1 to return-code
        end-if
    end-perform
    .

WriteBankPaymentRecord.
    move spaces to BankPaymentRecord
    move SupplierSortCode of PayeeSupplier to DestinationSortCode
    move SupplierAccountNumber of PayeeSupplier to DestinationAccountNumber
    move "0" to DestinationAccountType
    move "99" to BankTransactionCode
    move OriginSortCode to OriginatingSortCode
    move OriginAccountNumber to OriginatingAccountNumber
    compute PaymentAmountInPence = PayeePaymentTotal * 100
    move PaymentOriginatorName to OriginatorName
    move ThisPaymentRunReference to BankPaymentReference
    if SupplierAccountName of PayeeSupplier not equal to spaces
        move SupplierAccountName of PayeeSupplier to BeneficiaryName
    else
        move SupplierName of PayeeSupplier to BeneficiaryName
    end-if
    write BankPaymentRecord
    .

WriteBankContraRecord.
    if RunPaymentTotal equal to zero
        exit paragraph
    end-if
    move spaces to BankPaymentRecord
    move OriginSortCode to DestinationSortCode
    move OriginAccountNumber to DestinationAccountNumber
    move "0" to DestinationAccountType
    move "17" to BankTransactionCode
    move OriginSortCode to OriginatingSortCode
    move OriginAccountNumber to OriginatingAccountNumber
    compute PaymentAmountInPence = RunPaymentTotal * 100
    move PaymentOriginatorName to OriginatorName
    move "CONTRA" to BankPaymentReference
    move ThisPaymentRunReference to BeneficiaryName
    write BankPaymentRecord
    .

WriteEmailRemittance.
    move spaces to RemittanceLine
    string
        "To: " delimited by size
        function trim(SupplierEmail of PayeeSupplier) delimited by size
        into RemittanceLine
    end-string
    move RemittanceLine to RemittanceEmailRecord
    perform WriteRemittanceEmailRecord
    perform BuildRemittanceSubjectLine
    move RemittanceLine to RemittanceEmailRecord
    perform WriteRemittanceEmailRecord
    perform varying PayeeInvoiceIndex from 1 by 1
        until PayeeInvoiceIndex is greater than NumberOfPayeeInvoices
        if PayeeInvoiceGross(PayeeInvoiceIndex) not equal to zero
            perform BuildRemittanceInvoiceLine
            move RemittanceLine to RemittanceEmailRecord
            perform WriteRemittanceEmailRecord
        end-if
    end-perform
    perform BuildRemittanceTotalLine
    move RemittanceLine to RemittanceEmailRecord
    perform WriteRemittanceEmailRecord
    move spaces to RemittanceEmailRecord
    perform WriteRemittanceEmailRecord
    .

WritePrintRemittance.
    move SupplierName of PayeeSupplier to RemittancePrintRecord
    perform WriteRemittancePrintRecord
    move SupplierAddress1 of PayeeSupplier to RemittancePrintRecord
    perform WriteRemittancePrintRecord
    move SupplierCity of PayeeSupplier to RemittancePrintRecord
    perform WriteRemittancePrintRecord
    move SupplierPostcode of PayeeSupplier to RemittancePrintRecord
    perform WriteRemittancePrintRecord
    perform BuildRemittanceSubjectLine
    move RemittanceLine to RemittancePrintRecord
    perform WriteRemittancePrintRecord
    perform varying PayeeInvoiceIndex from 1 by 1
        until PayeeInvoiceIndex is greater than NumberOfPayeeInvoices
        if PayeeInvoiceGross(PayeeInvoiceIndex) not equal to zero
            perform BuildRemittanceInvoiceLine
            move RemittanceLine to RemittancePrintRecord
            perform WriteRemittancePrintRecord
        end-if
    end-perform
    perform BuildRemittanceTotalLine
    move RemittanceLine to RemittancePrintRecord
    perform WriteRemittancePrintRecord
    move spaces to RemittancePrintRecord
    perform WriteRemittancePrintRecord
    .

BuildRemittanceSubjectLine.
    move spaces to RemittanceLine
    string
        "REMITTANCE ADVICE - payment " delimited by size
        function trim(ThisPaymentRunReference) delimited by size
        " to supplier " delimited by size
        PayeeSupplierId delimited by size
        " made " delimited by size
        RunDate delimited by size
        into RemittanceLine
    end-string
    .

BuildRemittanceInvoiceLine.
    move PayeeInvoiceGross(PayeeInvoiceIndex) to EditedRemittanceAmount
    move spaces to RemittanceLine
    string
        "  Your invoice " delimited by size
        PayeeInvoiceReference(PayeeInvoiceIndex) delimited by size
        " dated " delimited by size
        PayeeInvoiceDate(PayeeInvoiceIndex) delimited by size
        "  " delimited by size
        EditedRemittanceAmount delimited by size
        into RemittanceLine
    end-string
    .

BuildRemittanceTotalLine.
    move PayeePaymentTotal to EditedRemittanceAmount
    move spaces to RemittanceLine
    string
        "Total paid by bank transfer: " delimited by size
        EditedRemittanceAmount delimited by size
        into RemittanceLine
    end-string
    .

WriteRemittanceEmailRecord.
    write RemittanceEmailRecord
    call "AddOutputDocumentLine" using RemittanceEmailRecord
    .

WriteRemittancePrintRecord.
    write RemittancePrintRecord
    call "AddOutputDocumentLine" using RemittancePrintRecord
    .

end program SupplierPaymentRun.
