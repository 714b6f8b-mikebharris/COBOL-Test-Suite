identification division.
program-id. ContraSettlementApply.

environment division.
configuration section.
    repository.
        function all intrinsic.

input-output section.
    file-control.
        select optional ContraInstructionFile assign to ContraInstructionFileName
            organization is line sequential.

        select optional ContraJournalFile assign to ContraJournalFileName
            organization is line sequential.

        select optional ContraEmailSpoolFile assign to ContraEmailSpoolFileName
            organization is line sequential.

        select optional ContraPrintSpoolFile assign to ContraPrintSpoolFileName
            organization is line sequential.

data division.
file section.
    fd ContraInstructionFile.
        01 ContraInstructionRecord.
            88 EndOfContraInstructionFile value high-values.
            02 InstructionType pic x.
                88 IsContraHeaderLine    value "H".
                88 IsSalesInvoiceLine    value "S".
                88 IsSupplierInvoiceLine value "P".
            02 filler pic x.
            02 InstructionDetail pic x(30).
        01 ContraHeaderInstruction.
            02 filler pic x(2).
            02 HeaderCustomerId pic 9(8).
            02 filler pic x.
            02 HeaderSupplierId pic 9(6).
        01 SalesInvoiceInstruction.
            02 filler pic x(2).
            02 InstructionInvoiceNumber pic 9(6).
        01 SupplierInvoiceInstruction.
            02 filler pic x(2).
            02 InstructionSupplierReference pic x(20).

    fd ContraJournalFile.
        01 ContraJournalRecord pic x(120).

    fd ContraEmailSpoolFile.
        01 ContraEmailRecord pic x(120).

    fd ContraPrintSpoolFile.
        01 ContraPrintRecord pic x(120).

working-storage section.
    01 ContraInstructionFileName pic x(20) value "ContraSettlement.dat".
    01 ContraJournalFileName pic x(20) value "Contras.jnl".
    01 ContraEmailSpoolFileName pic x(20) value "ContraEmail.spl".
    01 ContraPrintSpoolFileName pic x(20) value "ContraPrint.spl".

    01 RunDate pic 9(8) value zeroes.

    01 ContraPending pic x value "N".
        88 IsContraPending value "Y".
    01 ContraValid pic x value "Y".
        88 IsContraValid value "Y".
    01 ContraCustomerId pic 9(8) value zeroes.
    01 ContraSupplierLookupId pic 9(6) value zeroes.
    copy Customer replacing Customer by ==ContraCustomer==.
    copy Supplier replacing Supplier by ==ContraSupplier==.

    01 MaxContraSalesInvoices pic 9(2) value 10.
    01 NumberOfContraSalesInvoices pic 9(2) value zeroes.
    01 ContraSalesIndex pic 9(2) value zeroes.
    01 ContraSalesTable.
        02 ContraSalesEntry occurs 10 times.
            03 ContraSalesInvoiceNumber pic 9(6) value zeroes.
            03 ContraSalesInvoiceDate pic 9(8) value zeroes.
            03 ContraSalesOutstanding pic s9(8)v99 value zeroes.
            03 ContraSalesSettled pic 9(8)v99 value zeroes.

    01 MaxContraSupplierInvoices pic 9(2) value 20.
    01 NumberOfContraSupplierInvoices pic 9(2) value zeroes.
    01 ContraSupplierIndex pic 9(2) value zeroes.
    01 ContraSupplierTable.
        02 ContraSupplierEntry occurs 20 times.
            03 ContraSupplierReference pic x(20) value spaces.
            03 ContraSupplierInvoiceDate pic 9(8) value zeroes.
            03 ContraSupplierGross pic s9(8)v99 value zeroes.

    copy Invoice replacing Invoice by ==ContraSalesInvoice==.
    01 ThisInvoiceNumber pic 9(6) value zeroes.
    01 OutstandingAmount pic s9(8)v99 value zeroes.
    copy SupplierInvoice replacing SupplierInvoice by ==ContraSupplierInvoice==.
    01 ThisSupplierInvoiceKey.
        02 ThisSupplierId pic 9(6) value zeroes.
        02 ThisSupplierInvoiceReference pic x(20) value spaces.
    01 ReturnedSupplierInvoiceStatus pic x(2) value spaces.

    01 SalesOutstandingTotal pic s9(10)v99 value zeroes.
    01 ContraAmount pic s9(10)v99 value zeroes.
    01 ContraRemaining pic s9(10)v99 value zeroes.
    copy Payment replacing Payment by ==ContraPayment==.
    01 ContraPaymentId pic 9(6) value zeroes.
    01 ReturnedPaymentStatus pic x(2) value spaces.
    01 ContraReference pic x(12) value spaces.

    01 AppliedContraCount pic 9(6) value zeroes.
    01 RejectedContraCount pic 9(6) value zeroes.
    01 AppliedContraTotal pic s9(10)v99 value zeroes.
    01 EditedContraAmount pic -(8)9.99 value zeroes.
    01 EditedContraTotal pic -(10)9.99 value zeroes.
    01 ContraLine pic x(120) value spaces.
    01 RegisterDocumentType pic x(10) value "CONTRA".
    01 RegisterAccountId pic 9(8) value zeroes.
    01 RegisterChannel pic x value "P".
    01 StatementSentByEmail pic x value "N".
        88 IsStatementSentByEmail value "Y".

procedure division.

    call "GetBusinessDate" using RunDate
    display "ContraSettlementApply: business date " RunDate
    open input ContraInstructionFile
    open extend ContraJournalFile
    open output ContraEmailSpoolFile
    open output ContraPrintSpoolFile
    read ContraInstructionFile
        at end set EndOfContraInstructionFile to true
    end-read
    perform until EndOfContraInstructionFile
        evaluate true
            when IsContraHeaderLine
                perform SettleCurrentContra
                perform StartNewContra
            when IsSalesInvoiceLine
                perform AddSalesInvoiceToContra
            when IsSupplierInvoiceLine
                perform AddSupplierInvoiceToContra
            when other
                continue
        end-evaluate
        read ContraInstructionFile
            at end set EndOfContraInstructionFile to true
        end-read
    end-perform
    perform SettleCurrentContra
    close ContraInstructionFile
    close ContraJournalFile
    close ContraEmailSpoolFile
    close ContraPrintSpoolFile
    move AppliedContraTotal to EditedContraTotal
    display "ContraSettlementApply: " AppliedContraCount " contra(s) applied, total "
        EditedContraTotal "; " RejectedContraCount " rejected"
    if RejectedContraCount is greater than zero
        move 1 to return-code
    end-if
    stop run.

StartNewContra.
    move "Y" to ContraPending
    move "Y" to ContraValid
    move zeroes to NumberOfContraSalesInvoices
    move zeroes to NumberOfContraSupplierInvoices
    initialize ContraSalesTable
    initialize ContraSupplierTable
    move zeroes to ContraCustomerId
    move zeroes to ContraSupplierLookupId
    if HeaderCustomerId is numeric
        move HeaderCustomerId to ContraCustomerId
    end-if
    if HeaderSupplierId is numeric
        move HeaderSupplierId to ContraSupplierLookupId
    end-if
    .

AddSalesInvoiceToContra.
    if not IsContraPending
        display "ContraSettlementApply: sales invoice line before any contra header"
        exit paragraph
    end-if
    if InstructionInvoiceNumber is not numeric
        or NumberOfContraSalesInvoices equal to MaxContraSalesInvoices
        move "N" to ContraValid
        display "ContraSettlementApply: customer " ContraCustomerId
            " - invalid sales invoice line or more than "
            MaxContraSalesInvoices " sales invoices"
        exit paragraph
    end-if
    add 1 to NumberOfContraSalesInvoices
    move InstructionInvoiceNumber
        to ContraSalesInvoiceNumber(NumberOfContraSalesInvoices)
    .

AddSupplierInvoiceToContra.
    if not IsContraPending
        display "ContraSettlementApply: supplier invoice line before any contra header"
        exit paragraph
    end-if
    if InstructionSupplierReference equal to spaces
        or NumberOfContraSupplierInvoices equal to MaxContraSupplierInvoices
        move "N" to ContraValid
        display "ContraSettlementApply: customer " ContraCustomerId
            " - invalid supplier invoice line or more than "
            MaxContraSupplierInvoices " supplier invoices"
        exit paragraph
    end-if
    add 1 to NumberOfContraSupplierInvoices
    move InstructionSupplierReference
        to ContraSupplierReference(NumberOfContraSupplierInvoices)
    .

SettleCurrentContra.
    if not IsContraPending
        exit paragraph
    end-if
    move "N" to ContraPending
    if IsContraValid
        perform ValidateContraAccounts
    end-if
    if IsContraValid
        perform ValidateContraSalesInvoices
    end-if
    if IsContraValid
        perform ValidateContraSupplierInvoices
    end-if
    if IsContraValid
        perform ValidateContraAmounts
    end-if
    if not IsContraValid
        add 1 to RejectedContraCount
        exit paragraph
    end-if
    perform PostContraReceipt
    if ReturnedPaymentStatus not equal to "00"
        add 1 to RejectedContraCount
        display "ContraSettlementApply: customer " ContraCustomerId
            " - contra receipt rejected with status " ReturnedPaymentStatus
        exit paragraph
    end-if
    perform MarkContraSupplierInvoicesPaid
    perform WriteContraJournalRecords
    perform SendContraStatement
    add 1 to AppliedContraCount
    add ContraAmount to AppliedContraTotal
    move ContraAmount to EditedContraAmount
    display "ContraSettlementApply: " function trim(ContraReference)
        " customer " ContraCustomerId " supplier " ContraSupplierLookupId
        " settled " EditedContraAmount
    .

ValidateContraAccounts.
    call "GetCustomerById" using ContraCustomer, ContraCustomerId
    if CustomerId of ContraCustomer not equal to ContraCustomerId
        or ContraCustomerId equal to zero
        move "N" to ContraValid
        display "ContraSettlementApply: no such customer " ContraCustomerId
        exit paragraph
    end-if
    if ContraSupplierId of ContraCustomer not equal to ContraSupplierLookupId
        or ContraSupplierLookupId equal to zero
        move "N" to ContraValid
        display "ContraSettlementApply: customer " ContraCustomerId
            " is not linked to supplier " ContraSupplierLookupId " for contra"
        exit paragraph
    end-if
    call "GetSupplierById" using ContraSupplier, ContraSupplierLookupId
    if SupplierId of ContraSupplier not equal to ContraSupplierLookupId
        move "N" to ContraValid
        display "ContraSettlementApply: no such supplier " ContraSupplierLookupId
    end-if
    .

ValidateContraSalesInvoices.
    move zero to SalesOutstandingTotal
    if NumberOfContraSalesInvoices equal to zero
        move "N" to ContraValid
        display "ContraSettlementApply: customer " ContraCustomerId
            " - no sales invoices chosen"
        exit paragraph
    end-if
    perform varying ContraSalesIndex from 1 by 1
        until ContraSalesIndex is greater than NumberOfContraSalesInvoices
            or not IsContraValid
        move ContraSalesInvoiceNumber(ContraSalesIndex) to ThisInvoiceNumber
        call "GetInvoiceByNumber" using ContraSalesInvoice, ThisInvoiceNumber
        call "GetInvoiceOutstandingBalance" using ThisInvoiceNumber,
            OutstandingAmount
        if InvoiceNumber of ContraSalesInvoice not equal to ThisInvoiceNumber
            or CustomerId of ContraSalesInvoice not equal to ContraCustomerId
            or OutstandingAmount is not greater than zero
            move "N" to ContraValid
            display "ContraSettlementApply: invoice " ThisInvoiceNumber
                " is not an open invoice of customer " ContraCustomerId
        else
            move InvoiceDate of ContraSalesInvoice
                to ContraSalesInvoiceDate(ContraSalesIndex)
            move OutstandingAmount to ContraSalesOutstanding(ContraSalesIndex)
            add OutstandingAmount to SalesOutstandingTotal
        end-if
    end-perform
    .

ValidateContraSupplierInvoices.
    move zero to ContraAmount
    if NumberOfContraSupplierInvoices equal to zero
        move "N" to ContraValid
        display "ContraSettlementApply: supplier " ContraSupplierLookupId
            " - no supplier invoices chosen"
        exit paragraph
    end-if
    perform varying ContraSupplierIndex from 1 by 1
        until ContraSupplierIndex is greater than NumberOfContraSupplierInvoices
            or not IsContraValid
        move ContraSupplierLookupId to ThisSupplierId
        move ContraSupplierReference(ContraSupplierIndex)
            to ThisSupplierInvoiceReference
        call "GetSupplierInvoice" using ContraSupplierInvoice,
            ThisSupplierInvoiceKey
        if SupplierInvoiceKey of ContraSupplierInvoice
            not equal to ThisSupplierInvoiceKey
            or not IsSupplierInvoiceApproved of ContraSupplierInvoice
            or SupplierInvoiceGross of ContraSupplierInvoice
                is not greater than zero
            move "N" to ContraValid
            display "ContraSettlementApply: supplier invoice '"
                function trim(ThisSupplierInvoiceReference)
                "' is not an approved open invoice of supplier "
                ContraSupplierLookupId
        else
            move SupplierInvoiceDate of ContraSupplierInvoice
                to ContraSupplierInvoiceDate(ContraSupplierIndex)
            move SupplierInvoiceGross of ContraSupplierInvoice
                to ContraSupplierGross(ContraSupplierIndex)
            add SupplierInvoiceGross of ContraSupplierInvoice to ContraAmount
        end-if
    end-perform
    .

ValidateContraAmounts.
    if ContraAmount is greater than SalesOutstandingTotal
        move "N" to ContraValid
        move ContraAmount to EditedContraAmount
        move SalesOutstandingTotal to EditedContraTotal
        display "ContraSettlementApply: customer " ContraCustomerId
            " - supplier invoices total " EditedContraAmount
            " exceeds sales invoices outstanding " EditedContraTotal
    end-if
    .

PostContraReceipt.
    initialize ContraPayment
    move ContraCustomerId to CustomerId of ContraPayment
    move RunDate to PaymentDate of ContraPayment
    move spaces to PaymentReference of ContraPayment
    string
        "CONTRA SUPPLIER " delimited by size
        ContraSupplierLookupId delimited by size
        into PaymentReference of ContraPayment
    end-string
    move ContraAmount to PaymentAmount of ContraPayment
    set IsContraPayment of ContraPayment to true
    set IsPaymentNotReversed of ContraPayment to true
    move ContraAmount to ContraRemaining
    move zeroes to AllocationCount of ContraPayment
    perform varying ContraSalesIndex from 1 by 1
        until ContraSalesIndex is greater than NumberOfContraSalesInvoices
            or ContraRemaining equal to zero
        if ContraSalesOutstanding(ContraSalesIndex) is less than ContraRemaining
            move ContraSalesOutstanding(ContraSalesIndex)
                to ContraSalesSettled(ContraSalesIndex)
        else
            move ContraRemaining to ContraSalesSettled(ContraSalesIndex)
        end-if
        subtract ContraSalesSettled(ContraSalesIndex) from ContraRemaining
        add 1 to AllocationCount of ContraPayment
        move ContraSalesInvoiceNumber(ContraSalesIndex)
            to AllocatedInvoiceNumber of ContraPayment
                (AllocationCount of ContraPayment)
        move ContraSalesSettled(ContraSalesIndex)
            to AllocatedAmount of ContraPayment(AllocationCount of ContraPayment)
    end-perform
    call "AddCashReceipt" using ContraPayment, ContraPaymentId,
        ReturnedPaymentStatus
    move spaces to ContraReference
    string
        "CT" delimited by size
        ContraPaymentId delimited by size
        into ContraReference
    end-string
    .

MarkContraSupplierInvoicesPaid.
    perform varying ContraSupplierIndex from 1 by 1
        until ContraSupplierIndex is greater than NumberOfContraSupplierInvoices
        move ContraSupplierLookupId to ThisSupplierId
        move ContraSupplierReference(ContraSupplierIndex)
            to ThisSupplierInvoiceReference
        call "MarkSupplierInvoiceContraSettled" using ThisSupplierInvoiceKey,
            ContraReference, RunDate, ReturnedSupplierInvoiceStatus
        if ReturnedSupplierInvoiceStatus not equal to "00"
            display "ContraSettlementApply: " function trim(ContraReference)
                " - supplier invoice '"
                function trim(ThisSupplierInvoiceReference)
                "' could not be marked paid, status "
                ReturnedSupplierInvoiceStatus
        end-if
    end-perform
    .

WriteContraJournalRecords.
    perform varying ContraSalesIndex from 1 by 1
        until ContraSalesIndex is greater than NumberOfContraSalesInvoices
        if ContraSalesSettled(ContraSalesIndex) is greater than zero
            move spaces to ContraJournalRecord
            string
                "Contra=" delimited by size
                ContraReference delimited by size
                " Customer=" delimited by size
                ContraCustomerId delimited by size
                " Supplier=" delimited by size
                ContraSupplierLookupId delimited by size
                " Date=" delimited by size
                RunDate delimited by size
                " Side=S Invoice=" delimited by size
                ContraSalesInvoiceNumber(ContraSalesIndex) delimited by size
                " Amount=" delimited by size
                ContraSalesSettled(ContraSalesIndex) delimited by size
                into ContraJournalRecord
            end-string
            write ContraJournalRecord
        end-if
    end-perform
    perform varying ContraSupplierIndex from 1 by 1
        until ContraSupplierIndex is greater than NumberOfContraSupplierInvoices
        move spaces to ContraJournalRecord
        string
            "Contra=" delimited by size
            ContraReference delimited by size
            " Customer=" delimited by size
            ContraCustomerId delimited by size
            " Supplier=" delimited by size
            ContraSupplierLookupId delimited by size
            " Date=" delimited by size
            RunDate delimited by size
            " Side=P Invoice=" delimited by size
            ContraSupplierReference(ContraSupplierIndex) delimited by size
            " Amount=" delimited by size
            ContraSupplierGross(ContraSupplierIndex) delimited by size
            into ContraJournalRecord
        end-string
        write ContraJournalRecord
    end-perform
    .

SendContraStatement.
    move ContraCustomerId to RegisterAccountId
    call "BeginOutputDocument" using RegisterDocumentType, RegisterAccountId,
        ContraReference
    if Email of ContraCustomer not equal to spaces
        and not IsEmailInvalid of ContraCustomer
        move "Y" to StatementSentByEmail
        move "E" to RegisterChannel
        move spaces to ContraLine
        string
            "To: " delimited by size
            function trim(Email of ContraCustomer) delimited by size
            into ContraLine
        end-string
        perform WriteContraStatementLine
    else
        move "N" to StatementSentByEmail
        move "P" to RegisterChannel
        move Name of ContraCustomer to ContraLine
        perform WriteContraStatementLine
        move Address1 of ContraCustomer to ContraLine
        perform WriteContraStatementLine
        move City of ContraCustomer to ContraLine
        perform WriteContraStatementLine
        move Postcode of ContraCustomer to ContraLine
        perform WriteContraStatementLine
    end-if
    move spaces to ContraLine
    string
        "CONTRA STATEMENT - " delimited by size
        function trim(ContraReference) delimited by size
        " dated " delimited by size
        RunDate delimited by size
        into ContraLine
    end-string
    perform WriteContraStatementLine
    move spaces to ContraLine
    string
        "Your customer account " delimited by size
        ContraCustomerId delimited by size
        " with us is offset against your supplier account " delimited by size
        ContraSupplierLookupId delimited by size
        into ContraLine
    end-string
    perform WriteContraStatementLine
    move "Our invoices to you settled by this contra:" to ContraLine
    perform WriteContraStatementLine
    perform varying ContraSalesIndex from 1 by 1
        until ContraSalesIndex is greater than NumberOfContraSalesInvoices
        if ContraSalesSettled(ContraSalesIndex) is greater than zero
            move ContraSalesSettled(ContraSalesIndex) to EditedContraAmount
            move spaces to ContraLine
            string
                "  Invoice " delimited by size
                ContraSalesInvoiceNumber(ContraSalesIndex) delimited by size
                " dated " delimited by size
                ContraSalesInvoiceDate(ContraSalesIndex) delimited by size
                "  " delimited by size
                EditedContraAmount delimited by size
                into ContraLine
            end-string
            perform WriteContraStatementLine
        end-if
    end-perform
    move "Your invoices to us settled by this contra:" to ContraLine
    perform WriteContraStatementLine
    perform varying ContraSupplierIndex from 1 by 1
        until ContraSupplierIndex is greater than NumberOfContraSupplierInvoices
        move ContraSupplierGross(ContraSupplierIndex) to EditedContraAmount
        move spaces to ContraLine
        string
            "  Your invoice " delimited by size
            ContraSupplierReference(ContraSupplierIndex) delimited by size
            " dated " delimited by size
            ContraSupplierInvoiceDate(ContraSupplierIndex) delimited by size
            "  " delimited by size
            EditedContraAmount delimited by size
            into ContraLine
        end-string
        perform WriteContraStatementLine
    end-perform
    move ContraAmount to EditedContraAmount
    move spaces to ContraLine
    string
        "Total settled by contra, no payment will be made by either party: "
            delimited by size
        EditedContraAmount delimited by size
        into ContraLine
    end-string
    perform WriteContraStatementLine
    move spaces to ContraLine
    perform WriteContraStatementLine
    call "EndOutputDocument" using RegisterChannel
    .

WriteContraStatementLine.
    if IsStatementSentByEmail
        move ContraLine to ContraEmailRecord
        write ContraEmailRecord
        call "AddOutputDocumentLine" using ContraEmailRecord
    else
        move ContraLine to ContraPrintRecord
        write ContraPrintRecord
        call "AddOutputDocumentLine" using ContraPrintRecord
    end-if
    .

end program ContraSettlementApply.
