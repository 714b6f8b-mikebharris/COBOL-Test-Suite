        select optional JournalWorkFile assign to JournalWorkFileName
            organization is line sequential.

        select optional PriceVariancePostingFile
            assign to "PurchasePriceVariance.pjl"
            organization is line sequential.

        select optional CardSettlementPostingFile
            assign to "CardSettlement.pjl"
            organization is line sequential.

        select optional DirectDebitReturnPostingFile
            assign to "DirectDebitReturns.pjl"
            organization is line sequential.

        select optional JournalControlFile assign to JournalControlFileName
            organization is relative
            access mode is dynamic
            02 JournalDocDate pic 9(8).
            02 filler pic x(36).

    fd PriceVariancePostingFile.
        01 PriceVariancePostingRecord.
            88 EndOfPriceVariancePostingFile value high-values.
            02 VariancePostingNominalCode pic 9(4).
            02 filler pic x.
            02 VariancePostingDebitCredit pic x.
            02 filler pic x.
            02 VariancePostingAmount pic 9(10)v99.
            02 filler pic x.
            02 VariancePostingDocType pic x.
            02 filler pic x.
            02 VariancePostingDocNumber pic 9(6).
            02 filler pic x.
            02 VariancePostingDocDate pic 9(8).

    fd CardSettlementPostingFile.
        01 CardSettlementPostingRecord.
            88 EndOfCardSettlementPostingFile value high-values.
            02 CardPostingNominalCode pic 9(4).
            02 filler pic x.
            02 CardPostingDebitCredit pic x.
            02 filler pic x.
            02 CardPostingAmount pic 9(10)v99.
            02 filler pic x.
            02 CardPostingDocType pic x.
            02 filler pic x.
            02 CardPostingDocNumber pic 9(6).
            02 filler pic x.
            02 CardPostingDocDate pic 9(8).

    fd DirectDebitReturnPostingFile.
        01 DirectDebitReturnPostingRecord.
            88 EndOfDirectDebitReturnPostingFile value high-values.
            02 ReturnPostingNominalCode pic 9(4).
            02 filler pic x.
            02 ReturnPostingDebitCredit pic x.
            02 filler pic x.
            02 ReturnPostingAmount pic 9(10)v99.
            02 filler pic x.
            02 ReturnPostingDocType pic x.
            02 filler pic x.
            02 ReturnPostingDocNumber pic 9(6).
            02 filler pic x.
            02 ReturnPostingDocDate pic 9(8).

    fd JournalControlFile.
        01 JournalControlRecord.
            02 LastExportedInvoiceNumber pic 9(6) value zeroes.

    01 NominalDebtorsControl pic 9(4) value 1100.
    01 NominalBankAccount pic 9(4) value 1200.
    01 NominalCreditorsControl pic 9(4) value 2100.
    01 NominalVatOutput pic 9(4) value 2200.
    01 NominalStandardSales pic 9(4) value 4000.
    01 NominalZeroRatedSales pic 9(4) value 4001.
                ==03== by ==05==
                ==Payment== by ==PaymentPageRecord==.

    01 VariancePostingsCount pic 9(3) value zeroes.
    01 CardPostingsCount pic 9(5) value zeroes.
    01 ReturnPostingsCount pic 9(5) value zeroes.

    01 BatchHeaderLine pic x(80) value spaces.

procedure division.

    call "GetBusinessDate" using RunDate
    display "JournalExportRun: business date " RunDate
    perform OpenJournalControl
    add 1 to LastBatchNumber
    move LastBatchNumber to BatchNumber
    perform ExportNewInvoices
    perform ExportNewCreditNotes
    perform ExportNewPayments
    perform ExportPriceVariancePostings
    perform ExportCardSettlementPostings
    perform ExportDirectDebitReturnPostings
    perform WriteBatchTrailer
    close JournalWorkFile
    perform RewriteJournalControl
    move "P" to PostingDocType
    move PaymentId of PaymentPageRecord(PaymentPageIndex) to PostingDocNumber
    move PaymentDate of PaymentPageRecord(PaymentPageIndex) to PostingDocDate
    if IsContraPayment of PaymentPageRecord(PaymentPageIndex)
        move NominalCreditorsControl to PostingNominalCode
    else
        move NominalBankAccount to PostingNominalCode
    end-if
    move "D" to PostingDebitCredit
    compute PostingAmount = PaymentAmount of PaymentPageRecord(PaymentPageIndex)
        + ReversedAmount of PaymentPageRecord(PaymentPageIndex)
    perform WriteJournalLine
    move NominalDebtorsControl to PostingNominalCode
    move "C" to PostingDebitCredit
    perform WriteJournalLine
    .

ExportPriceVariancePostings.
    move zeroes to VariancePostingsCount
    open input PriceVariancePostingFile
    read PriceVariancePostingFile
        at end set EndOfPriceVariancePostingFile to true
    end-read
    perform until EndOfPriceVariancePostingFile
        if VariancePostingAmount is numeric
            and VariancePostingNominalCode is numeric
            move VariancePostingNominalCode to PostingNominalCode
            move VariancePostingDebitCredit to PostingDebitCredit
            move VariancePostingAmount to PostingAmount
            move VariancePostingDocType to PostingDocType
            move VariancePostingDocNumber to PostingDocNumber
            move VariancePostingDocDate to PostingDocDate
            perform WriteJournalLine
            add 1 to VariancePostingsCount
        end-if
        read PriceVariancePostingFile
            at end set EndOfPriceVariancePostingFile to true
        end-read
    end-perform
    close PriceVariancePostingFile
    if VariancePostingsCount is greater than zero
        add 1 to DocumentsExportedCount
        open output PriceVariancePostingFile
        close PriceVariancePostingFile
    end-if
    .

ExportCardSettlementPostings.
    move zeroes to CardPostingsCount
    open input CardSettlementPostingFile
    read CardSettlementPostingFile
        at end set EndOfCardSettlementPostingFile to true
    end-read
    perform until EndOfCardSettlementPostingFile
        if CardPostingAmount is numeric
            and CardPostingNominalCode is numeric
            move CardPostingNominalCode to PostingNominalCode
            move CardPostingDebitCredit to PostingDebitCredit
            move CardPostingAmount to PostingAmount
            move CardPostingDocType to PostingDocType
            move CardPostingDocNumber to PostingDocNumber
            move CardPostingDocDate to PostingDocDate
            perform WriteJournalLine
            add 1 to CardPostingsCount
        end-if
        read CardSettlementPostingFile
            at end set EndOfCardSettlementPostingFile to true
        end-read
    end-perform
    close CardSettlementPostingFile
    if CardPostingsCount is greater than zero
        add 1 to DocumentsExportedCount
        open output CardSettlementPostingFile
        close CardSettlementPostingFile
    end-if
    .

ExportDirectDebitReturnPostings.
    move zeroes to ReturnPostingsCount
    open input DirectDebitReturnPostingFile
    read DirectDebitReturnPostingFile
        at end set EndOfDirectDebitReturnPostingFile to true
    end-read
    perform until EndOfDirectDebitReturnPostingFile
        if ReturnPostingAmount is numeric
            and ReturnPostingNominalCode is numeric
            move ReturnPostingNominalCode to PostingNominalCode
            move ReturnPostingDebitCredit to PostingDebitCredit
            move ReturnPostingAmount to PostingAmount
            move ReturnPostingDocType to PostingDocType
            move ReturnPostingDocNumber to PostingDocNumber
            move ReturnPostingDocDate to PostingDocDate
            perform WriteJournalLine
            add 1 to ReturnPostingsCount
        end-if
        read DirectDebitReturnPostingFile
            at end set EndOfDirectDebitReturnPostingFile to true
        end-read
    end-perform
    close DirectDebitReturnPostingFile
    if ReturnPostingsCount is greater than zero
        add 1 to DocumentsExportedCount
        open output DirectDebitReturnPostingFile
        close DirectDebitReturnPostingFile
    end-if
    .

end program JournalExportRun.
