        select optional WriteOffJournalFile assign to WriteOffJournalFileName
            organization is line sequential.

        select optional VatReliefJournalFile assign to VatReliefJournalFileName
            organization is line sequential.

data division.
file section.
    fd PaymentsFile.
            02 filler pic x(10).
            02 TextWriteOffOperator pic x(8).

    fd VatReliefJournalFile.
        01 VatReliefTextRecord.
            88 EndOfVatReliefJournalFile value high-values.
            02 filler pic x(8).
            02 TextReliefInvoiceNumber pic 9(6).
            02 filler pic x(10).
            02 TextReliefCustomerId pic 9(8).
            02 filler pic x(6).
            02 TextReliefDate pic 9(8).
            02 filler pic x(6).
            02 TextReliefEntryType pic x.
                88 IsReliefClaim    value "C".
                88 IsReliefReversal value "R".
            02 filler pic x(5).
            02 TextReliefVatAmount pic 9(8)v99.
            02 filler pic x(12).
            02 TextReliefWriteOffDate pic 9(8).

working-storage section.
    01 PaymentFileStatus pic x(2).
        88 Successful   value "00".
    01 DiscountsTakenFileName pic x(20) value "DiscountsTaken.jnl".
    01 WriteOffJournalFileName pic x(20) value "WriteOffs.jnl".
    01 WriteOffsTotal pic s9(10)v99 value zeroes.
    01 VatReliefJournalFileName pic x(20) value "VatRelief.jnl".
    01 VatReliefOutstanding pic s9(8)v99 value zeroes.
    01 VatReliefWriteOffDate pic 9(8) value zeroes.
    01 VatReliefOriginalVat pic s9(8)v99 value zeroes.
    01 VatReliefReversalAmount pic 9(8)v99 value zeroes.
    01 VatReliefReversalDate pic 9(8) value zeroes.
    01 VatReliefAnalysisIndex pic 9(1) value zeroes.
    01 VatReliefReceiptAmount pic 9(8)v99 value zeroes.

    copy Customer replacing Customer by ==SettlementCustomer==.
    01 SettlementCustomerId pic 9(8) value zeroes.
    01 SettlementPaymentDate pic 9(8) value zeroes.
    01 SettlementInvoiceStatus pic x(2) value spaces.
    01 SettlementAllocationIndex pic 9(2) value zeroes.
    01 PlanCustomerId pic 9(8) value zeroes.
    01 PlanReceiptAmount pic 9(8)v99 value zeroes.
    01 PlanReturnedStatus pic x(2) value spaces.
    01 DiscountWindowEndInteger pic 9(7) value zeroes.
    01 PaymentDateInteger pic 9(7) value zeroes.
    01 RemainingAfterAllocation pic s9(8)v99 value zeroes.
    01 ThisInvoiceNumber pic 9(6) value zeroes.
    01 PaymentCursorId pic 9(6) value zeroes.
    01 AllocationAmount pic 9(8)v99 value zeroes.
    01 ThisReversalReason pic x(20) value spaces.
    01 ThisSettlementBatch pic 9(6) value zeroes.
    01 ReturnedPaymentStatus pic x(2) value spaces.
    01 OutstandingAmount pic s9(8)v99 value zeroes.
    01 NumberOfPaymentsInPage pic 9(3) value zeroes.
            move AllocatedInvoiceNumber of PaymentAllocation of
                ThisPayment(SettlementAllocationIndex)
                to SettlementInvoiceNumber
            move AllocatedAmount of PaymentAllocation of
                ThisPayment(SettlementAllocationIndex)
                to VatReliefReceiptAmount
            perform SettleInvoiceIfWithinDiscountTerms
            perform ReverseVatReliefForReceipt
        end-perform
        move CustomerId of ThisPayment to PlanCustomerId
        move PaymentAmount of ThisPayment to PlanReceiptAmount
        call "ApplyReceiptToPaymentPlan" using PlanCustomerId, PlanReceiptAmount,
            PlanReturnedStatus
    end-if
    goback.

    close PaymentsFile
    if ReturnedPaymentStatus equal to "00"
        move ThisInvoiceNumber to SettlementInvoiceNumber
        move AllocationAmount to VatReliefReceiptAmount
        perform SettleInvoiceIfWithinDiscountTerms
        perform ReverseVatReliefForReceipt
    end-if
    goback.

entry "ReverseCashReceipt" using ThisPaymentId, ThisReversalReason,
        ReturnedPaymentStatus
    move "00" to PaymentFileStatus
    open i-o PaymentsFile
    move ThisPaymentId to PaymentId of PaymentRecord
    start PaymentsFile
        key is equal to PaymentId of PaymentRecord
        invalid key
            set NoSuchRecord to true
            display "ReverseCashReceipt: no such payment " ThisPaymentId
        not invalid key
            read PaymentsFile
            if IsPaymentReversed of PaymentRecord
                set InvalidData to true
                display "ReverseCashReceipt: payment " ThisPaymentId
                    " is already reversed"
            else
                move PaymentAmount of PaymentRecord
                    to ReversedAmount of PaymentRecord
                move zero to PaymentAmount of PaymentRecord
                perform varying AllocationIndex from 1 by 1
                    until AllocationIndex is greater than
                        AllocationCount of PaymentRecord
                    move AllocatedInvoiceNumber of PaymentAllocation of
                        PaymentRecord(AllocationIndex) to SettlementInvoiceNumber
                    call "ReopenInvoice" using SettlementInvoiceNumber,
                        SettlementInvoiceStatus
                end-perform
                move zero to AllocationCount of PaymentRecord
                move ThisReversalReason to ReversalReason of PaymentRecord
                call "GetBusinessDate" using ReversedDate of PaymentRecord
                set IsPaymentReversed of PaymentRecord to true
                rewrite PaymentRecord
                move CustomerId of PaymentRecord to PlanCustomerId
                move ReversedAmount of PaymentRecord to PlanReceiptAmount
                call "ReverseReceiptOnPaymentPlan" using PlanCustomerId,
                    PlanReceiptAmount, PlanReturnedStatus
            end-if
    end-start
    move PaymentFileStatus to ReturnedPaymentStatus
    close PaymentsFile
    goback.

entry "MarkCardPaymentSettled" using ThisPaymentId, ThisSettlementBatch,
        ReturnedPaymentStatus
    move "00" to PaymentFileStatus
    open i-o PaymentsFile
    move ThisPaymentId to PaymentId of PaymentRecord
    start PaymentsFile
        key is equal to PaymentId of PaymentRecord
        invalid key
            set NoSuchRecord to true
            display "MarkCardPaymentSettled: no such payment " ThisPaymentId
        not invalid key
            read PaymentsFile
            if not IsCardPayment of PaymentRecord
                set InvalidData to true
                display "MarkCardPaymentSettled: payment " ThisPaymentId
                    " is not a card payment"
            else
                move ThisSettlementBatch to CardSettlementBatch of PaymentRecord
                rewrite PaymentRecord
            end-if
    end-start
    move PaymentFileStatus to ReturnedPaymentStatus
    close PaymentsFile
    goback.

entry "GetInvoiceOutstandingBalance" using ThisInvoiceNumber, OutstandingAmount
    move zero to OutstandingAmount
    call "GetInvoiceByNumber" using AllocationInvoice, ThisInvoiceNumber
        - DiscountsTakenTotal - WriteOffsTotal + RefundTotal
    goback.

entry "GetHighestPaymentId" using ThisPaymentId
    move zeroes to ThisPaymentId
    open i-o PaymentIdControlFile
    read PaymentIdControlFile
        invalid key
            move zeroes to LastIssuedPaymentId
    end-read
    move LastIssuedPaymentId to ThisPaymentId
    close PaymentIdControlFile
    goback.

entry "ClearPaymentsFile"
    open output PaymentsFile
    close PaymentsFile
    if not IsChequePayment of ThisPayment
        and not IsBankTransferPayment of ThisPayment
        and not IsCardPayment of ThisPayment
        and not IsDirectDebitPayment of ThisPayment
        and not IsContraPayment of ThisPayment
        set IsBankTransferPayment of ThisPayment to true
    end-if
    if PaymentAmount of ThisPayment equal to zero
        exit paragraph
    end-if
    if SettlementPaymentDate equal to zero
        call "GetBusinessDate" using SettlementPaymentDate
    end-if
    compute DiscountWindowEndInteger =
        function integer-of-date(InvoiceDate of AllocationInvoice)
    close WriteOffJournalFile
    .

ReverseVatReliefForReceipt.
    move zero to VatReliefOutstanding
    open input VatReliefJournalFile
    read VatReliefJournalFile
        at end set EndOfVatReliefJournalFile to true
    end-read
    perform until EndOfVatReliefJournalFile
        if TextReliefInvoiceNumber equal to SettlementInvoiceNumber
            if IsReliefClaim
                add TextReliefVatAmount to VatReliefOutstanding
                move TextReliefWriteOffDate to VatReliefWriteOffDate
            end-if
            if IsReliefReversal
                subtract TextReliefVatAmount from VatReliefOutstanding
            end-if
        end-if
        read VatReliefJournalFile
            at end set EndOfVatReliefJournalFile to true
        end-read
    end-perform
    close VatReliefJournalFile
    if VatReliefOutstanding is not greater than zero
        exit paragraph
    end-if
    call "GetInvoiceByNumber" using AllocationInvoice, SettlementInvoiceNumber
    if InvoiceNumber of AllocationInvoice not equal to SettlementInvoiceNumber
        or GrossAmount of AllocationInvoice is not greater than zero
        exit paragraph
    end-if
    move zero to VatReliefOriginalVat
    if VatAnalysisCount of AllocationInvoice is greater than zero
        perform varying VatReliefAnalysisIndex from 1 by 1
            until VatReliefAnalysisIndex is greater than VatAnalysisCount of AllocationInvoice
            add AnalysisVatAmount of AllocationInvoice(VatReliefAnalysisIndex)
                to VatReliefOriginalVat
        end-perform
    else
        move VATAmount of AllocationInvoice to VatReliefOriginalVat
    end-if
    compute VatReliefReversalAmount rounded =
        VatReliefReceiptAmount * VatReliefOriginalVat / GrossAmount of AllocationInvoice
    if VatReliefReversalAmount is greater than VatReliefOutstanding
        move VatReliefOutstanding to VatReliefReversalAmount
    end-if
    if VatReliefReversalAmount equal to zero
        exit paragraph
    end-if
    call "GetBusinessDate" using VatReliefReversalDate
    open extend VatReliefJournalFile
    move spaces to VatReliefTextRecord
    string
        "Invoice=" delimited by size
        SettlementInvoiceNumber delimited by size
        " Customer=" delimited by size
        CustomerId of AllocationInvoice delimited by size
        " Date=" delimited by size
        VatReliefReversalDate delimited by size
        " Type=R" delimited by size
        " Vat=" delimited by size
        VatReliefReversalAmount delimited by size
        " WrittenOff=" delimited by size
        VatReliefWriteOffDate delimited by size
        into VatReliefTextRecord
    end-string
    write VatReliefTextRecord
    close VatReliefJournalFile
    display "CashReceipts: bad debt VAT relief of "
        VatReliefReversalAmount " reversed on invoice " SettlementInvoiceNumber
    .

AllocateNextPaymentId.
    open i-o PaymentIdControlFile
    read PaymentIdControlFile
