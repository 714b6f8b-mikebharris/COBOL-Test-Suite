identification division.
program-id. CardSettlementImport.

environment division.
configuration section.
    repository.
        function all intrinsic.

input-output section.
    file-control.
        select optional CardSettlementFile assign to CardSettlementFileName
            organization is line sequential.

        select optional CardSettlementRegisterFile
            assign to CardSettlementRegisterFileName
            organization is line sequential.

        select optional CardExceptionFile assign to CardExceptionFileName
            organization is line sequential.

        select optional ChargebackReportFile assign to ChargebackReportFileName
            organization is line sequential.

        select optional CardPostingFile assign to "CardSettlement.pjl"
            organization is line sequential.

data division.
file section.
    fd CardSettlementFile.
        01 CardSettlementRecord.
            88 EndOfCardSettlementFile value high-values.
            02 AcquirerLineType pic x.
                88 IsAcquirerTransaction value "T".
                88 IsAcquirerChargeback  value "K".
                88 IsAcquirerSettlement  value "S".
            02 filler pic x.
            02 AcquirerDate pic 9(8).
            02 filler pic x.
            02 AcquirerAmount pic 9(8)v99.
            02 filler pic x.
            02 AcquirerFee pic 9(6)v99.
            02 filler pic x.
            02 AcquirerReference pic x(20).
            02 filler pic x.
            02 AcquirerReason pic x(20).
        01 AcquirerSettlementRecord.
            02 filler pic x.
            02 filler pic x.
            02 SettlementDate pic 9(8).
            02 filler pic x.
            02 SettlementNetAmount pic 9(8)v99.
            02 filler pic x.
            02 SettlementReference pic x(20).

    fd CardSettlementRegisterFile.
        01 CardSettlementRegisterRecord.
            88 EndOfCardSettlementRegister value high-values.
            02 RegisterLineType pic x.
                88 IsRegisterTransaction value "T".
                88 IsRegisterChargeback  value "K".
                88 IsRegisterBatch       value "B".
            02 filler pic x.
            02 RegisterBatchNumber pic 9(6).
            02 filler pic x.
            02 RegisterDate pic 9(8).
            02 filler pic x.
            02 RegisterPaymentId pic 9(6).
            02 filler pic x.
            02 RegisterAmount pic 9(8)v99.
            02 filler pic x.
            02 RegisterFee pic 9(8)v99.
            02 filler pic x.
            02 RegisterReference pic x(20).

    fd CardExceptionFile.
        01 CardExceptionRecord pic x(120).

    fd ChargebackReportFile.
        01 ChargebackReportRecord pic x(120).

    fd CardPostingFile.
        01 CardPostingRecord.
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

working-storage section.
    01 RunDate pic 9(8) value zeroes.
    01 CardSettlementFileName pic x(20) value "CardSettlement.imp".
    01 CardSettlementRegisterFileName pic x(20) value "CardSettlements.dat".
    01 CardExceptionFileName pic x(20) value "CardSettlement.sus".
    01 ChargebackReportFileName pic x(20) value "Chargebacks.rpt".

    01 NominalDebtorsControl pic 9(4) value 1100.
    01 NominalBankAccount pic 9(4) value 1200.
    01 NominalCardCharges pic 9(4) value 7900.

    01 PostingNominalCode pic 9(4) value zeroes.
    01 PostingDebitCredit pic x value space.
    01 PostingAmount pic 9(10)v99 value zeroes.
    01 PostingDocType pic x value space.
    01 PostingDocNumber pic 9(6) value zeroes.
    01 PostingDocDate pic 9(8) value zeroes.

    01 MaxCardPayments pic 9(4) value 3000.
    01 NumberOfCardPayments pic 9(4) value zeroes.
    01 CardPaymentIndex pic 9(4) value zeroes.
    01 MatchedCardPaymentIndex pic 9(4) value zeroes.
    01 CardPaymentTable.
        02 CardPaymentEntry occurs 3000 times.
            03 CardPaymentId pic 9(6).
            03 CardPaymentCustomerId pic 9(8).
            03 CardPaymentDate pic 9(8).
            03 CardPaymentAmount pic 9(8)v99.
            03 CardPaymentReference pic x(20).
            03 CardPaymentState pic x.
                88 IsCardPaymentOpen       value "O".
                88 IsCardPaymentSettled    value "S".
                88 IsCardPaymentPending    value "P".
                88 IsCardPaymentChargeback value "K".

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
    copy Payment replacing Payment by ==ChargebackPayment==.
    copy Customer replacing Customer by ==ChargebackCustomer==.

    01 MaxBatchLines pic 9(3) value 500.
    01 NumberOfBatchLines pic 9(3) value zeroes.
    01 BatchLineIndex pic 9(3) value zeroes.
    01 BatchLineTable.
        02 BatchLineEntry occurs 500 times.
            03 BatchLineType pic x.
                88 IsBatchTransaction value "T".
                88 IsBatchChargeback  value "K".
            03 BatchLineDate pic 9(8).
            03 BatchLineAmount pic 9(8)v99.
            03 BatchLineFee pic 9(6)v99.
            03 BatchLineReference pic x(20).
            03 BatchLineReason pic x(20).
            03 BatchLinePaymentIndex pic 9(4).

    01 BatchNumber pic 9(6) value zeroes.
    01 HighestBatchNumber pic 9(6) value zeroes.
    01 BatchGrossTotal pic s9(10)v99 value zeroes.
    01 BatchFeeTotal pic s9(10)v99 value zeroes.
    01 BatchChargebackTotal pic s9(10)v99 value zeroes.
    01 BatchExpectedNet pic s9(10)v99 value zeroes.
    01 BatchNetDifference pic s9(10)v99 value zeroes.

    01 ThisPaymentId pic 9(6) value zeroes.
    01 ThisChargebackReason pic x(20) value spaces.
    01 ThisCustomerId pic 9(8) value zeroes.
    01 ReturnedPaymentStatus pic x(2) value spaces.
    01 ExceptionReason pic x(40) value spaces.
    01 ReopenedInvoiceIndex pic 9(2) value zeroes.
    01 ReopenedInvoiceList pic x(70) value spaces.
    01 ReopenedInvoicePointer pic 9(3) value zeroes.

    01 EditedCardAmount pic -(8)9.99 value zeroes.
    01 EditedCardFee pic -(8)9.99 value zeroes.
    01 EditedCardNet pic -(8)9.99 value zeroes.

    01 MatchedTransactionCount pic 9(6) value zeroes.
    01 ChargebackCount pic 9(6) value zeroes.
    01 SettledBatchCount pic 9(6) value zeroes.
    01 ExceptionCount pic 9(6) value zeroes.

    01 InterfaceName pic x(20) value "CARDSETTLEMENT".
    01 InterfaceFileName pic x(30) value spaces.
    01 InterfaceControlTotal pic s9(12)v99 value zeroes.
    01 ReturnedInterfaceStatus pic x(2) value spaces.

procedure division.

    call "GetBusinessDate" using RunDate
    display "CardSettlementImport: business date " RunDate
    perform RegisterInterfaceFile
    perform LoadHighestBatchNumber
    perform LoadCardPayments
    open input CardSettlementFile
    open extend CardSettlementRegisterFile
    open output CardExceptionFile
    open output ChargebackReportFile
    open extend CardPostingFile
    move "CARD CHARGEBACKS" to ChargebackReportRecord
    write ChargebackReportRecord
    move zeroes to NumberOfBatchLines
    read CardSettlementFile
        at end set EndOfCardSettlementFile to true
    end-read
    perform until EndOfCardSettlementFile
        if (IsAcquirerTransaction or IsAcquirerChargeback)
            and AcquirerAmount is numeric
            add AcquirerAmount to InterfaceControlTotal
        end-if
        evaluate true
            when IsAcquirerTransaction
                perform AddAcquirerTransaction
            when IsAcquirerChargeback
                perform AddAcquirerChargeback
            when IsAcquirerSettlement
                perform SettleAcquirerBatch
            when other
                move "unknown line type" to ExceptionReason
                perform WriteCardException
        end-evaluate
        read CardSettlementFile
            at end set EndOfCardSettlementFile to true
        end-read
    end-perform
    if NumberOfBatchLines is greater than zero
        perform ReportUnsettledBatchLines
    end-if
    close CardSettlementFile
    close CardSettlementRegisterFile
    close CardExceptionFile
    close ChargebackReportFile
    close CardPostingFile
    display "CardSettlementImport: " SettledBatchCount " settlement(s), "
        MatchedTransactionCount " card receipt(s) matched, "
        ChargebackCount " chargeback(s), " ExceptionCount " exception(s)"
    call "CloseInterfaceFile" using InterfaceControlTotal
    stop run.

RegisterInterfaceFile.
    move CardSettlementFileName to InterfaceFileName
    call "OpenInterfaceFile" using InterfaceName, InterfaceFileName,
        ReturnedInterfaceStatus
    if ReturnedInterfaceStatus equal to "22"
        display "CardSettlementImport: " function trim(InterfaceFileName)
            " already processed; not loaded"
        move 1 to return-code
        stop run
    end-if
    .

LoadHighestBatchNumber.
    move zeroes to HighestBatchNumber
    open input CardSettlementRegisterFile
    read CardSettlementRegisterFile
        at end set EndOfCardSettlementRegister to true
    end-read
    perform until EndOfCardSettlementRegister
        if IsRegisterBatch
            and RegisterBatchNumber is numeric
            and RegisterBatchNumber is greater than HighestBatchNumber
            move RegisterBatchNumber to HighestBatchNumber
        end-if
        read CardSettlementRegisterFile
            at end set EndOfCardSettlementRegister to true
        end-read
    end-perform
    close CardSettlementRegisterFile
    .

LoadCardPayments.
    move zeroes to NumberOfCardPayments
    move zero to PaymentCursorId
    call "GetPaymentsPage" using PaymentCursorId, PaymentPage,
        NumberOfPaymentsInPage
    perform until NumberOfPaymentsInPage equal to zero
        perform varying PaymentPageIndex from 1 by 1
            until PaymentPageIndex is greater than NumberOfPaymentsInPage
            if IsCardPayment of PaymentPageRecord(PaymentPageIndex)
                and IsPaymentNotReversed of PaymentPageRecord(PaymentPageIndex)
                perform AddCardPaymentToTable
            end-if
        end-perform
        move PaymentId of PaymentPageRecord(NumberOfPaymentsInPage)
            to PaymentCursorId
        call "GetPaymentsPage" using PaymentCursorId, PaymentPage,
            NumberOfPaymentsInPage
    end-perform
    .

AddCardPaymentToTable.
    if NumberOfCardPayments equal to MaxCardPayments
        exit paragraph
    end-if
    add 1 to NumberOfCardPayments
    move PaymentId of PaymentPageRecord(PaymentPageIndex)
        to CardPaymentId(NumberOfCardPayments)
    move CustomerId of PaymentPageRecord(PaymentPageIndex)
        to CardPaymentCustomerId(NumberOfCardPayments)
    move PaymentDate of PaymentPageRecord(PaymentPageIndex)
        to CardPaymentDate(NumberOfCardPayments)
    move PaymentAmount of PaymentPageRecord(PaymentPageIndex)
        to CardPaymentAmount(NumberOfCardPayments)
    move PaymentReference of PaymentPageRecord(PaymentPageIndex)
        to CardPaymentReference(NumberOfCardPayments)
    if CardSettlementBatch of PaymentPageRecord(PaymentPageIndex)
        equal to zero
        set IsCardPaymentOpen(NumberOfCardPayments) to true
    else
        set IsCardPaymentSettled(NumberOfCardPayments) to true
    end-if
    .

AddAcquirerTransaction.
    if AcquirerAmount is not numeric or AcquirerFee is not numeric
        move "invalid transaction amount or fee" to ExceptionReason
        perform WriteCardException
        exit paragraph
    end-if
    perform FindOpenCardPayment
    if MatchedCardPaymentIndex equal to zero
        move "no matching open card receipt" to ExceptionReason
        perform WriteCardException
    else
        set IsCardPaymentPending(MatchedCardPaymentIndex) to true
    end-if
    perform AddBatchLine
    .

AddAcquirerChargeback.
    if AcquirerAmount is not numeric or AcquirerFee is not numeric
        move "invalid chargeback amount or fee" to ExceptionReason
        perform WriteCardException
        exit paragraph
    end-if
    perform FindChargedBackCardPayment
    if MatchedCardPaymentIndex equal to zero
        move "no matching card receipt for chargeback" to ExceptionReason
        perform WriteCardException
    else
        set IsCardPaymentChargeback(MatchedCardPaymentIndex) to true
    end-if
    perform AddBatchLine
    .

AddBatchLine.
    if NumberOfBatchLines equal to MaxBatchLines
        move "settlement batch too large; line ignored" to ExceptionReason
        perform WriteCardException
        exit paragraph
    end-if
    add 1 to NumberOfBatchLines
    move AcquirerLineType to BatchLineType(NumberOfBatchLines)
    move AcquirerDate to BatchLineDate(NumberOfBatchLines)
    move AcquirerAmount to BatchLineAmount(NumberOfBatchLines)
    move AcquirerFee to BatchLineFee(NumberOfBatchLines)
    move AcquirerReference to BatchLineReference(NumberOfBatchLines)
    move AcquirerReason to BatchLineReason(NumberOfBatchLines)
    move MatchedCardPaymentIndex to BatchLinePaymentIndex(NumberOfBatchLines)
    .

FindOpenCardPayment.
    move zero to MatchedCardPaymentIndex
    if AcquirerReference not equal to spaces
        perform varying CardPaymentIndex from 1 by 1
            until CardPaymentIndex is greater than NumberOfCardPayments
                or MatchedCardPaymentIndex not equal to zero
            if IsCardPaymentOpen(CardPaymentIndex)
                and CardPaymentAmount(CardPaymentIndex) equal to AcquirerAmount
                and CardPaymentReference(CardPaymentIndex)
                    equal to AcquirerReference
                move CardPaymentIndex to MatchedCardPaymentIndex
            end-if
        end-perform
    end-if
    perform varying CardPaymentIndex from 1 by 1
        until CardPaymentIndex is greater than NumberOfCardPayments
            or MatchedCardPaymentIndex not equal to zero
        if IsCardPaymentOpen(CardPaymentIndex)
            and CardPaymentAmount(CardPaymentIndex) equal to AcquirerAmount
            and CardPaymentDate(CardPaymentIndex) equal to AcquirerDate
            move CardPaymentIndex to MatchedCardPaymentIndex
        end-if
    end-perform
    .

FindChargedBackCardPayment.
    move zero to MatchedCardPaymentIndex
    if AcquirerReference equal to spaces
        exit paragraph
    end-if
    perform varying CardPaymentIndex from 1 by 1
        until CardPaymentIndex is greater than NumberOfCardPayments
            or MatchedCardPaymentIndex not equal to zero
        if not IsCardPaymentChargeback(CardPaymentIndex)
            and CardPaymentAmount(CardPaymentIndex) equal to AcquirerAmount
            and CardPaymentReference(CardPaymentIndex)
                equal to AcquirerReference
            move CardPaymentIndex to MatchedCardPaymentIndex
        end-if
    end-perform
    .

SettleAcquirerBatch.
    if SettlementNetAmount is not numeric
        move "invalid settlement amount" to ExceptionReason
        perform WriteCardException
        exit paragraph
    end-if
    add 1 to HighestBatchNumber
    move HighestBatchNumber to BatchNumber
    move zero to BatchGrossTotal
    move zero to BatchFeeTotal
    move zero to BatchChargebackTotal
    perform varying BatchLineIndex from 1 by 1
        until BatchLineIndex is greater than NumberOfBatchLines
        add BatchLineFee(BatchLineIndex) to BatchFeeTotal
        if IsBatchTransaction(BatchLineIndex)
            add BatchLineAmount(BatchLineIndex) to BatchGrossTotal
            if BatchLinePaymentIndex(BatchLineIndex) not equal to zero
                perform SettleBatchTransaction
            end-if
        else
            add BatchLineAmount(BatchLineIndex) to BatchChargebackTotal
            if BatchLinePaymentIndex(BatchLineIndex) not equal to zero
                perform ApplyBatchChargeback
            end-if
        end-if
    end-perform
    perform WriteBatchRegisterRecord
    perform WriteBatchPostings
    compute BatchExpectedNet = BatchGrossTotal - BatchFeeTotal
        - BatchChargebackTotal
    compute BatchNetDifference = SettlementNetAmount - BatchExpectedNet
    if BatchNetDifference not equal to zero
        move BatchExpectedNet to EditedCardAmount
        move SettlementNetAmount to EditedCardNet
        move spaces to CardExceptionRecord
        string
            "NET DIFFERENCE Batch=" delimited by size
            BatchNumber delimited by size
            " Ref='" delimited by size
            function trim(SettlementReference) delimited by size
            "' Expected=" delimited by size
            EditedCardAmount delimited by size
            " Paid=" delimited by size
            EditedCardNet delimited by size
            into CardExceptionRecord
        end-string
        write CardExceptionRecord
        add 1 to ExceptionCount
    end-if
    add 1 to SettledBatchCount
    move BatchGrossTotal to EditedCardAmount
    move BatchFeeTotal to EditedCardFee
    move SettlementNetAmount to EditedCardNet
    display "CardSettlementImport: batch " BatchNumber " "
        function trim(SettlementReference) " gross " EditedCardAmount
        " fees " EditedCardFee " net " EditedCardNet
    move zeroes to NumberOfBatchLines
    .

SettleBatchTransaction.
    move BatchLinePaymentIndex(BatchLineIndex) to CardPaymentIndex
    move CardPaymentId(CardPaymentIndex) to ThisPaymentId
    call "MarkCardPaymentSettled" using ThisPaymentId, BatchNumber,
        ReturnedPaymentStatus
    if ReturnedPaymentStatus not equal to "00"
        move "card receipt could not be marked settled" to ExceptionReason
        perform WriteBatchLineException
        exit paragraph
    end-if
    set IsCardPaymentSettled(CardPaymentIndex) to true
    add 1 to MatchedTransactionCount
    move spaces to CardSettlementRegisterRecord
    move "T" to RegisterLineType
    move BatchNumber to RegisterBatchNumber
    move BatchLineDate(BatchLineIndex) to RegisterDate
    move ThisPaymentId to RegisterPaymentId
    move BatchLineAmount(BatchLineIndex) to RegisterAmount
    move BatchLineFee(BatchLineIndex) to RegisterFee
    move BatchLineReference(BatchLineIndex) to RegisterReference
    write CardSettlementRegisterRecord
    .

ApplyBatchChargeback.
    move BatchLinePaymentIndex(BatchLineIndex) to CardPaymentIndex
    move CardPaymentId(CardPaymentIndex) to ThisPaymentId
    call "GetPaymentById" using ChargebackPayment, ThisPaymentId
    move spaces to ThisChargebackReason
    string
        "CHARGEBACK " delimited by size
        BatchLineReason(BatchLineIndex) delimited by size
        into ThisChargebackReason
    end-string
    call "ReverseCashReceipt" using ThisPaymentId, ThisChargebackReason,
        ReturnedPaymentStatus
    if ReturnedPaymentStatus not equal to "00"
        move "card receipt could not be reversed" to ExceptionReason
        perform WriteBatchLineException
        exit paragraph
    end-if
    add 1 to ChargebackCount
    move spaces to CardSettlementRegisterRecord
    move "K" to RegisterLineType
    move BatchNumber to RegisterBatchNumber
    move BatchLineDate(BatchLineIndex) to RegisterDate
    move ThisPaymentId to RegisterPaymentId
    move BatchLineAmount(BatchLineIndex) to RegisterAmount
    move BatchLineFee(BatchLineIndex) to RegisterFee
    move BatchLineReference(BatchLineIndex) to RegisterReference
    write CardSettlementRegisterRecord
    move NominalDebtorsControl to PostingNominalCode
    move "D" to PostingDebitCredit
    move BatchLineAmount(BatchLineIndex) to PostingAmount
    move "K" to PostingDocType
    move ThisPaymentId to PostingDocNumber
    move BatchLineDate(BatchLineIndex) to PostingDocDate
    perform WriteCardPosting
    move NominalBankAccount to PostingNominalCode
    move "C" to PostingDebitCredit
    perform WriteCardPosting
    perform WriteChargebackReportLine
    .

WriteChargebackReportLine.
    move CardPaymentCustomerId(CardPaymentIndex) to ThisCustomerId
    call "GetCustomerById" using ChargebackCustomer, ThisCustomerId
    move BatchLineAmount(BatchLineIndex) to EditedCardAmount
    move spaces to ChargebackReportRecord
    string
        "  " delimited by size
        BatchLineDate(BatchLineIndex) delimited by size
        "  Receipt " delimited by size
        ThisPaymentId delimited by size
        "  Customer " delimited by size
        ThisCustomerId delimited by size
        " " delimited by size
        function trim(Name of ChargebackCustomer) delimited by size
        "  " delimited by size
        EditedCardAmount delimited by size
        "  " delimited by size
        BatchLineReason(BatchLineIndex) delimited by size
        into ChargebackReportRecord
    end-string
    write ChargebackReportRecord
    move spaces to ReopenedInvoiceList
    move 1 to ReopenedInvoicePointer
    perform varying ReopenedInvoiceIndex from 1 by 1
        until ReopenedInvoiceIndex is greater than
            AllocationCount of ChargebackPayment
        string
            " " delimited by size
            AllocatedInvoiceNumber of ChargebackPayment(ReopenedInvoiceIndex)
                delimited by size
            into ReopenedInvoiceList
            with pointer ReopenedInvoicePointer
        end-string
    end-perform
    if AllocationCount of ChargebackPayment is greater than zero
        move spaces to ChargebackReportRecord
        string
            "      Invoice(s) reopened:" delimited by size
            ReopenedInvoiceList delimited by size
            into ChargebackReportRecord
        end-string
    else
        move "      Receipt was unallocated; customer balance restored"
            to ChargebackReportRecord
    end-if
    write ChargebackReportRecord
    .

WriteBatchRegisterRecord.
    move spaces to CardSettlementRegisterRecord
    move "B" to RegisterLineType
    move BatchNumber to RegisterBatchNumber
    move SettlementDate to RegisterDate
    move zeroes to RegisterPaymentId
    move SettlementNetAmount to RegisterAmount
    move BatchFeeTotal to RegisterFee
    move SettlementReference to RegisterReference
    write CardSettlementRegisterRecord
    .

WriteBatchPostings.
    if BatchFeeTotal equal to zero
        exit paragraph
    end-if
    move NominalCardCharges to PostingNominalCode
    move "D" to PostingDebitCredit
    move BatchFeeTotal to PostingAmount
    move "F" to PostingDocType
    move BatchNumber to PostingDocNumber
    move SettlementDate to PostingDocDate
    perform WriteCardPosting
    move NominalBankAccount to PostingNominalCode
    move "C" to PostingDebitCredit
    perform WriteCardPosting
    .

WriteCardPosting.
    move spaces to CardPostingRecord
    move PostingNominalCode to CardPostingNominalCode
    move PostingDebitCredit to CardPostingDebitCredit
    move PostingAmount to CardPostingAmount
    move PostingDocType to CardPostingDocType
    move PostingDocNumber to CardPostingDocNumber
    move PostingDocDate to CardPostingDocDate
    write CardPostingRecord
    .

ReportUnsettledBatchLines.
    perform varying BatchLineIndex from 1 by 1
        until BatchLineIndex is greater than NumberOfBatchLines
        move "no settlement line; not settled" to ExceptionReason
        perform WriteBatchLineException
    end-perform
    .

WriteBatchLineException.
    add 1 to ExceptionCount
    move spaces to CardExceptionRecord
    string
        "EXCEPTION Type=" delimited by size
        BatchLineType(BatchLineIndex) delimited by size
        " Date=" delimited by size
        BatchLineDate(BatchLineIndex) delimited by size
        " Amount=" delimited by size
        BatchLineAmount(BatchLineIndex) delimited by size
        " Ref='" delimited by size
        function trim(BatchLineReference(BatchLineIndex)) delimited by size
        "' Reason='" delimited by size
        function trim(ExceptionReason) delimited by size
        "'" delimited by size
        into CardExceptionRecord
    end-string
    write CardExceptionRecord
    .

WriteCardException.
    add 1 to ExceptionCount
    move spaces to CardExceptionRecord
    string
        "EXCEPTION Type=" delimited by size
        AcquirerLineType delimited by size
        " Date=" delimited by size
        AcquirerDate delimited by size
        " Amount=" delimited by size
        AcquirerAmount delimited by size
        " Ref='" delimited by size
        function trim(AcquirerReference) delimited by size
        "' Reason='" delimited by size
        function trim(ExceptionReason) delimited by size
        "'" delimited by size
        into CardExceptionRecord
    end-string
    write CardExceptionRecord
    .

end program CardSettlementImport.
