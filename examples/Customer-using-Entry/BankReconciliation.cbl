identification division.
program-id. BankReconciliation.

environment division.
configuration section.
    repository.
        function all intrinsic.

input-output section.
    file-control.
        select optional ReconciliationConfigFile assign to "BankReconciliation.cfg"
            organization is line sequential
            file status is ReconciliationConfigStatus.

        select optional BankStatementFile assign to BankStatementFileName
            organization is line sequential.

        select optional CardSettlementRegisterFile
            assign to CardSettlementRegisterFileName
            organization is line sequential.

        select optional RefundsFile assign to RefundFileName
            organization is line sequential.

data division.
file section.
    fd ReconciliationConfigFile.
        01 ReconciliationConfigRecord.
            02 ConfigFromDate pic 9(8).
            02 filler pic x.
            02 ConfigOpeningBookBalance pic s9(10)v99 sign leading separate.
            02 filler pic x.
            02 ConfigMatchWindowDays pic 9(3).

    fd BankStatementFile.
        01 BankStatementRecord.
            88 EndOfBankStatementFile value high-values.
            02 StatementLineType pic x.
                88 IsStatementCredit  value "C".
                88 IsStatementDebit   value "D".
                88 IsStatementBalance value "B".
            02 filler pic x.
            02 StatementLineDate pic 9(8).
            02 filler pic x.
            02 StatementLineAmount pic 9(8)v99.
            02 filler pic x.
            02 StatementLineReference pic x(20).
            02 filler pic x.
            02 StatementLinePayerName pic x(50).
        01 StatementBalanceRecord.
            02 filler pic x.
            02 filler pic x.
            02 StatementBalanceDate pic 9(8).
            02 filler pic x.
            02 StatementClosingBalance pic s9(10)v99 sign leading separate.

    fd CardSettlementRegisterFile.
        01 CardSettlementRegisterRecord.
            88 EndOfCardSettlementRegister value high-values.
            02 RegisterLineType pic x.
                88 IsRegisterBatch value "B".
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

    fd RefundsFile.
        01 RefundTextRecord.
            88 EndOfRefundsFile value high-values.
            02 filler pic x(7).
            02 TextRefundNumber pic 9(6).
            02 filler pic x(10).
            02 TextRefundCustomerId pic 9(8).
            02 filler pic x(6).
            02 TextRefundDate pic 9(8).
            02 filler pic x(8).
            02 TextRefundAmount pic 9(8)v99.

working-storage section.
    01 RunDate pic 9(8) value zeroes.
    01 ReconciliationConfigStatus pic x(2).
    01 BankStatementFileName pic x(20) value "BankStatement.imp".
    01 RefundFileName pic x(20) value "Refunds.dat".
    01 CardSettlementRegisterFileName pic x(20) value "CardSettlements.dat".

    01 FromDate pic 9(8) value zeroes.
    01 OpeningBookBalance pic s9(10)v99 value zeroes.
    01 MatchWindowDays pic 9(3) value 10.

    01 MaxStatementLines pic 9(4) value 2000.
    01 NumberOfStatementLines pic 9(4) value zeroes.
    01 StatementIndex pic 9(4) value zeroes.
    01 StatementLineTable.
        02 StatementLineEntry occurs 2000 times.
            03 StmtDirection pic x.
                88 IsStmtCredit value "C".
                88 IsStmtDebit  value "D".
            03 StmtDate pic 9(8).
            03 StmtDateInteger pic 9(7).
            03 StmtAmount pic 9(8)v99.
            03 StmtReference pic x(20).
            03 StmtPayerName pic x(30).
            03 StmtMatchedBookIndex pic 9(4).

    01 MaxStatementBalances pic 9(3) value 100.
    01 NumberOfStatementBalances pic 9(3) value zeroes.
    01 BalanceIndex pic 9(3) value zeroes.
    01 StatementBalanceTable.
        02 StatementBalanceEntry occurs 100 times.
            03 BalanceDate pic 9(8).
            03 BankClosingBalance pic s9(10)v99.

    01 MaxBookItems pic 9(4) value 3000.
    01 NumberOfBookItems pic 9(4) value zeroes.
    01 BookIndex pic 9(4) value zeroes.
    01 BookItemTable.
        02 BookItemEntry occurs 3000 times.
            03 BookItemType pic x.
                88 IsBookTransferReceipt   value "T".
                88 IsBookChequeLodgement   value "Q".
                88 IsBookCardSettlement    value "C".
                88 IsBookCardNetSettlement value "N".
                88 IsBookDirectDebitBatch  value "D".
                88 IsBookDirectDebitReturn value "X".
                88 IsBookRefund            value "F".
                88 IsBookSupplierPayment   value "S".
            03 BookDirection pic x.
                88 IsBookCredit value "C".
                88 IsBookDebit  value "D".
            03 BookDate pic 9(8).
            03 BookDateInteger pic 9(7).
            03 BookAmount pic 9(8)v99.
            03 BookReference pic x(20).
            03 BookMatchedStatementIndex pic 9(4).

    01 NewBookItemType pic x value space.
    01 NewBookDirection pic x value space.
    01 NewBookDate pic 9(8) value zeroes.
    01 NewBookAmount pic 9(8)v99 value zeroes.
    01 NewBookReference pic x(20) value spaces.
    01 AggregateBookIndex pic 9(4) value zeroes.
    01 BookTableFullReported pic x value "N".
        88 IsBookTableFullReported value "Y".

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
    copy Payment replacing Payment by ==CurrentPayment==.

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

    01 MatchFound pic x value "N".
        88 IsMatchFound value "Y".
    01 DaysBetween pic s9(7) value zeroes.
    01 ProofDate pic 9(8) value zeroes.
    01 BookBalanceAtDate pic s9(10)v99 value zeroes.
    01 UnclearedLodgements pic s9(10)v99 value zeroes.
    01 UnpresentedPayments pic s9(10)v99 value zeroes.
    01 UnexplainedNet pic s9(10)v99 value zeroes.
    01 AdjustedBankBalance pic s9(10)v99 value zeroes.
    01 ReconciliationDifference pic s9(10)v99 value zeroes.

    01 UnexplainedCount pic 9(5) value zeroes.
    01 UnclearedCount pic 9(5) value zeroes.
    01 UnpresentedCount pic 9(5) value zeroes.
    01 BookItemDescription pic x(20) value spaces.
    01 EditedReconAmount pic -(10)9.99 value zeroes.
    01 ReconciliationLine pic x(120) value spaces.

procedure division.

    call "GetBusinessDate" using RunDate
    display "BankReconciliation: business date " RunDate
    perform LoadReconciliationConfig
    perform LoadBankStatement
    if FromDate equal to zero
        perform DefaultFromDateToFirstStatementMonth
    end-if
    perform LoadPaymentBookItems
    perform LoadCardSettlementBookItems
    perform LoadRefundBookItems
    perform LoadSupplierPaymentBookItems
    perform MatchStatementLinesToBook
    display "Bank Reconciliation from " FromDate
    display spaces
    perform ReportUnexplainedBankEntries
    perform ReportUnclearedLodgements
    perform ReportUnpresentedItems
    perform ReportBalanceProofs
    stop run.

LoadReconciliationConfig.
    open input ReconciliationConfigFile
    if ReconciliationConfigStatus equal to "00"
        read ReconciliationConfigFile
            at end continue
            not at end
                if ConfigFromDate is numeric
                    move ConfigFromDate to FromDate
                end-if
                if ConfigOpeningBookBalance is numeric
                    move ConfigOpeningBookBalance to OpeningBookBalance
                end-if
                if ConfigMatchWindowDays is numeric
                    and ConfigMatchWindowDays is greater than zero
                    move ConfigMatchWindowDays to MatchWindowDays
                end-if
        end-read
    end-if
    close ReconciliationConfigFile
    .

LoadBankStatement.
    open input BankStatementFile
    read BankStatementFile
        at end set EndOfBankStatementFile to true
    end-read
    perform until EndOfBankStatementFile
        evaluate true
            when IsStatementCredit
            when IsStatementDebit
                perform AddStatementLineToTable
            when IsStatementBalance
                perform AddStatementBalanceToTable
            when other
                continue
        end-evaluate
        read BankStatementFile
            at end set EndOfBankStatementFile to true
        end-read
    end-perform
    close BankStatementFile
    .

AddStatementLineToTable.
    if NumberOfStatementLines equal to MaxStatementLines
        display "BankReconciliation: statement has more than " MaxStatementLines
            " lines; remaining lines not reconciled"
        exit paragraph
    end-if
    add 1 to NumberOfStatementLines
    move StatementLineType to StmtDirection(NumberOfStatementLines)
    move StatementLineDate to StmtDate(NumberOfStatementLines)
    compute StmtDateInteger(NumberOfStatementLines) =
        function integer-of-date(StatementLineDate)
    move StatementLineAmount to StmtAmount(NumberOfStatementLines)
    move StatementLineReference to StmtReference(NumberOfStatementLines)
    move StatementLinePayerName to StmtPayerName(NumberOfStatementLines)
    move zero to StmtMatchedBookIndex(NumberOfStatementLines)
    .

AddStatementBalanceToTable.
    if NumberOfStatementBalances equal to MaxStatementBalances
        exit paragraph
    end-if
    add 1 to NumberOfStatementBalances
    move StatementBalanceDate to BalanceDate(NumberOfStatementBalances)
    move StatementClosingBalance to BankClosingBalance(NumberOfStatementBalances)
    .

DefaultFromDateToFirstStatementMonth.
    perform varying StatementIndex from 1 by 1
        until StatementIndex is greater than NumberOfStatementLines
        if FromDate equal to zero
            or StmtDate(StatementIndex) is less than FromDate
            move StmtDate(StatementIndex) to FromDate
        end-if
    end-perform
    if FromDate not equal to zero
        compute FromDate = (FromDate / 100) * 100 + 1
    end-if
    .

LoadPaymentBookItems.
    move zero to PaymentCursorId
    call "GetPaymentsPage" using PaymentCursorId, PaymentPage,
        NumberOfPaymentsInPage
    perform until NumberOfPaymentsInPage equal to zero
        perform varying PaymentPageIndex from 1 by 1
            until PaymentPageIndex is greater than NumberOfPaymentsInPage
            move PaymentPageRecord(PaymentPageIndex) to CurrentPayment
            perform AddCurrentPaymentToBook
        end-perform
        move PaymentId of PaymentPageRecord(NumberOfPaymentsInPage)
            to PaymentCursorId
        call "GetPaymentsPage" using PaymentCursorId, PaymentPage,
            NumberOfPaymentsInPage
    end-perform
    .

AddCurrentPaymentToBook.
    if IsContraPayment of CurrentPayment
        exit paragraph
    end-if
    move "C" to NewBookDirection
    move PaymentDate of CurrentPayment to NewBookDate
    move PaymentReference of CurrentPayment to NewBookReference
    compute NewBookAmount = PaymentAmount of CurrentPayment
        + ReversedAmount of CurrentPayment
    if NewBookDate is not less than FromDate
        and NewBookAmount is greater than zero
        evaluate true
            when IsChequePayment of CurrentPayment
                move "Q" to NewBookItemType
                move spaces to NewBookReference
                perform AddToDailyBookItem
            when IsCardPayment of CurrentPayment
                and CardSettlementBatch of CurrentPayment not equal to zero
                continue
            when IsCardPayment of CurrentPayment
                move "C" to NewBookItemType
                move spaces to NewBookReference
                perform AddToDailyBookItem
            when IsDirectDebitPayment of CurrentPayment
                move "D" to NewBookItemType
                move spaces to NewBookReference
                perform AddToDailyBookItem
            when other
                move "T" to NewBookItemType
                perform AddBookItem
        end-evaluate
    end-if
    if IsPaymentReversed of CurrentPayment
        and ReversedDate of CurrentPayment is not less than FromDate
        and not (IsCardPayment of CurrentPayment
            and ReversalReason of CurrentPayment(1:10) equal to "CHARGEBACK")
        move "X" to NewBookItemType
        move "D" to NewBookDirection
        move ReversedDate of CurrentPayment to NewBookDate
        move ReversedAmount of CurrentPayment to NewBookAmount
        move PaymentReference of CurrentPayment to NewBookReference
        perform AddBookItem
    end-if
    .

LoadCardSettlementBookItems.
    open input CardSettlementRegisterFile
    read CardSettlementRegisterFile
        at end set EndOfCardSettlementRegister to true
    end-read
    perform until EndOfCardSettlementRegister
        if IsRegisterBatch
            and RegisterAmount is numeric
            and RegisterDate is not less than FromDate
            move "N" to NewBookItemType
            move "C" to NewBookDirection
            move RegisterDate to NewBookDate
            move RegisterAmount to NewBookAmount
            move RegisterReference to NewBookReference
            perform AddBookItem
        end-if
        read CardSettlementRegisterFile
            at end set EndOfCardSettlementRegister to true
        end-read
    end-perform
    close CardSettlementRegisterFile
    .

LoadRefundBookItems.
    open input RefundsFile
    read RefundsFile
        at end set EndOfRefundsFile to true
    end-read
    perform until EndOfRefundsFile
        if TextRefundDate is not less than FromDate
            move "F" to NewBookItemType
            move "D" to NewBookDirection
            move TextRefundDate to NewBookDate
            move TextRefundAmount to NewBookAmount
            move spaces to NewBookReference
            string
                "REFUND " delimited by size
                TextRefundNumber delimited by size
                into NewBookReference
            end-string
            perform AddBookItem
        end-if
        read RefundsFile
            at end set EndOfRefundsFile to true
        end-read
    end-perform
    close RefundsFile
    .

LoadSupplierPaymentBookItems.
    initialize SupplierInvoiceCursorKey
    call "GetSupplierInvoicesPage" using SupplierInvoiceCursorKey,
        SupplierInvoicePage, NumberOfSupplierInvoicesInPage
    perform until NumberOfSupplierInvoicesInPage equal to zero
        perform varying SupplierInvoicePageIndex from 1 by 1
            until SupplierInvoicePageIndex is greater than
                NumberOfSupplierInvoicesInPage
            if IsSupplierInvoicePaid of
                    SupplierInvoicePageRecord(SupplierInvoicePageIndex)
                and not IsSupplierInvoiceContraSettled of
                    SupplierInvoicePageRecord(SupplierInvoicePageIndex)
                and PaidDate of SupplierInvoicePageRecord(SupplierInvoicePageIndex)
                    is not less than FromDate
                move "S" to NewBookItemType
                move "D" to NewBookDirection
                move PaidDate of SupplierInvoicePageRecord(SupplierInvoicePageIndex)
                    to NewBookDate
                move SupplierInvoiceGross of
                    SupplierInvoicePageRecord(SupplierInvoicePageIndex)
                    to NewBookAmount
                move PaymentRunReference of
                    SupplierInvoicePageRecord(SupplierInvoicePageIndex)
                    to NewBookReference
                perform AddToDailyBookItem
            end-if
        end-perform
        move SupplierInvoiceKey of
            SupplierInvoicePageRecord(NumberOfSupplierInvoicesInPage)
            to SupplierInvoiceCursorKey
        call "GetSupplierInvoicesPage" using SupplierInvoiceCursorKey,
            SupplierInvoicePage, NumberOfSupplierInvoicesInPage
    end-perform
    .

AddToDailyBookItem.
    move zero to AggregateBookIndex
    perform varying BookIndex from 1 by 1
        until BookIndex is greater than NumberOfBookItems
            or AggregateBookIndex not equal to zero
        if BookItemType(BookIndex) equal to NewBookItemType
            and BookDate(BookIndex) equal to NewBookDate
            and BookReference(BookIndex) equal to NewBookReference
            move BookIndex to AggregateBookIndex
        end-if
    end-perform
    if AggregateBookIndex equal to zero
        perform AddBookItem
    else
        add NewBookAmount to BookAmount(AggregateBookIndex)
    end-if
    .

AddBookItem.
    if NumberOfBookItems equal to MaxBookItems
        if not IsBookTableFullReported
            display "BankReconciliation: more than " MaxBookItems
                " cash book items; later items not reconciled"
            move "Y" to BookTableFullReported
        end-if
        exit paragraph
    end-if
    add 1 to NumberOfBookItems
    move NewBookItemType to BookItemType(NumberOfBookItems)
    move NewBookDirection to BookDirection(NumberOfBookItems)
    move NewBookDate to BookDate(NumberOfBookItems)
    compute BookDateInteger(NumberOfBookItems) =
        function integer-of-date(NewBookDate)
    move NewBookAmount to BookAmount(NumberOfBookItems)
    move NewBookReference to BookReference(NumberOfBookItems)
    move zero to BookMatchedStatementIndex(NumberOfBookItems)
    .

MatchStatementLinesToBook.
    perform varying StatementIndex from 1 by 1
        until StatementIndex is greater than NumberOfStatementLines
        perform MatchByAmountAndReference
        if not IsMatchFound
            perform MatchByAmountWithinWindow
        end-if
    end-perform
    .

MatchByAmountAndReference.
    move "N" to MatchFound
    if StmtReference(StatementIndex) equal to spaces
        exit paragraph
    end-if
    perform varying BookIndex from 1 by 1
        until BookIndex is greater than NumberOfBookItems
            or IsMatchFound
        if BookMatchedStatementIndex(BookIndex) equal to zero
            and BookDirection(BookIndex) equal to StmtDirection(StatementIndex)
            and BookAmount(BookIndex) equal to StmtAmount(StatementIndex)
            and BookReference(BookIndex) equal to StmtReference(StatementIndex)
            perform RecordStatementMatch
        end-if
    end-perform
    .

MatchByAmountWithinWindow.
    move "N" to MatchFound
    perform varying BookIndex from 1 by 1
        until BookIndex is greater than NumberOfBookItems
            or IsMatchFound
        if BookMatchedStatementIndex(BookIndex) equal to zero
            and BookDirection(BookIndex) equal to StmtDirection(StatementIndex)
            and BookAmount(BookIndex) equal to StmtAmount(StatementIndex)
            compute DaysBetween = StmtDateInteger(StatementIndex)
                - BookDateInteger(BookIndex)
            if DaysBetween is not less than zero
                and DaysBetween is not greater than MatchWindowDays
                perform RecordStatementMatch
            end-if
        end-if
    end-perform
    .

RecordStatementMatch.
    move "Y" to MatchFound
    move StatementIndex to BookMatchedStatementIndex(BookIndex)
    move BookIndex to StmtMatchedBookIndex(StatementIndex)
    .

ReportUnexplainedBankEntries.
    display "Unexplained bank entries:"
    perform varying StatementIndex from 1 by 1
        until StatementIndex is greater than NumberOfStatementLines
        if StmtMatchedBookIndex(StatementIndex) equal to zero
            add 1 to UnexplainedCount
            move StmtAmount(StatementIndex) to EditedReconAmount
            move spaces to ReconciliationLine
            string
                "  " delimited by size
                StmtDate(StatementIndex) delimited by size
                "  " delimited by size
                StmtDirection(StatementIndex) delimited by size
                "  " delimited by size
                EditedReconAmount delimited by size
                "  " delimited by size
                StmtReference(StatementIndex) delimited by size
                "  " delimited by size
                StmtPayerName(StatementIndex) delimited by size
                into ReconciliationLine
            end-string
            display ReconciliationLine
        end-if
    end-perform
    display "  " UnexplainedCount " unexplained entry(ies)"
    display spaces
    .

ReportUnclearedLodgements.
    display "Uncleared lodgements (in the cash book, not yet on the statement):"
    perform varying BookIndex from 1 by 1
        until BookIndex is greater than NumberOfBookItems
        if IsBookCredit(BookIndex)
            and BookMatchedStatementIndex(BookIndex) equal to zero
            add 1 to UnclearedCount
            perform DisplayBookItemLine
        end-if
    end-perform
    display "  " UnclearedCount " uncleared lodgement(s)"
    display spaces
    .

ReportUnpresentedItems.
    display "Unpresented items (paid out in the books, not yet on the statement):"
    perform varying BookIndex from 1 by 1
        until BookIndex is greater than NumberOfBookItems
        if IsBookDebit(BookIndex)
            and BookMatchedStatementIndex(BookIndex) equal to zero
            add 1 to UnpresentedCount
            perform DisplayBookItemLine
        end-if
    end-perform
    display "  " UnpresentedCount " unpresented item(s)"
    display spaces
    .

DisplayBookItemLine.
    evaluate true
        when IsBookTransferReceipt(BookIndex)
            move "Bank transfer" to BookItemDescription
        when IsBookChequeLodgement(BookIndex)
            move "Cheque lodgement" to BookItemDescription
        when IsBookCardSettlement(BookIndex)
            move "Card takings" to BookItemDescription
        when IsBookCardNetSettlement(BookIndex)
            move "Card settlement" to BookItemDescription
        when IsBookDirectDebitBatch(BookIndex)
            move "Direct debit batch" to BookItemDescription
        when IsBookDirectDebitReturn(BookIndex)
            move "Direct debit return" to BookItemDescription
        when IsBookRefund(BookIndex)
            move "Customer refund" to BookItemDescription
        when IsBookSupplierPayment(BookIndex)
            move "Supplier payment" to BookItemDescription
    end-evaluate
    move BookAmount(BookIndex) to EditedReconAmount
    move spaces to ReconciliationLine
    string
        "  " delimited by size
        BookDate(BookIndex) delimited by size
        "  " delimited by size
        BookItemDescription delimited by size
        "  " delimited by size
        EditedReconAmount delimited by size
        "  " delimited by size
        BookReference(BookIndex) delimited by size
        into ReconciliationLine
    end-string
    display ReconciliationLine
    .

ReportBalanceProofs.
    display "Reconciled-balance proof by statement date:"
    if NumberOfStatementBalances equal to zero
        display "  No closing balance lines on the statement; no proof produced"
        exit paragraph
    end-if
    perform varying BalanceIndex from 1 by 1
        until BalanceIndex is greater than NumberOfStatementBalances
        move BalanceDate(BalanceIndex) to ProofDate
        perform ComputeProofForDate
        perform DisplayProofForDate
    end-perform
    .

ComputeProofForDate.
    move OpeningBookBalance to BookBalanceAtDate
    move zero to UnclearedLodgements
    move zero to UnpresentedPayments
    move zero to UnexplainedNet
    perform varying BookIndex from 1 by 1
        until BookIndex is greater than NumberOfBookItems
        if BookDate(BookIndex) is not greater than ProofDate
            if IsBookCredit(BookIndex)
                add BookAmount(BookIndex) to BookBalanceAtDate
            else
                subtract BookAmount(BookIndex) from BookBalanceAtDate
            end-if
            if BookMatchedStatementIndex(BookIndex) equal to zero
                perform AccumulateOutstandingBookItem
            else
                if StmtDate(BookMatchedStatementIndex(BookIndex))
                    is greater than ProofDate
                    perform AccumulateOutstandingBookItem
                end-if
            end-if
        end-if
    end-perform
    perform varying StatementIndex from 1 by 1
        until StatementIndex is greater than NumberOfStatementLines
        if StmtDate(StatementIndex) is not greater than ProofDate
            and StmtMatchedBookIndex(StatementIndex) equal to zero
            if IsStmtCredit(StatementIndex)
                add StmtAmount(StatementIndex) to UnexplainedNet
            else
                subtract StmtAmount(StatementIndex) from UnexplainedNet
            end-if
        end-if
    end-perform
    compute AdjustedBankBalance = BankClosingBalance(BalanceIndex)
        + UnclearedLodgements - UnpresentedPayments - UnexplainedNet
    compute ReconciliationDifference = AdjustedBankBalance - BookBalanceAtDate
    .

AccumulateOutstandingBookItem.
    if IsBookCredit(BookIndex)
        add BookAmount(BookIndex) to UnclearedLodgements
    else
        add BookAmount(BookIndex) to UnpresentedPayments
    end-if
    .

DisplayProofForDate.
    display "  Statement date " ProofDate
    move BankClosingBalance(BalanceIndex) to EditedReconAmount
    display "    Balance per bank statement    " EditedReconAmount
    move UnclearedLodgements to EditedReconAmount
    display "    Add uncleared lodgements      " EditedReconAmount
    move UnpresentedPayments to EditedReconAmount
    display "    Less unpresented items        " EditedReconAmount
    move UnexplainedNet to EditedReconAmount
    display "    Less unexplained bank entries " EditedReconAmount
    move AdjustedBankBalance to EditedReconAmount
    display "    Adjusted bank balance         " EditedReconAmount
    move BookBalanceAtDate to EditedReconAmount
    display "    Balance per cash book         " EditedReconAmount
    move ReconciliationDifference to EditedReconAmount
    if ReconciliationDifference equal to zero
        display "    RECONCILED"
    else
        display "    DIFFERENCE                    " EditedReconAmount
    end-if
    .

end program BankReconciliation.
