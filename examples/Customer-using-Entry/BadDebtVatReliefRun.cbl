identification division.
program-id. BadDebtVatReliefRun.

environment division.
configuration section.
    repository.
        function all intrinsic.

input-output section.
    file-control.
        select optional WriteOffJournalFile assign to WriteOffJournalFileName
            organization is line sequential.

        select optional VatReliefJournalFile assign to VatReliefJournalFileName
            organization is line sequential.

data division.
file section.
    fd WriteOffJournalFile.
        01 WriteOffTextRecord.
            88 EndOfWriteOffJournalFile value high-values.
            02 filler pic x(8).
            02 TextWriteOffInvoiceNumber pic 9(6).
            02 filler pic x(10).
            02 TextWriteOffCustomerId pic 9(8).
            02 filler pic x(6).
            02 TextWriteOffDate pic 9(8).
            02 filler pic x(8).
            02 TextWriteOffAmount pic 9(8)v99.
            02 filler pic x(8).
            02 TextWriteOffReason pic x(3).
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
    01 WriteOffJournalFileName pic x(20) value "WriteOffs.jnl".
    01 VatReliefJournalFileName pic x(20) value "VatRelief.jnl".

    01 RunDate pic 9(8) value zeroes.
    01 ReliefMonthsOverdue pic 9(2) value 6.

    01 MaxClaimedEntries pic 9(4) value 2000.
    01 NumberOfClaimedEntries pic 9(4) value zeroes.
    01 ClaimedIndex pic 9(4) value zeroes.
    01 ClaimedInvoiceTable.
        02 ClaimedInvoiceNumber pic 9(6) occurs 2000 times.
    01 InvoiceClaimedFlag pic x value "N".
        88 IsInvoiceAlreadyClaimed value "Y".

    copy Invoice replacing Invoice by ==RelievedInvoice==.
    copy Customer replacing Customer by ==RelievedCustomer==.
    01 ThisInvoiceNumber pic 9(6) value zeroes.
    01 ThisCustomerId pic 9(8) value zeroes.

    01 InvoiceDueDate pic 9(8) value zeroes.
    01 ReliefQualifyingDate pic 9(8) value zeroes.
    01 QualifyingYear pic 9(4) value zeroes.
    01 QualifyingMonth pic 9(2) value zeroes.
    01 QualifyingDay pic 9(2) value zeroes.
    01 OriginalVatAmount pic s9(8)v99 value zeroes.
    01 ReliefVatAmount pic 9(8)v99 value zeroes.
    01 AnalysisIndex pic 9(1) value zeroes.

    01 ClaimedCount pic 9(6) value zeroes.
    01 NotYetDueCount pic 9(6) value zeroes.
    01 AlreadyClaimedCount pic 9(6) value zeroes.
    01 ReliefTotal pic 9(10)v99 value zeroes.

    01 EditedRate pic z9.99 value zeroes.
    01 EditedAmount pic -(10)9.99 value zeroes.
    01 ReliefReportLine pic x(120) value spaces.

procedure division.

    call "GetBusinessDate" using RunDate
    display "BadDebtVatReliefRun: business date " RunDate
    perform LoadClaimedInvoices
    display "Bad Debt VAT Relief Schedule - relief claimed " RunDate
    display spaces
    display "Invoice Customer Inv date Due date W/O date   Gross amount"
        "   Original VAT    Written off     VAT relief"
    open input WriteOffJournalFile
    read WriteOffJournalFile
        at end set EndOfWriteOffJournalFile to true
    end-read
    perform until EndOfWriteOffJournalFile
        perform AssessWrittenOffInvoice
        read WriteOffJournalFile
            at end set EndOfWriteOffJournalFile to true
        end-read
    end-perform
    close WriteOffJournalFile
    display spaces
    move ReliefTotal to EditedAmount
    display "Total bad debt VAT relief claimable:   " EditedAmount
    display spaces
    display "BadDebtVatReliefRun: " ClaimedCount " invoice(s) relieved, "
        NotYetDueCount " not yet " ReliefMonthsOverdue " months overdue, "
        AlreadyClaimedCount " already claimed"
    stop run.

LoadClaimedInvoices.
    move zero to NumberOfClaimedEntries
    open input VatReliefJournalFile
    read VatReliefJournalFile
        at end set EndOfVatReliefJournalFile to true
    end-read
    perform until EndOfVatReliefJournalFile
        if IsReliefClaim
            and NumberOfClaimedEntries is less than MaxClaimedEntries
            add 1 to NumberOfClaimedEntries
            move TextReliefInvoiceNumber to ClaimedInvoiceNumber(NumberOfClaimedEntries)
        end-if
        read VatReliefJournalFile
            at end set EndOfVatReliefJournalFile to true
        end-read
    end-perform
    close VatReliefJournalFile
    .

AssessWrittenOffInvoice.
    move TextWriteOffInvoiceNumber to ThisInvoiceNumber
    move "N" to InvoiceClaimedFlag
    perform varying ClaimedIndex from 1 by 1
        until ClaimedIndex is greater than NumberOfClaimedEntries
            or IsInvoiceAlreadyClaimed
        if ClaimedInvoiceNumber(ClaimedIndex) equal to ThisInvoiceNumber
            move "Y" to InvoiceClaimedFlag
        end-if
    end-perform
    if IsInvoiceAlreadyClaimed
        add 1 to AlreadyClaimedCount
        exit paragraph
    end-if
    call "GetInvoiceByNumber" using RelievedInvoice, ThisInvoiceNumber
    if InvoiceNumber of RelievedInvoice not equal to ThisInvoiceNumber
        or GrossAmount of RelievedInvoice is not greater than zero
        exit paragraph
    end-if
    move CustomerId of RelievedInvoice to ThisCustomerId
    call "GetCustomerById" using RelievedCustomer, ThisCustomerId
    compute InvoiceDueDate = function date-of-integer(
        function integer-of-date(InvoiceDate of RelievedInvoice)
        + CreditDays of RelievedCustomer)
    perform DetermineReliefQualifyingDate
    if ReliefQualifyingDate is greater than RunDate
        add 1 to NotYetDueCount
        exit paragraph
    end-if
    move zero to OriginalVatAmount
    if VatAnalysisCount of RelievedInvoice is greater than zero
        perform varying AnalysisIndex from 1 by 1
            until AnalysisIndex is greater than VatAnalysisCount of RelievedInvoice
            add AnalysisVatAmount of RelievedInvoice(AnalysisIndex) to OriginalVatAmount
        end-perform
    else
        move VATAmount of RelievedInvoice to OriginalVatAmount
    end-if
    if OriginalVatAmount is not greater than zero
        exit paragraph
    end-if
    compute ReliefVatAmount rounded =
        OriginalVatAmount * TextWriteOffAmount / GrossAmount of RelievedInvoice
    if ReliefVatAmount is greater than OriginalVatAmount
        move OriginalVatAmount to ReliefVatAmount
    end-if
    perform WriteVatReliefClaim
    perform PrintReliefScheduleLine
    add 1 to ClaimedCount
    add ReliefVatAmount to ReliefTotal
    if NumberOfClaimedEntries is less than MaxClaimedEntries
        add 1 to NumberOfClaimedEntries
        move ThisInvoiceNumber to ClaimedInvoiceNumber(NumberOfClaimedEntries)
    end-if
    .

DetermineReliefQualifyingDate.
    move InvoiceDueDate(1:4) to QualifyingYear
    move InvoiceDueDate(5:2) to QualifyingMonth
    move InvoiceDueDate(7:2) to QualifyingDay
    add ReliefMonthsOverdue to QualifyingMonth
    if QualifyingMonth is greater than 12
        subtract 12 from QualifyingMonth
        add 1 to QualifyingYear
    end-if
    compute ReliefQualifyingDate =
        QualifyingYear * 10000 + QualifyingMonth * 100 + QualifyingDay
    perform until function test-date-yyyymmdd(ReliefQualifyingDate) equal to zero
        subtract 1 from QualifyingDay
        compute ReliefQualifyingDate =
            QualifyingYear * 10000 + QualifyingMonth * 100 + QualifyingDay
    end-perform
    .

WriteVatReliefClaim.
    open extend VatReliefJournalFile
    move spaces to VatReliefTextRecord
    string
        "Invoice=" delimited by size
        ThisInvoiceNumber delimited by size
        " Customer=" delimited by size
        ThisCustomerId delimited by size
        " Date=" delimited by size
        RunDate delimited by size
        " Type=C" delimited by size
        " Vat=" delimited by size
        ReliefVatAmount delimited by size
        " WrittenOff=" delimited by size
        TextWriteOffDate delimited by size
        into VatReliefTextRecord
    end-string
    write VatReliefTextRecord
    close VatReliefJournalFile
    .

PrintReliefScheduleLine.
    move spaces to ReliefReportLine
    move ThisInvoiceNumber to ReliefReportLine(1:6)
    move ThisCustomerId to ReliefReportLine(9:8)
    move InvoiceDate of RelievedInvoice to ReliefReportLine(18:8)
    move InvoiceDueDate to ReliefReportLine(27:8)
    move TextWriteOffDate to ReliefReportLine(36:8)
    move GrossAmount of RelievedInvoice to EditedAmount
    move EditedAmount to ReliefReportLine(45:14)
    move OriginalVatAmount to EditedAmount
    move EditedAmount to ReliefReportLine(60:14)
    move TextWriteOffAmount to EditedAmount
    move EditedAmount to ReliefReportLine(75:14)
    move ReliefVatAmount to EditedAmount
    move EditedAmount to ReliefReportLine(90:14)
    display ReliefReportLine
    if VatAnalysisCount of RelievedInvoice is greater than 1
        perform varying AnalysisIndex from 1 by 1
            until AnalysisIndex is greater than VatAnalysisCount of RelievedInvoice
            move spaces to ReliefReportLine
            move "  at rate" to ReliefReportLine(36:9)
            move AnalysisVatRate of RelievedInvoice(AnalysisIndex) to EditedRate
            move EditedRate to ReliefReportLine(46:5)
            move AnalysisVatAmount of RelievedInvoice(AnalysisIndex) to EditedAmount
            move EditedAmount to ReliefReportLine(60:14)
            display ReliefReportLine
        end-perform
    end-if
    .

end program BadDebtVatReliefRun.
