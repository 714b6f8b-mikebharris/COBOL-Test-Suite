identification division.
program-id. NumberingAuditReport.

environment division.
configuration section.
    repository.
        function all intrinsic.

input-output section.
    file-control.
        select optional NumberingAuditConfigFile assign to "NumberingAudit.cfg"
            organization is line sequential
            file status is NumberingAuditConfigStatus.

        select optional ExplainedGapsFile assign to "NumberingGaps.ref"
            organization is line sequential
            file status is ExplainedGapsFileStatus.

        select optional CreditNotesFile assign to CreditNoteFileName
            organization is line sequential.

        select optional OrderArchiveFile assign to OrderArchiveFileName
            organization is line sequential.

data division.
file section.
    fd NumberingAuditConfigFile.
        01 NumberingAuditConfigRecord.
            02 ConfigHeadroomWarningPercent pic 9(2).

    fd ExplainedGapsFile.
        01 ExplainedGapRecord.
            88 EndOfExplainedGapsFile value high-values.
            02 ExplainedGapSeries pic x(3).
            02 filler pic x.
            02 ExplainedGapFrom pic 9(6).
            02 filler pic x.
            02 ExplainedGapTo pic 9(6).
            02 filler pic x.
            02 ExplainedGapReason pic x(40).

    fd CreditNotesFile.
        01 CreditNoteTextRecord.
            88 EndOfCreditNotesFile value high-values.
            02 filler pic x(11).
            02 TextCreditNoteNumber pic 9(6).
            02 filler pic x(9).
            02 TextInvoiceNumber pic 9(6).
            02 filler pic x(12).
            02 TextCustomerId pic 9(8).
            02 filler pic x(9).
            02 TextOrderId pic 9(6).
            02 filler pic x(6).
            02 TextCreditNoteDate pic 9(8).

    fd OrderArchiveFile.
        copy Order replacing Order by ==OrderArchiveRecord==.

working-storage section.
    01 NumberingAuditConfigStatus pic x(2).
    01 ExplainedGapsFileStatus pic x(2).
    01 CreditNoteFileName pic x(20) value "CreditNotes.dat".
    01 OrderArchiveFileName pic x(20) value "Orders.arc".
    01 OrderArchiveEnded pic x value "N".
        88 IsEndOfOrderArchive value "Y".

    01 RunDate pic 9(8) value zeroes.
    01 HeadroomWarningPercent pic 9(2) value 90.
    01 SeriesCapacity pic 9(7) value 999999.

    01 MaxExplainedGaps pic 9(3) value 200.
    01 NumberOfExplainedGaps pic 9(3) value zeroes.
    01 ExplainedGapIndex pic 9(3) value zeroes.
    01 ExplainedGapTable.
        02 ExplainedGapEntry occurs 200 times.
            03 TableGapSeries pic x(3) value spaces.
            03 TableGapFrom pic 9(6) value zeroes.
            03 TableGapTo pic 9(6) value zeroes.
    01 GapExplainedFlag pic x value "N".
        88 IsGapExplained value "Y".

    01 NumberSeenTable.
        02 NumberSeenEntry occurs 999999 times.
            03 NumberSeenCount pic 9(2) value zeroes.
            03 NumberSeenDate pic 9(8) value zeroes.

    01 SeriesCode pic x(3) value spaces.
    01 SeriesName pic x(14) value spaces.
    01 SeriesLowest pic 9(7) value zeroes.
    01 SeriesHighest pic 9(7) value zeroes.
    01 SeriesControlNumber pic 9(6) value zeroes.
    01 SeriesTop pic 9(7) value zeroes.
    01 SeriesDocumentCount pic 9(7) value zeroes.
    01 SeriesGapCount pic 9(6) value zeroes.
    01 SeriesMissingCount pic 9(7) value zeroes.
    01 SeriesExplainedCount pic 9(6) value zeroes.
    01 SeriesDuplicateCount pic 9(6) value zeroes.
    01 SeriesRemaining pic 9(7) value zeroes.
    01 SeriesPercentUsed pic 9(3)v9 value zeroes.

    01 AuditNumber pic 9(7) value zeroes.
    01 GapStartNumber pic 9(7) value zeroes.
    01 GapEndNumber pic 9(7) value zeroes.
    01 GapPriorNumber pic 9(7) value zeroes.
    01 GapNextNumber pic 9(7) value zeroes.
    01 GapLength pic 9(7) value zeroes.
    01 ThisDocumentNumber pic 9(6) value zeroes.
    01 ThisDocumentDate pic 9(8) value zeroes.

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

    01 OrderCursorId pic 9(6) value zeroes.
    01 NumberOfOrdersInPage pic 9(3) value zeroes.
    01 OrderPageIndex pic 9(3) value zeroes.
    01 OrderPage.
        02 OrderPageEntry occurs 20 times.
            copy Order replacing
                ==01== by ==03==
                ==02== by ==04==
                ==03== by ==05==
                ==Order== by ==OrderPageRecord==.

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

    01 UnexplainedGapTotal pic 9(6) value zeroes.
    01 DuplicateTotal pic 9(6) value zeroes.
    01 HeadroomWarningTotal pic 9(2) value zeroes.

    01 EditedPercent pic zz9.9 value zeroes.
    01 AuditReportLine pic x(120) value spaces.

procedure division.

    call "GetBusinessDate" using RunDate
    display "NumberingAuditReport: business date " RunDate
    perform LoadNumberingAuditConfig
    perform LoadExplainedGaps
    display "Document Numbering Audit - " RunDate
    display spaces
    display "Series         Exception       From      To   Count  Previous    Date"
        "      Next        Date"

    move "INV" to SeriesCode
    move "Invoices" to SeriesName
    perform LoadInvoiceNumbers
    call "GetHighestInvoiceNumber" using SeriesControlNumber
    perform AuditNumberSeries

    move "CRN" to SeriesCode
    move "Credit notes" to SeriesName
    perform LoadCreditNoteNumbers
    call "GetHighestCreditNoteNumber" using SeriesControlNumber
    perform AuditNumberSeries

    move "ORD" to SeriesCode
    move "Orders" to SeriesName
    perform LoadOrderIds
    call "GetHighestOrderId" using SeriesControlNumber
    perform AuditNumberSeries

    move "PAY" to SeriesCode
    move "Payments" to SeriesName
    perform LoadPaymentIds
    call "GetHighestPaymentId" using SeriesControlNumber
    perform AuditNumberSeries

    display spaces
    display "NumberingAuditReport: " UnexplainedGapTotal " unexplained gap(s), "
        DuplicateTotal " duplicate number(s), " HeadroomWarningTotal
        " series near capacity"
    if UnexplainedGapTotal is greater than zero
        or DuplicateTotal is greater than zero
        or HeadroomWarningTotal is greater than zero
        move 1 to return-code
    end-if
    stop run.

LoadNumberingAuditConfig.
    open input NumberingAuditConfigFile
    if NumberingAuditConfigStatus equal to "00"
        read NumberingAuditConfigFile
            at end continue
            not at end
                if ConfigHeadroomWarningPercent is numeric
                    and ConfigHeadroomWarningPercent is greater than zero
                    move ConfigHeadroomWarningPercent to HeadroomWarningPercent
                end-if
        end-read
    end-if
    close NumberingAuditConfigFile
    .

LoadExplainedGaps.
    move zero to NumberOfExplainedGaps
    open input ExplainedGapsFile
    if ExplainedGapsFileStatus not equal to "00"
        exit paragraph
    end-if
    read ExplainedGapsFile
        at end set EndOfExplainedGapsFile to true
    end-read
    perform until EndOfExplainedGapsFile
        if ExplainedGapFrom is numeric
            and ExplainedGapTo is numeric
            and NumberOfExplainedGaps is less than MaxExplainedGaps
            add 1 to NumberOfExplainedGaps
            move ExplainedGapSeries to TableGapSeries(NumberOfExplainedGaps)
            move ExplainedGapFrom to TableGapFrom(NumberOfExplainedGaps)
            move ExplainedGapTo to TableGapTo(NumberOfExplainedGaps)
        end-if
        read ExplainedGapsFile
            at end set EndOfExplainedGapsFile to true
        end-read
    end-perform
    close ExplainedGapsFile
    .

LoadInvoiceNumbers.
    move zero to InvoiceCursorNumber
    call "GetInvoicesPage" using InvoiceCursorNumber,
        InvoicePage, NumberOfInvoicesInPage
    perform until NumberOfInvoicesInPage equal to zero
        perform varying InvoicePageIndex from 1 by 1
            until InvoicePageIndex is greater than NumberOfInvoicesInPage
            move InvoiceNumber of InvoicePageRecord(InvoicePageIndex)
                to ThisDocumentNumber
            move InvoiceDate of InvoicePageRecord(InvoicePageIndex)
                to ThisDocumentDate
            perform MarkDocumentNumber
        end-perform
        move InvoiceNumber of InvoicePageRecord(NumberOfInvoicesInPage)
            to InvoiceCursorNumber
        call "GetInvoicesPage" using InvoiceCursorNumber,
            InvoicePage, NumberOfInvoicesInPage
    end-perform
    .

LoadCreditNoteNumbers.
    open input CreditNotesFile
    read CreditNotesFile
        at end set EndOfCreditNotesFile to true
    end-read
    perform until EndOfCreditNotesFile
        if TextCreditNoteNumber is numeric
            move TextCreditNoteNumber to ThisDocumentNumber
            move TextCreditNoteDate to ThisDocumentDate
            perform MarkDocumentNumber
        end-if
        read CreditNotesFile
            at end set EndOfCreditNotesFile to true
        end-read
    end-perform
    close CreditNotesFile
    .

LoadOrderIds.
    move zero to OrderCursorId
    call "GetOrdersPage" using OrderCursorId, OrderPage, NumberOfOrdersInPage
    perform until NumberOfOrdersInPage equal to zero
        perform varying OrderPageIndex from 1 by 1
            until OrderPageIndex is greater than NumberOfOrdersInPage
            move OrderId of OrderPageRecord(OrderPageIndex) to ThisDocumentNumber
            move OrderDate of OrderPageRecord(OrderPageIndex) to ThisDocumentDate
            perform MarkDocumentNumber
        end-perform
        move OrderId of OrderPageRecord(NumberOfOrdersInPage) to OrderCursorId
        call "GetOrdersPage" using OrderCursorId, OrderPage, NumberOfOrdersInPage
    end-perform
    move "N" to OrderArchiveEnded
    open input OrderArchiveFile
    read OrderArchiveFile
        at end set IsEndOfOrderArchive to true
    end-read
    perform until IsEndOfOrderArchive
        move OrderId of OrderArchiveRecord to ThisDocumentNumber
        move OrderDate of OrderArchiveRecord to ThisDocumentDate
        perform MarkDocumentNumber
        read OrderArchiveFile
            at end set IsEndOfOrderArchive to true
        end-read
    end-perform
    close OrderArchiveFile
    .

LoadPaymentIds.
    move zero to PaymentCursorId
    call "GetPaymentsPage" using PaymentCursorId, PaymentPage,
        NumberOfPaymentsInPage
    perform until NumberOfPaymentsInPage equal to zero
        perform varying PaymentPageIndex from 1 by 1
            until PaymentPageIndex is greater than NumberOfPaymentsInPage
            move PaymentId of PaymentPageRecord(PaymentPageIndex)
                to ThisDocumentNumber
            move PaymentDate of PaymentPageRecord(PaymentPageIndex)
                to ThisDocumentDate
            perform MarkDocumentNumber
        end-perform
        move PaymentId of PaymentPageRecord(NumberOfPaymentsInPage)
            to PaymentCursorId
        call "GetPaymentsPage" using PaymentCursorId, PaymentPage,
            NumberOfPaymentsInPage
    end-perform
    .

MarkDocumentNumber.
    if ThisDocumentNumber equal to zero
        exit paragraph
    end-if
    add 1 to SeriesDocumentCount
    if NumberSeenCount(ThisDocumentNumber) is less than 99
        add 1 to NumberSeenCount(ThisDocumentNumber)
    end-if
    if NumberSeenDate(ThisDocumentNumber) equal to zero
        move ThisDocumentDate to NumberSeenDate(ThisDocumentNumber)
    end-if
    if SeriesLowest equal to zero
        or ThisDocumentNumber is less than SeriesLowest
        move ThisDocumentNumber to SeriesLowest
    end-if
    if ThisDocumentNumber is greater than SeriesHighest
        move ThisDocumentNumber to SeriesHighest
    end-if
    .

AuditNumberSeries.
    move zero to SeriesGapCount
    move zero to SeriesMissingCount
    move zero to SeriesExplainedCount
    move zero to SeriesDuplicateCount
    move SeriesHighest to SeriesTop
    if SeriesControlNumber is greater than SeriesTop
        move SeriesControlNumber to SeriesTop
    end-if
    if SeriesLowest equal to zero
        and SeriesTop is greater than zero
        move 1 to SeriesLowest
    end-if
    move zero to GapStartNumber
    if SeriesLowest is greater than zero
        perform varying AuditNumber from SeriesLowest by 1
            until AuditNumber is greater than SeriesTop
            if NumberSeenCount(AuditNumber) equal to zero
                if GapStartNumber equal to zero
                    move AuditNumber to GapStartNumber
                end-if
            else
                if GapStartNumber is greater than zero
                    compute GapEndNumber = AuditNumber - 1
                    move AuditNumber to GapNextNumber
                    perform ReportNumberGap
                    move zero to GapStartNumber
                end-if
                if NumberSeenCount(AuditNumber) is greater than 1
                    perform ReportDuplicateNumber
                end-if
            end-if
        end-perform
        if GapStartNumber is greater than zero
            move SeriesTop to GapEndNumber
            move zero to GapNextNumber
            perform ReportNumberGap
        end-if
    end-if
    perform ReportSeriesHeadroom
    perform ClearNumberSeenTable
    .

ReportNumberGap.
    compute GapLength = GapEndNumber - GapStartNumber + 1
    add GapLength to SeriesMissingCount
    move "N" to GapExplainedFlag
    perform varying ExplainedGapIndex from 1 by 1
        until ExplainedGapIndex is greater than NumberOfExplainedGaps
            or IsGapExplained
        if TableGapSeries(ExplainedGapIndex) equal to SeriesCode
            and TableGapFrom(ExplainedGapIndex) is not greater than GapStartNumber
            and TableGapTo(ExplainedGapIndex) is not less than GapEndNumber
            move "Y" to GapExplainedFlag
        end-if
    end-perform
    if IsGapExplained
        add 1 to SeriesExplainedCount
        exit paragraph
    end-if
    add 1 to SeriesGapCount
    add 1 to UnexplainedGapTotal
    compute GapPriorNumber = GapStartNumber - 1
    move spaces to AuditReportLine
    move SeriesName to AuditReportLine(1:14)
    if GapNextNumber equal to zero
        move "UNUSED NUMBERS" to AuditReportLine(16:14)
    else
        move "GAP" to AuditReportLine(16:14)
    end-if
    move GapStartNumber(2:6) to AuditReportLine(32:6)
    move GapEndNumber(2:6) to AuditReportLine(40:6)
    compute GapLength = GapEndNumber - GapStartNumber + 1
    move GapLength(2:6) to AuditReportLine(47:6)
    if GapPriorNumber is greater than zero
        move GapPriorNumber(2:6) to AuditReportLine(55:6)
        move NumberSeenDate(GapPriorNumber) to AuditReportLine(63:8)
    end-if
    if GapNextNumber is greater than zero
        move GapNextNumber(2:6) to AuditReportLine(73:6)
        move NumberSeenDate(GapNextNumber) to AuditReportLine(81:8)
    else
        move "(allocated, no document)" to AuditReportLine(73:24)
    end-if
    display AuditReportLine
    .

ReportDuplicateNumber.
    add 1 to SeriesDuplicateCount
    add 1 to DuplicateTotal
    move spaces to AuditReportLine
    move SeriesName to AuditReportLine(1:14)
    move "DUPLICATE" to AuditReportLine(16:14)
    move AuditNumber(2:6) to AuditReportLine(32:6)
    move AuditNumber(2:6) to AuditReportLine(40:6)
    move NumberSeenCount(AuditNumber) to AuditReportLine(51:2)
    move NumberSeenDate(AuditNumber) to AuditReportLine(63:8)
    display AuditReportLine
    .

ReportSeriesHeadroom.
    compute SeriesRemaining = SeriesCapacity - SeriesTop
    compute SeriesPercentUsed rounded = SeriesTop * 100 / SeriesCapacity
    move SeriesPercentUsed to EditedPercent
    display "  " SeriesName " " SeriesDocumentCount " document(s), numbers "
        SeriesLowest " to " SeriesTop ", " SeriesMissingCount " missing ("
        SeriesExplainedCount " gap(s) explained), " SeriesRemaining
        " number(s) left, " EditedPercent "% used"
    if SeriesPercentUsed is not less than HeadroomWarningPercent
        add 1 to HeadroomWarningTotal
        display "  *** WARNING *** " function trim(SeriesName)
            " series is " EditedPercent "% through its 6-digit range"
    end-if
    .

ClearNumberSeenTable.
    if SeriesLowest is greater than zero
        perform varying AuditNumber from SeriesLowest by 1
            until AuditNumber is greater than SeriesTop
            move zero to NumberSeenCount(AuditNumber)
            move zero to NumberSeenDate(AuditNumber)
        end-perform
    end-if
    move zero to SeriesLowest
    move zero to SeriesHighest
    move zero to SeriesControlNumber
    move zero to SeriesDocumentCount
    .

end program NumberingAuditReport.
