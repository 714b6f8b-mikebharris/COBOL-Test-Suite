identification division.
program-id. SupplierInvoiceMatchRun.

environment division.
configuration section.
    repository.
        function all intrinsic.

input-output section.
    file-control.
        select optional MatchConfigFile assign to "SupplierInvoiceMatch.cfg"
            organization is line sequential
            file status is MatchConfigStatus.

        select optional HeldInvoiceReportFile assign to HeldInvoiceReportFileName
            organization is line sequential.

data division.
file section.
    fd MatchConfigFile.
        01 MatchConfigRecord.
            02 ConfigPriceTolerancePercent pic 9(2)v99.

    fd HeldInvoiceReportFile.
        01 HeldInvoiceReportRecord pic x(120).

working-storage section.
    01 MatchConfigStatus pic x(2).
    01 HeldInvoiceReportFileName pic x(24) value "HeldSupplierInvoices.out".

    01 PriceTolerancePercent pic 9(2)v99 value 2.00.
    01 RunDate pic 9(8) value zeroes.

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
    copy PurchaseOrder replacing PurchaseOrder by ==MatchedPurchaseOrder==.

    01 ThisPoId pic 9(6) value zeroes.
    01 ThisPoLineNumber pic 9(2) value zeroes.
    01 ThisSupplierInvoiceKey.
        02 ThisSupplierId pic 9(6) value zeroes.
        02 ThisSupplierInvoiceReference pic x(20) value spaces.
    01 AlreadyInvoicedQuantity pic 9(8) value zeroes.
    01 QuantityAvailableToBill pic s9(8) value zeroes.
    01 QuantityStillToBill pic s9(8) value zeroes.
    01 PriceDifference pic s9(6)v99 value zeroes.
    01 PriceToleranceAmount pic 9(6)v99 value zeroes.
    01 InvoiceLineIndex pic 9(2) value zeroes.
    01 PurchaseOrderFound pic x value "N".
        88 IsPurchaseOrderFound value "Y".
    01 AllLinesMatched pic x value "Y".
        88 AreAllLinesMatched value "Y".
    01 ReturnedSupplierInvoiceStatus pic x(2) value spaces.

    01 ApprovedCount pic 9(6) value zeroes.
    01 HeldCount pic 9(6) value zeroes.
    01 HeldReasonText pic x(20) value spaces.
    01 EditedBilledQuantity pic z(5)9 value zeroes.
    01 EditedReceivedQuantity pic z(5)9 value zeroes.
    01 EditedBilledCost pic z(5)9.99 value zeroes.
    01 EditedPoCost pic z(5)9.99 value zeroes.
    01 ReportLine pic x(120) value spaces.

procedure division.

    call "GetBusinessDate" using RunDate
    display "SupplierInvoiceMatchRun: business date " RunDate
    perform LoadMatchConfig
    open output HeldInvoiceReportFile
    perform WriteHeldInvoiceReportHeading
    perform ProcessSupplierInvoicePages
    close HeldInvoiceReportFile
    display "SupplierInvoiceMatchRun: " ApprovedCount
        " invoice(s) approved for payment, " HeldCount " held"
    stop run.

LoadMatchConfig.
    open input MatchConfigFile
    if MatchConfigStatus equal to "00"
        read MatchConfigFile
            at end continue
            not at end
                if ConfigPriceTolerancePercent is numeric
                    move ConfigPriceTolerancePercent to PriceTolerancePercent
                end-if
        end-read
    end-if
    close MatchConfigFile
    .

WriteHeldInvoiceReportHeading.
    move spaces to ReportLine
    string
        "HELD SUPPLIER INVOICES  run date " delimited by size
        RunDate delimited by size
        "  price tolerance " delimited by size
        PriceTolerancePercent delimited by size
        "%" delimited by size
        into ReportLine
    end-string
    move ReportLine to HeldInvoiceReportRecord
    write HeldInvoiceReportRecord
    move spaces to ReportLine
    string
        "Supplier Invoice reference     PO     Ln Product      " delimited by size
        "Reason               Billed  Received  Billed cost    PO cost"
            delimited by size
        into ReportLine
    end-string
    move ReportLine to HeldInvoiceReportRecord
    write HeldInvoiceReportRecord
    move all "-" to HeldInvoiceReportRecord
    write HeldInvoiceReportRecord
    .

ProcessSupplierInvoicePages.
    initialize SupplierInvoiceCursorKey
    call "GetSupplierInvoicesPage" using SupplierInvoiceCursorKey,
        SupplierInvoicePage, NumberOfSupplierInvoicesInPage
    perform until NumberOfSupplierInvoicesInPage equal to zero
        perform varying SupplierInvoicePageIndex from 1 by 1
            until SupplierInvoicePageIndex is greater than
                NumberOfSupplierInvoicesInPage
            move SupplierInvoicePageRecord(SupplierInvoicePageIndex)
                to CurrentSupplierInvoice
            if IsSupplierInvoiceRegistered of CurrentSupplierInvoice
                or IsSupplierInvoiceHeld of CurrentSupplierInvoice
                perform MatchCurrentSupplierInvoice
            end-if
        end-perform
        move SupplierInvoiceKey of
            SupplierInvoicePageRecord(NumberOfSupplierInvoicesInPage)
            to SupplierInvoiceCursorKey
        call "GetSupplierInvoicesPage" using SupplierInvoiceCursorKey,
            SupplierInvoicePage, NumberOfSupplierInvoicesInPage
    end-perform
    .

MatchCurrentSupplierInvoice.
    move PoId of CurrentSupplierInvoice to ThisPoId
    call "GetPurchaseOrderById" using MatchedPurchaseOrder, ThisPoId
    if PoId of MatchedPurchaseOrder equal to ThisPoId
        and ThisPoId not equal to zero
        move "Y" to PurchaseOrderFound
    else
        move "N" to PurchaseOrderFound
    end-if
    move SupplierInvoiceKey of CurrentSupplierInvoice to ThisSupplierInvoiceKey
    move "Y" to AllLinesMatched
    perform varying InvoiceLineIndex from 1 by 1
        until InvoiceLineIndex is greater than
            SupplierInvoiceLineCount of CurrentSupplierInvoice
        perform MatchCurrentInvoiceLine
        if not IsLineMatched of CurrentSupplierInvoice(InvoiceLineIndex)
            move "N" to AllLinesMatched
            perform WriteHeldInvoiceLine
        end-if
    end-perform
    if AreAllLinesMatched
        set IsSupplierInvoiceApproved of CurrentSupplierInvoice to true
        move RunDate to ApprovedDate of CurrentSupplierInvoice
    else
        set IsSupplierInvoiceHeld of CurrentSupplierInvoice to true
        move zeroes to ApprovedDate of CurrentSupplierInvoice
    end-if
    call "RecordSupplierInvoiceMatch" using CurrentSupplierInvoice,
        ReturnedSupplierInvoiceStatus
    if ReturnedSupplierInvoiceStatus equal to "00"
        if AreAllLinesMatched
            add 1 to ApprovedCount
        else
            add 1 to HeldCount
        end-if
    end-if
    .

MatchCurrentInvoiceLine.
    move PoLineNumber of CurrentSupplierInvoice(InvoiceLineIndex)
        to ThisPoLineNumber
    if not IsPurchaseOrderFound
        or ThisPoLineNumber is less than 1
        or ThisPoLineNumber is greater than PoLineCount of MatchedPurchaseOrder
        set IsLineNotYetReceived of CurrentSupplierInvoice(InvoiceLineIndex)
            to true
        exit paragraph
    end-if
    call "GetInvoicedQuantityForPoLine" using ThisPoId, ThisPoLineNumber,
        ThisSupplierInvoiceKey, AlreadyInvoicedQuantity
    compute QuantityAvailableToBill =
        QuantityReceived of PoLine of MatchedPurchaseOrder(ThisPoLineNumber)
        - AlreadyInvoicedQuantity
    compute QuantityStillToBill =
        QuantityOrdered of PoLine of MatchedPurchaseOrder(ThisPoLineNumber)
        - AlreadyInvoicedQuantity
    evaluate true
        when InvoicedQuantity of CurrentSupplierInvoice(InvoiceLineIndex)
                is greater than QuantityStillToBill
            set IsLineOverBilled of CurrentSupplierInvoice(InvoiceLineIndex)
                to true
        when InvoicedQuantity of CurrentSupplierInvoice(InvoiceLineIndex)
                is greater than QuantityAvailableToBill
            set IsLineNotYetReceived of CurrentSupplierInvoice(InvoiceLineIndex)
                to true
        when other
            compute PriceToleranceAmount rounded =
                UnitCost of PoLine of MatchedPurchaseOrder(ThisPoLineNumber)
                * PriceTolerancePercent / 100
            compute PriceDifference =
                InvoicedUnitCost of CurrentSupplierInvoice(InvoiceLineIndex)
                - UnitCost of PoLine of MatchedPurchaseOrder(ThisPoLineNumber)
            if PriceDifference is greater than PriceToleranceAmount
                or PriceDifference is less than zero - PriceToleranceAmount
                set IsLinePriceDifference of
                    CurrentSupplierInvoice(InvoiceLineIndex) to true
            else
                set IsLineMatched of CurrentSupplierInvoice(InvoiceLineIndex)
                    to true
            end-if
    end-evaluate
    .

WriteHeldInvoiceLine.
    evaluate true
        when IsLineOverBilled of CurrentSupplierInvoice(InvoiceLineIndex)
            move "Over-billed quantity" to HeldReasonText
        when IsLinePriceDifference of CurrentSupplierInvoice(InvoiceLineIndex)
            move "Price difference" to HeldReasonText
        when other
            move "No receipt yet" to HeldReasonText
    end-evaluate
    move InvoicedQuantity of CurrentSupplierInvoice(InvoiceLineIndex)
        to EditedBilledQuantity
    move InvoicedUnitCost of CurrentSupplierInvoice(InvoiceLineIndex)
        to EditedBilledCost
    if IsPurchaseOrderFound
        and ThisPoLineNumber is not less than 1
        and ThisPoLineNumber is not greater than
            PoLineCount of MatchedPurchaseOrder
        move QuantityReceived of PoLine of MatchedPurchaseOrder(ThisPoLineNumber)
            to EditedReceivedQuantity
        move UnitCost of PoLine of MatchedPurchaseOrder(ThisPoLineNumber)
            to EditedPoCost
    else
        move zero to EditedReceivedQuantity
        move zero to EditedPoCost
    end-if
    move spaces to ReportLine
    string
        SupplierId of CurrentSupplierInvoice delimited by size
        "   " delimited by size
        SupplierInvoiceReference of CurrentSupplierInvoice delimited by size
        " " delimited by size
        PoId of CurrentSupplierInvoice delimited by size
        " " delimited by size
        ThisPoLineNumber delimited by size
        " " delimited by size
        ProductCode of SupplierInvoiceLine of
            CurrentSupplierInvoice(InvoiceLineIndex) delimited by size
        " " delimited by size
        HeldReasonText delimited by size
        " " delimited by size
        EditedBilledQuantity delimited by size
        "    " delimited by size
        EditedReceivedQuantity delimited by size
        "     " delimited by size
        EditedBilledCost delimited by size
        "  " delimited by size
        EditedPoCost delimited by size
        into ReportLine
    end-string
    move ReportLine to HeldInvoiceReportRecord
    write HeldInvoiceReportRecord
    .

end program SupplierInvoiceMatchRun.
