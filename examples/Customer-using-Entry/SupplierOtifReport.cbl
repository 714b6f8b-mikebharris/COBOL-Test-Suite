identification division.
program-id. SupplierOtifReport.

environment division.
configuration section.
    repository.
        function all intrinsic.

input-output section.
    file-control.
        select optional SupplierOtifConfigFile
            assign to "SupplierOtif.cfg"
            organization is line sequential
            file status is SupplierOtifConfigStatus.

data division.
file section.
    fd SupplierOtifConfigFile.
        01 SupplierOtifConfigRecord.
            02 ConfigReportMonth pic x(6).

working-storage section.
    01 SupplierOtifConfigStatus pic x(2).

    01 RunDate pic 9(8) value zeroes.
    01 ReportMonth pic 9(6) value zeroes.
    01 ReportMonthParts redefines ReportMonth.
        02 ReportYear pic 9(4).
        02 ReportMonthNumber pic 9(2).

    01 PoCursorId pic 9(6) value zeroes.
    01 NumberOfPosInPage pic 9(3) value zeroes.
    01 PoPageIndex pic 9(3) value zeroes.
    01 PoLineIndex pic 9(2) value zeroes.
    01 PurchaseOrderPage.
        02 PurchaseOrderPageEntry occurs 20 times.
            copy PurchaseOrder replacing
                ==01== by ==03==
                ==02== by ==04==
                ==03== by ==05==
                ==PurchaseOrder== by ==PurchaseOrderPageRecord==.
    copy PurchaseOrder replacing PurchaseOrder by ==CurrentPo==.
    copy Supplier replacing Supplier by ==CurrentSupplier==.
    01 ThisSupplierId pic 9(6) value zeroes.

    01 LineOnTimeFlag pic x value "N".
        88 IsLineOnTime value "Y".
    01 LineInFullFlag pic x value "N".
        88 IsLineInFull value "Y".
    01 LineDaysLate pic 9(5) value zeroes.
    01 LineLeadDays pic 9(5) value zeroes.
    01 UndatedLineCount pic 9(6) value zeroes.
    01 NotYetDueLineCount pic 9(6) value zeroes.

    01 MaxOtifSuppliers pic 9(4) value 200.
    01 OtifSupplierCount pic 9(4) value zeroes.
    01 OtifSupplierIndex pic 9(4) value zeroes.
    01 OtifSupplierTable.
        02 OtifSupplier occurs 200 times.
            03 OtifSupplierId pic 9(6) value zeroes.
            03 OtifSupplierLines pic 9(6) value zeroes.
            03 OtifSupplierOnTime pic 9(6) value zeroes.
            03 OtifSupplierInFull pic 9(6) value zeroes.
            03 OtifSupplierBoth pic 9(6) value zeroes.
            03 OtifSupplierLateLines pic 9(6) value zeroes.
            03 OtifSupplierDaysLate pic 9(8) value zeroes.
            03 OtifSupplierReceivedLines pic 9(6) value zeroes.
            03 OtifSupplierLeadDays pic 9(8) value zeroes.

    01 MaxOtifProducts pic 9(4) value 500.
    01 OtifProductCount pic 9(4) value zeroes.
    01 OtifProductIndex pic 9(4) value zeroes.
    01 OtifProductTable.
        02 OtifProduct occurs 500 times.
            03 OtifProductCode pic x(12) value spaces.
            03 OtifProductSupplierId pic 9(6) value zeroes.
            03 OtifProductLines pic 9(6) value zeroes.
            03 OtifProductLateLines pic 9(6) value zeroes.
            03 OtifProductShortLines pic 9(6) value zeroes.
            03 OtifProductDaysLate pic 9(8) value zeroes.
            03 OtifProductReported pic x value "N".
                88 IsOtifProductReported value "Y".
    01 MaxWorstProducts pic 9(2) value 10.
    01 WorstProductRank pic 9(2) value zeroes.
    01 WorstProductIndex pic 9(4) value zeroes.
    01 WorstProductsReported pic 9(2) value zeroes.

    01 TotalMeasuredLines pic 9(6) value zeroes.
    01 TotalOtifLines pic 9(6) value zeroes.

    01 OnTimePercent pic 9(3)v9 value zeroes.
    01 InFullPercent pic 9(3)v9 value zeroes.
    01 OtifPercent pic 9(3)v9 value zeroes.
    01 AverageDaysLate pic 9(5)v9 value zeroes.
    01 AverageLeadDays pic 9(5)v9 value zeroes.
    01 EditedPercent pic zz9.9 value zeroes.
    01 EditedDays pic zzzz9.9 value zeroes.
    01 EditedCount pic zzzzz9 value zeroes.
    01 OtifReportLine pic x(120) value spaces.

procedure division.

    call "GetBusinessDate" using RunDate
    display "SupplierOtifReport: business date " RunDate
    perform LoadSupplierOtifConfig
    display "Supplier Delivery Performance (OTIF) for month " ReportMonth
        "  run " RunDate
    perform ProcessPoPages
    perform ReportSupplierPerformance
    perform ReportWorstProducts
    display spaces
    if TotalMeasuredLines is greater than zero
        compute OtifPercent rounded =
            TotalOtifLines * 100 / TotalMeasuredLines
    else
        move zero to OtifPercent
    end-if
    move OtifPercent to EditedPercent
    display "SupplierOtifReport: " TotalMeasuredLines " line(s) measured for "
        OtifSupplierCount " supplier(s), " EditedPercent "% on time in full, "
        NotYetDueLineCount " not yet due, " UndatedLineCount
        " received before receipts were dated"
    stop run.

LoadSupplierOtifConfig.
    move RunDate(1:6) to ReportMonth
    subtract 1 from ReportMonthNumber
    if ReportMonthNumber equal to zero
        move 12 to ReportMonthNumber
        subtract 1 from ReportYear
    end-if
    open input SupplierOtifConfigFile
    if SupplierOtifConfigStatus equal to "00"
        read SupplierOtifConfigFile
            not at end
                if ConfigReportMonth is numeric
                    move ConfigReportMonth to ReportMonth
                end-if
        end-read
    end-if
    close SupplierOtifConfigFile
    .

ProcessPoPages.
    move zero to PoCursorId
    call "GetPurchaseOrdersPage" using PoCursorId, PurchaseOrderPage,
        NumberOfPosInPage
    perform until NumberOfPosInPage equal to zero
        perform varying PoPageIndex from 1 by 1
            until PoPageIndex is greater than NumberOfPosInPage
            move PurchaseOrderPageRecord(PoPageIndex) to CurrentPo
            if not IsPoCancelled of CurrentPo
                and PoDueDate of CurrentPo(1:6) equal to ReportMonth
                perform MeasurePoLines
            end-if
        end-perform
        move PoId of PurchaseOrderPageRecord(NumberOfPosInPage) to PoCursorId
        call "GetPurchaseOrdersPage" using PoCursorId, PurchaseOrderPage,
            NumberOfPosInPage
    end-perform
    .

MeasurePoLines.
    perform varying PoLineIndex from 1 by 1
        until PoLineIndex is greater than PoLineCount of CurrentPo
        evaluate true
            when QuantityOrdered of PoLine of CurrentPo(PoLineIndex) equal to zero
                continue
            when FirstReceiptDate of PoLineReceipt of CurrentPo(PoLineIndex)
                    equal to zero
                and QuantityReceived of PoLine of CurrentPo(PoLineIndex)
                    is greater than zero
                add 1 to UndatedLineCount
            when FirstReceiptDate of PoLineReceipt of CurrentPo(PoLineIndex)
                    equal to zero
                and PoDueDate of CurrentPo is not less than RunDate
                add 1 to NotYetDueLineCount
            when other
                perform MeasurePoLine
        end-evaluate
    end-perform
    .

MeasurePoLine.
    move "N" to LineOnTimeFlag
    move "N" to LineInFullFlag
    move zero to LineDaysLate
    move zero to LineLeadDays
    if FirstReceiptDate of PoLineReceipt of CurrentPo(PoLineIndex)
        equal to zero
        compute LineDaysLate =
            function integer-of-date(RunDate)
            - function integer-of-date(PoDueDate of CurrentPo)
    else
        if FirstReceiptDate of PoLineReceipt of CurrentPo(PoLineIndex)
            is greater than PoDueDate of CurrentPo
            compute LineDaysLate =
                function integer-of-date
                    (FirstReceiptDate of PoLineReceipt of CurrentPo(PoLineIndex))
                - function integer-of-date(PoDueDate of CurrentPo)
        else
            move "Y" to LineOnTimeFlag
        end-if
        if PoDate of CurrentPo is greater than zero
            and FirstReceiptDate of PoLineReceipt of CurrentPo(PoLineIndex)
                is not less than PoDate of CurrentPo
            compute LineLeadDays =
                function integer-of-date
                    (FirstReceiptDate of PoLineReceipt of CurrentPo(PoLineIndex))
                - function integer-of-date(PoDate of CurrentPo)
        end-if
        if FirstReceiptQuantity of PoLineReceipt of CurrentPo(PoLineIndex)
            is not less than QuantityOrdered of PoLine of CurrentPo(PoLineIndex)
            move "Y" to LineInFullFlag
        end-if
    end-if
    perform FindOtifSupplier
    if OtifSupplierIndex equal to zero
        exit paragraph
    end-if
    add 1 to TotalMeasuredLines
    add 1 to OtifSupplierLines(OtifSupplierIndex)
    if IsLineOnTime
        add 1 to OtifSupplierOnTime(OtifSupplierIndex)
    else
        add 1 to OtifSupplierLateLines(OtifSupplierIndex)
        add LineDaysLate to OtifSupplierDaysLate(OtifSupplierIndex)
    end-if
    if IsLineInFull
        add 1 to OtifSupplierInFull(OtifSupplierIndex)
    end-if
    if IsLineOnTime and IsLineInFull
        add 1 to OtifSupplierBoth(OtifSupplierIndex)
        add 1 to TotalOtifLines
    end-if
    if FirstReceiptDate of PoLineReceipt of CurrentPo(PoLineIndex)
        is greater than zero
        add 1 to OtifSupplierReceivedLines(OtifSupplierIndex)
        add LineLeadDays to OtifSupplierLeadDays(OtifSupplierIndex)
    end-if
    perform FindOtifProduct
    if OtifProductIndex equal to zero
        exit paragraph
    end-if
    add 1 to OtifProductLines(OtifProductIndex)
    if not IsLineOnTime
        add 1 to OtifProductLateLines(OtifProductIndex)
        add LineDaysLate to OtifProductDaysLate(OtifProductIndex)
    end-if
    if not IsLineInFull
        add 1 to OtifProductShortLines(OtifProductIndex)
    end-if
    .

FindOtifSupplier.
    perform varying OtifSupplierIndex from 1 by 1
        until OtifSupplierIndex is greater than OtifSupplierCount
            or OtifSupplierId(OtifSupplierIndex) equal to SupplierId of CurrentPo
        continue
    end-perform
    if OtifSupplierIndex is greater than OtifSupplierCount
        if OtifSupplierCount is less than MaxOtifSuppliers
            add 1 to OtifSupplierCount
            move OtifSupplierCount to OtifSupplierIndex
            move SupplierId of CurrentPo to OtifSupplierId(OtifSupplierIndex)
        else
            display "SupplierOtifReport: more than " MaxOtifSuppliers
                " suppliers; supplier " SupplierId of CurrentPo " not measured"
            move zero to OtifSupplierIndex
        end-if
    end-if
    .

FindOtifProduct.
    perform varying OtifProductIndex from 1 by 1
        until OtifProductIndex is greater than OtifProductCount
            or (OtifProductCode(OtifProductIndex)
                    equal to ProductCode of PoLine of CurrentPo(PoLineIndex)
                and OtifProductSupplierId(OtifProductIndex)
                    equal to SupplierId of CurrentPo)
        continue
    end-perform
    if OtifProductIndex is greater than OtifProductCount
        if OtifProductCount is less than MaxOtifProducts
            add 1 to OtifProductCount
            move OtifProductCount to OtifProductIndex
            move ProductCode of PoLine of CurrentPo(PoLineIndex)
                to OtifProductCode(OtifProductIndex)
            move SupplierId of CurrentPo to OtifProductSupplierId(OtifProductIndex)
        else
            move zero to OtifProductIndex
        end-if
    end-if
    .

ReportSupplierPerformance.
    display spaces
    display "Supplier                                   Lines  On time  In full"
        "     OTIF  Avg late  Avg lead"
    perform varying OtifSupplierIndex from 1 by 1
        until OtifSupplierIndex is greater than OtifSupplierCount
        move OtifSupplierId(OtifSupplierIndex) to ThisSupplierId
        call "GetSupplierById" using CurrentSupplier, ThisSupplierId
        compute OnTimePercent rounded =
            OtifSupplierOnTime(OtifSupplierIndex) * 100
            / OtifSupplierLines(OtifSupplierIndex)
        compute InFullPercent rounded =
            OtifSupplierInFull(OtifSupplierIndex) * 100
            / OtifSupplierLines(OtifSupplierIndex)
        compute OtifPercent rounded =
            OtifSupplierBoth(OtifSupplierIndex) * 100
            / OtifSupplierLines(OtifSupplierIndex)
        if OtifSupplierLateLines(OtifSupplierIndex) is greater than zero
            compute AverageDaysLate rounded =
                OtifSupplierDaysLate(OtifSupplierIndex)
                / OtifSupplierLateLines(OtifSupplierIndex)
        else
            move zero to AverageDaysLate
        end-if
        if OtifSupplierReceivedLines(OtifSupplierIndex) is greater than zero
            compute AverageLeadDays rounded =
                OtifSupplierLeadDays(OtifSupplierIndex)
                / OtifSupplierReceivedLines(OtifSupplierIndex)
        else
            move zero to AverageLeadDays
        end-if
        move spaces to OtifReportLine
        move ThisSupplierId to OtifReportLine(1:6)
        move SupplierName of CurrentSupplier to OtifReportLine(8:34)
        move OtifSupplierLines(OtifSupplierIndex) to EditedCount
        move EditedCount to OtifReportLine(43:6)
        move OnTimePercent to EditedPercent
        move EditedPercent to OtifReportLine(51:5)
        move "%" to OtifReportLine(56:1)
        move InFullPercent to EditedPercent
        move EditedPercent to OtifReportLine(60:5)
        move "%" to OtifReportLine(65:1)
        move OtifPercent to EditedPercent
        move EditedPercent to OtifReportLine(69:5)
        move "%" to OtifReportLine(74:1)
        move AverageDaysLate to EditedDays
        move EditedDays to OtifReportLine(77:7)
        move AverageLeadDays to EditedDays
        move EditedDays to OtifReportLine(87:7)
        display OtifReportLine
    end-perform
    if OtifSupplierCount equal to zero
        display "  No purchase order lines due in this month"
    end-if
    .

ReportWorstProducts.
    display spaces
    display "Worst offending products"
    display "Product       Supplier   Lines   Late  Short  Days late"
    move 1 to WorstProductIndex
    move zero to WorstProductsReported
    perform varying WorstProductRank from 1 by 1
        until WorstProductRank is greater than MaxWorstProducts
            or WorstProductIndex equal to zero
        perform FindNextWorstProduct
        if WorstProductIndex is greater than zero
            perform PrintWorstProduct
        end-if
    end-perform
    if WorstProductsReported equal to zero
        display "  All measured lines were delivered on time and in full"
    end-if
    .

PrintWorstProduct.
    add 1 to WorstProductsReported
    move "Y" to OtifProductReported(WorstProductIndex)
    move spaces to OtifReportLine
    move OtifProductCode(WorstProductIndex) to OtifReportLine(1:12)
    move OtifProductSupplierId(WorstProductIndex) to OtifReportLine(15:6)
    move OtifProductLines(WorstProductIndex) to EditedCount
    move EditedCount to OtifReportLine(24:6)
    move OtifProductLateLines(WorstProductIndex) to EditedCount
    move EditedCount to OtifReportLine(31:6)
    move OtifProductShortLines(WorstProductIndex) to EditedCount
    move EditedCount to OtifReportLine(38:6)
    move OtifProductDaysLate(WorstProductIndex) to EditedCount
    move EditedCount to OtifReportLine(48:6)
    display OtifReportLine
    .

FindNextWorstProduct.
    move zero to WorstProductIndex
    perform varying OtifProductIndex from 1 by 1
        until OtifProductIndex is greater than OtifProductCount
        if not IsOtifProductReported(OtifProductIndex)
            and (OtifProductLateLines(OtifProductIndex) is greater than zero
                or OtifProductShortLines(OtifProductIndex) is greater than zero)
            if WorstProductIndex equal to zero
                move OtifProductIndex to WorstProductIndex
            else
                if OtifProductDaysLate(OtifProductIndex)
                        is greater than OtifProductDaysLate(WorstProductIndex)
                    or (OtifProductDaysLate(OtifProductIndex)
                            equal to OtifProductDaysLate(WorstProductIndex)
                        and OtifProductShortLines(OtifProductIndex)
                            is greater than
                            OtifProductShortLines(WorstProductIndex))
                    move OtifProductIndex to WorstProductIndex
                end-if
            end-if
        end-if
    end-perform
    .

end program SupplierOtifReport.
