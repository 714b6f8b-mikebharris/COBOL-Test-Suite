identification division.
program-id. PurchasePriceVarianceReport.

environment division.
configuration section.
    repository.
        function all intrinsic.

input-output section.
    file-control.
        select optional PriceVarianceConfigFile
            assign to "PurchasePriceVariance.cfg"
            organization is line sequential
            file status is PriceVarianceConfigStatus.

        select optional GoodsReceiptJournalFile assign to "GoodsReceipts.jnl"
            organization is line sequential.

        select optional PriceVariancePostingFile
            assign to "PurchasePriceVariance.pjl"
            organization is line sequential.

data division.
file section.
    fd PriceVarianceConfigFile.
        01 PriceVarianceConfigRecord.
            02 ConfigReportMonth pic x(6).
            02 filler pic x.
            02 ConfigPostJournal pic x.

    fd GoodsReceiptJournalFile.
        01 GoodsReceiptJournalRecord.
            88 EndOfGoodsReceiptJournalFile value high-values.
            02 ReceiptJournalDate pic 9(8).
            02 filler pic x.
            02 ReceiptJournalPoId pic 9(6).
            02 filler pic x.
            02 ReceiptJournalLineNumber pic 9(2).
            02 filler pic x.
            02 ReceiptJournalSupplierId pic 9(6).
            02 filler pic x.
            02 ReceiptJournalProductCode pic x(12).
            02 filler pic x.
            02 ReceiptJournalQuantity pic 9(6).
            02 filler pic x.
            02 ReceiptJournalDueDate pic 9(8).
            02 filler pic x.
            02 ReceiptJournalLotNumber pic x(12).
            02 filler pic x.
            02 ReceiptJournalUnitCost pic 9(6)v99.
            02 filler pic x.
            02 ReceiptJournalStandardCost pic 9(6)v99.

    fd PriceVariancePostingFile.
        01 PriceVariancePostingRecord.
            02 PostingNominalCode pic 9(4).
            02 filler pic x.
            02 PostingDebitCredit pic x.
            02 filler pic x.
            02 PostingAmount pic 9(10)v99.
            02 filler pic x.
            02 PostingDocType pic x.
            02 filler pic x.
            02 PostingDocNumber pic 9(6).
            02 filler pic x.
            02 PostingDocDate pic 9(8).

working-storage section.
    01 PriceVarianceConfigStatus pic x(2).

    01 RunDate pic 9(8) value zeroes.
    01 ReportMonth pic 9(6) value zeroes.
    01 ReceiptMonth pic 9(6) value zeroes.
    01 PostJournalFlag pic x value "N".
        88 IsPostJournalRequested value "Y".

    01 NominalPriceVariance pic 9(4) value 5200.
    01 NominalGoodsReceivedAccrual pic 9(4) value 2110.

    copy Supplier replacing Supplier by ==CurrentSupplier==.
    01 ThisSupplierId pic 9(6) value zeroes.

    01 ReceiptVariancePerUnit pic s9(6)v99 value zeroes.
    01 ReceiptVarianceTotal pic s9(10)v99 value zeroes.
    01 TotalVariance pic s9(10)v99 value zeroes.
    01 ReceiptsReadCount pic 9(6) value zeroes.
    01 VarianceReceiptCount pic 9(6) value zeroes.
    01 UncostedReceiptCount pic 9(6) value zeroes.

    01 MaxVarianceReceipts pic 9(4) value 2000.
    01 NumberOfVarianceReceipts pic 9(4) value zeroes.
    01 VarianceReceiptIndex pic 9(4) value zeroes.
    01 VarianceReceiptTable.
        02 VarianceReceipt occurs 2000 times.
            03 VarianceReceiptGroup pic 9(3) value zeroes.
            03 VarianceReceiptDate pic 9(8) value zeroes.
            03 VarianceReceiptPoId pic 9(6) value zeroes.
            03 VarianceReceiptLine pic 9(2) value zeroes.
            03 VarianceReceiptQuantity pic 9(6) value zeroes.
            03 VarianceReceiptUnitCost pic 9(6)v99 value zeroes.
            03 VarianceReceiptStandardCost pic 9(6)v99 value zeroes.
            03 VarianceReceiptPerUnit pic s9(6)v99 value zeroes.
            03 VarianceReceiptAmount pic s9(10)v99 value zeroes.

    01 MaxVarianceGroups pic 9(3) value 500.
    01 NumberOfVarianceGroups pic 9(3) value zeroes.
    01 VarianceGroupIndex pic 9(3) value zeroes.
    01 VarianceGroupCompareIndex pic 9(3) value zeroes.
    01 VarianceGroupTable.
        02 VarianceGroup occurs 500 times.
            03 VarianceGroupAmount pic s9(10)v99 value zeroes.
            03 VarianceGroupSupplierId pic 9(6) value zeroes.
            03 VarianceGroupProductCode pic x(12) value spaces.
            03 VarianceGroupQuantity pic 9(8) value zeroes.
            03 VarianceGroupReceipts pic 9(4) value zeroes.
            03 VarianceGroupNumber pic 9(3) value zeroes.
    01 VarianceGroupSwapEntry pic x(45) value spaces.
    01 VarianceGroupFound pic x value "N".
        88 IsVarianceGroupFound value "Y".

    01 EditedUnitCost pic z(5)9.99 value zeroes.
    01 EditedStandardCost pic z(5)9.99 value zeroes.
    01 EditedPerUnit pic -(6)9.99 value zeroes.
    01 EditedVarianceAmount pic -(10)9.99 value zeroes.
    01 PriceVarianceReportLine pic x(110) value spaces.

procedure division.

    call "GetBusinessDate" using RunDate
    display "PurchasePriceVarianceReport: business date " RunDate
    perform LoadPriceVarianceConfig
    perform CollectVarianceReceipts
    perform SortVarianceGroupsByAmount
    display "Purchase Price Variance on Goods Received in Month " ReportMonth
    display "(positive variance is adverse - paid above standard cost)"
    display spaces
    perform PrintVarianceGroups
    move TotalVariance to EditedVarianceAmount
    display "Total purchase price variance " EditedVarianceAmount
    if IsPostJournalRequested
        perform WriteVariancePostings
    end-if
    display "PurchasePriceVarianceReport: " ReceiptsReadCount
        " receipt(s) in month, " VarianceReceiptCount " with a variance, "
        UncostedReceiptCount " without cost detail"
    stop run.

LoadPriceVarianceConfig.
    compute ReportMonth = RunDate / 100
    open input PriceVarianceConfigFile
    if PriceVarianceConfigStatus equal to "00"
        read PriceVarianceConfigFile
            at end continue
            not at end
                if ConfigReportMonth is numeric
                    and ConfigReportMonth is greater than zero
                    move ConfigReportMonth to ReportMonth
                end-if
                if ConfigPostJournal equal to "Y"
                    move "Y" to PostJournalFlag
                end-if
        end-read
    end-if
    close PriceVarianceConfigFile
    .

CollectVarianceReceipts.
    open input GoodsReceiptJournalFile
    read GoodsReceiptJournalFile
        at end set EndOfGoodsReceiptJournalFile to true
    end-read
    perform until EndOfGoodsReceiptJournalFile
        if ReceiptJournalDate is numeric
            compute ReceiptMonth = ReceiptJournalDate / 100
            if ReceiptMonth equal to ReportMonth
                add 1 to ReceiptsReadCount
                perform CheckReceiptForVariance
            end-if
        end-if
        read GoodsReceiptJournalFile
            at end set EndOfGoodsReceiptJournalFile to true
        end-read
    end-perform
    close GoodsReceiptJournalFile
    .

CheckReceiptForVariance.
    if ReceiptJournalUnitCost is not numeric
        or ReceiptJournalStandardCost is not numeric
        add 1 to UncostedReceiptCount
        exit paragraph
    end-if
    if ReceiptJournalUnitCost equal to ReceiptJournalStandardCost
        exit paragraph
    end-if
    compute ReceiptVariancePerUnit =
        ReceiptJournalUnitCost - ReceiptJournalStandardCost
    compute ReceiptVarianceTotal =
        ReceiptVariancePerUnit * ReceiptJournalQuantity
    add 1 to VarianceReceiptCount
    add ReceiptVarianceTotal to TotalVariance
    perform FindVarianceGroup
    if not IsVarianceGroupFound
        display "PurchasePriceVarianceReport: more than " MaxVarianceGroups
            " supplier/product groups - PO " ReceiptJournalPoId
            " in the total only"
        exit paragraph
    end-if
    add ReceiptJournalQuantity to VarianceGroupQuantity(VarianceGroupIndex)
    add ReceiptVarianceTotal to VarianceGroupAmount(VarianceGroupIndex)
    add 1 to VarianceGroupReceipts(VarianceGroupIndex)
    if NumberOfVarianceReceipts is not less than MaxVarianceReceipts
        exit paragraph
    end-if
    add 1 to NumberOfVarianceReceipts
    move NumberOfVarianceReceipts to VarianceReceiptIndex
    move VarianceGroupNumber(VarianceGroupIndex)
        to VarianceReceiptGroup(VarianceReceiptIndex)
    move ReceiptJournalDate to VarianceReceiptDate(VarianceReceiptIndex)
    move ReceiptJournalPoId to VarianceReceiptPoId(VarianceReceiptIndex)
    move ReceiptJournalLineNumber to VarianceReceiptLine(VarianceReceiptIndex)
    move ReceiptJournalQuantity to VarianceReceiptQuantity(VarianceReceiptIndex)
    move ReceiptJournalUnitCost to VarianceReceiptUnitCost(VarianceReceiptIndex)
    move ReceiptJournalStandardCost
        to VarianceReceiptStandardCost(VarianceReceiptIndex)
    move ReceiptVariancePerUnit to VarianceReceiptPerUnit(VarianceReceiptIndex)
    move ReceiptVarianceTotal to VarianceReceiptAmount(VarianceReceiptIndex)
    .

FindVarianceGroup.
    move "N" to VarianceGroupFound
    perform varying VarianceGroupIndex from 1 by 1
        until VarianceGroupIndex is greater than NumberOfVarianceGroups
            or IsVarianceGroupFound
        if VarianceGroupSupplierId(VarianceGroupIndex)
            equal to ReceiptJournalSupplierId
            and VarianceGroupProductCode(VarianceGroupIndex)
            equal to ReceiptJournalProductCode
            move "Y" to VarianceGroupFound
        end-if
    end-perform
    if IsVarianceGroupFound
        subtract 1 from VarianceGroupIndex
    else
        if NumberOfVarianceGroups is not less than MaxVarianceGroups
            exit paragraph
        end-if
        add 1 to NumberOfVarianceGroups
        move NumberOfVarianceGroups to VarianceGroupIndex
        move ReceiptJournalSupplierId
            to VarianceGroupSupplierId(VarianceGroupIndex)
        move ReceiptJournalProductCode
            to VarianceGroupProductCode(VarianceGroupIndex)
        move VarianceGroupIndex to VarianceGroupNumber(VarianceGroupIndex)
        move "Y" to VarianceGroupFound
    end-if
    .

SortVarianceGroupsByAmount.
    perform varying VarianceGroupIndex from 1 by 1
        until VarianceGroupIndex is not less than NumberOfVarianceGroups
        perform varying VarianceGroupCompareIndex from 1 by 1
            until VarianceGroupCompareIndex is not less than NumberOfVarianceGroups
            if VarianceGroupAmount(VarianceGroupCompareIndex)
                is less than VarianceGroupAmount(VarianceGroupCompareIndex + 1)
                move VarianceGroup(VarianceGroupCompareIndex)
                    to VarianceGroupSwapEntry
                move VarianceGroup(VarianceGroupCompareIndex + 1)
                    to VarianceGroup(VarianceGroupCompareIndex)
                move VarianceGroupSwapEntry
                    to VarianceGroup(VarianceGroupCompareIndex + 1)
            end-if
        end-perform
    end-perform
    .

PrintVarianceGroups.
    perform varying VarianceGroupIndex from 1 by 1
        until VarianceGroupIndex is greater than NumberOfVarianceGroups
        move VarianceGroupSupplierId(VarianceGroupIndex) to ThisSupplierId
        call "GetSupplierById" using CurrentSupplier, ThisSupplierId
        if SupplierId of CurrentSupplier not equal to ThisSupplierId
            move "(unknown supplier)" to SupplierName of CurrentSupplier
        end-if
        display "Supplier " ThisSupplierId " "
            function trim(SupplierName of CurrentSupplier)
            "  Product " VarianceGroupProductCode(VarianceGroupIndex)
        display "  Received PO     Ln    Qty  PO Unit Cost  Standard Cost"
            "  Variance/Unit  Variance Total"
        perform varying VarianceReceiptIndex from 1 by 1
            until VarianceReceiptIndex is greater than NumberOfVarianceReceipts
            if VarianceReceiptGroup(VarianceReceiptIndex)
                equal to VarianceGroupNumber(VarianceGroupIndex)
                perform PrintVarianceReceipt
            end-if
        end-perform
        move spaces to PriceVarianceReportLine
        move "  Total" to PriceVarianceReportLine(1:7)
        move VarianceGroupQuantity(VarianceGroupIndex)
            to PriceVarianceReportLine(25:8)
        move VarianceGroupAmount(VarianceGroupIndex) to EditedVarianceAmount
        move EditedVarianceAmount to PriceVarianceReportLine(79:14)
        display PriceVarianceReportLine
        display spaces
    end-perform
    .

PrintVarianceReceipt.
    move spaces to PriceVarianceReportLine
    move VarianceReceiptDate(VarianceReceiptIndex)
        to PriceVarianceReportLine(3:8)
    move VarianceReceiptPoId(VarianceReceiptIndex)
        to PriceVarianceReportLine(12:6)
    move VarianceReceiptLine(VarianceReceiptIndex)
        to PriceVarianceReportLine(19:2)
    move VarianceReceiptQuantity(VarianceReceiptIndex)
        to PriceVarianceReportLine(25:6)
    move VarianceReceiptUnitCost(VarianceReceiptIndex) to EditedUnitCost
    move EditedUnitCost to PriceVarianceReportLine(35:9)
    move VarianceReceiptStandardCost(VarianceReceiptIndex) to EditedStandardCost
    move EditedStandardCost to PriceVarianceReportLine(50:9)
    move VarianceReceiptPerUnit(VarianceReceiptIndex) to EditedPerUnit
    move EditedPerUnit to PriceVarianceReportLine(63:10)
    move VarianceReceiptAmount(VarianceReceiptIndex) to EditedVarianceAmount
    move EditedVarianceAmount to PriceVarianceReportLine(79:14)
    display PriceVarianceReportLine
    .

WriteVariancePostings.
    open output PriceVariancePostingFile
    if TotalVariance not equal to zero
        move spaces to PriceVariancePostingRecord
        move "V" to PostingDocType
        move ReportMonth to PostingDocNumber
        move RunDate to PostingDocDate
        if TotalVariance is greater than zero
            move TotalVariance to PostingAmount
            move NominalPriceVariance to PostingNominalCode
            move "D" to PostingDebitCredit
            write PriceVariancePostingRecord
            move NominalGoodsReceivedAccrual to PostingNominalCode
            move "C" to PostingDebitCredit
            write PriceVariancePostingRecord
        else
            compute PostingAmount = 0 - TotalVariance
            move NominalGoodsReceivedAccrual to PostingNominalCode
            move "D" to PostingDebitCredit
            write PriceVariancePostingRecord
            move NominalPriceVariance to PostingNominalCode
            move "C" to PostingDebitCredit
            write PriceVariancePostingRecord
        end-if
        display "PurchasePriceVarianceReport: variance for month " ReportMonth
            " queued for the next journal export"
    end-if
    close PriceVariancePostingFile
    .

end program PurchasePriceVarianceReport.
