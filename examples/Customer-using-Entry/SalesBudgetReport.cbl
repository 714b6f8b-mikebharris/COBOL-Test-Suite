identification division.
program-id. SalesBudgetReport.

environment division.
configuration section.
    repository.
        function all intrinsic.

input-output section.
    file-control.
        select optional SalespeopleFile assign to "Salespeople.ref"
            organization is line sequential
            file status is SalespeopleFileStatus.

        select optional SalesBudgetConfigFile assign to "SalesBudget.cfg"
            organization is line sequential
            file status is SalesBudgetConfigStatus.

data division.
file section.
    fd SalespeopleFile.
        01 SalespersonRecord.
            88 EndOfSalespeopleFile value high-values.
            02 RecordSalespersonCode pic x(4).
            02 filler pic x.
            02 RecordSalespersonName pic x(20).
            02 filler pic x.
            02 RecordTerritory pic x(20).
            02 filler pic x.
            02 RecordCommissionRate pic 99v99.

    fd SalesBudgetConfigFile.
        01 SalesBudgetConfigRecord.
            02 ConfigBudgetMonth pic 9(6).

working-storage section.
    01 SalespeopleFileStatus pic x(2).
    01 SalesBudgetConfigStatus pic x(2).

    01 RunDate pic 9(8) value zeroes.
    01 ReportMonth pic 9(6) value zeroes.
    01 ReportMonthParts redefines ReportMonth.
        02 ReportYear pic 9(4).
        02 ReportMonthNumber pic 9(2).
    01 YearStartMonth pic 9(6) value zeroes.
    01 MonthStartDate pic 9(8) value zeroes.
    01 YearStartDate pic 9(8) value zeroes.
    01 MonthEndDate pic 9(8) value zeroes.
    01 UnassignedTerritory pic x(20) value "(no territory)".

    01 MaxSalespersonEntries pic 9(3) value 100.
    01 NumberOfSalespeople pic 9(3) value zeroes.
    01 SalespersonIndex pic 9(3) value zeroes.
    01 SalespersonCompareIndex pic 9(3) value zeroes.
    01 SalespersonTable.
        02 SalespersonEntry occurs 100 times.
            03 TableSalespersonCode pic x(4) value spaces.
            03 TableSalespersonName pic x(20) value spaces.
            03 TableTerritory pic x(20) value spaces.
            03 TableMonthBudget pic s9(10)v99 value zeroes.
            03 TableMonthActual pic s9(10)v99 value zeroes.
            03 TableYearBudget pic s9(10)v99 value zeroes.
            03 TableYearActual pic s9(10)v99 value zeroes.
            03 TableHasProductBudget pic x value "N".
                88 HasProductBudget value "Y".
    01 SalespersonSwapEntry pic x(93) value spaces.
    01 SalespersonFound pic x value "N".
        88 IsSalespersonFound value "Y".
    01 SalespersonTableWarningIssued pic x value "N".
        88 IsSalespersonTableWarningIssued value "Y".

    01 MaxBudgetLineEntries pic 9(3) value 500.
    01 NumberOfBudgetLines pic 9(3) value zeroes.
    01 BudgetLineIndex pic 9(3) value zeroes.
    01 BudgetLineTable.
        02 BudgetLineEntry occurs 500 times.
            03 LineSalespersonCode pic x(4) value spaces.
            03 LineCustomerId pic 9(8) value zeroes.
            03 LineProductCode pic x(12) value spaces.
            03 LineMonthBudget pic s9(10)v99 value zeroes.
            03 LineMonthActual pic s9(10)v99 value zeroes.
            03 LineYearBudget pic s9(10)v99 value zeroes.
            03 LineYearActual pic s9(10)v99 value zeroes.
    01 BudgetLineFound pic x value "N".
        88 IsBudgetLineFound value "Y".
    01 BudgetLineTableWarningIssued pic x value "N".
        88 IsBudgetLineTableWarningIssued value "Y".

    01 SalesBudgetCursorKey.
        02 SalesBudgetCursorMonth pic 9(6) value zeroes.
        02 SalesBudgetCursorSalesperson pic x(4) value spaces.
        02 SalesBudgetCursorCustomerId pic 9(8) value zeroes.
        02 SalesBudgetCursorProductCode pic x(12) value spaces.
    01 NumberOfSalesBudgetsInPage pic 9(3) value zeroes.
    01 SalesBudgetPageIndex pic 9(3) value zeroes.
    01 SalesBudgetPage.
        02 SalesBudgetPageEntry occurs 20 times.
            copy SalesBudget replacing
                ==01== by ==03==
                ==02== by ==04==
                ==03== by ==05==
                ==SalesBudget== by ==SalesBudgetPageRecord==.
    copy SalesBudget replacing SalesBudget by ==CurrentBudget==.
    01 FinishedWithBudgets pic x value "N".
        88 IsFinishedWithBudgets value "Y".

    copy Customer replacing Customer by ==CurrentCustomer==.
    copy Order replacing Order by ==InvoicedOrder==.
    01 ThisCustomerId pic 9(8) value zeroes.
    01 ThisOrderId pic 9(6) value zeroes.
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
    copy Invoice replacing Invoice by ==CurrentInvoice==.
    01 InvoiceInReportMonth pic x value "N".
        88 IsInvoiceInReportMonth value "Y".
    01 AttributedSalespersonCode pic x(4) value spaces.
    01 OrderLineIndex pic 9(2) value zeroes.
    01 OrderLineNetAmount pic s9(10)v99 value zeroes.
    01 UnattributedMonthActual pic s9(10)v99 value zeroes.
    01 UnattributedYearActual pic s9(10)v99 value zeroes.

    01 ReportTotals.
        02 ReportMonthBudget pic s9(10)v99 value zeroes.
        02 ReportMonthActual pic s9(10)v99 value zeroes.
        02 ReportYearBudget pic s9(10)v99 value zeroes.
        02 ReportYearActual pic s9(10)v99 value zeroes.
    01 TerritoryTotals.
        02 TerritoryMonthBudget pic s9(10)v99 value zeroes.
        02 TerritoryMonthActual pic s9(10)v99 value zeroes.
        02 TerritoryYearBudget pic s9(10)v99 value zeroes.
        02 TerritoryYearActual pic s9(10)v99 value zeroes.
    01 GrandTotals.
        02 GrandMonthBudget pic s9(10)v99 value zeroes.
        02 GrandMonthActual pic s9(10)v99 value zeroes.
        02 GrandYearBudget pic s9(10)v99 value zeroes.
        02 GrandYearActual pic s9(10)v99 value zeroes.
    01 CurrentTerritory pic x(20) value spaces.
    01 ReportLineLabel pic x(22) value spaces.
    01 VarianceAmount pic s9(10)v99 value zeroes.
    01 AchievedPercent pic 9(4)v9 value zeroes.

    01 EditedAmount pic -(8)9.99 value zeroes.
    01 EditedPercent pic zzz9.9 value zeroes.
    01 BudgetReportLine pic x(120) value spaces.

procedure division.

    perform DetermineReportMonth
    perform LoadSalespersonTable
    perform LoadBudgetLines
    perform ProcessInvoicePages
    perform SortSalespeopleByTerritory
    perform PrintBudgetReport
    stop run.

DetermineReportMonth.
    call "GetBusinessDate" using RunDate
    display "SalesBudgetReport: business date " RunDate
    move RunDate(1:6) to ReportMonth
    subtract 1 from ReportMonthNumber
    if ReportMonthNumber equal to zero
        move 12 to ReportMonthNumber
        subtract 1 from ReportYear
    end-if
    open input SalesBudgetConfigFile
    if SalesBudgetConfigStatus equal to "00"
        read SalesBudgetConfigFile
            at end continue
            not at end
                if ConfigBudgetMonth is numeric
                    and ConfigBudgetMonth is greater than zero
                    move ConfigBudgetMonth to ReportMonth
                end-if
        end-read
    end-if
    close SalesBudgetConfigFile
    compute YearStartMonth = ReportYear * 100 + 1
    compute MonthStartDate = ReportMonth * 100 + 1
    compute YearStartDate = YearStartMonth * 100 + 1
    compute MonthEndDate = ReportMonth * 100 + 31
    .

LoadSalespersonTable.
    move zero to NumberOfSalespeople
    open input SalespeopleFile
    if SalespeopleFileStatus equal to "00"
        read SalespeopleFile
            at end set EndOfSalespeopleFile to true
        end-read
        perform until EndOfSalespeopleFile
            or NumberOfSalespeople equal to MaxSalespersonEntries
            if RecordSalespersonCode not equal to spaces
                add 1 to NumberOfSalespeople
                move RecordSalespersonCode to TableSalespersonCode(NumberOfSalespeople)
                move RecordSalespersonName to TableSalespersonName(NumberOfSalespeople)
                if RecordTerritory equal to spaces
                    move UnassignedTerritory to TableTerritory(NumberOfSalespeople)
                else
                    move RecordTerritory to TableTerritory(NumberOfSalespeople)
                end-if
            end-if
            read SalespeopleFile
                at end set EndOfSalespeopleFile to true
            end-read
        end-perform
        close SalespeopleFile
    end-if
    .

LoadBudgetLines.
    move YearStartMonth to SalesBudgetCursorMonth
    subtract 1 from SalesBudgetCursorMonth
    move high-values to SalesBudgetCursorSalesperson
    move 99999999 to SalesBudgetCursorCustomerId
    move high-values to SalesBudgetCursorProductCode
    call "GetSalesBudgetsPage" using SalesBudgetCursorKey,
        SalesBudgetPage, NumberOfSalesBudgetsInPage
    perform until NumberOfSalesBudgetsInPage equal to zero
        or IsFinishedWithBudgets
        perform varying SalesBudgetPageIndex from 1 by 1
            until SalesBudgetPageIndex is greater than NumberOfSalesBudgetsInPage
                or IsFinishedWithBudgets
            move SalesBudgetPageRecord(SalesBudgetPageIndex) to CurrentBudget
            if BudgetMonth of CurrentBudget is greater than ReportMonth
                set IsFinishedWithBudgets to true
            else
                perform AddBudgetToTables
            end-if
        end-perform
        move SalesBudgetKey of SalesBudgetPageRecord(NumberOfSalesBudgetsInPage)
            to SalesBudgetCursorKey
        call "GetSalesBudgetsPage" using SalesBudgetCursorKey,
            SalesBudgetPage, NumberOfSalesBudgetsInPage
    end-perform
    .

AddBudgetToTables.
    move SalespersonCode of CurrentBudget to AttributedSalespersonCode
    perform FindSalespersonEntry
    if not IsSalespersonFound
        exit paragraph
    end-if
    add BudgetNetAmount of CurrentBudget to TableYearBudget(SalespersonIndex)
    if BudgetMonth of CurrentBudget equal to ReportMonth
        add BudgetNetAmount of CurrentBudget to TableMonthBudget(SalespersonIndex)
    end-if
    if CustomerId of CurrentBudget equal to zero
        and ProductCode of CurrentBudget equal to spaces
        exit paragraph
    end-if
    if ProductCode of CurrentBudget not equal to spaces
        move "Y" to TableHasProductBudget(SalespersonIndex)
    end-if
    move "N" to BudgetLineFound
    perform varying BudgetLineIndex from 1 by 1
        until BudgetLineIndex is greater than NumberOfBudgetLines
            or IsBudgetLineFound
        if LineSalespersonCode(BudgetLineIndex) equal to SalespersonCode of CurrentBudget
            and LineCustomerId(BudgetLineIndex) equal to CustomerId of CurrentBudget
            and LineProductCode(BudgetLineIndex) equal to ProductCode of CurrentBudget
            move "Y" to BudgetLineFound
        end-if
    end-perform
    if IsBudgetLineFound
        subtract 1 from BudgetLineIndex
    else
        if NumberOfBudgetLines equal to MaxBudgetLineEntries
            if not IsBudgetLineTableWarningIssued
                display "SalesBudgetReport: more than " MaxBudgetLineEntries
                    " customer and product budget lines; extra lines not detailed"
                move "Y" to BudgetLineTableWarningIssued
            end-if
            exit paragraph
        end-if
        add 1 to NumberOfBudgetLines
        move NumberOfBudgetLines to BudgetLineIndex
        move SalespersonCode of CurrentBudget to LineSalespersonCode(BudgetLineIndex)
        move CustomerId of CurrentBudget to LineCustomerId(BudgetLineIndex)
        move ProductCode of CurrentBudget to LineProductCode(BudgetLineIndex)
    end-if
    add BudgetNetAmount of CurrentBudget to LineYearBudget(BudgetLineIndex)
    if BudgetMonth of CurrentBudget equal to ReportMonth
        add BudgetNetAmount of CurrentBudget to LineMonthBudget(BudgetLineIndex)
    end-if
    .

FindSalespersonEntry.
    move "N" to SalespersonFound
    perform varying SalespersonIndex from 1 by 1
        until SalespersonIndex is greater than NumberOfSalespeople
            or IsSalespersonFound
        if TableSalespersonCode(SalespersonIndex) equal to AttributedSalespersonCode
            move "Y" to SalespersonFound
        end-if
    end-perform
    if IsSalespersonFound
        subtract 1 from SalespersonIndex
        exit paragraph
    end-if
    if AttributedSalespersonCode equal to spaces
        exit paragraph
    end-if
    if NumberOfSalespeople equal to MaxSalespersonEntries
        if not IsSalespersonTableWarningIssued
            display "SalesBudgetReport: more than " MaxSalespersonEntries
                " salespeople; extra salespeople reported as unattributed"
            move "Y" to SalespersonTableWarningIssued
        end-if
        exit paragraph
    end-if
    add 1 to NumberOfSalespeople
    move NumberOfSalespeople to SalespersonIndex
    move AttributedSalespersonCode to TableSalespersonCode(SalespersonIndex)
    move "(not on Salespeople.ref)" to TableSalespersonName(SalespersonIndex)
    move UnassignedTerritory to TableTerritory(SalespersonIndex)
    move "Y" to SalespersonFound
    .

ProcessInvoicePages.
    move zero to InvoiceCursorNumber
    call "GetInvoicesPage" using InvoiceCursorNumber,
        InvoicePage, NumberOfInvoicesInPage
    perform until NumberOfInvoicesInPage equal to zero
        perform varying InvoicePageIndex from 1 by 1
            until InvoicePageIndex is greater than NumberOfInvoicesInPage
            if InvoiceDate of InvoicePageRecord(InvoicePageIndex)
                is not less than YearStartDate
                and InvoiceDate of InvoicePageRecord(InvoicePageIndex)
                is not greater than MonthEndDate
                move InvoicePageRecord(InvoicePageIndex) to CurrentInvoice
                perform AttributeInvoiceToBudgets
            end-if
        end-perform
        move InvoiceNumber of InvoicePageRecord(NumberOfInvoicesInPage)
            to InvoiceCursorNumber
        call "GetInvoicesPage" using InvoiceCursorNumber,
            InvoicePage, NumberOfInvoicesInPage
    end-perform
    .

AttributeInvoiceToBudgets.
    if InvoiceDate of CurrentInvoice is not less than MonthStartDate
        move "Y" to InvoiceInReportMonth
    else
        move "N" to InvoiceInReportMonth
    end-if
    move SalespersonCode of CurrentInvoice to AttributedSalespersonCode
    if AttributedSalespersonCode equal to spaces
        move CustomerId of CurrentInvoice to ThisCustomerId
        call "GetCustomerById" using CurrentCustomer, ThisCustomerId
        move SalespersonCode of CurrentCustomer to AttributedSalespersonCode
    end-if
    perform FindSalespersonEntry
    if not IsSalespersonFound
        add NetAmount of CurrentInvoice to UnattributedYearActual
        if IsInvoiceInReportMonth
            add NetAmount of CurrentInvoice to UnattributedMonthActual
        end-if
        exit paragraph
    end-if
    add NetAmount of CurrentInvoice to TableYearActual(SalespersonIndex)
    if IsInvoiceInReportMonth
        add NetAmount of CurrentInvoice to TableMonthActual(SalespersonIndex)
    end-if
    perform varying BudgetLineIndex from 1 by 1
        until BudgetLineIndex is greater than NumberOfBudgetLines
        if LineSalespersonCode(BudgetLineIndex) equal to AttributedSalespersonCode
            and LineProductCode(BudgetLineIndex) equal to spaces
            and LineCustomerId(BudgetLineIndex) equal to CustomerId of CurrentInvoice
            add NetAmount of CurrentInvoice to LineYearActual(BudgetLineIndex)
            if IsInvoiceInReportMonth
                add NetAmount of CurrentInvoice to LineMonthActual(BudgetLineIndex)
            end-if
        end-if
    end-perform
    if HasProductBudget(SalespersonIndex)
        and OrderId of CurrentInvoice is greater than zero
        perform AttributeOrderLinesToProductBudgets
    end-if
    .

AttributeOrderLinesToProductBudgets.
    move OrderId of CurrentInvoice to ThisOrderId
    call "GetOrderById" using InvoicedOrder, ThisOrderId
    if OrderId of InvoicedOrder not equal to ThisOrderId
        exit paragraph
    end-if
    perform varying OrderLineIndex from 1 by 1
        until OrderLineIndex is greater than OrderLineCount of InvoicedOrder
        compute OrderLineNetAmount =
            Quantity of OrderLine of InvoicedOrder(OrderLineIndex)
            * UnitPrice of OrderLine of InvoicedOrder(OrderLineIndex)
        perform varying BudgetLineIndex from 1 by 1
            until BudgetLineIndex is greater than NumberOfBudgetLines
            if LineSalespersonCode(BudgetLineIndex) equal to AttributedSalespersonCode
                and LineProductCode(BudgetLineIndex) equal to
                    ProductCode of OrderLine of InvoicedOrder(OrderLineIndex)
                and (LineCustomerId(BudgetLineIndex) equal to zero
                    or LineCustomerId(BudgetLineIndex) equal to
                        CustomerId of CurrentInvoice)
                add OrderLineNetAmount to LineYearActual(BudgetLineIndex)
                if IsInvoiceInReportMonth
                    add OrderLineNetAmount to LineMonthActual(BudgetLineIndex)
                end-if
            end-if
        end-perform
    end-perform
    .

SortSalespeopleByTerritory.
    perform varying SalespersonIndex from 1 by 1
        until SalespersonIndex is not less than NumberOfSalespeople
        perform varying SalespersonCompareIndex from 1 by 1
            until SalespersonCompareIndex is not less than NumberOfSalespeople
            if TableTerritory(SalespersonCompareIndex)
                    is greater than TableTerritory(SalespersonCompareIndex + 1)
                or (TableTerritory(SalespersonCompareIndex)
                    equal to TableTerritory(SalespersonCompareIndex + 1)
                and TableSalespersonCode(SalespersonCompareIndex)
                    is greater than TableSalespersonCode(SalespersonCompareIndex + 1))
                move SalespersonEntry(SalespersonCompareIndex)
                    to SalespersonSwapEntry
                move SalespersonEntry(SalespersonCompareIndex + 1)
                    to SalespersonEntry(SalespersonCompareIndex)
                move SalespersonSwapEntry
                    to SalespersonEntry(SalespersonCompareIndex + 1)
            end-if
        end-perform
    end-perform
    .

PrintBudgetReport.
    display "Sales Budget versus Actual for month " ReportMonth
        "  (year to date from " YearStartMonth ")"
    display spaces
    display "Code Salesperson              --------------- Month ---------------"
        "  ------------ Year to date ---------------"
    display "                               Budget       Actual     Variance"
        "   %Ach       Budget       Actual     Variance   %Ach"
    move spaces to CurrentTerritory
    initialize TerritoryTotals
    initialize GrandTotals
    perform varying SalespersonIndex from 1 by 1
        until SalespersonIndex is greater than NumberOfSalespeople
        if TableTerritory(SalespersonIndex) not equal to CurrentTerritory
            if SalespersonIndex is greater than 1
                perform PrintTerritoryTotal
            end-if
            move TableTerritory(SalespersonIndex) to CurrentTerritory
            initialize TerritoryTotals
            display spaces
            display "Territory: " function trim(CurrentTerritory)
        end-if
        perform PrintSalespersonLines
    end-perform
    if NumberOfSalespeople is greater than zero
        perform PrintTerritoryTotal
    end-if
    display spaces
    move GrandTotals to ReportTotals
    move "All territories" to ReportLineLabel
    perform PrintBudgetLine
    if UnattributedYearActual not equal to zero
        initialize ReportTotals
        move UnattributedMonthActual to ReportMonthActual
        move UnattributedYearActual to ReportYearActual
        move "Unattributed sales" to ReportLineLabel
        perform PrintBudgetLine
    end-if
    .

PrintSalespersonLines.
    move TableMonthBudget(SalespersonIndex) to ReportMonthBudget
    move TableMonthActual(SalespersonIndex) to ReportMonthActual
    move TableYearBudget(SalespersonIndex) to ReportYearBudget
    move TableYearActual(SalespersonIndex) to ReportYearActual
    add ReportMonthBudget to TerritoryMonthBudget GrandMonthBudget
    add ReportMonthActual to TerritoryMonthActual GrandMonthActual
    add ReportYearBudget to TerritoryYearBudget GrandYearBudget
    add ReportYearActual to TerritoryYearActual GrandYearActual
    move spaces to ReportLineLabel
    move TableSalespersonCode(SalespersonIndex) to ReportLineLabel(1:4)
    move TableSalespersonName(SalespersonIndex) to ReportLineLabel(6:17)
    perform PrintBudgetLine
    perform varying BudgetLineIndex from 1 by 1
        until BudgetLineIndex is greater than NumberOfBudgetLines
        if LineSalespersonCode(BudgetLineIndex)
            equal to TableSalespersonCode(SalespersonIndex)
            move LineMonthBudget(BudgetLineIndex) to ReportMonthBudget
            move LineMonthActual(BudgetLineIndex) to ReportMonthActual
            move LineYearBudget(BudgetLineIndex) to ReportYearBudget
            move LineYearActual(BudgetLineIndex) to ReportYearActual
            move spaces to ReportLineLabel
            if LineCustomerId(BudgetLineIndex) is greater than zero
                move LineCustomerId(BudgetLineIndex) to ReportLineLabel(2:8)
            end-if
            move LineProductCode(BudgetLineIndex) to ReportLineLabel(11:12)
            perform PrintBudgetLine
        end-if
    end-perform
    .

PrintTerritoryTotal.
    move TerritoryTotals to ReportTotals
    move spaces to ReportLineLabel
    string
        "Total " delimited by size
        CurrentTerritory delimited by size
        into ReportLineLabel
    end-string
    perform PrintBudgetLine
    .

PrintBudgetLine.
    move spaces to BudgetReportLine
    move ReportLineLabel to BudgetReportLine(1:22)
    move ReportMonthBudget to EditedAmount
    move EditedAmount to BudgetReportLine(24:12)
    move ReportMonthActual to EditedAmount
    move EditedAmount to BudgetReportLine(37:12)
    compute VarianceAmount = ReportMonthActual - ReportMonthBudget
    move VarianceAmount to EditedAmount
    move EditedAmount to BudgetReportLine(50:12)
    if ReportMonthBudget is greater than zero
        compute AchievedPercent rounded =
            ReportMonthActual * 100 / ReportMonthBudget
            on size error move 9999.9 to AchievedPercent
        end-compute
        move AchievedPercent to EditedPercent
        move EditedPercent to BudgetReportLine(63:6)
    end-if
    move ReportYearBudget to EditedAmount
    move EditedAmount to BudgetReportLine(70:12)
    move ReportYearActual to EditedAmount
    move EditedAmount to BudgetReportLine(83:12)
    compute VarianceAmount = ReportYearActual - ReportYearBudget
    move VarianceAmount to EditedAmount
    move EditedAmount to BudgetReportLine(96:12)
    if ReportYearBudget is greater than zero
        compute AchievedPercent rounded =
            ReportYearActual * 100 / ReportYearBudget
            on size error move 9999.9 to AchievedPercent
        end-compute
        move AchievedPercent to EditedPercent
        move EditedPercent to BudgetReportLine(109:6)
    end-if
    display BudgetReportLine
    .

end program SalesBudgetReport.
