            02 ConfigAnalysisMonth pic 9(6).
            02 filler pic x.
            02 ConfigCategoryFilter pic x(12).
        01 SalesAnalysisPeriodConfigRecord.
            02 ConfigPeriodTag pic x(2).
                88 IsFinancialPeriodConfig value "FY".
            02 ConfigFinancialYear pic 9(4).
            02 filler pic x.
            02 ConfigPeriodNumber pic 9(2).
            02 filler pic x.
            02 ConfigPeriodCategoryFilter pic x(12).

working-storage section.
    01 SalesAnalysisConfigStatus pic x(2).
    01 RunDate pic 9(8) value zeroes.
    01 AnalysisMonth pic 9(6) value zeroes.
    01 PriorMonth pic 9(6) value zeroes.
    01 CategoryFilter pic x(12) value spaces.

    01 AnalysisByFinancialPeriod pic x value "N".
        88 IsAnalysisByFinancialPeriod value "Y".
    01 ThisFinancialYear pic 9(4) value zeroes.
    01 ThisPeriodNumber pic 9(2) value zeroes.
    copy FinancialPeriod replacing FinancialPeriod by ==AnalysisPeriod==.
    copy FinancialPeriod replacing FinancialPeriod by ==PriorPeriod==.
    01 ReturnedCalendarStatus pic x(2) value spaces.
    01 PriorLookupDate pic 9(8) value zeroes.
    01 AnalysisStartDate pic 9(8) value zeroes.
    01 AnalysisEndDate pic 9(8) value zeroes.
    01 PriorStartDate pic 9(8) value zeroes.
    01 PriorEndDate pic 9(8) value zeroes.
    01 OrderRange pic x value space.
        88 IsOrderInAnalysisRange value "C".
        88 IsOrderInPriorRange    value "P".
        88 IsOrderOutsideRanges   value space.

    01 PageSize pic 9(4) value 50.
    01 CustomerCursorId pic 9(8) value zeroes.
    01 NumberOfCustomersInPage pic 9(4) value zeroes.
    01 ProductTableWarningIssued pic x value "N".
        88 IsProductTableWarningIssued value "Y".

    copy ProductGroupList replacing ProductGroupList by ==AnalysisGroups==.
    01 ThisProductCode pic x(12) value spaces.
    01 ThisGroupCode pic x(6) value spaces.
    01 ThisDepartmentCode pic x(4) value spaces.
    01 GroupTotalIndex pic 9(3) value zeroes.
    01 DepartmentTotalIndex pic 9(2) value zeroes.
    01 GroupSearchIndex pic 9(3) value zeroes.
    01 DepartmentSearchIndex pic 9(2) value zeroes.
    01 UnassignedGroupIndex pic 9(3) value 201.
    01 UnassignedDepartmentIndex pic 9(2) value 31.
    01 GroupTotalsTable.
        02 GroupTotalEntry occurs 201 times.
            03 GroupCurrentValue pic s9(10)v99 value zeroes.
            03 GroupPriorValue pic s9(10)v99 value zeroes.
    01 DepartmentTotalsTable.
        02 DepartmentTotalEntry occurs 31 times.
            03 DepartmentCurrentValue pic s9(10)v99 value zeroes.
            03 DepartmentPriorValue pic s9(10)v99 value zeroes.

    01 LineValue pic s9(10)v99 value zeroes.
    01 ValueDifference pic s9(10)v99 value zeroes.
    01 EditedValue pic -(10)9.99 value zeroes.
    perform LoadSalesAnalysisConfig
    perform ProcessCustomerPages
    perform PrintSalesAnalysisReport
    perform AccumulateProductGroupTotals
    perform PrintProductGroupTotals
    perform PrintDepartmentTotals
    stop run.

LoadSalesAnalysisConfig.
    call "GetBusinessDate" using RunDate
    display "SalesAnalysisReport: business date " RunDate
    compute AnalysisMonth = RunDate / 100
    move spaces to CategoryFilter
    move "N" to AnalysisByFinancialPeriod
    call "GetFinancialPeriodForDate" using RunDate, AnalysisPeriod,
        ReturnedCalendarStatus
    if ReturnedCalendarStatus equal to "00"
        move "Y" to AnalysisByFinancialPeriod
        move CalendarYear of AnalysisPeriod to ThisFinancialYear
        move CalendarPeriodNumber of AnalysisPeriod to ThisPeriodNumber
    end-if
    open input SalesAnalysisConfigFile
    if SalesAnalysisConfigStatus equal to "00"
        read SalesAnalysisConfigFile
            at end continue
            not at end
                if IsFinancialPeriodConfig
                    if ConfigFinancialYear is numeric
                        and ConfigPeriodNumber is numeric
                        move "Y" to AnalysisByFinancialPeriod
                        move ConfigFinancialYear to ThisFinancialYear
                        move ConfigPeriodNumber to ThisPeriodNumber
                    end-if
                    move ConfigPeriodCategoryFilter to CategoryFilter
                else
                    if ConfigAnalysisMonth is numeric
                        and ConfigAnalysisMonth is greater than zero
                        move "N" to AnalysisByFinancialPeriod
                        move ConfigAnalysisMonth to AnalysisMonth
                    end-if
                    move ConfigCategoryFilter to CategoryFilter
                end-if
        end-read
    end-if
    close SalesAnalysisConfigFile
    if IsAnalysisByFinancialPeriod
        perform SetFinancialPeriodRanges
    else
        perform SetCalendarMonthRanges
    end-if
    .

SetCalendarMonthRanges.
    if function mod(AnalysisMonth, 100) equal to 1
        compute PriorMonth = AnalysisMonth - 100 + 11
    else
        compute PriorMonth = AnalysisMonth - 1
    end-if
    compute AnalysisStartDate = AnalysisMonth * 100 + 1
    compute AnalysisEndDate = AnalysisMonth * 100 + 31
    compute PriorStartDate = PriorMonth * 100 + 1
    compute PriorEndDate = PriorMonth * 100 + 31
    .

SetFinancialPeriodRanges.
    call "GetFinancialPeriod" using ThisFinancialYear, ThisPeriodNumber,
        AnalysisPeriod, ReturnedCalendarStatus
    if ReturnedCalendarStatus not equal to "00"
        display "SalesAnalysisReport: period " ThisPeriodNumber " of "
            ThisFinancialYear " is not on the financial calendar"
        move 1 to return-code
        stop run
    end-if
    move CalendarStartDate of AnalysisPeriod to AnalysisStartDate
    move CalendarEndDate of AnalysisPeriod to AnalysisEndDate
    compute PriorLookupDate = function date-of-integer(
        function integer-of-date(AnalysisStartDate) - 1)
    call "GetFinancialPeriodForDate" using PriorLookupDate, PriorPeriod,
        ReturnedCalendarStatus
    if ReturnedCalendarStatus equal to "00"
        move CalendarStartDate of PriorPeriod to PriorStartDate
        move CalendarEndDate of PriorPeriod to PriorEndDate
    else
        move zeroes to PriorStartDate, PriorEndDate
    end-if
    .

ProcessCustomerPages.
            until OrderPageIndex is greater than NumberOfOrdersInPage
            move OrderPageRecord(OrderPageIndex) to CurrentOrder
            if not IsOrderCancelled of CurrentOrder
                and not IsFreeOfChargeOrder of CurrentOrder
                perform ClassifyOrderDate
                if not IsOrderOutsideRanges
                    perform AccumulateOrderLines
                end-if
            end-if
    end-perform
    .

ClassifyOrderDate.
    move space to OrderRange
    if OrderDate of CurrentOrder is not less than AnalysisStartDate
        and OrderDate of CurrentOrder is not greater than AnalysisEndDate
        set IsOrderInAnalysisRange to true
    end-if
    if OrderDate of CurrentOrder is not less than PriorStartDate
        and OrderDate of CurrentOrder is not greater than PriorEndDate
        and PriorStartDate is greater than zero
        set IsOrderInPriorRange to true
    end-if
    .

AccumulateOrderLines.
    perform varying OrderLineIndex from 1 by 1
        until OrderLineIndex is greater than OrderLineCount of CurrentOrder
            * UnitPrice of OrderLine of CurrentOrder(OrderLineIndex)
        perform FindOrAddProductEntry
        if IsProductFound
            if IsOrderInAnalysisRange
                add Quantity of OrderLine of CurrentOrder(OrderLineIndex)
                    to CurrentQuantity(ProductIndex)
                add LineValue to CurrentValue(ProductIndex)
    .

PrintSalesAnalysisReport.
    if IsAnalysisByFinancialPeriod
        display "Sales Analysis Report for period " ThisPeriodNumber " of "
            ThisFinancialYear " (" AnalysisStartDate " to " AnalysisEndDate
            ", prior " PriorStartDate " to " PriorEndDate ")"
    else
        display "Sales Analysis Report for month " AnalysisMonth
            " (prior " PriorMonth ")"
    end-if
    if CategoryFilter not equal to spaces
        display "Category filter: " CategoryFilter
    end-if
    end-perform
    .

AccumulateProductGroupTotals.
    call "GetProductGroupList" using AnalysisGroups
    perform varying ProductIndex from 1 by 1
        until ProductIndex is greater than NumberOfProductEntries
        move AnalysisProductCode(ProductIndex) to ThisProductCode
        call "GetProductGroupForProduct" using ThisProductCode, ThisGroupCode,
            ThisDepartmentCode
        perform FindGroupTotalIndexes
        add CurrentValue(ProductIndex) to GroupCurrentValue(GroupTotalIndex)
        add PriorValue(ProductIndex) to GroupPriorValue(GroupTotalIndex)
        add CurrentValue(ProductIndex)
            to DepartmentCurrentValue(DepartmentTotalIndex)
        add PriorValue(ProductIndex)
            to DepartmentPriorValue(DepartmentTotalIndex)
    end-perform
    .

FindGroupTotalIndexes.
    move UnassignedGroupIndex to GroupTotalIndex
    move UnassignedDepartmentIndex to DepartmentTotalIndex
    if ThisGroupCode equal to spaces
        exit paragraph
    end-if
    perform varying GroupSearchIndex from 1 by 1
        until GroupSearchIndex is greater than ProductGroupCount of AnalysisGroups
        if GroupCode of AnalysisGroups(GroupSearchIndex) equal to ThisGroupCode
            move GroupSearchIndex to GroupTotalIndex
        end-if
    end-perform
    if ThisDepartmentCode equal to spaces
        exit paragraph
    end-if
    perform varying DepartmentSearchIndex from 1 by 1
        until DepartmentSearchIndex is greater than
            DepartmentCount of AnalysisGroups
        if DepartmentCode of AnalysisGroups(DepartmentSearchIndex)
            equal to ThisDepartmentCode
            move DepartmentSearchIndex to DepartmentTotalIndex
        end-if
    end-perform
    .

PrintProductGroupTotals.
    display spaces
    display "Sales by Product Group"
    display "Group  Name                           Dept           Value"
        "    Prior Value     Difference"
    perform varying GroupTotalIndex from 1 by 1
        until GroupTotalIndex is greater than UnassignedGroupIndex
        if GroupCurrentValue(GroupTotalIndex) not equal to zero
            or GroupPriorValue(GroupTotalIndex) not equal to zero
            move spaces to AnalysisReportLine
            if GroupTotalIndex equal to UnassignedGroupIndex
                move "(none) Unassigned" to AnalysisReportLine(1:37)
            else
                move GroupCode of AnalysisGroups(GroupTotalIndex)
                    to AnalysisReportLine(1:6)
                move GroupName of AnalysisGroups(GroupTotalIndex)
                    to AnalysisReportLine(8:30)
                move GroupDepartmentCode of AnalysisGroups(GroupTotalIndex)
                    to AnalysisReportLine(39:4)
            end-if
            move GroupCurrentValue(GroupTotalIndex) to EditedValue
            move EditedValue to AnalysisReportLine(45:14)
            move GroupPriorValue(GroupTotalIndex) to EditedValue
            move EditedValue to AnalysisReportLine(60:14)
            compute ValueDifference = GroupCurrentValue(GroupTotalIndex)
                - GroupPriorValue(GroupTotalIndex)
            move ValueDifference to EditedValue
            move EditedValue to AnalysisReportLine(75:14)
            display AnalysisReportLine
        end-if
    end-perform
    .

PrintDepartmentTotals.
    display spaces
    display "Sales by Department"
    display "Dept Name                                            Value"
        "    Prior Value     Difference"
    perform varying DepartmentTotalIndex from 1 by 1
        until DepartmentTotalIndex is greater than UnassignedDepartmentIndex
        if DepartmentCurrentValue(DepartmentTotalIndex) not equal to zero
            or DepartmentPriorValue(DepartmentTotalIndex) not equal to zero
            move spaces to AnalysisReportLine
            if DepartmentTotalIndex equal to UnassignedDepartmentIndex
                move "(none) Unassigned" to AnalysisReportLine(1:35)
            else
                move DepartmentCode of AnalysisGroups(DepartmentTotalIndex)
                    to AnalysisReportLine(1:4)
                move DepartmentName of AnalysisGroups(DepartmentTotalIndex)
                    to AnalysisReportLine(6:30)
            end-if
            move DepartmentCurrentValue(DepartmentTotalIndex) to EditedValue
            move EditedValue to AnalysisReportLine(45:14)
            move DepartmentPriorValue(DepartmentTotalIndex) to EditedValue
            move EditedValue to AnalysisReportLine(60:14)
            compute ValueDifference = DepartmentCurrentValue(DepartmentTotalIndex)
                - DepartmentPriorValue(DepartmentTotalIndex)
            move ValueDifference to EditedValue
            move EditedValue to AnalysisReportLine(75:14)
            display AnalysisReportLine
        end-if
    end-perform
    .

end program SalesAnalysisReport.
