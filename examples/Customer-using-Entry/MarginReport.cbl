
data division.
working-storage section.
    01 RunDate pic 9(8) value zeroes.
    01 OrderCursorId pic 9(6) value zeroes.
    01 NumberOfOrdersInPage pic 9(3) value zeroes.
    01 OrderPageIndex pic 9(3) value zeroes.
    01 SalespersonEntryFound pic x value "N".
        88 IsSalespersonEntryFound value "Y".

    copy ProductGroupList replacing ProductGroupList by ==MarginGroups==.
    01 ThisProductCode pic x(12) value spaces.
    01 ThisGroupCode pic x(6) value spaces.
    01 ThisDepartmentCode pic x(4) value spaces.
    01 GroupTotalIndex pic 9(3) value zeroes.
    01 DepartmentTotalIndex pic 9(2) value zeroes.
    01 GroupSearchIndex pic 9(3) value zeroes.
    01 DepartmentSearchIndex pic 9(2) value zeroes.
    01 UnassignedGroupIndex pic 9(3) value 201.
    01 UnassignedDepartmentIndex pic 9(2) value 31.
    01 GroupMarginTable.
        02 GroupMarginEntry occurs 201 times.
            03 GroupRevenueTotal pic s9(10)v99 value zeroes.
            03 GroupCostTotal pic s9(10)v99 value zeroes.
    01 DepartmentMarginTable.
        02 DepartmentMarginEntry occurs 31 times.
            03 DepartmentRevenueTotal pic s9(10)v99 value zeroes.
            03 DepartmentCostTotal pic s9(10)v99 value zeroes.

    01 MarginAmount pic s9(10)v99 value zeroes.
    01 EditedMarginAmount pic -(10)9.99 value zeroes.
    01 EditedRevenueAmount pic -(10)9.99 value zeroes.

procedure division.

    call "GetBusinessDate" using RunDate
    display "MarginReport: business date " RunDate
    perform ProcessOrderPages
    perform PrintProductMargins
    perform PrintCustomerMargins
    perform PrintSalespersonMargins
    perform AccumulateProductGroupMargins
    perform PrintProductGroupMargins
    perform PrintDepartmentMargins
    display spaces
    display "MarginReport: " BelowCostLineCount " below-cost line(s) flagged"
    stop run.
            until OrderPageIndex is greater than NumberOfOrdersInPage
            move OrderPageRecord(OrderPageIndex) to CurrentOrder
            if IsOrderInvoiced of CurrentOrder
                and not IsFreeOfChargeOrder of CurrentOrder
                perform AccumulateCurrentOrder
            end-if
        end-perform
    end-perform
    .

AccumulateProductGroupMargins.
    call "GetProductGroupList" using MarginGroups
    perform varying ProductEntryIndex from 1 by 1
        until ProductEntryIndex is greater than NumberOfProductEntries
        move MarginProductCode(ProductEntryIndex) to ThisProductCode
        call "GetProductGroupForProduct" using ThisProductCode, ThisGroupCode,
            ThisDepartmentCode
        perform FindGroupTotalIndexes
        add ProductRevenueTotal(ProductEntryIndex)
            to GroupRevenueTotal(GroupTotalIndex)
        add ProductCostTotal(ProductEntryIndex)
            to GroupCostTotal(GroupTotalIndex)
        add ProductRevenueTotal(ProductEntryIndex)
            to DepartmentRevenueTotal(DepartmentTotalIndex)
        add ProductCostTotal(ProductEntryIndex)
            to DepartmentCostTotal(DepartmentTotalIndex)
    end-perform
    .

FindGroupTotalIndexes.
    move UnassignedGroupIndex to GroupTotalIndex
    move UnassignedDepartmentIndex to DepartmentTotalIndex
    if ThisGroupCode equal to spaces
        exit paragraph
    end-if
    perform varying GroupSearchIndex from 1 by 1
        until GroupSearchIndex is greater than ProductGroupCount of MarginGroups
        if GroupCode of MarginGroups(GroupSearchIndex) equal to ThisGroupCode
            move GroupSearchIndex to GroupTotalIndex
        end-if
    end-perform
    if ThisDepartmentCode equal to spaces
        exit paragraph
    end-if
    perform varying DepartmentSearchIndex from 1 by 1
        until DepartmentSearchIndex is greater than
            DepartmentCount of MarginGroups
        if DepartmentCode of MarginGroups(DepartmentSearchIndex)
            equal to ThisDepartmentCode
            move DepartmentSearchIndex to DepartmentTotalIndex
        end-if
    end-perform
    .

PrintProductGroupMargins.
    display spaces
    display "Gross Margin by Product Group"
    display "Group  Name                           Dept         Revenue"
        "            Cost          Margin"
    perform varying GroupTotalIndex from 1 by 1
        until GroupTotalIndex is greater than UnassignedGroupIndex
        if GroupRevenueTotal(GroupTotalIndex) not equal to zero
            or GroupCostTotal(GroupTotalIndex) not equal to zero
            compute MarginAmount = GroupRevenueTotal(GroupTotalIndex)
                - GroupCostTotal(GroupTotalIndex)
            move spaces to MarginReportLine
            if GroupTotalIndex equal to UnassignedGroupIndex
                move "(none) Unassigned" to MarginReportLine(1:37)
            else
                move GroupCode of MarginGroups(GroupTotalIndex)
                    to MarginReportLine(1:6)
                move GroupName of MarginGroups(GroupTotalIndex)
                    to MarginReportLine(8:30)
                move GroupDepartmentCode of MarginGroups(GroupTotalIndex)
                    to MarginReportLine(39:4)
            end-if
            move GroupRevenueTotal(GroupTotalIndex) to EditedRevenueAmount
            move EditedRevenueAmount to MarginReportLine(45:14)
            move GroupCostTotal(GroupTotalIndex) to EditedCostAmount
            move EditedCostAmount to MarginReportLine(61:14)
            move MarginAmount to EditedMarginAmount
            move EditedMarginAmount to MarginReportLine(77:14)
            display MarginReportLine
        end-if
    end-perform
    .

PrintDepartmentMargins.
    display spaces
    display "Gross Margin by Department"
    display "Dept Name                                          Revenue"
        "            Cost          Margin"
    perform varying DepartmentTotalIndex from 1 by 1
        until DepartmentTotalIndex is greater than UnassignedDepartmentIndex
        if DepartmentRevenueTotal(DepartmentTotalIndex) not equal to zero
            or DepartmentCostTotal(DepartmentTotalIndex) not equal to zero
            compute MarginAmount = DepartmentRevenueTotal(DepartmentTotalIndex)
                - DepartmentCostTotal(DepartmentTotalIndex)
            move spaces to MarginReportLine
            if DepartmentTotalIndex equal to UnassignedDepartmentIndex
                move "(none) Unassigned" to MarginReportLine(1:35)
            else
                move DepartmentCode of MarginGroups(DepartmentTotalIndex)
                    to MarginReportLine(1:4)
                move DepartmentName of MarginGroups(DepartmentTotalIndex)
                    to MarginReportLine(6:30)
            end-if
            move DepartmentRevenueTotal(DepartmentTotalIndex)
                to EditedRevenueAmount
            move EditedRevenueAmount to MarginReportLine(45:14)
            move DepartmentCostTotal(DepartmentTotalIndex) to EditedCostAmount
            move EditedCostAmount to MarginReportLine(61:14)
            move MarginAmount to EditedMarginAmount
            move EditedMarginAmount to MarginReportLine(77:14)
            display MarginReportLine
        end-if
    end-perform
    .

end program MarginReport.
