    01 AnalysisEntryFound pic x value "N".
        88 IsAnalysisEntryFound value "Y".

    copy ProductGroupList replacing ProductGroupList by ==ReturnsGroups==.
    01 ThisProductCode pic x(12) value spaces.
    01 ThisGroupCode pic x(6) value spaces.
    01 ThisDepartmentCode pic x(4) value spaces.
    01 GroupTotalIndex pic 9(3) value zeroes.
    01 DepartmentTotalIndex pic 9(2) value zeroes.
    01 GroupSearchIndex pic 9(3) value zeroes.
    01 DepartmentSearchIndex pic 9(2) value zeroes.
    01 UnassignedGroupIndex pic 9(3) value 201.
    01 UnassignedDepartmentIndex pic 9(2) value 31.
    01 GroupReturnsTable.
        02 GroupReturnsEntry occurs 201 times.
            03 GroupQuantityTotal pic 9(7) value zeroes.
            03 GroupValueTotal pic s9(10)v99 value zeroes.
    01 DepartmentReturnsTable.
        02 DepartmentReturnsEntry occurs 31 times.
            03 DepartmentQuantityTotal pic 9(7) value zeroes.
            03 DepartmentValueTotal pic s9(10)v99 value zeroes.

    01 LineValueAmount pic 9(8)v99 value zeroes.
    01 EditedAnalysisValue pic -(10)9.99 value zeroes.
    01 ReturnsReportLine pic x(100) value spaces.
    perform LoadReturnsPeriod
    perform ProcessRmaPages
    perform PrintReturnsAnalysis
    perform AccumulateProductGroupReturns
    perform PrintProductGroupReturns
    perform PrintDepartmentReturns
    stop run.

LoadReturnsPeriod.
    call "GetBusinessDate" using RunDate
    display "ReturnsAnalysisReport: business date " RunDate
    compute PeriodStartDate = (RunDate / 100) * 100 + 1
    move RunDate to PeriodEndDate
    open input ReturnsConfigFile
    end-perform
    .

AccumulateProductGroupReturns.
    call "GetProductGroupList" using ReturnsGroups
    perform varying AnalysisEntryIndex from 1 by 1
        until AnalysisEntryIndex is greater than NumberOfAnalysisEntries
        move AnalysisProductCode(AnalysisEntryIndex) to ThisProductCode
        call "GetProductGroupForProduct" using ThisProductCode, ThisGroupCode,
            ThisDepartmentCode
        perform FindGroupTotalIndexes
        add AnalysisQuantityTotal(AnalysisEntryIndex)
            to GroupQuantityTotal(GroupTotalIndex)
        add AnalysisValueTotal(AnalysisEntryIndex)
            to GroupValueTotal(GroupTotalIndex)
        add AnalysisQuantityTotal(AnalysisEntryIndex)
            to DepartmentQuantityTotal(DepartmentTotalIndex)
        add AnalysisValueTotal(AnalysisEntryIndex)
            to DepartmentValueTotal(DepartmentTotalIndex)
    end-perform
    .

FindGroupTotalIndexes.
    move UnassignedGroupIndex to GroupTotalIndex
    move UnassignedDepartmentIndex to DepartmentTotalIndex
    if ThisGroupCode equal to spaces
        exit paragraph
    end-if
    perform varying GroupSearchIndex from 1 by 1
        until GroupSearchIndex is greater than ProductGroupCount of ReturnsGroups
        if GroupCode of ReturnsGroups(GroupSearchIndex) equal to ThisGroupCode
            move GroupSearchIndex to GroupTotalIndex
        end-if
    end-perform
    if ThisDepartmentCode equal to spaces
        exit paragraph
    end-if
    perform varying DepartmentSearchIndex from 1 by 1
        until DepartmentSearchIndex is greater than
            DepartmentCount of ReturnsGroups
        if DepartmentCode of ReturnsGroups(DepartmentSearchIndex)
            equal to ThisDepartmentCode
            move DepartmentSearchIndex to DepartmentTotalIndex
        end-if
    end-perform
    .

PrintProductGroupReturns.
    display spaces
    display "Returns by Product Group"
    display "Group  Name                           Dept  Quantity             Value"
    perform varying GroupTotalIndex from 1 by 1
        until GroupTotalIndex is greater than UnassignedGroupIndex
        if GroupQuantityTotal(GroupTotalIndex) is greater than zero
            move spaces to ReturnsReportLine
            if GroupTotalIndex equal to UnassignedGroupIndex
                move "(none) Unassigned" to ReturnsReportLine(1:37)
            else
                move GroupCode of ReturnsGroups(GroupTotalIndex)
                    to ReturnsReportLine(1:6)
                move GroupName of ReturnsGroups(GroupTotalIndex)
                    to ReturnsReportLine(8:30)
                move GroupDepartmentCode of ReturnsGroups(GroupTotalIndex)
                    to ReturnsReportLine(39:4)
            end-if
            move GroupQuantityTotal(GroupTotalIndex) to ReturnsReportLine(46:7)
            move GroupValueTotal(GroupTotalIndex) to EditedAnalysisValue
            move EditedAnalysisValue to ReturnsReportLine(57:14)
            display ReturnsReportLine
        end-if
    end-perform
    .

PrintDepartmentReturns.
    display spaces
    display "Returns by Department"
    display "Dept Name                                   Quantity             Value"
    perform varying DepartmentTotalIndex from 1 by 1
        until DepartmentTotalIndex is greater than UnassignedDepartmentIndex
        if DepartmentQuantityTotal(DepartmentTotalIndex) is greater than zero
            move spaces to ReturnsReportLine
            if DepartmentTotalIndex equal to UnassignedDepartmentIndex
                move "(none) Unassigned" to ReturnsReportLine(1:35)
            else
                move DepartmentCode of ReturnsGroups(DepartmentTotalIndex)
                    to ReturnsReportLine(1:4)
                move DepartmentName of ReturnsGroups(DepartmentTotalIndex)
                    to ReturnsReportLine(6:30)
            end-if
            move DepartmentQuantityTotal(DepartmentTotalIndex)
                to ReturnsReportLine(46:7)
            move DepartmentValueTotal(DepartmentTotalIndex)
                to EditedAnalysisValue
            move EditedAnalysisValue to ReturnsReportLine(57:14)
            display ReturnsReportLine
        end-if
    end-perform
    .

end program ReturnsAnalysisReport.
