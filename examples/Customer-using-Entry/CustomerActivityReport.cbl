identification division.
program-id. CustomerActivityReport.

environment division.
configuration section.
    repository.
        function all intrinsic.

input-output section.
    file-control.
        select optional CustomerActivityConfigFile assign to "CustomerActivity.cfg"
            organization is line sequential
            file status is CustomerActivityConfigStatus.

        select optional LapsedSelectionFile assign to LapsedSelectionFileName
            organization is line sequential.

data division.
file section.
    fd CustomerActivityConfigFile.
        01 CustomerActivityConfigRecord.
            02 ConfigReportDate pic 9(8).
            02 filler pic x.
            02 ConfigActiveDays pic 9(3).
            02 filler pic x.
            02 ConfigLapsedDays pic 9(3).
            02 filler pic x.
            02 ConfigExtractLapsed pic x.
                88 ConfigExtractLapsedWanted value "Y".

    fd LapsedSelectionFile.
        01 LapsedSelectionRecord.
            02 LapsedCustomerId pic 9(8).

working-storage section.
    01 CustomerActivityConfigStatus pic x(2).
    01 LapsedSelectionFileName pic x(20) value "LapsedCustomers.sel".

    01 ReportDate pic 9(8) value zeroes.
    01 ActiveDays pic 9(3) value 90.
    01 LapsedDays pic 9(3) value 365.
    01 ExtractLapsedFlag pic x value "N".
        88 IsExtractLapsedWanted value "Y".
    01 ReportDateInteger pic 9(7) value zeroes.
    01 YearStartDate pic 9(8) value zeroes.
    01 PriorYearStartDate pic 9(8) value zeroes.

    01 PageSize pic 9(4) value 50.
    01 CustomerCursorId pic 9(8) value zeroes.
    01 NumberOfCustomersInPage pic 9(4) value zeroes.
    01 CustomerPageIndex pic 9(4) value zeroes.
    01 CustomerPage.
        02 CustomerPageEntry occurs 50 times.
            copy Customer replacing
                ==01== by ==03==
                ==02== by ==04==
                ==03== by ==05==
                ==Customer== by ==CustomerPageRecord==.
    copy Customer replacing Customer by ==CurrentCustomer==.

    01 ThisCustomerId pic 9(8) value zeroes.
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

    01 LastOrderDate pic 9(8) value zeroes.
    01 YearOrderCount pic 9(4) value zeroes.
    01 PriorYearOrderCount pic 9(4) value zeroes.
    01 YearInvoicedValue pic s9(10)v99 value zeroes.
    01 DaysSinceLastOrder pic 9(5) value zeroes.
    01 RecencyScore pic 9 value zero.
    01 FrequencyScore pic 9 value zero.
    01 ValueScore pic 9 value zero.

    01 MaxActivityEntries pic 9(4) value 2000.
    01 NumberOfActivityEntries pic 9(4) value zeroes.
    01 ActivityIndex pic 9(4) value zeroes.
    01 ActivityTable.
        02 ActivityEntry occurs 2000 times.
            03 ActivityCustomerId pic 9(8) value zeroes.
            03 ActivityName pic x(30) value spaces.
            03 ActivitySalespersonCode pic x(4) value spaces.
            03 ActivityLastOrderDate pic 9(8) value zeroes.
            03 ActivityDaysSinceOrder pic 9(5) value zeroes.
            03 ActivityYearOrders pic 9(4) value zeroes.
            03 ActivityPriorYearOrders pic 9(4) value zeroes.
            03 ActivityYearValue pic s9(10)v99 value zeroes.
            03 ActivityScore pic x(3) value spaces.
            03 ActivitySegment pic x value space.
                88 IsActiveCustomer    value "A".
                88 IsDecliningCustomer value "D".
                88 IsLapsedCustomer    value "L".
                88 IsNeverOrdered      value "N".
    01 SkippedCustomerCount pic 9(6) value zeroes.
    01 ExcludedCustomerCount pic 9(6) value zeroes.

    01 MaxSalespersonEntries pic 9(3) value 100.
    01 NumberOfSalespeople pic 9(3) value zeroes.
    01 SalespersonIndex pic 9(3) value zeroes.
    01 SalespersonMoveIndex pic 9(3) value zeroes.
    01 SalespersonTable.
        02 SalespersonEntry occurs 100 times.
            03 TableSalespersonCode pic x(4) value spaces.
    01 SalespersonFound pic x value "N".
        88 IsSalespersonFound value "Y".

    01 SegmentCounts.
        02 ActiveCount pic 9(6) value zeroes.
        02 DecliningCount pic 9(6) value zeroes.
        02 LapsedCount pic 9(6) value zeroes.
        02 NeverOrderedCount pic 9(6) value zeroes.
    01 TotalSegmentCounts.
        02 TotalActiveCount pic 9(6) value zeroes.
        02 TotalDecliningCount pic 9(6) value zeroes.
        02 TotalLapsedCount pic 9(6) value zeroes.
        02 TotalNeverOrderedCount pic 9(6) value zeroes.

    01 SegmentText pic x(13) value spaces.
    01 EditedValue pic -(10)9.99 value zeroes.
    01 EditedDays pic z(4)9 value zeroes.
    01 ActivityReportLine pic x(132) value spaces.

    01 CategoryFilter pic x(12) value spaces.
    01 CountyFilter pic x(20) value spaces.
    01 CountryFilter pic x(20) value spaces.
    01 VatRegisteredFilter pic x value spaces.
    01 ExtractedCustomerCount pic 9(6) value zeroes.
    01 NoSelectionFileName pic x(20) value spaces.
    01 ReturnedCustomerStatus pic x(2) value spaces.

procedure division.

    perform LoadActivityConfig
    perform ScoreLiveCustomers
    perform BuildSalespersonList
    perform PrintActivityReport
    perform WriteLapsedSelection
    if IsExtractLapsedWanted
        perform ExtractLapsedCustomers
    end-if
    stop run.

LoadActivityConfig.
    call "GetBusinessDate" using ReportDate
    display "CustomerActivityReport: business date " ReportDate
    open input CustomerActivityConfigFile
    if CustomerActivityConfigStatus equal to "00"
        read CustomerActivityConfigFile
            at end continue
            not at end
                if ConfigReportDate is numeric
                    and ConfigReportDate is greater than zero
                    move ConfigReportDate to ReportDate
                end-if
                if ConfigActiveDays is numeric
                    and ConfigActiveDays is greater than zero
                    move ConfigActiveDays to ActiveDays
                end-if
                if ConfigLapsedDays is numeric
                    and ConfigLapsedDays is greater than zero
                    move ConfigLapsedDays to LapsedDays
                end-if
                if ConfigExtractLapsedWanted
                    move "Y" to ExtractLapsedFlag
                end-if
        end-read
    end-if
    close CustomerActivityConfigFile
    if LapsedDays is not greater than ActiveDays
        display "CustomerActivityReport: lapsed days " LapsedDays
            " must be greater than active days " ActiveDays
        move 1 to return-code
        stop run
    end-if
    compute ReportDateInteger = function integer-of-date(ReportDate)
    compute YearStartDate = function date-of-integer(ReportDateInteger - 364)
    compute PriorYearStartDate = function date-of-integer(ReportDateInteger - 729)
    .

ScoreLiveCustomers.
    move zeroes to NumberOfActivityEntries
    move zero to CustomerCursorId
    call "GetCustomersPage" using CustomerCursorId, PageSize, CustomerPage, NumberOfCustomersInPage
    perform until NumberOfCustomersInPage equal to zero
        perform varying CustomerPageIndex from 1 by 1
            until CustomerPageIndex is greater than NumberOfCustomersInPage
            move CustomerPageRecord(CustomerPageIndex) to CurrentCustomer
            if IsDeleted of CurrentCustomer
                or IsAccountHeld of CurrentCustomer
                add 1 to ExcludedCustomerCount
            else
                if NumberOfActivityEntries equal to MaxActivityEntries
                    add 1 to SkippedCustomerCount
                else
                    perform ScoreCurrentCustomer
                end-if
            end-if
        end-perform
        move CustomerId of CustomerPageRecord(NumberOfCustomersInPage) to CustomerCursorId
        call "GetCustomersPage" using CustomerCursorId, PageSize, CustomerPage, NumberOfCustomersInPage
    end-perform
    .

ScoreCurrentCustomer.
    move zeroes to LastOrderDate
    move zeroes to YearOrderCount
    move zeroes to PriorYearOrderCount
    move zeroes to YearInvoicedValue
    move CustomerId of CurrentCustomer to ThisCustomerId
    perform AccumulateCustomerOrders
    perform AccumulateCustomerInvoices
    add 1 to NumberOfActivityEntries
    move NumberOfActivityEntries to ActivityIndex
    move CustomerId of CurrentCustomer to ActivityCustomerId(ActivityIndex)
    move Name of CurrentCustomer to ActivityName(ActivityIndex)
    move SalespersonCode of CurrentCustomer to ActivitySalespersonCode(ActivityIndex)
    move LastOrderDate to ActivityLastOrderDate(ActivityIndex)
    move YearOrderCount to ActivityYearOrders(ActivityIndex)
    move PriorYearOrderCount to ActivityPriorYearOrders(ActivityIndex)
    move YearInvoicedValue to ActivityYearValue(ActivityIndex)
    move zeroes to DaysSinceLastOrder
    if LastOrderDate is greater than zero
        and LastOrderDate is not greater than ReportDate
        compute DaysSinceLastOrder =
            ReportDateInteger - function integer-of-date(LastOrderDate)
    end-if
    move DaysSinceLastOrder to ActivityDaysSinceOrder(ActivityIndex)
    perform ScoreRecencyFrequencyValue
    evaluate true
        when LastOrderDate equal to zero
            set IsNeverOrdered(ActivityIndex) to true
        when DaysSinceLastOrder is greater than LapsedDays
            set IsLapsedCustomer(ActivityIndex) to true
        when DaysSinceLastOrder is greater than ActiveDays
            set IsDecliningCustomer(ActivityIndex) to true
        when YearOrderCount is less than PriorYearOrderCount
            set IsDecliningCustomer(ActivityIndex) to true
        when other
            set IsActiveCustomer(ActivityIndex) to true
    end-evaluate
    .

AccumulateCustomerOrders.
    move zero to OrderCursorId
    call "GetOrdersPageByCustomerId" using ThisCustomerId, OrderCursorId,
        OrderPage, NumberOfOrdersInPage
    perform until NumberOfOrdersInPage equal to zero
        perform varying OrderPageIndex from 1 by 1
            until OrderPageIndex is greater than NumberOfOrdersInPage
            perform CountOrderActivity
        end-perform
        move OrderId of OrderPageRecord(NumberOfOrdersInPage) to OrderCursorId
        call "GetOrdersPageByCustomerId" using ThisCustomerId, OrderCursorId,
            OrderPage, NumberOfOrdersInPage
    end-perform
    call "GetArchivedOrdersByCustomerId" using ThisCustomerId, OrderPage,
        NumberOfOrdersInPage
    perform varying OrderPageIndex from 1 by 1
        until OrderPageIndex is greater than NumberOfOrdersInPage
        perform CountOrderActivity
    end-perform
    .

CountOrderActivity.
    if IsOrderCancelled of OrderPageRecord(OrderPageIndex)
        or OrderDate of OrderPageRecord(OrderPageIndex) is greater than ReportDate
        exit paragraph
    end-if
    if OrderDate of OrderPageRecord(OrderPageIndex) is greater than LastOrderDate
        move OrderDate of OrderPageRecord(OrderPageIndex) to LastOrderDate
    end-if
    if OrderDate of OrderPageRecord(OrderPageIndex) is not less than YearStartDate
        add 1 to YearOrderCount
    else
        if OrderDate of OrderPageRecord(OrderPageIndex)
            is not less than PriorYearStartDate
            add 1 to PriorYearOrderCount
        end-if
    end-if
    .

AccumulateCustomerInvoices.
    move zero to InvoiceCursorNumber
    call "GetInvoicesByCustomerId" using ThisCustomerId, InvoiceCursorNumber,
        InvoicePage, NumberOfInvoicesInPage
    perform until NumberOfInvoicesInPage equal to zero
        perform varying InvoicePageIndex from 1 by 1
            until InvoicePageIndex is greater than NumberOfInvoicesInPage
            if InvoiceDate of InvoicePageRecord(InvoicePageIndex)
                is not less than YearStartDate
                and InvoiceDate of InvoicePageRecord(InvoicePageIndex)
                is not greater than ReportDate
                add NetAmount of InvoicePageRecord(InvoicePageIndex)
                    to YearInvoicedValue
            end-if
        end-perform
        move InvoiceNumber of InvoicePageRecord(NumberOfInvoicesInPage)
            to InvoiceCursorNumber
        call "GetInvoicesByCustomerId" using ThisCustomerId, InvoiceCursorNumber,
            InvoicePage, NumberOfInvoicesInPage
    end-perform
    .

ScoreRecencyFrequencyValue.
    evaluate true
        when LastOrderDate equal to zero
            move 0 to RecencyScore
        when DaysSinceLastOrder is not greater than 30
            move 5 to RecencyScore
        when DaysSinceLastOrder is not greater than ActiveDays
            move 4 to RecencyScore
        when DaysSinceLastOrder is not greater than 180
            move 3 to RecencyScore
        when DaysSinceLastOrder is not greater than LapsedDays
            move 2 to RecencyScore
        when other
            move 1 to RecencyScore
    end-evaluate
    evaluate true
        when YearOrderCount is not less than 12
            move 5 to FrequencyScore
        when YearOrderCount is not less than 6
            move 4 to FrequencyScore
        when YearOrderCount is not less than 3
            move 3 to FrequencyScore
        when YearOrderCount is not less than 1
            move 2 to FrequencyScore
        when other
            move 1 to FrequencyScore
    end-evaluate
    evaluate true
        when YearInvoicedValue is not less than 50000
            move 5 to ValueScore
        when YearInvoicedValue is not less than 10000
            move 4 to ValueScore
        when YearInvoicedValue is not less than 2500
            move 3 to ValueScore
        when YearInvoicedValue is greater than zero
            move 2 to ValueScore
        when other
            move 1 to ValueScore
    end-evaluate
    move RecencyScore to ActivityScore(ActivityIndex)(1:1)
    move FrequencyScore to ActivityScore(ActivityIndex)(2:1)
    move ValueScore to ActivityScore(ActivityIndex)(3:1)
    .

BuildSalespersonList.
    move zeroes to NumberOfSalespeople
    perform varying ActivityIndex from 1 by 1
        until ActivityIndex is greater than NumberOfActivityEntries
        move "N" to SalespersonFound
        perform varying SalespersonIndex from 1 by 1
            until SalespersonIndex is greater than NumberOfSalespeople
                or IsSalespersonFound
            if TableSalespersonCode(SalespersonIndex)
                equal to ActivitySalespersonCode(ActivityIndex)
                move "Y" to SalespersonFound
            end-if
        end-perform
        if not IsSalespersonFound
            and NumberOfSalespeople is less than MaxSalespersonEntries
            perform InsertSalespersonCode
        end-if
    end-perform
    .

InsertSalespersonCode.
    move NumberOfSalespeople to SalespersonMoveIndex
    perform until SalespersonMoveIndex equal to zero
        or TableSalespersonCode(SalespersonMoveIndex)
            is less than ActivitySalespersonCode(ActivityIndex)
        move TableSalespersonCode(SalespersonMoveIndex)
            to TableSalespersonCode(SalespersonMoveIndex + 1)
        subtract 1 from SalespersonMoveIndex
    end-perform
    add 1 to SalespersonMoveIndex
    move ActivitySalespersonCode(ActivityIndex)
        to TableSalespersonCode(SalespersonMoveIndex)
    add 1 to NumberOfSalespeople
    .

PrintActivityReport.
    display "Customer Activity Segmentation as at " ReportDate
        " (active within " ActiveDays " days, lapsed after " LapsedDays " days)"
    display "Twelve-month window " YearStartDate " to " ReportDate
    perform varying SalespersonIndex from 1 by 1
        until SalespersonIndex is greater than NumberOfSalespeople
        initialize SegmentCounts
        display spaces
        if TableSalespersonCode(SalespersonIndex) equal to spaces
            display "Salesperson: (unassigned)"
        else
            display "Salesperson: " TableSalespersonCode(SalespersonIndex)
        end-if
        display "Customer Name                           Last order  Days"
            "  Orders 12m  Prior 12m    Value 12m  RFV  Segment"
        perform varying ActivityIndex from 1 by 1
            until ActivityIndex is greater than NumberOfActivityEntries
            if ActivitySalespersonCode(ActivityIndex)
                equal to TableSalespersonCode(SalespersonIndex)
                perform PrintActivityLine
            end-if
        end-perform
        display "  Active " ActiveCount "  Declining " DecliningCount
            "  Lapsed " LapsedCount "  Never ordered " NeverOrderedCount
        add ActiveCount to TotalActiveCount
        add DecliningCount to TotalDecliningCount
        add LapsedCount to TotalLapsedCount
        add NeverOrderedCount to TotalNeverOrderedCount
    end-perform
    display spaces
    display "CustomerActivityReport: " NumberOfActivityEntries " customer(s) scored, "
        ExcludedCustomerCount " held or deleted excluded"
    display "  Active " TotalActiveCount "  Declining " TotalDecliningCount
        "  Lapsed " TotalLapsedCount "  Never ordered " TotalNeverOrderedCount
    if SkippedCustomerCount is greater than zero
        display "CustomerActivityReport: " SkippedCustomerCount
            " customer(s) not scored - table full"
        move 1 to return-code
    end-if
    .

PrintActivityLine.
    evaluate true
        when IsActiveCustomer(ActivityIndex)
            move "Active" to SegmentText
            add 1 to ActiveCount
        when IsDecliningCustomer(ActivityIndex)
            move "Declining" to SegmentText
            add 1 to DecliningCount
        when IsLapsedCustomer(ActivityIndex)
            move "Lapsed" to SegmentText
            add 1 to LapsedCount
        when other
            move "Never Ordered" to SegmentText
            add 1 to NeverOrderedCount
    end-evaluate
    move spaces to ActivityReportLine
    move ActivityCustomerId(ActivityIndex) to ActivityReportLine(1:8)
    move ActivityName(ActivityIndex) to ActivityReportLine(10:30)
    if not IsNeverOrdered(ActivityIndex)
        move ActivityLastOrderDate(ActivityIndex) to ActivityReportLine(41:8)
        move ActivityDaysSinceOrder(ActivityIndex) to EditedDays
        move EditedDays to ActivityReportLine(52:5)
    end-if
    move ActivityYearOrders(ActivityIndex) to ActivityReportLine(62:4)
    move ActivityPriorYearOrders(ActivityIndex) to ActivityReportLine(73:4)
    move ActivityYearValue(ActivityIndex) to EditedValue
    move EditedValue to ActivityReportLine(79:14)
    move ActivityScore(ActivityIndex) to ActivityReportLine(95:3)
    move SegmentText to ActivityReportLine(100:13)
    display ActivityReportLine
    .

WriteLapsedSelection.
    open output LapsedSelectionFile
    perform varying ActivityIndex from 1 by 1
        until ActivityIndex is greater than NumberOfActivityEntries
        if IsLapsedCustomer(ActivityIndex)
            move ActivityCustomerId(ActivityIndex) to LapsedCustomerId
            write LapsedSelectionRecord
        end-if
    end-perform
    close LapsedSelectionFile
    display "CustomerActivityReport: " TotalLapsedCount " lapsed customer(s) written to "
        function trim(LapsedSelectionFileName)
    .

ExtractLapsedCustomers.
    call "SetMarketingSelectionFileName" using LapsedSelectionFileName
    call "MarketingExtract" using CategoryFilter, CountyFilter, CountryFilter,
        VatRegisteredFilter, ExtractedCustomerCount, ReturnedCustomerStatus
    call "SetMarketingSelectionFileName" using NoSelectionFileName
    if ReturnedCustomerStatus not equal to "00"
        move 1 to return-code
    end-if
    .

end program CustomerActivityReport.
