identification division.
program-id. FreeOfChargeReport.

environment division.
configuration section.
    repository.
        function all intrinsic.

input-output section.
    file-control.
        select optional FreeOfChargeConfigFile assign to "FreeOfCharge.cfg"
            organization is line sequential
            file status is FreeOfChargeConfigStatus.

data division.
file section.
    fd FreeOfChargeConfigFile.
        01 FreeOfChargeConfigRecord.
            02 ConfigReportMonth pic 9(6).

working-storage section.
    01 FreeOfChargeConfigStatus pic x(2).

    01 RunDate pic 9(8) value zeroes.
    01 ReportMonth pic 9(6) value zeroes.
    01 ShippedMonth pic 9(6) value zeroes.

    01 OrderCursorId pic 9(6) value zeroes.
    01 NumberOfOrdersInPage pic 9(3) value zeroes.
    01 OrderPageIndex pic 9(3) value zeroes.
    01 OrderLineIndex pic 9(2) value zeroes.
    01 OrderPage.
        02 OrderPageEntry occurs 20 times.
            copy Order replacing
                ==01== by ==03==
                ==02== by ==04==
                ==03== by ==05==
                ==Order== by ==OrderPageRecord==.
    copy Order replacing Order by ==CurrentOrder==.
    copy Customer replacing Customer by ==CurrentCustomer==.

    01 ThisCustomerId pic 9(8) value zeroes.
    01 CostQuantity pic 9(4) value zeroes.
    01 OrderCost pic s9(10)v99 value zeroes.
    01 TotalCost pic s9(10)v99 value zeroes.
    01 FreeOfChargeOrderCount pic 9(6) value zeroes.

    01 ReasonIndex pic 9 value zero.
    01 ReasonCostTable.
        02 ReasonCostEntry occurs 3 times.
            03 CostReasonCode pic x(3).
            03 CostReasonName pic x(12).
            03 ReasonOrderCount pic 9(6).
            03 ReasonCostTotal pic s9(10)v99.
    01 ReasonFound pic x value "N".
        88 IsReasonFound value "Y".

    01 MaxCustomerEntries pic 9(3) value 500.
    01 NumberOfCustomerEntries pic 9(3) value zeroes.
    01 CustomerEntryIndex pic 9(3) value zeroes.
    01 CustomerCostTable.
        02 CustomerCostEntry occurs 500 times.
            03 CostCustomerId pic 9(8) value zeroes.
            03 CustomerOrderCount pic 9(6) value zeroes.
            03 CustomerCostTotal pic s9(10)v99 value zeroes.
    01 CustomerEntryFound pic x value "N".
        88 IsCustomerEntryFound value "Y".

    01 MaxSalespersonEntries pic 9(2) value 50.
    01 NumberOfSalespersonEntries pic 9(2) value zeroes.
    01 SalespersonEntryIndex pic 9(2) value zeroes.
    01 SalespersonCostTable.
        02 SalespersonCostEntry occurs 50 times.
            03 CostSalespersonCode pic x(4) value spaces.
            03 SalespersonOrderCount pic 9(6) value zeroes.
            03 SalespersonCostTotal pic s9(10)v99 value zeroes.
    01 SalespersonEntryFound pic x value "N".
        88 IsSalespersonEntryFound value "Y".

    01 EditedCostAmount pic -(10)9.99 value zeroes.
    01 FreeOfChargeReportLine pic x(100) value spaces.

procedure division.

    call "GetBusinessDate" using RunDate
    display "FreeOfChargeReport: business date " RunDate
    perform LoadFreeOfChargeConfig
    perform InitialiseReasonTable
    display "Free-of-Charge Orders Shipped in Month " ReportMonth
    display spaces
    display "Order  Customer Reason Authorised Shipped                Cost"
    perform ProcessOrderPages
    display spaces
    perform PrintReasonCosts
    perform PrintSalespersonCosts
    perform PrintCustomerCosts
    move TotalCost to EditedCostAmount
    display "FreeOfChargeReport: " FreeOfChargeOrderCount
        " free-of-charge order(s), total cost " EditedCostAmount
    stop run.

LoadFreeOfChargeConfig.
    compute ReportMonth = RunDate / 100
    open input FreeOfChargeConfigFile
    if FreeOfChargeConfigStatus equal to "00"
        read FreeOfChargeConfigFile
            at end continue
            not at end
                if ConfigReportMonth is numeric
                    and ConfigReportMonth is greater than zero
                    move ConfigReportMonth to ReportMonth
                end-if
        end-read
    end-if
    close FreeOfChargeConfigFile
    .

InitialiseReasonTable.
    initialize ReasonCostTable
    move "SMP" to CostReasonCode(1)
    move "Sample" to CostReasonName(1)
    move "RPL" to CostReasonCode(2)
    move "Replacement" to CostReasonName(2)
    move "GWL" to CostReasonCode(3)
    move "Goodwill" to CostReasonName(3)
    .

ProcessOrderPages.
    move zero to OrderCursorId
    call "GetOrdersPage" using OrderCursorId, OrderPage, NumberOfOrdersInPage
    perform until NumberOfOrdersInPage equal to zero
        perform varying OrderPageIndex from 1 by 1
            until OrderPageIndex is greater than NumberOfOrdersInPage
            move OrderPageRecord(OrderPageIndex) to CurrentOrder
            compute ShippedMonth = ShippedDate of CurrentOrder / 100
            if IsFreeOfChargeOrder of CurrentOrder
                and IsOrderShipped of CurrentOrder
                and ShippedMonth equal to ReportMonth
                perform AccumulateCurrentOrder
            end-if
        end-perform
        move OrderId of OrderPageRecord(NumberOfOrdersInPage) to OrderCursorId
        call "GetOrdersPage" using OrderCursorId, OrderPage, NumberOfOrdersInPage
    end-perform
    .

AccumulateCurrentOrder.
    move CustomerId of CurrentOrder to ThisCustomerId
    call "GetCustomerById" using CurrentCustomer, ThisCustomerId
    move zero to OrderCost
    perform varying OrderLineIndex from 1 by 1
        until OrderLineIndex is greater than OrderLineCount of CurrentOrder
        if QuantityShipped of OrderLine of CurrentOrder(OrderLineIndex)
            is greater than zero
            move QuantityShipped of OrderLine of CurrentOrder(OrderLineIndex)
                to CostQuantity
        else
            move Quantity of OrderLine of CurrentOrder(OrderLineIndex)
                to CostQuantity
        end-if
        compute OrderCost = OrderCost + CostQuantity
            * CostPrice of OrderLine of CurrentOrder(OrderLineIndex)
    end-perform
    add 1 to FreeOfChargeOrderCount
    add OrderCost to TotalCost
    move spaces to FreeOfChargeReportLine
    move OrderId of CurrentOrder to FreeOfChargeReportLine(1:6)
    move CustomerId of CurrentOrder to FreeOfChargeReportLine(8:8)
    move FreeOfChargeReason of CurrentOrder to FreeOfChargeReportLine(17:3)
    move FreeOfChargeAuthorisedBy of CurrentOrder to FreeOfChargeReportLine(24:8)
    move ShippedDate of CurrentOrder to FreeOfChargeReportLine(35:8)
    move OrderCost to EditedCostAmount
    move EditedCostAmount to FreeOfChargeReportLine(50:14)
    display FreeOfChargeReportLine
    perform AccumulateOrderByReason
    perform AccumulateOrderBySalesperson
    perform AccumulateOrderByCustomer
    .

AccumulateOrderByReason.
    move "N" to ReasonFound
    perform varying ReasonIndex from 1 by 1
        until ReasonIndex is greater than 3
            or IsReasonFound
        if CostReasonCode(ReasonIndex) equal to FreeOfChargeReason of CurrentOrder
            move "Y" to ReasonFound
        end-if
    end-perform
    if IsReasonFound
        subtract 1 from ReasonIndex
        add 1 to ReasonOrderCount(ReasonIndex)
        add OrderCost to ReasonCostTotal(ReasonIndex)
    end-if
    .

AccumulateOrderBySalesperson.
    move "N" to SalespersonEntryFound
    perform varying SalespersonEntryIndex from 1 by 1
        until SalespersonEntryIndex is greater than NumberOfSalespersonEntries
            or IsSalespersonEntryFound
        if CostSalespersonCode(SalespersonEntryIndex)
            equal to SalespersonCode of CurrentCustomer
            move "Y" to SalespersonEntryFound
        end-if
    end-perform
    if IsSalespersonEntryFound
        subtract 1 from SalespersonEntryIndex
    else
        if NumberOfSalespersonEntries is not less than MaxSalespersonEntries
            exit paragraph
        end-if
        add 1 to NumberOfSalespersonEntries
        move NumberOfSalespersonEntries to SalespersonEntryIndex
        move SalespersonCode of CurrentCustomer
            to CostSalespersonCode(SalespersonEntryIndex)
    end-if
    add 1 to SalespersonOrderCount(SalespersonEntryIndex)
    add OrderCost to SalespersonCostTotal(SalespersonEntryIndex)
    .

AccumulateOrderByCustomer.
    move "N" to CustomerEntryFound
    perform varying CustomerEntryIndex from 1 by 1
        until CustomerEntryIndex is greater than NumberOfCustomerEntries
            or IsCustomerEntryFound
        if CostCustomerId(CustomerEntryIndex) equal to ThisCustomerId
            move "Y" to CustomerEntryFound
        end-if
    end-perform
    if IsCustomerEntryFound
        subtract 1 from CustomerEntryIndex
    else
        if NumberOfCustomerEntries is not less than MaxCustomerEntries
            exit paragraph
        end-if
        add 1 to NumberOfCustomerEntries
        move NumberOfCustomerEntries to CustomerEntryIndex
        move ThisCustomerId to CostCustomerId(CustomerEntryIndex)
    end-if
    add 1 to CustomerOrderCount(CustomerEntryIndex)
    add OrderCost to CustomerCostTotal(CustomerEntryIndex)
    .

PrintReasonCosts.
    display "Free-of-Charge Cost by Reason"
    display "Reason            Orders            Cost"
    perform varying ReasonIndex from 1 by 1
        until ReasonIndex is greater than 3
        move spaces to FreeOfChargeReportLine
        move CostReasonCode(ReasonIndex) to FreeOfChargeReportLine(1:3)
        move CostReasonName(ReasonIndex) to FreeOfChargeReportLine(5:12)
        move ReasonOrderCount(ReasonIndex) to FreeOfChargeReportLine(19:6)
        move ReasonCostTotal(ReasonIndex) to EditedCostAmount
        move EditedCostAmount to FreeOfChargeReportLine(27:14)
        display FreeOfChargeReportLine
    end-perform
    display spaces
    .

PrintSalespersonCosts.
    display "Free-of-Charge Cost by Salesperson"
    display "Sales             Orders            Cost"
    perform varying SalespersonEntryIndex from 1 by 1
        until SalespersonEntryIndex is greater than NumberOfSalespersonEntries
        move spaces to FreeOfChargeReportLine
        move CostSalespersonCode(SalespersonEntryIndex)
            to FreeOfChargeReportLine(1:4)
        move SalespersonOrderCount(SalespersonEntryIndex)
            to FreeOfChargeReportLine(19:6)
        move SalespersonCostTotal(SalespersonEntryIndex) to EditedCostAmount
        move EditedCostAmount to FreeOfChargeReportLine(27:14)
        display FreeOfChargeReportLine
    end-perform
    display spaces
    .

PrintCustomerCosts.
    display "Free-of-Charge Cost by Customer"
    display "Customer          Orders            Cost"
    perform varying CustomerEntryIndex from 1 by 1
        until CustomerEntryIndex is greater than NumberOfCustomerEntries
        move spaces to FreeOfChargeReportLine
        move CostCustomerId(CustomerEntryIndex) to FreeOfChargeReportLine(1:8)
        move CustomerOrderCount(CustomerEntryIndex)
            to FreeOfChargeReportLine(19:6)
        move CustomerCostTotal(CustomerEntryIndex) to EditedCostAmount
        move EditedCostAmount to FreeOfChargeReportLine(27:14)
        display FreeOfChargeReportLine
    end-perform
    display spaces
    .

end program FreeOfChargeReport.
