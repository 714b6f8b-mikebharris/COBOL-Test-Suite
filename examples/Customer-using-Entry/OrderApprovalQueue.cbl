identification division.
program-id. OrderApprovalQueue.

environment division.
configuration section.
    repository.
        function all intrinsic.

data division.
working-storage section.
    01 SignOnOperatorId pic x(8) value spaces.
    01 SignOnPassword pic x(12) value spaces.
    01 OperatorRole pic x value space.
        88 IsSupervisorOperator value "S".
    01 ReturnedOperatorStatus pic x(2) value spaces.
    01 SignOnAttemptCount pic 9 value zero.
    01 SignedOnFlag pic x value "N".
        88 IsSignedOn value "Y".

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
    copy Order replacing Order by ==HeldOrder==.
    01 ThisOrderId pic 9(6) value zeroes.
    01 ReturnedOrderStatus pic x(2) value spaces.

    copy Customer replacing Customer by ==HeldOrderCustomer==.
    01 ThisCustomerId pic 9(8) value zeroes.

    01 OrderLineIndex pic 9(2) value zeroes.
    01 HeldOrderNetAmount pic 9(8)v99 value zeroes.
    01 EditedNetAmount pic -(8)9.99 value zeroes.
    01 EditedUnitPrice pic z(5)9.99 value zeroes.
    01 EditedMarginPercent pic -(3)9.99 value zeroes.
    01 HoldReasonText pic x(20) value spaces.

    01 DecisionReply pic x value space.
    01 QueueFinished pic x value "N".
        88 IsQueueFinished value "Y".
    01 HeldOrderCount pic 9(6) value zeroes.
    01 ApprovedOrderCount pic 9(6) value zeroes.
    01 RejectedOrderCount pic 9(6) value zeroes.

procedure division.

    perform SignOnToApprovalQueue
    if not IsSignedOn
        display "Sign-on failed; approval queue not available"
        move 1 to return-code
        stop run
    end-if
    if not IsSupervisorOperator
        display "Operator " function trim(SignOnOperatorId)
            " is not a supervisor; approval queue not available"
        move 1 to return-code
        stop run
    end-if
    call "SetOrderOperatorId" using SignOnOperatorId
    display "Orders Awaiting Approval"
    perform ProcessOrderPages
    display " "
    display "OrderApprovalQueue: " HeldOrderCount " order(s) awaiting approval, "
        ApprovedOrderCount " approved, " RejectedOrderCount " rejected"
    stop run.

SignOnToApprovalQueue.
    move "N" to SignedOnFlag
    perform until IsSignedOn
        or SignOnAttemptCount is not less than 3
        add 1 to SignOnAttemptCount
        display "Operator id: " with no advancing
        accept SignOnOperatorId
        display "Password: " with no advancing
        accept SignOnPassword
        call "SignOnOperator" using SignOnOperatorId, SignOnPassword,
            OperatorRole, ReturnedOperatorStatus
        if ReturnedOperatorStatus equal to "00"
            move "Y" to SignedOnFlag
        else
            display "Sign-on rejected"
        end-if
    end-perform
    .

ProcessOrderPages.
    move zero to OrderCursorId
    call "GetOrdersPage" using OrderCursorId, OrderPage, NumberOfOrdersInPage
    perform until NumberOfOrdersInPage equal to zero
        or IsQueueFinished
        perform varying OrderPageIndex from 1 by 1
            until OrderPageIndex is greater than NumberOfOrdersInPage
                or IsQueueFinished
            move OrderPageRecord(OrderPageIndex) to HeldOrder
            if IsOrderAwaitingApproval of HeldOrder
                perform DecideHeldOrder
            end-if
        end-perform
        move OrderId of OrderPageRecord(NumberOfOrdersInPage) to OrderCursorId
        call "GetOrdersPage" using OrderCursorId, OrderPage, NumberOfOrdersInPage
    end-perform
    .

DecideHeldOrder.
    add 1 to HeldOrderCount
    perform DisplayHeldOrder
    display "Approve, reject, skip or quit? (A/R/S/Q): " with no advancing
    accept DecisionReply
    move OrderId of HeldOrder to ThisOrderId
    evaluate function upper-case(DecisionReply)
        when "A"
            call "ApproveHeldOrder" using ThisOrderId, ReturnedOrderStatus
            if ReturnedOrderStatus equal to "00"
                add 1 to ApprovedOrderCount
                display "Order " ThisOrderId " approved"
            else
                display "Approval rejected with status " ReturnedOrderStatus
            end-if
        when "R"
            call "RejectHeldOrder" using ThisOrderId, ReturnedOrderStatus
            if ReturnedOrderStatus equal to "00"
                add 1 to RejectedOrderCount
                display "Order " ThisOrderId " rejected and cancelled"
            else
                display "Rejection refused with status " ReturnedOrderStatus
            end-if
        when "Q"
            set IsQueueFinished to true
        when other
            display "Order " ThisOrderId " left awaiting approval"
    end-evaluate
    .

DisplayHeldOrder.
    move CustomerId of HeldOrder to ThisCustomerId
    call "GetCustomerById" using HeldOrderCustomer, ThisCustomerId
    evaluate true
        when IsHeldForLowMargin of HeldOrder
            move "below margin floor" to HoldReasonText
        when IsHeldForHighValue of HeldOrder
            move "over value limit" to HoldReasonText
        when IsHeldForMarginAndValue of HeldOrder
            move "margin and value" to HoldReasonText
        when other
            move spaces to HoldReasonText
    end-evaluate
    move zero to HeldOrderNetAmount
    perform varying OrderLineIndex from 1 by 1
        until OrderLineIndex is greater than OrderLineCount of HeldOrder
        compute HeldOrderNetAmount = HeldOrderNetAmount +
            (Quantity of OrderLine of HeldOrder(OrderLineIndex)
                * UnitPrice of OrderLine of HeldOrder(OrderLineIndex))
    end-perform
    move HeldOrderNetAmount to EditedNetAmount
    move OrderMarginPercent of HeldOrder to EditedMarginPercent
    display " "
    display "Order " OrderId of HeldOrder " dated " OrderDate of HeldOrder
        "  Customer " CustomerId of HeldOrder " "
        function trim(Name of HeldOrderCustomer)
    display "  Net value " EditedNetAmount "  Margin " EditedMarginPercent "%"
        "  Held: " function trim(HoldReasonText)
    perform varying OrderLineIndex from 1 by 1
        until OrderLineIndex is greater than OrderLineCount of HeldOrder
        move UnitPrice of OrderLine of HeldOrder(OrderLineIndex) to EditedUnitPrice
        display "  " ProductCode of OrderLine of HeldOrder(OrderLineIndex) " "
            Quantity of OrderLine of HeldOrder(OrderLineIndex) " @ "
            EditedUnitPrice
        move ListPrice of OrderLine of HeldOrder(OrderLineIndex) to EditedUnitPrice
        display "      list " EditedUnitPrice with no advancing
        move CostPrice of OrderLine of HeldOrder(OrderLineIndex) to EditedUnitPrice
        display "  cost " EditedUnitPrice
    end-perform
    .

end program OrderApprovalQueue.
