identification division.
program-id. SubstituteSuggestionReport.

environment division.
configuration section.
    repository.
        function all intrinsic.

data division.
working-storage section.
    01 RunDate pic 9(8) value zeroes.

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
    copy Order replacing Order by ==CurrentOrder==.
    copy Customer replacing Customer by ==CurrentCustomer==.
    copy Product replacing Product by ==LineProduct==.
    copy Product replacing Product by ==AlternativeProduct==.
    copy ProductSubstitutes replacing ProductSubstitutes by ==LineSubstitutes==.

    01 ThisCustomerId pic 9(8) value zeroes.
    01 OrderLineIndex pic 9(2) value zeroes.
    01 SubstituteIndex pic 9(2) value zeroes.
    01 LineProductCode pic x(12) value spaces.
    01 AlternativeProductCode pic x(12) value spaces.
    01 AlternativeOnHand pic s9(6) value zeroes.
    01 AlternativeAllocated pic s9(6) value zeroes.
    01 AlternativeAvailable pic s9(6) value zeroes.
    01 LineProblem pic x(8) value spaces.
    01 SuggestionsOnLine pic 9(2) value zeroes.

    01 ProblemLineCount pic 9(6) value zeroes.
    01 SuggestedLineCount pic 9(6) value zeroes.
    01 NoAlternativeLineCount pic 9(6) value zeroes.

    01 EditedQuantity pic z(5)9 value zeroes.
    01 EditedAvailable pic -(5)9 value zeroes.
    01 SuggestionReportLine pic x(132) value spaces.

procedure division.

    call "GetBusinessDate" using RunDate
    display "Substitute Suggestions for Short Order Lines - " RunDate
    display spaces
    display "Order   Customer Name                      Product      Reason"
        "      Qty  Alternative  Description                     Available Auto"
    perform ProcessOrderPages
    display spaces
    display "SubstituteSuggestionReport: " ProblemLineCount " short or inactive line(s), "
        SuggestedLineCount " with suggestions, "
        NoAlternativeLineCount " with no alternative on file"
    stop run.

ProcessOrderPages.
    move zero to OrderCursorId
    call "GetOrdersPage" using OrderCursorId, OrderPage, NumberOfOrdersInPage
    perform until NumberOfOrdersInPage equal to zero
        perform varying OrderPageIndex from 1 by 1
            until OrderPageIndex is greater than NumberOfOrdersInPage
            move OrderPageRecord(OrderPageIndex) to CurrentOrder
            if IsOrderOpen of CurrentOrder
                or IsOrderAwaitingApproval of CurrentOrder
                or IsOrderAwaitingPayment of CurrentOrder
                perform CheckOrderLinesForSuggestions
            end-if
        end-perform
        move OrderId of OrderPageRecord(NumberOfOrdersInPage) to OrderCursorId
        call "GetOrdersPage" using OrderCursorId, OrderPage, NumberOfOrdersInPage
    end-perform
    .

CheckOrderLinesForSuggestions.
    move zero to ThisCustomerId
    perform varying OrderLineIndex from 1 by 1
        until OrderLineIndex is greater than OrderLineCount of CurrentOrder
        move ProductCode of OrderLine of CurrentOrder(OrderLineIndex)
            to LineProductCode
        move spaces to LineProblem
        call "GetProductByCode" using LineProduct, LineProductCode
        if ProductCode of LineProduct equal to LineProductCode
            and IsProductInactive of LineProduct
            move "INACTIVE" to LineProblem
        else
            if IsLineStockShort of OrderLine of CurrentOrder(OrderLineIndex)
                move "SHORT" to LineProblem
            end-if
        end-if
        if LineProblem not equal to spaces
            perform ReportLineSuggestions
        end-if
    end-perform
    .

ReportLineSuggestions.
    add 1 to ProblemLineCount
    if ThisCustomerId not equal to CustomerId of CurrentOrder
        move CustomerId of CurrentOrder to ThisCustomerId
        call "GetCustomerById" using CurrentCustomer, ThisCustomerId
    end-if
    move zero to SuggestionsOnLine
    call "GetProductSubstitutes" using LineProductCode, LineSubstitutes
    perform varying SubstituteIndex from 1 by 1
        until SubstituteIndex is greater than SubstituteCount of LineSubstitutes
        move SubstituteProductCode of LineSubstitutes(SubstituteIndex)
            to AlternativeProductCode
        call "GetProductByCode" using AlternativeProduct, AlternativeProductCode
        if ProductCode of AlternativeProduct equal to AlternativeProductCode
            and not IsProductInactive of AlternativeProduct
            perform PrintSuggestionLine
        end-if
    end-perform
    if SuggestionsOnLine equal to zero
        add 1 to NoAlternativeLineCount
    else
        add 1 to SuggestedLineCount
    end-if
    .

PrintSuggestionLine.
    add 1 to SuggestionsOnLine
    call "GetTotalStockByProductCode" using AlternativeProductCode,
        AlternativeOnHand, AlternativeAllocated
    compute AlternativeAvailable = AlternativeOnHand - AlternativeAllocated
    move spaces to SuggestionReportLine
    if SuggestionsOnLine equal to 1
        move OrderId of CurrentOrder to SuggestionReportLine(1:6)
        move CustomerId of CurrentOrder to SuggestionReportLine(9:8)
        move Name of CurrentCustomer to SuggestionReportLine(18:24)
        move LineProductCode to SuggestionReportLine(44:12)
        move LineProblem to SuggestionReportLine(57:8)
        move Quantity of OrderLine of CurrentOrder(OrderLineIndex) to EditedQuantity
        move EditedQuantity to SuggestionReportLine(66:6)
    end-if
    move AlternativeProductCode to SuggestionReportLine(74:12)
    move Description of AlternativeProduct to SuggestionReportLine(87:30)
    move AlternativeAvailable to EditedAvailable
    move EditedAvailable to SuggestionReportLine(122:6)
    if IsAutomaticSubstitute of LineSubstitutes(SubstituteIndex)
        move "A" to SuggestionReportLine(130:1)
    end-if
    display SuggestionReportLine
    .

end program SubstituteSuggestionReport.
