identification division.
program-id. OpenQueriesReport.

environment division.
configuration section.
    repository.
        function all intrinsic.

data division.
working-storage section.
    01 RunDate pic 9(8) value zeroes.
    01 RunDateInteger pic 9(7) value zeroes.
    01 QueryAgeDays pic s9(5) value zeroes.

    01 QueryCursorId pic 9(6) value zeroes.
    01 NumberOfQueriesInPage pic 9(3) value zeroes.
    01 QueryPageIndex pic 9(3) value zeroes.
    01 InvoiceQueryPage.
        02 InvoiceQueryPageEntry occurs 20 times.
            copy InvoiceQuery replacing
                ==01== by ==03==
                ==02== by ==04==
                ==03== by ==05==
                ==InvoiceQuery== by ==InvoiceQueryPageRecord==.
    copy InvoiceQuery replacing InvoiceQuery by ==CurrentQuery==.

    01 AgeBandTable.
        02 AgeBandEntry occurs 5 times.
            03 AgeBandLabel pic x(12) value spaces.
            03 AgeBandCount pic 9(6) value zeroes.
            03 AgeBandAmount pic 9(10)v99 value zeroes.
    01 AgeBandIndex pic 9 value zero.

    01 ReasonTable.
        02 ReasonEntry occurs 6 times.
            03 ReasonCode pic x(3) value spaces.
            03 ReasonLabel pic x(20) value spaces.
            03 ReasonCount pic 9(6) value zeroes.
            03 ReasonAmount pic 9(10)v99 value zeroes.
    01 ReasonIndex pic 9 value zero.

    01 OpenQueryCount pic 9(6) value zeroes.
    01 OpenQueryAmount pic 9(10)v99 value zeroes.
    01 OverdueQueryCount pic 9(6) value zeroes.
    01 OverdueMarker pic x(8) value spaces.

    01 EditedAmount pic -(8)9.99 value zeroes.
    01 EditedTotalAmount pic -(10)9.99 value zeroes.
    01 EditedAge pic z(4)9 value zeroes.

procedure division.

    call "GetBusinessDate" using RunDate
    compute RunDateInteger = function integer-of-date(RunDate)
    perform InitialiseAnalysisTables
    display "Open Invoice Queries Report  run date " RunDate
    display "Query  Invoice Customer Reason Owner       Raised   Target"
        "    Age     Disputed"
    perform ProcessQueryPages
    perform PrintAgeBandAnalysis
    perform PrintReasonAnalysis
    move OpenQueryAmount to EditedTotalAmount
    display " "
    display "Open queries: " OpenQueryCount "  disputed " EditedTotalAmount
        "  past target date: " OverdueQueryCount
    stop run.

InitialiseAnalysisTables.
    move "0-7 days"     to AgeBandLabel(1)
    move "8-14 days"    to AgeBandLabel(2)
    move "15-30 days"   to AgeBandLabel(3)
    move "31-60 days"   to AgeBandLabel(4)
    move "Over 60 days" to AgeBandLabel(5)
    move "PRC" to ReasonCode(1)
    move "Price"          to ReasonLabel(1)
    move "QTY" to ReasonCode(2)
    move "Quantity"       to ReasonLabel(2)
    move "DMG" to ReasonCode(3)
    move "Damaged goods"  to ReasonLabel(3)
    move "NDL" to ReasonCode(4)
    move "Not delivered"  to ReasonLabel(4)
    move "DUP" to ReasonCode(5)
    move "Duplicate"      to ReasonLabel(5)
    move "OTH" to ReasonCode(6)
    move "Other"          to ReasonLabel(6)
    .

ProcessQueryPages.
    move zero to QueryCursorId
    call "GetInvoiceQueriesPage" using QueryCursorId, InvoiceQueryPage,
        NumberOfQueriesInPage
    perform until NumberOfQueriesInPage equal to zero
        perform varying QueryPageIndex from 1 by 1
            until QueryPageIndex is greater than NumberOfQueriesInPage
            move InvoiceQueryPageRecord(QueryPageIndex) to CurrentQuery
            if IsQueryOpen of CurrentQuery
                perform ReportCurrentQuery
            end-if
        end-perform
        move QueryId of InvoiceQueryPageRecord(NumberOfQueriesInPage)
            to QueryCursorId
        call "GetInvoiceQueriesPage" using QueryCursorId, InvoiceQueryPage,
            NumberOfQueriesInPage
    end-perform
    .

ReportCurrentQuery.
    add 1 to OpenQueryCount
    add DisputedAmount of CurrentQuery to OpenQueryAmount
    compute QueryAgeDays = RunDateInteger
        - function integer-of-date(RaisedDate of CurrentQuery)
    evaluate true
        when QueryAgeDays is less than or equal to 7
            move 1 to AgeBandIndex
        when QueryAgeDays is less than or equal to 14
            move 2 to AgeBandIndex
        when QueryAgeDays is less than or equal to 30
            move 3 to AgeBandIndex
        when QueryAgeDays is less than or equal to 60
            move 4 to AgeBandIndex
        when other
            move 5 to AgeBandIndex
    end-evaluate
    add 1 to AgeBandCount(AgeBandIndex)
    add DisputedAmount of CurrentQuery to AgeBandAmount(AgeBandIndex)
    perform varying ReasonIndex from 1 by 1
        until ReasonIndex is greater than 6
        if ReasonCode(ReasonIndex) equal to QueryReasonCode of CurrentQuery
            add 1 to ReasonCount(ReasonIndex)
            add DisputedAmount of CurrentQuery to ReasonAmount(ReasonIndex)
        end-if
    end-perform
    move spaces to OverdueMarker
    if TargetResolutionDate of CurrentQuery is less than RunDate
        move "OVERDUE" to OverdueMarker
        add 1 to OverdueQueryCount
    end-if
    move QueryAgeDays to EditedAge
    move DisputedAmount of CurrentQuery to EditedAmount
    display QueryId of CurrentQuery " " InvoiceNumber of CurrentQuery " "
        CustomerId of CurrentQuery " " QueryReasonCode of CurrentQuery "    "
        QueryOwner of CurrentQuery " " RaisedDate of CurrentQuery " "
        TargetResolutionDate of CurrentQuery " " EditedAge " " EditedAmount
        " " OverdueMarker
    .

PrintAgeBandAnalysis.
    display " "
    display "Analysis by age       Count      Disputed"
    perform varying AgeBandIndex from 1 by 1
        until AgeBandIndex is greater than 5
        move AgeBandAmount(AgeBandIndex) to EditedTotalAmount
        display AgeBandLabel(AgeBandIndex) "        " AgeBandCount(AgeBandIndex)
            " " EditedTotalAmount
    end-perform
    .

PrintReasonAnalysis.
    display " "
    display "Analysis by reason            Count      Disputed"
    perform varying ReasonIndex from 1 by 1
        until ReasonIndex is greater than 6
        move ReasonAmount(ReasonIndex) to EditedTotalAmount
        display ReasonCode(ReasonIndex) " " ReasonLabel(ReasonIndex) "    "
            ReasonCount(ReasonIndex) " " EditedTotalAmount
    end-perform
    .

end program OpenQueriesReport.
