identification division.
program-id. SupplierReturnsAgeReport.

environment division.
configuration section.
    repository.
        function all intrinsic.

data division.
working-storage section.
    01 RunDate pic 9(8) value zeroes.
    01 RunDateInteger pic 9(7) value zeroes.
    01 DaysOutstanding pic s9(5) value zeroes.

    01 SupplierReturnCursorId pic 9(6) value zeroes.
    01 NumberOfSupplierReturnsInPage pic 9(3) value zeroes.
    01 SupplierReturnPageIndex pic 9(3) value zeroes.
    01 SupplierReturnPage.
        02 SupplierReturnPageEntry occurs 20 times.
            copy SupplierReturn replacing
                ==01== by ==03==
                ==02== by ==04==
                ==03== by ==05==
                ==SupplierReturn== by ==SupplierReturnPageRecord==.
    copy SupplierReturn replacing SupplierReturn by ==CurrentReturn==.
    copy Supplier replacing Supplier by ==CurrentSupplier==.
    01 ThisSupplierId pic 9(6) value zeroes.

    01 AgedReturns.
        02 AgedThirtyAmount pic 9(10)v99 value zeroes.
        02 AgedSixtyAmount pic 9(10)v99 value zeroes.
        02 AgedNinetyAmount pic 9(10)v99 value zeroes.
        02 AgedNinetyPlusAmount pic 9(10)v99 value zeroes.
        02 AgedTotalAmount pic 9(10)v99 value zeroes.
    01 OutstandingReturnCount pic 9(6) value zeroes.
    01 AgeBandText pic x(8) value spaces.

    01 EditedAmount pic z(7)9.99 value zeroes.
    01 EditedTotalAmount pic z(9)9.99 value zeroes.
    01 EditedDays pic zzzz9 value zeroes.
    01 ReturnReportLine pic x(120) value spaces.

procedure division.

    call "GetBusinessDate" using RunDate
    compute RunDateInteger = function integer-of-date(RunDate)
    display "Outstanding Supplier Returns by Age for " RunDate
    display "Debit  Raised    Days Age band PO     Supplier"
        "                              Amount"
    perform ProcessSupplierReturnPages
    perform PrintAgedTotals
    display spaces
    display "SupplierReturnsAgeReport: " OutstandingReturnCount
        " supplier return(s) awaiting credit or replacement"
    stop run.

ProcessSupplierReturnPages.
    move zero to SupplierReturnCursorId
    call "GetSupplierReturnsPage" using SupplierReturnCursorId,
        SupplierReturnPage, NumberOfSupplierReturnsInPage
    perform until NumberOfSupplierReturnsInPage equal to zero
        perform varying SupplierReturnPageIndex from 1 by 1
            until SupplierReturnPageIndex is greater than
                NumberOfSupplierReturnsInPage
            move SupplierReturnPageRecord(SupplierReturnPageIndex)
                to CurrentReturn
            if IsReturnOutstanding of CurrentReturn
                perform ReportOutstandingReturn
            end-if
        end-perform
        move SupplierReturnId of
            SupplierReturnPageRecord(NumberOfSupplierReturnsInPage)
            to SupplierReturnCursorId
        call "GetSupplierReturnsPage" using SupplierReturnCursorId,
            SupplierReturnPage, NumberOfSupplierReturnsInPage
    end-perform
    .

ReportOutstandingReturn.
    add 1 to OutstandingReturnCount
    compute DaysOutstanding = RunDateInteger
        - function integer-of-date(ReturnRaisedDate of CurrentReturn)
    evaluate true
        when DaysOutstanding is less than or equal to 30
            move "0-30" to AgeBandText
            add DebitNoteAmount of CurrentReturn to AgedThirtyAmount
        when DaysOutstanding is less than or equal to 60
            move "31-60" to AgeBandText
            add DebitNoteAmount of CurrentReturn to AgedSixtyAmount
        when DaysOutstanding is less than or equal to 90
            move "61-90" to AgeBandText
            add DebitNoteAmount of CurrentReturn to AgedNinetyAmount
        when other
            move "90+" to AgeBandText
            add DebitNoteAmount of CurrentReturn to AgedNinetyPlusAmount
    end-evaluate
    add DebitNoteAmount of CurrentReturn to AgedTotalAmount
    move SupplierId of CurrentReturn to ThisSupplierId
    call "GetSupplierById" using CurrentSupplier, ThisSupplierId
    move spaces to ReturnReportLine
    move SupplierReturnId of CurrentReturn to ReturnReportLine(1:6)
    move ReturnRaisedDate of CurrentReturn to ReturnReportLine(8:8)
    move DaysOutstanding to EditedDays
    move EditedDays to ReturnReportLine(17:5)
    move AgeBandText to ReturnReportLine(23:8)
    move PoId of CurrentReturn to ReturnReportLine(32:6)
    move ThisSupplierId to ReturnReportLine(39:6)
    move SupplierName of CurrentSupplier to ReturnReportLine(46:30)
    move DebitNoteAmount of CurrentReturn to EditedAmount
    move EditedAmount to ReturnReportLine(77:11)
    if DaysOutstanding is greater than 60
        move "*** CHASE ***" to ReturnReportLine(90:13)
    end-if
    display ReturnReportLine
    .

PrintAgedTotals.
    display spaces
    move AgedThirtyAmount to EditedTotalAmount
    display "Total 0-30 days:  " EditedTotalAmount
    move AgedSixtyAmount to EditedTotalAmount
    display "Total 31-60 days: " EditedTotalAmount
    move AgedNinetyAmount to EditedTotalAmount
    display "Total 61-90 days: " EditedTotalAmount
    move AgedNinetyPlusAmount to EditedTotalAmount
    display "Total 90+ days:   " EditedTotalAmount
    move AgedTotalAmount to EditedTotalAmount
    display "Total outstanding:" EditedTotalAmount
    .

end program SupplierReturnsAgeReport.
