        select optional CustomerBalancesFile assign to CustomerBalancesFileName
            organization is line sequential.

        select optional YearOpeningBalancesFile assign to YearOpeningBalancesFileName
            organization is line sequential.

        select optional YearEndTotalsFile assign to YearEndTotalsFileName
            organization is line sequential.

data division.
file section.
    fd PeriodTotalsFile.

    fd CustomerBalancesFile.
        01 CustomerBalanceRecord.
            88 EndOfCustomerBalancesFile value high-values.
            02 BalanceCustomerId pic 9(8).
            02 filler pic x.
            02 BalanceCarriedForward pic s9(10)v99 sign leading separate.

    fd YearOpeningBalancesFile.
        01 YearOpeningBalanceRecord pic x(22).

    fd YearEndTotalsFile.
        01 YearEndTotalsTextRecord.
            88 EndOfYearEndTotalsFile value high-values.
            02 filler pic x(5).
            02 TextYearEndFinancialYear pic 9(4).
            02 filler pic x(150).

working-storage section.
    01 PeriodTotalsFileName pic x(20) value "Periods.tot".
    01 CustomerBalancesFileName pic x(20) value "Balances.bfw".
    01 YearOpeningBalancesFileName pic x(20) value spaces.
    01 YearEndTotalsFileName pic x(20) value "YearEnd.tot".

    01 PeriodStatus pic x(2).
        88 Successful value "00".
    01 OutstandingAmount pic s9(8)v99 value zeroes.
    01 SnapshotStatus pic x(2) value spaces.

    copy FinancialPeriod replacing FinancialPeriod by ==PeriodOnCalendar==.
    01 ReturnedCalendarStatus pic x(2) value spaces.

    01 NextFinancialYear pic 9(4) value zeroes.
    01 NumberOfPeriodsInYear pic 9(2) value zeroes.
    01 YearPeriodIndex pic 9(2) value zeroes.
    01 FinancialYearPeriods.
        02 FinancialYearPeriodEntry occurs 13 times.
            copy FinancialPeriod replacing
                ==01== by ==03==
                ==02== by ==04==
                ==FinancialPeriod== by ==FinancialYearPeriodRecord==.
    01 YearPeriodTotalsTable.
        02 YearPeriodTotalsEntry occurs 13 times.
            03 YearPeriodClosedFlag pic x value "N".
                88 IsYearPeriodClosed value "Y".
            03 YearPeriodInvoiceNet pic 9(10)v99 value zeroes.
            03 YearPeriodInvoiceVAT pic 9(10)v99 value zeroes.
            03 YearPeriodInvoiceGross pic 9(10)v99 value zeroes.
            03 YearPeriodInvoiceCount pic 9(6) value zeroes.
            03 YearPeriodCreditGross pic 9(10)v99 value zeroes.
            03 YearPeriodCash pic 9(10)v99 value zeroes.
    01 UnclosedPeriodCount pic 9(2) value zeroes.
    01 FinalPeriodEndDate pic 9(8) value zeroes.
    01 YearAlreadyClosed pic x value "N".
        88 IsYearAlreadyClosed value "Y".

    01 YearInvoiceNetTotal pic 9(11)v99 value zeroes.
    01 YearInvoiceVATTotal pic 9(11)v99 value zeroes.
    01 YearInvoiceGrossTotal pic 9(11)v99 value zeroes.
    01 YearInvoiceCount pic 9(7) value zeroes.
    01 YearCreditGrossTotal pic 9(11)v99 value zeroes.
    01 YearCashTotal pic 9(11)v99 value zeroes.
    01 YearDebitBalanceTotal pic s9(11)v99 value zeroes.
    01 YearCreditBalanceTotal pic s9(11)v99 value zeroes.
    01 YearNetDebtorTotal pic s9(11)v99 value zeroes.
    01 YearBalanceCount pic 9(7) value zeroes.

    01 EditedYearAmount pic -(11)9.99 value zeroes.
    01 YearEndReportLine pic x(132) value spaces.

linkage section.
    01 PeriodEndDateParm pic 9(8) value zeroes.
    01 ReturnedPeriodStatus pic x(2) value spaces.
    01 DateToCheck pic 9(8) value zeroes.
    01 DateInClosedPeriodFlag pic x value "N".
    01 ThisFinancialYear pic 9(4) value zeroes.

procedure division.
    goback.
        display "ClosePeriod: period ending " PeriodEndDateParm
            " is already closed (latest close is " LatestClosedPeriodEnd ")"
    else
        perform CheckPeriodEndAgainstCalendar
    end-if
    if PeriodStatus equal to "00"
        perform ComputePeriodStartDate
        call "GetInvoiceTotalsForDateRange" using PeriodStartDate, PeriodEndDateParm,
            InvoiceNetTotal, InvoiceVATTotal, InvoiceGrossTotal, InvoiceCount
    move PeriodStatus to ReturnedPeriodStatus
    goback.

entry "CloseFinancialYear" using ThisFinancialYear, ReturnedPeriodStatus
    move "00" to PeriodStatus
    call "GetFinancialYearPeriods" using ThisFinancialYear, FinancialYearPeriods,
        NumberOfPeriodsInYear
    if NumberOfPeriodsInYear not equal to 12
        and NumberOfPeriodsInYear not equal to 13
        move "90" to PeriodStatus
        display "CloseFinancialYear: financial year " ThisFinancialYear
            " has " NumberOfPeriodsInYear " period(s) on the calendar; 12 or 13 are required"
        move PeriodStatus to ReturnedPeriodStatus
        goback
    end-if
    move CalendarEndDate of FinancialYearPeriodRecord(NumberOfPeriodsInYear)
        to FinalPeriodEndDate
    perform CheckYearNotAlreadyClosed
    perform LoadYearPeriodTotals
    perform FindLatestClosedPeriodEnd
    evaluate true
        when IsYearAlreadyClosed
            move "90" to PeriodStatus
            display "CloseFinancialYear: financial year " ThisFinancialYear
                " has already been closed"
        when UnclosedPeriodCount is greater than zero
            move "90" to PeriodStatus
            display "CloseFinancialYear: " UnclosedPeriodCount
                " period(s) of financial year " ThisFinancialYear " are not closed"
        when LatestClosedPeriodEnd not equal to FinalPeriodEndDate
            move "90" to PeriodStatus
            display "CloseFinancialYear: a later period (to " LatestClosedPeriodEnd
                ") is already closed; carried forward balances are no longer at year end"
        when other
            perform RollBalancesIntoNewYear
            perform PrintYearEndTotals
            perform WriteYearEndTotalsRecord
    end-evaluate
    move PeriodStatus to ReturnedPeriodStatus
    goback.

entry "IsDateInClosedPeriod" using DateToCheck, DateInClosedPeriodFlag
    perform FindLatestClosedPeriodEnd
    if DateToCheck is not greater than LatestClosedPeriodEnd
    close PeriodTotalsFile
    .

CheckPeriodEndAgainstCalendar.
    call "GetFinancialPeriodForDate" using PeriodEndDateParm, PeriodOnCalendar,
        ReturnedCalendarStatus
    if ReturnedCalendarStatus equal to "00"
        and CalendarEndDate of PeriodOnCalendar not equal to PeriodEndDateParm
        move "90" to PeriodStatus
        display "ClosePeriod: " PeriodEndDateParm " is not a financial period end; period "
            CalendarPeriodNumber of PeriodOnCalendar " of " CalendarYear of PeriodOnCalendar
            " ends " CalendarEndDate of PeriodOnCalendar
    end-if
    .

ComputePeriodStartDate.
    if LatestClosedPeriodEnd equal to zero
        move zeroes to PeriodStartDate
    .

WritePeriodTotalsRecord.
    call "GetBusinessDate" using ClosedOnDate
    open extend PeriodTotalsFile
    move spaces to PeriodTotalsTextRecord
    string
    close CustomerBalancesFile
    .

CheckYearNotAlreadyClosed.
    move "N" to YearAlreadyClosed
    open input YearEndTotalsFile
    read YearEndTotalsFile
        at end set EndOfYearEndTotalsFile to true
    end-read
    perform until EndOfYearEndTotalsFile
        if TextYearEndFinancialYear equal to ThisFinancialYear
            move "Y" to YearAlreadyClosed
        end-if
        read YearEndTotalsFile
            at end set EndOfYearEndTotalsFile to true
        end-read
    end-perform
    close YearEndTotalsFile
    .

LoadYearPeriodTotals.
    initialize YearPeriodTotalsTable
    open input PeriodTotalsFile
    read PeriodTotalsFile
        at end set EndOfPeriodTotalsFile to true
    end-read
    perform until EndOfPeriodTotalsFile
        perform varying YearPeriodIndex from 1 by 1
            until YearPeriodIndex is greater than NumberOfPeriodsInYear
            if TextPeriodEndDate equal to
                CalendarEndDate of FinancialYearPeriodRecord(YearPeriodIndex)
                move "Y" to YearPeriodClosedFlag(YearPeriodIndex)
                move TextInvoiceNetTotal to YearPeriodInvoiceNet(YearPeriodIndex)
                move TextInvoiceVATTotal to YearPeriodInvoiceVAT(YearPeriodIndex)
                move TextInvoiceGrossTotal to YearPeriodInvoiceGross(YearPeriodIndex)
                move TextInvoiceCount to YearPeriodInvoiceCount(YearPeriodIndex)
                move TextCreditGrossTotal to YearPeriodCreditGross(YearPeriodIndex)
                if TextCashTotal is numeric
                    move TextCashTotal to YearPeriodCash(YearPeriodIndex)
                end-if
            end-if
        end-perform
        read PeriodTotalsFile
            at end set EndOfPeriodTotalsFile to true
        end-read
    end-perform
    close PeriodTotalsFile
    move zeroes to UnclosedPeriodCount
    perform varying YearPeriodIndex from 1 by 1
        until YearPeriodIndex is greater than NumberOfPeriodsInYear
        if not IsYearPeriodClosed(YearPeriodIndex)
            add 1 to UnclosedPeriodCount
            display "CloseFinancialYear: period "
                CalendarPeriodNumber of FinancialYearPeriodRecord(YearPeriodIndex)
                " ending " CalendarEndDate of FinancialYearPeriodRecord(YearPeriodIndex)
                " is not closed"
        end-if
    end-perform
    .

RollBalancesIntoNewYear.
    compute NextFinancialYear = ThisFinancialYear + 1
    move spaces to YearOpeningBalancesFileName
    string
        "Balances" delimited by size
        NextFinancialYear delimited by size
        ".yob" delimited by size
        into YearOpeningBalancesFileName
    end-string
    move zeroes to YearDebitBalanceTotal, YearCreditBalanceTotal, YearBalanceCount
    open input CustomerBalancesFile
    open output YearOpeningBalancesFile
    read CustomerBalancesFile
        at end set EndOfCustomerBalancesFile to true
    end-read
    perform until EndOfCustomerBalancesFile
        move CustomerBalanceRecord to YearOpeningBalanceRecord
        write YearOpeningBalanceRecord
        add 1 to YearBalanceCount
        if BalanceCarriedForward is greater than zero
            add BalanceCarriedForward to YearDebitBalanceTotal
        else
            add BalanceCarriedForward to YearCreditBalanceTotal
        end-if
        read CustomerBalancesFile
            at end set EndOfCustomerBalancesFile to true
        end-read
    end-perform
    close CustomerBalancesFile
    close YearOpeningBalancesFile
    compute YearNetDebtorTotal = YearDebitBalanceTotal + YearCreditBalanceTotal
    .

PrintYearEndTotals.
    move zeroes to YearInvoiceNetTotal, YearInvoiceVATTotal, YearInvoiceGrossTotal
    move zeroes to YearInvoiceCount, YearCreditGrossTotal, YearCashTotal
    display "Year-End Sales and Debtor Totals for financial year " ThisFinancialYear
    display spaces
    display "Period Start    End         Invoice net      Invoice VAT    Invoice gross"
        "      Credit notes             Cash"
    perform varying YearPeriodIndex from 1 by 1
        until YearPeriodIndex is greater than NumberOfPeriodsInYear
        add YearPeriodInvoiceNet(YearPeriodIndex) to YearInvoiceNetTotal
        add YearPeriodInvoiceVAT(YearPeriodIndex) to YearInvoiceVATTotal
        add YearPeriodInvoiceGross(YearPeriodIndex) to YearInvoiceGrossTotal
        add YearPeriodInvoiceCount(YearPeriodIndex) to YearInvoiceCount
        add YearPeriodCreditGross(YearPeriodIndex) to YearCreditGrossTotal
        add YearPeriodCash(YearPeriodIndex) to YearCashTotal
        move spaces to YearEndReportLine
        move CalendarPeriodNumber of FinancialYearPeriodRecord(YearPeriodIndex)
            to YearEndReportLine(2:2)
        move CalendarStartDate of FinancialYearPeriodRecord(YearPeriodIndex)
            to YearEndReportLine(8:8)
        move CalendarEndDate of FinancialYearPeriodRecord(YearPeriodIndex)
            to YearEndReportLine(17:8)
        move YearPeriodInvoiceNet(YearPeriodIndex) to EditedYearAmount
        move EditedYearAmount to YearEndReportLine(26:16)
        move YearPeriodInvoiceVAT(YearPeriodIndex) to EditedYearAmount
        move EditedYearAmount to YearEndReportLine(43:16)
        move YearPeriodInvoiceGross(YearPeriodIndex) to EditedYearAmount
        move EditedYearAmount to YearEndReportLine(60:16)
        move YearPeriodCreditGross(YearPeriodIndex) to EditedYearAmount
        move EditedYearAmount to YearEndReportLine(77:16)
        move YearPeriodCash(YearPeriodIndex) to EditedYearAmount
        move EditedYearAmount to YearEndReportLine(94:16)
        display YearEndReportLine
    end-perform
    move spaces to YearEndReportLine
    move "Year" to YearEndReportLine(1:4)
    move YearInvoiceNetTotal to EditedYearAmount
    move EditedYearAmount to YearEndReportLine(26:16)
    move YearInvoiceVATTotal to EditedYearAmount
    move EditedYearAmount to YearEndReportLine(43:16)
    move YearInvoiceGrossTotal to EditedYearAmount
    move EditedYearAmount to YearEndReportLine(60:16)
    move YearCreditGrossTotal to EditedYearAmount
    move EditedYearAmount to YearEndReportLine(77:16)
    move YearCashTotal to EditedYearAmount
    move EditedYearAmount to YearEndReportLine(94:16)
    display YearEndReportLine
    display spaces
    display "Invoices issued in year:          " YearInvoiceCount
    move YearDebitBalanceTotal to EditedYearAmount
    display "Debtor balances at year end:      " EditedYearAmount
    move YearCreditBalanceTotal to EditedYearAmount
    display "Credit balances at year end:      " EditedYearAmount
    move YearNetDebtorTotal to EditedYearAmount
    display "Net sales ledger at year end:     " EditedYearAmount
    display "Customer balances carried to " function trim(YearOpeningBalancesFileName)
        ": " YearBalanceCount
    .

WriteYearEndTotalsRecord.
    call "GetBusinessDate" using ClosedOnDate
    open extend YearEndTotalsFile
    move spaces to YearEndTotalsTextRecord
    string
        "Year=" delimited by size
        ThisFinancialYear delimited by size
        " Periods=" delimited by size
        NumberOfPeriodsInYear delimited by size
        " InvNet=" delimited by size
        YearInvoiceNetTotal delimited by size
        " InvVAT=" delimited by size
        YearInvoiceVATTotal delimited by size
        " InvGross=" delimited by size
        YearInvoiceGrossTotal delimited by size
        " CrdGross=" delimited by size
        YearCreditGrossTotal delimited by size
        " Cash=" delimited by size
        YearCashTotal delimited by size
        " Debtors=" delimited by size
        YearNetDebtorTotal delimited by size
        " ClosedOn=" delimited by size
        ClosedOnDate delimited by size
        into YearEndTotalsTextRecord
    end-string
    write YearEndTotalsTextRecord
    close YearEndTotalsFile
    .

end program PeriodClose.
