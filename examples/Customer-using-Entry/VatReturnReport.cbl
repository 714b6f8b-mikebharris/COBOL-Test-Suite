            organization is line sequential
            file status is DiscountsTakenFileStatus.

        select optional VatReliefJournalFile assign to "VatRelief.jnl"
            organization is line sequential
            file status is VatReliefFileStatus.

data division.
file section.
    fd VatReturnConfigFile.
            02 ConfigPeriodStartDate pic 9(8).
            02 filler pic x.
            02 ConfigPeriodEndDate pic 9(8).
        01 VatReturnPeriodConfigRecord.
            02 ConfigPeriodTag pic x(2).
                88 IsFinancialPeriodConfig value "FY".
            02 ConfigFinancialYear pic 9(4).
            02 filler pic x.
            02 ConfigFirstPeriod pic 9(2).
            02 filler pic x.
            02 ConfigLastPeriod pic 9(2).

    fd DiscountsTakenFile.
        01 DiscountTakenTextRecord.
            02 filler pic x(6).
            02 TextDiscountVatRate pic 99v99.

    fd VatReliefJournalFile.
        01 VatReliefTextRecord.
            88 EndOfVatReliefJournalFile value high-values.
            02 filler pic x(8).
            02 TextReliefInvoiceNumber pic 9(6).
            02 filler pic x(10).
            02 TextReliefCustomerId pic 9(8).
            02 filler pic x(6).
            02 TextReliefDate pic 9(8).
            02 filler pic x(6).
            02 TextReliefEntryType pic x.
                88 IsReliefClaim    value "C".
                88 IsReliefReversal value "R".
            02 filler pic x(5).
            02 TextReliefVatAmount pic 9(8)v99.
            02 filler pic x(12).
            02 TextReliefWriteOffDate pic 9(8).

working-storage section.
    01 VatReturnConfigStatus pic x(2).
    01 DiscountsTakenFileStatus pic x(2).
    01 VatReliefFileStatus pic x(2).

    01 ReliefClaimedTotal pic s9(10)v99 value zeroes.
    01 ReliefReversedTotal pic s9(10)v99 value zeroes.
    01 ReclaimedInputVat pic s9(10)v99 value zeroes.
    01 NetVatPayable pic s9(10)v99 value zeroes.

    01 DiscountRecordNet pic 9(8)v99 value zeroes.
    01 DiscountNetTotal pic s9(10)v99 value zeroes.
    01 RunMonth        pic 9(2) value zeroes.
    01 QuarterStartMonth pic 9(2) value zeroes.

    01 ThisFinancialYear pic 9(4) value zeroes.
    01 ThisPeriodNumber pic 9(2) value zeroes.
    01 LastPeriodNumber pic 9(2) value zeroes.
    01 FinancialQuarterIndex pic 9 value zero.
    copy FinancialPeriod replacing FinancialPeriod by ==ReturnPeriod==.
    01 ReturnedCalendarStatus pic x(2) value spaces.

    01 InvoiceCursorNumber pic 9(6) value zeroes.
    01 NumberOfInvoicesInPage pic 9(3) value zeroes.
    01 InvoicePageIndex pic 9(3) value zeroes.
    perform LoadVatReturnPeriod
    perform ProcessInvoicePages
    perform AccumulateSettlementDiscountsTaken
    perform AccumulateBadDebtRelief
    perform PrintVatReturnSummary
    stop run.

LoadVatReturnPeriod.
    call "GetBusinessDate" using RunDate
    display "VatReturnReport: business date " RunDate
    move RunDate(5:2) to RunMonth
    compute QuarterStartMonth = ((RunMonth - 1) / 3) * 3 + 1
    compute PeriodStartDate = (RunDate / 10000) * 10000
        + QuarterStartMonth * 100 + 1
    move RunDate to PeriodEndDate
    perform DefaultToFinancialQuarter
    open input VatReturnConfigFile
    if VatReturnConfigStatus equal to "00"
        read VatReturnConfigFile
            at end continue
            not at end
                if IsFinancialPeriodConfig
                    perform LoadFinancialPeriodRange
                else
                    if ConfigPeriodStartDate is numeric
                        and ConfigPeriodEndDate is numeric
                        and ConfigPeriodStartDate is greater than zero
                        move ConfigPeriodStartDate to PeriodStartDate
                        move ConfigPeriodEndDate to PeriodEndDate
                    end-if
                end-if
        end-read
    end-if
    close VatReturnConfigFile
    .

DefaultToFinancialQuarter.
    call "GetFinancialPeriodForDate" using RunDate, ReturnPeriod,
        ReturnedCalendarStatus
    if ReturnedCalendarStatus equal to "00"
        move CalendarYear of ReturnPeriod to ThisFinancialYear
        compute FinancialQuarterIndex = (CalendarPeriodNumber of ReturnPeriod - 1) / 3
        if FinancialQuarterIndex is greater than 3
            move 3 to FinancialQuarterIndex
        end-if
        compute ThisPeriodNumber = FinancialQuarterIndex * 3 + 1
        call "GetFinancialPeriod" using ThisFinancialYear, ThisPeriodNumber,
            ReturnPeriod, ReturnedCalendarStatus
        if ReturnedCalendarStatus equal to "00"
            move CalendarStartDate of ReturnPeriod to PeriodStartDate
        end-if
    end-if
    .

LoadFinancialPeriodRange.
    if ConfigFinancialYear is not numeric
        or ConfigFirstPeriod is not numeric
        display "VatReturnReport: financial year and period must be numeric in VatReturn.cfg"
        move 1 to return-code
        stop run
    end-if
    move ConfigFinancialYear to ThisFinancialYear
    move ConfigFirstPeriod to ThisPeriodNumber
    move ConfigFirstPeriod to LastPeriodNumber
    if ConfigLastPeriod is numeric
        and ConfigLastPeriod is greater than ConfigFirstPeriod
        move ConfigLastPeriod to LastPeriodNumber
    end-if
    call "GetFinancialPeriod" using ThisFinancialYear, ThisPeriodNumber,
        ReturnPeriod, ReturnedCalendarStatus
    if ReturnedCalendarStatus not equal to "00"
        display "VatReturnReport: period " ThisPeriodNumber " of " ThisFinancialYear
            " is not on the financial calendar"
        move 1 to return-code
        stop run
    end-if
    move CalendarStartDate of ReturnPeriod to PeriodStartDate
    call "GetFinancialPeriod" using ThisFinancialYear, LastPeriodNumber,
        ReturnPeriod, ReturnedCalendarStatus
    if ReturnedCalendarStatus not equal to "00"
        display "VatReturnReport: period " LastPeriodNumber " of " ThisFinancialYear
            " is not on the financial calendar"
        move 1 to return-code
        stop run
    end-if
    move CalendarEndDate of ReturnPeriod to PeriodEndDate
    .

ProcessInvoicePages.
    move zero to InvoiceCursorNumber
    call "GetInvoicesPage" using InvoiceCursorNumber,
    end-if
    .

AccumulateBadDebtRelief.
    move zero to ReliefClaimedTotal
    move zero to ReliefReversedTotal
    open input VatReliefJournalFile
    if VatReliefFileStatus equal to "00"
        read VatReliefJournalFile
            at end set EndOfVatReliefJournalFile to true
        end-read
        perform until EndOfVatReliefJournalFile
            if TextReliefDate is not less than PeriodStartDate
                and TextReliefDate is not greater than PeriodEndDate
                if IsReliefClaim
                    add TextReliefVatAmount to ReliefClaimedTotal
                end-if
                if IsReliefReversal
                    add TextReliefVatAmount to ReliefReversedTotal
                end-if
            end-if
            read VatReliefJournalFile
                at end set EndOfVatReliefJournalFile to true
            end-read
        end-perform
        close VatReliefJournalFile
    end-if
    compute ReclaimedInputVat = ReliefClaimedTotal - ReliefReversedTotal
    .

PrintVatReturnSummary.
    display "VAT Return Summary for period " PeriodStartDate " to " PeriodEndDate
    display spaces
    end-if
    compute AdjustedOutputVat = TotalOutputVat - DiscountVatTotal
    compute AdjustedNetSales = TotalNetSales - DiscountNetTotal
    if ReliefClaimedTotal not equal to zero
        or ReliefReversedTotal not equal to zero
        move ReliefClaimedTotal to EditedAmount
        display "Bad debt relief claimed (VAT):         " EditedAmount
        move ReliefReversedTotal to EditedAmount
        display "Bad debt relief reversed (VAT):        " EditedAmount
        display spaces
    end-if
    compute NetVatPayable = AdjustedOutputVat - ReclaimedInputVat
    move AdjustedOutputVat to EditedAmount
    display "Box 1 - VAT due on sales:          " EditedAmount
    move ReclaimedInputVat to EditedAmount
    display "Box 4 - VAT reclaimed (bad debts): " EditedAmount
    move NetVatPayable to EditedAmount
    display "Box 5 - net VAT payable:           " EditedAmount
    move AdjustedNetSales to EditedAmount
    display "Box 6 - total value of sales (net):" EditedAmount
    display spaces
