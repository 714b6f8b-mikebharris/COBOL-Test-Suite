            02 ConfigPeriodStartDate pic 9(8).
            02 filler pic x.
            02 ConfigPeriodEndDate pic 9(8).
        01 CommissionPeriodConfigRecord.
            02 ConfigPeriodTag pic x(2).
                88 IsFinancialPeriodConfig value "FY".
            02 ConfigFinancialYear pic 9(4).
            02 filler pic x.
            02 ConfigFirstPeriod pic 9(2).
            02 filler pic x.
            02 ConfigLastPeriod pic 9(2).

working-storage section.
    01 SalespeopleFileStatus pic x(2).
    01 PeriodEndDate   pic 9(8) value zeroes.
    01 RunDate         pic 9(8) value zeroes.

    01 ThisFinancialYear pic 9(4) value zeroes.
    01 ThisPeriodNumber pic 9(2) value zeroes.
    01 LastPeriodNumber pic 9(2) value zeroes.
    copy FinancialPeriod replacing FinancialPeriod by ==CommissionPeriod==.
    01 ReturnedCalendarStatus pic x(2) value spaces.

    01 MaxSalespersonEntries pic 9(3) value 100.
    01 NumberOfSalespeople pic 9(3) value zeroes.
    01 SalespersonIndex pic 9(3) value zeroes.
    stop run.

LoadCommissionPeriod.
    call "GetBusinessDate" using RunDate
    display "CommissionRun: business date " RunDate
    compute PeriodStartDate = (RunDate / 100) * 100 + 1
    move RunDate to PeriodEndDate
    call "GetFinancialPeriodForDate" using RunDate, CommissionPeriod,
        ReturnedCalendarStatus
    if ReturnedCalendarStatus equal to "00"
        move CalendarStartDate of CommissionPeriod to PeriodStartDate
    end-if
    open input CommissionConfigFile
    if CommissionConfigStatus equal to "00"
        read CommissionConfigFile
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
    close CommissionConfigFile
    .

LoadFinancialPeriodRange.
    if ConfigFinancialYear is not numeric
        or ConfigFirstPeriod is not numeric
        display "CommissionRun: financial year and period must be numeric in Commission.cfg"
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
        CommissionPeriod, ReturnedCalendarStatus
    if ReturnedCalendarStatus not equal to "00"
        display "CommissionRun: period " ThisPeriodNumber " of " ThisFinancialYear
            " is not on the financial calendar"
        move 1 to return-code
        stop run
    end-if
    move CalendarStartDate of CommissionPeriod to PeriodStartDate
    call "GetFinancialPeriod" using ThisFinancialYear, LastPeriodNumber,
        CommissionPeriod, ReturnedCalendarStatus
    if ReturnedCalendarStatus not equal to "00"
        display "CommissionRun: period " LastPeriodNumber " of " ThisFinancialYear
            " is not on the financial calendar"
        move 1 to return-code
        stop run
    end-if
    move CalendarEndDate of CommissionPeriod to PeriodEndDate
    .

LoadSalespersonTable.
    move zero to NumberOfSalespeople
    open input SalespeopleFile
