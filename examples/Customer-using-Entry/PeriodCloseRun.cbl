    fd PeriodCloseConfigFile.
        01 PeriodCloseConfigRecord.
            02 ConfigPeriodEndDate pic 9(8).
        01 FinancialPeriodConfigRecord.
            02 ConfigPeriodTag pic x(2).
                88 IsFinancialPeriodConfig value "FY".
            02 ConfigFinancialYear pic 9(4).
            02 filler pic x.
            02 ConfigPeriodNumber pic 9(2).

working-storage section.
    01 RunDate pic 9(8) value zeroes.
    01 PeriodCloseConfigStatus pic x(2).
    01 ConfigRecordFound pic x value "N".
        88 IsConfigRecordFound value "Y".
    01 PeriodEndDate pic 9(8) value zeroes.
    01 ReturnedPeriodStatus pic x(2) value spaces.

    01 ThisFinancialYear pic 9(4) value zeroes.
    01 ThisPeriodNumber pic 9(2) value zeroes.
    copy FinancialPeriod replacing FinancialPeriod by ==PeriodToClose==.
    01 ReturnedCalendarStatus pic x(2) value spaces.

procedure division.

    call "GetBusinessDate" using RunDate
    display "PeriodCloseRun: business date " RunDate
    move "N" to ConfigRecordFound
    open input PeriodCloseConfigFile
    if PeriodCloseConfigStatus equal to "00"
        read PeriodCloseConfigFile
            at end continue
            not at end
                if IsFinancialPeriodConfig
                    perform LoadPeriodEndFromCalendar
                else
                    if ConfigPeriodEndDate is numeric
                        and ConfigPeriodEndDate is greater than zero
                        move "Y" to ConfigRecordFound
                        move ConfigPeriodEndDate to PeriodEndDate
                    end-if
                end-if
        end-read
    end-if
    close PeriodCloseConfigFile
    if not IsConfigRecordFound
        display "PeriodCloseRun: no valid period end date or financial period found in PeriodClose.cfg"
        move 1 to return-code
        stop run
    end-if
    end-if
    stop run.

LoadPeriodEndFromCalendar.
    if ConfigFinancialYear is numeric
        and ConfigPeriodNumber is numeric
        move ConfigFinancialYear to ThisFinancialYear
        move ConfigPeriodNumber to ThisPeriodNumber
        call "GetFinancialPeriod" using ThisFinancialYear, ThisPeriodNumber,
            PeriodToClose, ReturnedCalendarStatus
        if ReturnedCalendarStatus equal to "00"
            move "Y" to ConfigRecordFound
            move CalendarEndDate of PeriodToClose to PeriodEndDate
            display "PeriodCloseRun: closing period " ThisPeriodNumber " of "
                ThisFinancialYear " ending " PeriodEndDate
        else
            display "PeriodCloseRun: period " ThisPeriodNumber " of " ThisFinancialYear
                " is not on the financial calendar"
        end-if
    end-if
    .

end program PeriodCloseRun.
