identification division.
program-id. FinancialCalendarRun.

environment division.
configuration section.
    repository.
        function all intrinsic.

input-output section.
    file-control.
        select optional FinancialCalendarConfigFile assign to "FinancialCalendar.cfg"
            organization is line sequential
            file status is FinancialCalendarConfigStatus.

data division.
file section.
    fd FinancialCalendarConfigFile.
        01 FinancialCalendarConfigRecord.
            02 ConfigFinancialYear pic 9(4).
            02 filler pic x.
            02 ConfigYearStartDate pic 9(8).
            02 filler pic x.
            02 ConfigWeeksInYear pic 9(2).
            02 filler pic x.
            02 ConfigCalendarPattern pic x(3).

working-storage section.
    01 RunDate pic 9(8) value zeroes.
    01 FinancialCalendarConfigStatus pic x(2).
    01 ConfigRecordFound pic x value "N".
        88 IsConfigRecordFound value "Y".

    01 ThisFinancialYear pic 9(4) value zeroes.
    01 YearStartDate pic 9(8) value zeroes.
    01 WeeksInYear pic 9(2) value 52.
    01 CalendarPattern pic x(3) value "445".
    01 ReturnedCalendarStatus pic x(2) value spaces.

    01 NumberOfPeriodsInYear pic 9(2) value zeroes.
    01 PeriodIndex pic 9(2) value zeroes.
    01 FinancialYearPeriods.
        02 FinancialYearPeriodEntry occurs 13 times.
            copy FinancialPeriod replacing
                ==01== by ==03==
                ==02== by ==04==
                ==FinancialPeriod== by ==FinancialYearPeriodRecord==.
    01 PeriodStartInteger pic 9(7) value zeroes.
    01 PeriodEndInteger pic 9(7) value zeroes.
    01 PeriodWeeks pic 9(2) value zeroes.
    01 CalendarReportLine pic x(80) value spaces.

procedure division.

    call "GetBusinessDate" using RunDate
    display "FinancialCalendarRun: business date " RunDate
    move "N" to ConfigRecordFound
    open input FinancialCalendarConfigFile
    if FinancialCalendarConfigStatus equal to "00"
        read FinancialCalendarConfigFile
            at end continue
            not at end
                if ConfigFinancialYear is numeric
                    and ConfigYearStartDate is numeric
                    and ConfigFinancialYear is greater than zero
                    move "Y" to ConfigRecordFound
                    move ConfigFinancialYear to ThisFinancialYear
                    move ConfigYearStartDate to YearStartDate
                    if ConfigWeeksInYear is numeric
                        and ConfigWeeksInYear is greater than zero
                        move ConfigWeeksInYear to WeeksInYear
                    end-if
                    if ConfigCalendarPattern not equal to spaces
                        move ConfigCalendarPattern to CalendarPattern
                    end-if
                end-if
        end-read
    end-if
    close FinancialCalendarConfigFile
    if not IsConfigRecordFound
        display "FinancialCalendarRun: no valid financial year and start date found in FinancialCalendar.cfg"
        move 1 to return-code
        stop run
    end-if
    call "AddFinancialYear" using ThisFinancialYear, YearStartDate, WeeksInYear,
        CalendarPattern, ReturnedCalendarStatus
    if ReturnedCalendarStatus not equal to "00"
        move 1 to return-code
        stop run
    end-if
    perform PrintFinancialYearPeriods
    stop run.

PrintFinancialYearPeriods.
    call "GetFinancialYearPeriods" using ThisFinancialYear, FinancialYearPeriods,
        NumberOfPeriodsInYear
    display "Financial calendar for year " ThisFinancialYear
        " (" CalendarPattern ", " WeeksInYear " weeks)"
    display "Period  Start     End       Weeks"
    perform varying PeriodIndex from 1 by 1
        until PeriodIndex is greater than NumberOfPeriodsInYear
        compute PeriodStartInteger = function integer-of-date(
            CalendarStartDate of FinancialYearPeriodRecord(PeriodIndex))
        compute PeriodEndInteger = function integer-of-date(
            CalendarEndDate of FinancialYearPeriodRecord(PeriodIndex))
        compute PeriodWeeks = (PeriodEndInteger - PeriodStartInteger + 1) / 7
        move spaces to CalendarReportLine
        move CalendarPeriodNumber of FinancialYearPeriodRecord(PeriodIndex)
            to CalendarReportLine(3:2)
        move CalendarStartDate of FinancialYearPeriodRecord(PeriodIndex)
            to CalendarReportLine(9:8)
        move CalendarEndDate of FinancialYearPeriodRecord(PeriodIndex)
            to CalendarReportLine(19:8)
        move PeriodWeeks to CalendarReportLine(30:2)
        display CalendarReportLine
    end-perform
    .

end program FinancialCalendarRun.
