identification division.
program-id. FinancialCalendar.

environment division.
configuration section.
    repository.
        function all intrinsic.

input-output section.
    file-control.
        select optional FinancialCalendarFile assign to FinancialCalendarFileName
            organization is line sequential
            file status is CalendarFileStatus.

data division.
file section.
    fd FinancialCalendarFile.
        copy FinancialPeriod replacing FinancialPeriod by
            ==FinancialPeriodRecord.
            88 EndOfFinancialCalendarFile value high-values==.

working-storage section.
    01 CalendarFileStatus pic x(2).

    01 CalendarStatus pic x(2).
        88 Successful   value "00".
        88 RecordExists value "22".
        88 NoSuchRecord value "23".
        88 InvalidData  value "90".

    01 FinancialCalendarFileName pic x(20) value "FinancialPeriods.dat".

    01 MaxPeriodsInYear pic 9(2) value 13.
    01 NumberOfPeriodsToAdd pic 9(2) value zeroes.
    01 PeriodToAdd pic 9(2) value zeroes.
    01 PatternIndex pic 9 value zero.
    01 PatternWeeks pic 9 value zero.
    01 PeriodWeeks pic 9(2) value zeroes.
    01 PeriodStartInteger pic 9(7) value zeroes.
    01 PeriodEndInteger pic 9(7) value zeroes.
    01 PatternWeekTotal pic 9(3) value zeroes.

linkage section.
    01 FinancialCalendarFileNameParm pic x(20) value spaces.
    01 ThisFinancialYear pic 9(4) value zeroes.
    01 ThisPeriodNumber pic 9(2) value zeroes.
    copy FinancialPeriod replacing FinancialPeriod by ==ThisFinancialPeriod==.
    01 ReturnedCalendarStatus pic x(2) value spaces.
    01 DateToLocate pic 9(8) value zeroes.
    01 NumberOfPeriodsInYear pic 9(2) value zeroes.
    01 FinancialYearPeriods.
        02 FinancialYearPeriodEntry occurs 13 times.
            copy FinancialPeriod replacing
                ==01== by ==03==
                ==02== by ==04==
                ==FinancialPeriod== by ==FinancialYearPeriodRecord==.
    01 YearStartDate pic 9(8) value zeroes.
    01 WeeksInYear pic 9(2) value zeroes.
    01 CalendarPattern pic x(3) value spaces.

procedure division.
    goback.

entry "SetFinancialCalendarFileName" using FinancialCalendarFileNameParm
    if FinancialCalendarFileNameParm not equal to spaces
        move FinancialCalendarFileNameParm to FinancialCalendarFileName
    end-if
    goback.

entry "GetFinancialPeriod" using ThisFinancialYear, ThisPeriodNumber,
        ThisFinancialPeriod, ReturnedCalendarStatus
    set NoSuchRecord to true
    initialize ThisFinancialPeriod
    open input FinancialCalendarFile
    read FinancialCalendarFile
        at end set EndOfFinancialCalendarFile to true
    end-read
    perform until EndOfFinancialCalendarFile
        or Successful
        if CalendarYear of FinancialPeriodRecord equal to ThisFinancialYear
            and CalendarPeriodNumber of FinancialPeriodRecord equal to ThisPeriodNumber
            move FinancialPeriodRecord to ThisFinancialPeriod
            set Successful to true
        end-if
        read FinancialCalendarFile
            at end set EndOfFinancialCalendarFile to true
        end-read
    end-perform
    close FinancialCalendarFile
    move CalendarStatus to ReturnedCalendarStatus
    goback.

entry "GetFinancialPeriodForDate" using DateToLocate, ThisFinancialPeriod,
        ReturnedCalendarStatus
    set NoSuchRecord to true
    initialize ThisFinancialPeriod
    open input FinancialCalendarFile
    read FinancialCalendarFile
        at end set EndOfFinancialCalendarFile to true
    end-read
    perform until EndOfFinancialCalendarFile
        or Successful
        if DateToLocate is not less than CalendarStartDate of FinancialPeriodRecord
            and DateToLocate is not greater than CalendarEndDate of FinancialPeriodRecord
            move FinancialPeriodRecord to ThisFinancialPeriod
            set Successful to true
        end-if
        read FinancialCalendarFile
            at end set EndOfFinancialCalendarFile to true
        end-read
    end-perform
    close FinancialCalendarFile
    move CalendarStatus to ReturnedCalendarStatus
    goback.

entry "GetFinancialYearPeriods" using ThisFinancialYear, FinancialYearPeriods,
        NumberOfPeriodsInYear
    initialize FinancialYearPeriods
    move zeroes to NumberOfPeriodsInYear
    open input FinancialCalendarFile
    read FinancialCalendarFile
        at end set EndOfFinancialCalendarFile to true
    end-read
    perform until EndOfFinancialCalendarFile
        or NumberOfPeriodsInYear equal to MaxPeriodsInYear
        if CalendarYear of FinancialPeriodRecord equal to ThisFinancialYear
            add 1 to NumberOfPeriodsInYear
            move FinancialPeriodRecord
                to FinancialYearPeriodRecord(NumberOfPeriodsInYear)
        end-if
        read FinancialCalendarFile
            at end set EndOfFinancialCalendarFile to true
        end-read
    end-perform
    close FinancialCalendarFile
    goback.

entry "AddFinancialYear" using ThisFinancialYear, YearStartDate, WeeksInYear,
        CalendarPattern, ReturnedCalendarStatus
    set Successful to true
    perform ValidateNewFinancialYear
    if Successful
        perform CheckNewYearAgainstCalendar
    end-if
    if Successful
        perform WriteNewFinancialYearPeriods
        display "AddFinancialYear: financial year " ThisFinancialYear " added with "
            NumberOfPeriodsToAdd " periods from " YearStartDate
    end-if
    move CalendarStatus to ReturnedCalendarStatus
    goback.

ValidateNewFinancialYear.
    if ThisFinancialYear equal to zero
        or YearStartDate is not numeric
        or function test-date-yyyymmdd(YearStartDate) not equal to zero
        set InvalidData to true
        display "AddFinancialYear: financial year and a valid start date are required"
        exit paragraph
    end-if
    if WeeksInYear not equal to 52
        and WeeksInYear not equal to 53
        set InvalidData to true
        display "AddFinancialYear: weeks in year must be 52 or 53, not " WeeksInYear
        exit paragraph
    end-if
    move zeroes to PatternWeekTotal
    perform varying PatternIndex from 1 by 1 until PatternIndex is greater than 3
        if CalendarPattern(PatternIndex:1) is numeric
            move CalendarPattern(PatternIndex:1) to PatternWeeks
            add PatternWeeks to PatternWeekTotal
        else
            move 99 to PatternWeekTotal
        end-if
    end-perform
    evaluate true
        when CalendarPattern equal to "444"
            move 13 to NumberOfPeriodsToAdd
        when PatternWeekTotal equal to 13
            move 12 to NumberOfPeriodsToAdd
        when other
            set InvalidData to true
            display "AddFinancialYear: calendar pattern " CalendarPattern
                " is not a 13-week quarter pattern or 444"
    end-evaluate
    .

CheckNewYearAgainstCalendar.
    open input FinancialCalendarFile
    read FinancialCalendarFile
        at end set EndOfFinancialCalendarFile to true
    end-read
    perform until EndOfFinancialCalendarFile
        or not Successful
        if CalendarYear of FinancialPeriodRecord equal to ThisFinancialYear
            set RecordExists to true
            display "AddFinancialYear: financial year " ThisFinancialYear
                " is already on the calendar"
        else
            if CalendarEndDate of FinancialPeriodRecord is not less than YearStartDate
                and CalendarStartDate of FinancialPeriodRecord is greater than zero
                and CalendarYear of FinancialPeriodRecord is less than ThisFinancialYear
                set InvalidData to true
                display "AddFinancialYear: start date " YearStartDate
                    " overlaps financial year " CalendarYear of FinancialPeriodRecord
            end-if
        end-if
        read FinancialCalendarFile
            at end set EndOfFinancialCalendarFile to true
        end-read
    end-perform
    close FinancialCalendarFile
    .

WriteNewFinancialYearPeriods.
    compute PeriodStartInteger = function integer-of-date(YearStartDate)
    open extend FinancialCalendarFile
    perform varying PeriodToAdd from 1 by 1
        until PeriodToAdd is greater than NumberOfPeriodsToAdd
        compute PatternIndex = function mod(PeriodToAdd - 1, 3) + 1
        move CalendarPattern(PatternIndex:1) to PatternWeeks
        move PatternWeeks to PeriodWeeks
        if PeriodToAdd equal to NumberOfPeriodsToAdd
            and WeeksInYear equal to 53
            add 1 to PeriodWeeks
        end-if
        compute PeriodEndInteger = PeriodStartInteger + PeriodWeeks * 7 - 1
        move spaces to FinancialPeriodRecord
        move ThisFinancialYear to CalendarYear of FinancialPeriodRecord
        move PeriodToAdd to CalendarPeriodNumber of FinancialPeriodRecord
        compute CalendarStartDate of FinancialPeriodRecord =
            function date-of-integer(PeriodStartInteger)
        compute CalendarEndDate of FinancialPeriodRecord =
            function date-of-integer(PeriodEndInteger)
        write FinancialPeriodRecord
        compute PeriodStartInteger = PeriodEndInteger + 1
    end-perform
    close FinancialCalendarFile
    .

end program FinancialCalendar.
