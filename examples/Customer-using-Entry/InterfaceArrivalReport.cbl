identification division.
program-id. InterfaceArrivalReport.

environment division.
configuration section.
    repository.
        function all intrinsic.

input-output section.
    file-control.
        select optional InterfaceScheduleFile assign to "InterfaceSchedule.ref"
            organization is line sequential
            file status is InterfaceScheduleFileStatus.

data division.
file section.
    fd InterfaceScheduleFile.
        01 InterfaceScheduleRecord.
            88 EndOfInterfaceScheduleFile value high-values.
            02 ScheduleInterfaceName pic x(20).
            02 filler pic x.
            02 ScheduleFrequency pic x.
                88 IsScheduledDaily  value "D".
                88 IsScheduledWeekly value "W".
            02 ScheduleDayOfWeek pic x.
            02 filler pic x.
            02 ScheduleDescription pic x(40).

working-storage section.
    01 RunDate pic 9(8) value zeroes.
    01 InterfaceScheduleFileStatus pic x(2).
    01 RunDateInteger pic 9(8) value zeroes.
    01 TodayDayOfWeek pic 9(1) value zeroes.

    01 MaxScheduleEntries pic 9(3) value 50.
    01 NumberOfScheduleEntries pic 9(3) value zeroes.
    01 ScheduleIndex pic 9(3) value zeroes.
    01 ScheduleTable.
        02 ScheduleEntry occurs 50 times.
            03 ExpectedInterfaceName pic x(20) value spaces.
            03 ExpectedDescription pic x(40) value spaces.
            03 ExpectedTodayFlag pic x value "N".
                88 IsExpectedToday value "Y".

    01 MaxArrivalEntries pic 9(3) value 200.
    01 NumberOfArrivalEntries pic 9(3) value zeroes.
    01 ArrivalIndex pic 9(3) value zeroes.
    01 ArrivalTable.
        02 ArrivalEntry occurs 200 times.
            copy InterfaceFile replacing
                ==01== by ==03==
                ==02== by ==04==
                ==03== by ==05==
                ==InterfaceFile== by ==ArrivalRecord==.

    01 InterfaceCursorId pic 9(8) value zeroes.
    01 NumberOfInterfaceFilesInPage pic 9(3) value zeroes.
    01 InterfacePageIndex pic 9(3) value zeroes.
    01 InterfaceFilePage.
        02 InterfaceFilePageEntry occurs 20 times.
            copy InterfaceFile replacing
                ==01== by ==03==
                ==02== by ==04==
                ==03== by ==05==
                ==InterfaceFile== by ==InterfaceFilePageRecord==.

    01 ArrivalFound pic x value "N".
        88 IsArrivalFound value "Y".
    01 ScheduledFound pic x value "N".
        88 IsScheduledFound value "Y".
    01 EditedControlTotal pic -(12)9.99 value zeroes.
    01 OutcomeText pic x(10) value spaces.

    01 ExpectedCount pic 9(4) value zeroes.
    01 ReceivedCount pic 9(4) value zeroes.
    01 MissingCount pic 9(4) value zeroes.
    01 RefusedCount pic 9(4) value zeroes.
    01 UnscheduledCount pic 9(4) value zeroes.

procedure division.

    call "GetBusinessDate" using RunDate
    display "InterfaceArrivalReport: business date " RunDate
    compute RunDateInteger = function integer-of-date(RunDate)
    compute TodayDayOfWeek = function mod(RunDateInteger, 7)
    perform LoadInterfaceSchedule
    perform LoadTodaysArrivals
    display "Inbound Interface Arrivals - " RunDate
    display spaces
    display "Interface            Status    Records  Control total     Outcome"
        "    File"
    perform ReportExpectedInterfaces
    perform ReportRefusedFiles
    perform ReportUnscheduledFiles
    display spaces
    display "InterfaceArrivalReport: " ExpectedCount " expected, "
        ReceivedCount " received, " MissingCount " missing"
    display "InterfaceArrivalReport: " RefusedCount " duplicate file(s) refused, "
        UnscheduledCount " unscheduled file(s) received"
    if MissingCount is greater than zero
        move 1 to return-code
    end-if
    stop run.

LoadInterfaceSchedule.
    move zeroes to NumberOfScheduleEntries
    open input InterfaceScheduleFile
    if InterfaceScheduleFileStatus not equal to "00"
        display "InterfaceArrivalReport: no interface schedule found"
        exit paragraph
    end-if
    read InterfaceScheduleFile
        at end set EndOfInterfaceScheduleFile to true
    end-read
    perform until EndOfInterfaceScheduleFile
        or NumberOfScheduleEntries equal to MaxScheduleEntries
        if ScheduleInterfaceName not equal to spaces
            add 1 to NumberOfScheduleEntries
            move ScheduleInterfaceName
                to ExpectedInterfaceName(NumberOfScheduleEntries)
            move ScheduleDescription
                to ExpectedDescription(NumberOfScheduleEntries)
            move "N" to ExpectedTodayFlag(NumberOfScheduleEntries)
            evaluate true
                when IsScheduledDaily
                    if TodayDayOfWeek not equal to 6
                        and TodayDayOfWeek not equal to 0
                        move "Y" to ExpectedTodayFlag(NumberOfScheduleEntries)
                    end-if
                when IsScheduledWeekly
                    if ScheduleDayOfWeek is numeric
                        and ScheduleDayOfWeek equal to TodayDayOfWeek
                        move "Y" to ExpectedTodayFlag(NumberOfScheduleEntries)
                    end-if
            end-evaluate
        end-if
        read InterfaceScheduleFile
            at end set EndOfInterfaceScheduleFile to true
        end-read
    end-perform
    close InterfaceScheduleFile
    .

LoadTodaysArrivals.
    move zeroes to NumberOfArrivalEntries
    move zeroes to InterfaceCursorId
    call "GetInterfaceFilesPage" using InterfaceCursorId, InterfaceFilePage,
        NumberOfInterfaceFilesInPage
    perform until NumberOfInterfaceFilesInPage equal to zero
        perform varying InterfacePageIndex from 1 by 1
            until InterfacePageIndex is greater than NumberOfInterfaceFilesInPage
            if InterfaceRunDate of InterfaceFilePageRecord(InterfacePageIndex)
                equal to RunDate
                and NumberOfArrivalEntries is less than MaxArrivalEntries
                add 1 to NumberOfArrivalEntries
                move InterfaceFilePageRecord(InterfacePageIndex)
                    to ArrivalRecord(NumberOfArrivalEntries)
            end-if
        end-perform
        move InterfaceEntryId of
            InterfaceFilePageRecord(NumberOfInterfaceFilesInPage)
            to InterfaceCursorId
        call "GetInterfaceFilesPage" using InterfaceCursorId, InterfaceFilePage,
            NumberOfInterfaceFilesInPage
    end-perform
    .

ReportExpectedInterfaces.
    perform varying ScheduleIndex from 1 by 1
        until ScheduleIndex is greater than NumberOfScheduleEntries
        if IsExpectedToday(ScheduleIndex)
            add 1 to ExpectedCount
            move "N" to ArrivalFound
            perform varying ArrivalIndex from 1 by 1
                until ArrivalIndex is greater than NumberOfArrivalEntries
                if InterfaceName of ArrivalRecord(ArrivalIndex)
                    equal to ExpectedInterfaceName(ScheduleIndex)
                    and not IsInterfaceRefused of ArrivalRecord(ArrivalIndex)
                    move "Y" to ArrivalFound
                    perform DisplayReceivedArrival
                end-if
            end-perform
            if IsArrivalFound
                add 1 to ReceivedCount
            else
                add 1 to MissingCount
                display ExpectedInterfaceName(ScheduleIndex) " MISSING   "
                    function trim(ExpectedDescription(ScheduleIndex))
            end-if
        end-if
    end-perform
    .

DisplayReceivedArrival.
    move InterfaceControlTotal of ArrivalRecord(ArrivalIndex)
        to EditedControlTotal
    if IsInterfaceOverridden of ArrivalRecord(ArrivalIndex)
        move "OVERRIDDEN" to OutcomeText
    else
        move "PROCESSED" to OutcomeText
    end-if
    display InterfaceName of ArrivalRecord(ArrivalIndex) " RECEIVED  "
        InterfaceRecordCount of ArrivalRecord(ArrivalIndex) " "
        EditedControlTotal " " OutcomeText " "
        function trim(InterfaceFileName of ArrivalRecord(ArrivalIndex))
    .

ReportRefusedFiles.
    perform varying ArrivalIndex from 1 by 1
        until ArrivalIndex is greater than NumberOfArrivalEntries
        if IsInterfaceRefused of ArrivalRecord(ArrivalIndex)
            add 1 to RefusedCount
            display InterfaceName of ArrivalRecord(ArrivalIndex) " REFUSED   "
                InterfaceRecordCount of ArrivalRecord(ArrivalIndex)
                " duplicate of register entry "
                InterfacePreviousEntryId of ArrivalRecord(ArrivalIndex) " "
                function trim(InterfaceFileName of ArrivalRecord(ArrivalIndex))
        end-if
    end-perform
    .

ReportUnscheduledFiles.
    perform varying ArrivalIndex from 1 by 1
        until ArrivalIndex is greater than NumberOfArrivalEntries
        if not IsInterfaceRefused of ArrivalRecord(ArrivalIndex)
            move "N" to ScheduledFound
            perform varying ScheduleIndex from 1 by 1
                until ScheduleIndex is greater than NumberOfScheduleEntries
                if ExpectedInterfaceName(ScheduleIndex)
                    equal to InterfaceName of ArrivalRecord(ArrivalIndex)
                    and IsExpectedToday(ScheduleIndex)
                    move "Y" to ScheduledFound
                end-if
            end-perform
            if not IsScheduledFound
                add 1 to UnscheduledCount
                move InterfaceControlTotal of ArrivalRecord(ArrivalIndex)
                    to EditedControlTotal
                display InterfaceName of ArrivalRecord(ArrivalIndex)
                    " UNSCHEDULED "
                    InterfaceRecordCount of ArrivalRecord(ArrivalIndex) " "
                    EditedControlTotal " "
                    function trim(InterfaceFileName of ArrivalRecord(ArrivalIndex))
            end-if
        end-if
    end-perform
    .

end program InterfaceArrivalReport.
