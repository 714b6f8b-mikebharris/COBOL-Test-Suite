    01 StepDueFlag pic x value "N".
        88 IsStepDueTonight value "Y".

    01 BusinessDateSource pic x value space.
        88 IsOverrideBusinessDate value "O".

    01 AlertLine pic x(120) value spaces.
    01 AlertReturnCode pic 9(4) value zeroes.
    01 ShellCommand pic x(80) value spaces.

procedure division.

    call "GetBusinessDate" using RunDate
    call "GetBusinessDateSource" using BusinessDateSource
    display "BatchController: business date " RunDate
    perform LoadBankHolidayTable
    move RunDate to CheckDate
    perform CheckDateIsBusinessDay
        move 1 to return-code
    else
        display "BatchController: all " NumberOfBatchSteps " step(s) complete"
        if IsOverrideBusinessDate
            display "BatchController: business date override in force;"
                " business date not rolled forward"
        else
            call "AdvanceBusinessDate" using NextBusinessDate
        end-if
    end-if
    stop run.

    accept StepEndTime from time
    if return-code equal to zero
        set IsStepComplete to true
        move RunDate to StepLastRunDate
    else
        set IsStepFailed to true
        move "Y" to StepFailed
