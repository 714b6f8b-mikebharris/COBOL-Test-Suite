identification division.
program-id. ScreeningDecisionApply.

environment division.
configuration section.
    repository.
        function all intrinsic.

input-output section.
    file-control.
        select optional ScreeningDecisionFile assign to ScreeningDecisionFileName
            organization is line sequential.

data division.
file section.
    fd ScreeningDecisionFile.
        01 ScreeningDecisionRecord.
            88 EndOfScreeningDecisionFile value high-values.
            02 DecisionCaseId pic 9(6).
            02 filler pic x.
            02 DecisionCode pic x.
            02 filler pic x.
            02 DecisionOperator pic x(8).
            02 filler pic x.
            02 DecisionText pic x(60).

working-storage section.
    01 RunDate pic 9(8) value zeroes.
    01 ScreeningDecisionFileName pic x(30) value "ScreeningDecisions.imp".

    copy ScreeningCase replacing ScreeningCase by ==DecidedCase==.
    01 ThisScreeningCaseId pic 9(6) value zeroes.
    01 ThisCaseDecision pic x value space.
    01 ThisDecisionBy pic x(8) value spaces.
    01 ThisDecisionNote pic x(60) value spaces.
    01 ReturnedScreeningStatus pic x(2) value spaces.

    01 ClearedCount pic 9(6) value zeroes.
    01 ConfirmedCount pic 9(6) value zeroes.
    01 RejectedCount pic 9(6) value zeroes.

procedure division.

    call "GetBusinessDate" using RunDate
    display "ScreeningDecisionApply: business date " RunDate
    open input ScreeningDecisionFile
    read ScreeningDecisionFile
        at end set EndOfScreeningDecisionFile to true
    end-read
    perform until EndOfScreeningDecisionFile
        perform ApplyScreeningDecision
        read ScreeningDecisionFile
            at end set EndOfScreeningDecisionFile to true
        end-read
    end-perform
    close ScreeningDecisionFile
    display "ScreeningDecisionApply: " ClearedCount " case(s) cleared, "
        ConfirmedCount " confirmed, " RejectedCount " rejected"
    stop run.

ApplyScreeningDecision.
    if DecisionCaseId is not numeric
        add 1 to RejectedCount
        display "ScreeningDecisionApply: invalid case id '" DecisionCaseId "'"
        exit paragraph
    end-if
    if DecisionText equal to spaces
        add 1 to RejectedCount
        display "ScreeningDecisionApply: case " DecisionCaseId
            " rejected - a decision note is required"
        exit paragraph
    end-if
    move DecisionCaseId to ThisScreeningCaseId
    move DecisionCode to ThisCaseDecision
    move DecisionOperator to ThisDecisionBy
    move DecisionText to ThisDecisionNote
    call "RecordScreeningDecision" using ThisScreeningCaseId, ThisCaseDecision,
        ThisDecisionBy, ThisDecisionNote, ReturnedScreeningStatus
    if ReturnedScreeningStatus not equal to "00"
        add 1 to RejectedCount
        display "ScreeningDecisionApply: decision on case " ThisScreeningCaseId
            " rejected - status " ReturnedScreeningStatus
        exit paragraph
    end-if
    call "GetScreeningCaseById" using DecidedCase, ThisScreeningCaseId
    if IsCaseCleared of DecidedCase
        add 1 to ClearedCount
        display "ScreeningDecisionApply: case " ThisScreeningCaseId
            " for customer " CustomerId of DecidedCase " cleared by "
            function trim(ThisDecisionBy)
    else
        add 1 to ConfirmedCount
        display "ScreeningDecisionApply: case " ThisScreeningCaseId
            " for customer " CustomerId of DecidedCase
            " CONFIRMED - account remains on hold"
    end-if
    .

end program ScreeningDecisionApply.
