identification division.
program-id. NightRunRegressionTest.

environment division.
configuration section.
    repository.
        function all intrinsic.
input-output section.
    file-control.
        select optional RegressionConfigFile assign to RegressionConfigFileName
            organization is line sequential
            file status is RegressionConfigStatus.

        select optional RegressionManifestFile assign to RegressionManifestFileName
            organization is line sequential
            file status is RegressionManifestStatus.

        select optional BusinessDateOverrideFile assign to BusinessDateOverrideFileName
            organization is line sequential.

        select optional ControllerOutputFile assign to ControllerOutputFileName
            organization is line sequential
            file status is ControllerOutputStatus.

        select optional StepReportFile assign to StepReportFileName
            organization is line sequential.

        select optional ApprovedFile assign to ApprovedFileName
            organization is line sequential
            file status is ApprovedFileStatus.

        select optional ProducedFile assign to ProducedFileName
            organization is line sequential
            file status is ProducedFileStatus.

data division.
file section.
    fd RegressionConfigFile.
    01 RegressionConfigRecord.
        02 ConfigBusinessDate pic 9(8).
        02 filler pic x.
        02 ConfigRegressionMode pic x.
        02 filler pic x.
        02 ConfigPromoteFileName pic x(40).

    fd RegressionManifestFile.
    01 RegressionManifestRecord.
        88 EndOfRegressionManifest value high-values.
        02 ManifestStepNumber pic 9(2).
        02 filler pic x.
        02 ManifestFileName pic x(40).

    fd BusinessDateOverrideFile.
    01 BusinessDateOverrideRecord pic 9(8).

    fd ControllerOutputFile.
    01 ControllerOutputRecord pic x(200).
        88 EndOfControllerOutput value high-values.

    fd StepReportFile.
    01 StepReportRecord pic x(200).

    fd ApprovedFile.
    01 ApprovedRecord pic x(200).

    fd ProducedFile.
    01 ProducedRecord pic x(200).

working-storage section.
    copy TestRunCounters.

    01 RegressionConfigFileName pic x(60) value "regression/NightRunRegression.cfg".
    01 RegressionManifestFileName pic x(60) value "regression/NightRunRegression.lst".
    01 BusinessDateOverrideFileName pic x(60) value "regression/work/BusinessDate.cfg".
    01 ControllerOutputFileName pic x(60) value "regression/work/BatchController.out".
    01 FrozenDirectory pic x(40) value "regression/frozen".
    01 WorkDirectory pic x(40) value "regression/work".
    01 ApprovedDirectory pic x(40) value "regression/approved".
    01 ControllerCommand pic x(80)
        value "../../examples/Customer-using-Entry/BatchController".
    01 GeneratorCommand pic x(80)
        value "../../examples/Customer-using-Entry/TestDataGenerator".
    01 GeneratorConfigName pic x(40) value "TestDataGenerator.cfg".
    01 GeneratorReturnCode pic s9(4) value zeroes.
    01 ShellCommand pic x(200) value spaces.

    01 RegressionConfigStatus pic x(2).
    01 RegressionManifestStatus pic x(2).
    01 ControllerOutputStatus pic x(2).
    01 ApprovedFileStatus pic x(2).
    01 ProducedFileStatus pic x(2).

    01 ConfigRecordFound pic x value "N".
        88 IsConfigRecordFound value "Y".
    01 RegressionBusinessDate pic 9(8) value zeroes.
    01 RegressionMode pic x value "R".
        88 IsRunAndCompareMode value "R".
        88 IsPromoteMode       value "P".
    01 PromoteFileName pic x(40) value spaces.

    01 MaxCompareEntries pic 9(3) value 80.
    01 NumberOfCompareEntries pic 9(3) value zeroes.
    01 CompareIndex pic 9(3) value zeroes.
    01 CompareTable.
        02 CompareEntry occurs 80 times.
            03 CompareStepNumber pic 9(2) value zeroes.
            03 CompareFileName pic x(40) value spaces.

    01 CurrentStepNumber pic 9(2) value zeroes.
    01 StepReportFileName pic x(60) value spaces.
    01 StepReportName pic x(40) value spaces.
    01 StepMarker pic x(30) value "BatchController: running step ".
    01 ControllerReturnCode pic s9(4) value zeroes.

    01 ApprovedFileName pic x(100) value spaces.
    01 ProducedFileName pic x(100) value spaces.
    01 ApprovedAtEnd pic x value "N".
        88 IsApprovedAtEnd value "Y".
    01 ProducedAtEnd pic x value "N".
        88 IsProducedAtEnd value "Y".
    01 CompareLineNumber pic 9(6) value zeroes.
    01 DifferenceCount pic 9(6) value zeroes.
    01 MaxReportedDifferences pic 9(3) value 10.
    01 TestDescription pic x(120) value spaces.
    01 PromotedFileCount pic 9(3) value zeroes.

procedure division.

    move zero to TestsPassedCount, TestsFailedCount
    call "SetTestResultsProgram" using "NightRunRegressionTest"
    perform LoadRegressionConfig
    if not IsConfigRecordFound
        display "NightRunRegressionTest: no valid business date in "
            function trim(RegressionConfigFileName) "; night run not checked"
        perform DisplayTestCounts
        stop run
    end-if
    perform LoadRegressionManifest
    if IsPromoteMode
        perform PromoteApprovedBaselines
        stop run
    end-if
    move spaces to ShellCommand
    string "test -d " function trim(FrozenDirectory) into ShellCommand
    end-string
    call "SYSTEM" using ShellCommand
    if return-code not equal to zero
        move zero to return-code
        move "Frozen night-run dataset is present" to TestDescription
        perform RecordFailedCheck
        display "  " function trim(FrozenDirectory) " not found"
        perform DisplayTestCounts
        stop run
    end-if
    perform RestoreFrozenDataset
    perform BuildGeneratedDataset
    perform RunNightSchedule
    perform SplitControllerOutputBySteps
    perform varying CompareIndex from 1 by 1
        until CompareIndex is greater than NumberOfCompareEntries
        perform CompareFileWithBaseline
    end-perform
    perform DisplayTestCounts
    stop run.

LoadRegressionConfig.
    move "N" to ConfigRecordFound
    open input RegressionConfigFile
    if RegressionConfigStatus equal to "00"
        read RegressionConfigFile
            at end continue
            not at end
                if ConfigBusinessDate is numeric
                    and ConfigBusinessDate is greater than zero
                    move "Y" to ConfigRecordFound
                    move ConfigBusinessDate to RegressionBusinessDate
                    if ConfigRegressionMode equal to "P"
                        move "P" to RegressionMode
                    end-if
                    move ConfigPromoteFileName to PromoteFileName
                end-if
        end-read
    end-if
    close RegressionConfigFile
    .

LoadRegressionManifest.
    move zero to NumberOfCompareEntries
    open input RegressionManifestFile
    if RegressionManifestStatus equal to "00"
        read RegressionManifestFile
            at end set EndOfRegressionManifest to true
        end-read
        perform until EndOfRegressionManifest
            if ManifestStepNumber is numeric
                and ManifestFileName not equal to spaces
                and NumberOfCompareEntries is less than MaxCompareEntries
                add 1 to NumberOfCompareEntries
                move ManifestStepNumber to CompareStepNumber(NumberOfCompareEntries)
                move ManifestFileName to CompareFileName(NumberOfCompareEntries)
            end-if
            read RegressionManifestFile
                at end set EndOfRegressionManifest to true
            end-read
        end-perform
    end-if
    close RegressionManifestFile
    .

RestoreFrozenDataset.
    move spaces to ShellCommand
    string
        "rm -rf " function trim(WorkDirectory)
        " && mkdir -p " function trim(WorkDirectory)
        " && cp -p " function trim(FrozenDirectory) "/* "
        function trim(WorkDirectory) "/"
        into ShellCommand
    end-string
    call "SYSTEM" using ShellCommand
    open output BusinessDateOverrideFile
    move RegressionBusinessDate to BusinessDateOverrideRecord
    write BusinessDateOverrideRecord
    close BusinessDateOverrideFile
    display "NightRunRegressionTest: frozen dataset restored; business date "
        RegressionBusinessDate
    .

BuildGeneratedDataset.
    move spaces to ShellCommand
    string
        "test -f " function trim(WorkDirectory) "/"
        function trim(GeneratorConfigName)
        into ShellCommand
    end-string
    move zero to return-code
    call "SYSTEM" using ShellCommand
    if return-code not equal to zero
        move zero to return-code
        exit paragraph
    end-if
    move spaces to ShellCommand
    string
        "cd " function trim(WorkDirectory)
        " && " function trim(GeneratorCommand)
        " > TestDataGenerator.out 2>&1"
        into ShellCommand
    end-string
    move zero to return-code
    call "SYSTEM" using ShellCommand
    move return-code to GeneratorReturnCode
    move zero to return-code
    move "Frozen dataset generated from the pinned business date" to TestDescription
    if GeneratorReturnCode equal to zero
        perform RecordPassedCheck
    else
        perform RecordFailedCheck
    end-if
    .

RunNightSchedule.
    move spaces to ShellCommand
    string
        "cd " function trim(WorkDirectory)
        " && " function trim(ControllerCommand)
        " > BatchController.out 2>&1"
        into ShellCommand
    end-string
    move zero to return-code
    call "SYSTEM" using ShellCommand
    move return-code to ControllerReturnCode
    move zero to return-code
    move "Night run schedule completes every step" to TestDescription
    if ControllerReturnCode equal to zero
        perform RecordPassedCheck
    else
        perform RecordFailedCheck
    end-if
    .

SplitControllerOutputBySteps.
    move zero to CurrentStepNumber
    perform OpenStepReport
    open input ControllerOutputFile
    if ControllerOutputStatus equal to "00"
        read ControllerOutputFile
            at end set EndOfControllerOutput to true
        end-read
        perform until EndOfControllerOutput
            if ControllerOutputRecord(1:30) equal to StepMarker
                and ControllerOutputRecord(31:2) is numeric
                close StepReportFile
                move ControllerOutputRecord(31:2) to CurrentStepNumber
                perform OpenStepReport
            end-if
            move ControllerOutputRecord to StepReportRecord
            write StepReportRecord
            read ControllerOutputFile
                at end set EndOfControllerOutput to true
            end-read
        end-perform
    end-if
    close ControllerOutputFile
    close StepReportFile
    .

OpenStepReport.
    move spaces to StepReportName
    string "step-" CurrentStepNumber ".out" delimited by size
        into StepReportName
    end-string
    move spaces to StepReportFileName
    string function trim(WorkDirectory) "/" function trim(StepReportName)
        delimited by size into StepReportFileName
    end-string
    open output StepReportFile
    if NumberOfCompareEntries is less than MaxCompareEntries
        add 1 to NumberOfCompareEntries
        move CurrentStepNumber to CompareStepNumber(NumberOfCompareEntries)
        move StepReportName to CompareFileName(NumberOfCompareEntries)
    end-if
    .

CompareFileWithBaseline.
    move spaces to ApprovedFileName, ProducedFileName, TestDescription
    string function trim(ApprovedDirectory) "/" function trim(CompareFileName(CompareIndex))
        delimited by size into ApprovedFileName
    end-string
    string function trim(WorkDirectory) "/" function trim(CompareFileName(CompareIndex))
        delimited by size into ProducedFileName
    end-string
    string "Step " CompareStepNumber(CompareIndex) " "
        function trim(CompareFileName(CompareIndex))
        " matches approved baseline" delimited by size
        into TestDescription
    end-string
    move zero to CompareLineNumber, DifferenceCount
    move "N" to ApprovedAtEnd, ProducedAtEnd
    open input ApprovedFile
    open input ProducedFile
    if ApprovedFileStatus not equal to "00"
        perform RecordFailedCheck
        display "  step " CompareStepNumber(CompareIndex) " file "
            function trim(CompareFileName(CompareIndex)) ": no approved baseline"
        close ApprovedFile
        close ProducedFile
        exit paragraph
    end-if
    if ProducedFileStatus not equal to "00"
        perform RecordFailedCheck
        display "  step " CompareStepNumber(CompareIndex) " file "
            function trim(CompareFileName(CompareIndex)) ": not produced by the night run"
        close ApprovedFile
        close ProducedFile
        exit paragraph
    end-if
    perform ReadApprovedAndProducedLines
    perform until IsApprovedAtEnd and IsProducedAtEnd
        add 1 to CompareLineNumber
        if IsApprovedAtEnd
            move spaces to ApprovedRecord
        end-if
        if IsProducedAtEnd
            move spaces to ProducedRecord
        end-if
        if IsApprovedAtEnd or IsProducedAtEnd
            or ApprovedRecord not equal to ProducedRecord
            perform ReportLineDifference
        end-if
        perform ReadApprovedAndProducedLines
    end-perform
    close ApprovedFile
    close ProducedFile
    if DifferenceCount equal to zero
        perform RecordPassedCheck
    else
        perform RecordFailedCheck
        display "  step " CompareStepNumber(CompareIndex) " file "
            function trim(CompareFileName(CompareIndex)) ": "
            DifferenceCount " line(s) differ"
    end-if
    .

ReadApprovedAndProducedLines.
    if not IsApprovedAtEnd
        read ApprovedFile
            at end move "Y" to ApprovedAtEnd
        end-read
    end-if
    if not IsProducedAtEnd
        read ProducedFile
            at end move "Y" to ProducedAtEnd
        end-read
    end-if
    .

ReportLineDifference.
    add 1 to DifferenceCount
    if DifferenceCount is greater than MaxReportedDifferences
        exit paragraph
    end-if
    if DifferenceCount equal to 1
        display "Differences in step " CompareStepNumber(CompareIndex) " file "
            function trim(CompareFileName(CompareIndex)) ":"
    end-if
    if IsApprovedAtEnd
        display "  line " CompareLineNumber " approved: (end of file)"
    else
        display "  line " CompareLineNumber " approved: "
            function trim(ApprovedRecord trailing)
    end-if
    if IsProducedAtEnd
        display "  line " CompareLineNumber " produced: (end of file)"
    else
        display "  line " CompareLineNumber " produced: "
            function trim(ProducedRecord trailing)
    end-if
    .

PromoteApprovedBaselines.
    move zero to PromotedFileCount
    move spaces to ShellCommand
    string "mkdir -p " function trim(ApprovedDirectory) into ShellCommand
    end-string
    call "SYSTEM" using ShellCommand
    if PromoteFileName not equal to spaces
        move PromoteFileName to StepReportName
        perform PromoteOneFile
    else
        move spaces to ShellCommand
        string
            "cp -p " function trim(WorkDirectory) "/step-*.out "
            function trim(ApprovedDirectory) "/"
            into ShellCommand
        end-string
        call "SYSTEM" using ShellCommand
        perform varying CompareIndex from 1 by 1
            until CompareIndex is greater than NumberOfCompareEntries
            move CompareFileName(CompareIndex) to StepReportName
            perform PromoteOneFile
        end-perform
    end-if
    display "NightRunRegressionTest: " PromotedFileCount
        " file(s) promoted to " function trim(ApprovedDirectory)
    .

PromoteOneFile.
    move spaces to ShellCommand
    string
        "cp -p " function trim(WorkDirectory) "/" function trim(StepReportName)
        " " function trim(ApprovedDirectory) "/"
        into ShellCommand
    end-string
    move zero to return-code
    call "SYSTEM" using ShellCommand
    if return-code equal to zero
        add 1 to PromotedFileCount
        display "  promoted " function trim(StepReportName)
    else
        display "  not promoted " function trim(StepReportName)
            " - not found in " function trim(WorkDirectory)
    end-if
    move zero to return-code
    .

RecordPassedCheck.
    add 1 to TestsPassedCount
    display "Passed: " function trim(TestDescription)
    call "WriteAssertionLog" using "PASS", TestDescription
    .

RecordFailedCheck.
    add 1 to TestsFailedCount
    display "Failed: " function trim(TestDescription)
    call "WriteAssertionLog" using "FAIL", TestDescription
    .

DisplayTestCounts.
    display spaces
    display TestsPassedCount " passed, " TestsFailedCount " failed"
    if TestsFailedCount is greater than zero
        move 1 to return-code
    end-if
    .

end program NightRunRegressionTest.
