identification division.
program-id. YearEndCloseRun.

environment division.
configuration section.
    repository.
        function all intrinsic.

input-output section.
    file-control.
        select optional YearEndCloseConfigFile assign to "YearEndClose.cfg"
            organization is line sequential
            file status is YearEndCloseConfigStatus.

data division.
file section.
    fd YearEndCloseConfigFile.
        01 YearEndCloseConfigRecord.
            02 ConfigFinancialYear pic 9(4).

working-storage section.
    01 RunDate pic 9(8) value zeroes.
    01 YearEndCloseConfigStatus pic x(2).
    01 ConfigRecordFound pic x value "N".
        88 IsConfigRecordFound value "Y".

    01 ThisFinancialYear pic 9(4) value zeroes.
    01 ReturnedPeriodStatus pic x(2) value spaces.

procedure division.

    call "GetBusinessDate" using RunDate
    display "YearEndCloseRun: business date " RunDate
    move "N" to ConfigRecordFound
    open input YearEndCloseConfigFile
    if YearEndCloseConfigStatus equal to "00"
        read YearEndCloseConfigFile
            at end continue
            not at end
                if ConfigFinancialYear is numeric
                    and ConfigFinancialYear is greater than zero
                    move "Y" to ConfigRecordFound
                    move ConfigFinancialYear to ThisFinancialYear
                end-if
        end-read
    end-if
    close YearEndCloseConfigFile
    if not IsConfigRecordFound
        display "YearEndCloseRun: no valid financial year found in YearEndClose.cfg"
        move 1 to return-code
        stop run
    end-if
    call "CloseFinancialYear" using ThisFinancialYear, ReturnedPeriodStatus
    if ReturnedPeriodStatus not equal to "00"
        move 1 to return-code
    end-if
    stop run.

end program YearEndCloseRun.
