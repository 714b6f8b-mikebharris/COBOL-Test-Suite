identification division.
program-id. ComplaintReviewReport.

environment division.
configuration section.
    repository.
        function all intrinsic.

input-output section.
    file-control.
        select optional ComplaintReviewConfigFile assign to "ComplaintReview.cfg"
            organization is line sequential
            file status is ComplaintReviewConfigStatus.

data division.
file section.
    fd ComplaintReviewConfigFile.
        01 ComplaintReviewConfigRecord.
            02 ConfigReviewMonth pic 9(6).

working-storage section.
    01 ComplaintReviewConfigStatus pic x(2).

    01 RunDate pic 9(8) value zeroes.
    01 ReviewMonth pic 9(6) value zeroes.
    01 ReviewStartDate pic 9(8) value zeroes.
    01 ReviewEndDate pic 9(8) value zeroes.

    01 ComplaintCursorId pic 9(6) value zeroes.
    01 NumberOfComplaintsInPage pic 9(3) value zeroes.
    01 ComplaintPageIndex pic 9(3) value zeroes.
    01 ComplaintPage.
        02 ComplaintPageEntry occurs 20 times.
            copy Complaint replacing
                ==01== by ==03==
                ==02== by ==04==
                ==03== by ==05==
                ==Complaint== by ==ComplaintPageRecord==.
    copy Complaint replacing Complaint by ==CurrentComplaint==.

    01 MaxSummaryEntries pic 9(4) value 500.
    01 NumberOfSummaryEntries pic 9(4) value zeroes.
    01 SummaryIndex pic 9(4) value zeroes.
    01 SummaryTable.
        02 SummaryEntry occurs 500 times.
            03 SummaryDimension pic x value space.
            03 SummaryKey pic x(12) value spaces.
            03 SummaryComplaintCount pic 9(6) value zeroes.
            03 SummaryOpenCount pic 9(6) value zeroes.
            03 SummaryResolvedCount pic 9(6) value zeroes.
            03 SummaryDaysToResolve pic 9(8) value zeroes.
    01 ThisDimension pic x value space.
        88 IsCategoryDimension  value "A".
        88 IsRootCauseDimension value "B".
        88 IsCarrierDimension   value "C".
        88 IsProductDimension   value "D".
    01 ThisSummaryKey pic x(12) value spaces.
    01 SummaryFound pic x value "N".
        88 IsSummaryFound value "Y".
    01 SummaryTableWarningIssued pic x value "N".
        88 IsSummaryTableWarningIssued value "Y".

    01 DaysToResolve pic 9(6) value zeroes.
    01 ComplaintsInMonth pic 9(6) value zeroes.
    01 OpenInMonth pic 9(6) value zeroes.
    01 ResolvedInMonth pic 9(6) value zeroes.
    01 TotalDaysToResolve pic 9(8) value zeroes.
    01 AverageDaysToResolve pic 9(4)v9 value zeroes.

    01 EditedCount pic z(5)9 value zeroes.
    01 EditedAverage pic z(3)9.9 value zeroes.
    01 ReviewReportLine pic x(80) value spaces.

procedure division.

    perform LoadComplaintReviewConfig
    perform ProcessComplaintPages
    perform PrintComplaintReviewReport
    stop run.

LoadComplaintReviewConfig.
    call "GetBusinessDate" using RunDate
    display "ComplaintReviewReport: business date " RunDate
    compute ReviewMonth = RunDate / 100
    open input ComplaintReviewConfigFile
    if ComplaintReviewConfigStatus equal to "00"
        read ComplaintReviewConfigFile
            at end continue
            not at end
                if ConfigReviewMonth is numeric
                    and ConfigReviewMonth is greater than zero
                    move ConfigReviewMonth to ReviewMonth
                end-if
        end-read
    end-if
    close ComplaintReviewConfigFile
    compute ReviewStartDate = ReviewMonth * 100 + 1
    compute ReviewEndDate = ReviewMonth * 100 + 31
    .

ProcessComplaintPages.
    move zero to ComplaintCursorId
    call "GetComplaintsPage" using ComplaintCursorId, ComplaintPage,
        NumberOfComplaintsInPage
    perform until NumberOfComplaintsInPage equal to zero
        perform varying ComplaintPageIndex from 1 by 1
            until ComplaintPageIndex is greater than NumberOfComplaintsInPage
            move ComplaintPageRecord(ComplaintPageIndex) to CurrentComplaint
            if ComplaintRaisedDate of CurrentComplaint is not less than ReviewStartDate
                and ComplaintRaisedDate of CurrentComplaint
                    is not greater than ReviewEndDate
                perform AccumulateComplaint
            end-if
        end-perform
        move ComplaintId of ComplaintPageRecord(NumberOfComplaintsInPage)
            to ComplaintCursorId
        call "GetComplaintsPage" using ComplaintCursorId, ComplaintPage,
            NumberOfComplaintsInPage
    end-perform
    .

AccumulateComplaint.
    add 1 to ComplaintsInMonth
    move zero to DaysToResolve
    if IsComplaintResolved of CurrentComplaint
        compute DaysToResolve =
            function integer-of-date(ComplaintResolvedDate of CurrentComplaint)
            - function integer-of-date(ComplaintRaisedDate of CurrentComplaint)
        add 1 to ResolvedInMonth
        add DaysToResolve to TotalDaysToResolve
    else
        add 1 to OpenInMonth
    end-if
    set IsCategoryDimension to true
    move ComplaintCategory of CurrentComplaint to ThisSummaryKey
    perform AccumulateSummaryEntry
    if IsComplaintResolved of CurrentComplaint
        set IsRootCauseDimension to true
        move RootCauseCode of CurrentComplaint to ThisSummaryKey
        perform AccumulateSummaryEntry
    end-if
    set IsCarrierDimension to true
    move CarrierCode of CurrentComplaint to ThisSummaryKey
    if ThisSummaryKey equal to spaces
        move "(none)" to ThisSummaryKey
    end-if
    perform AccumulateSummaryEntry
    set IsProductDimension to true
    move ProductCode of CurrentComplaint to ThisSummaryKey
    if ThisSummaryKey equal to spaces
        move "(none)" to ThisSummaryKey
    end-if
    perform AccumulateSummaryEntry
    .

AccumulateSummaryEntry.
    move "N" to SummaryFound
    perform varying SummaryIndex from 1 by 1
        until SummaryIndex is greater than NumberOfSummaryEntries
            or IsSummaryFound
        if SummaryDimension(SummaryIndex) equal to ThisDimension
            and SummaryKey(SummaryIndex) equal to ThisSummaryKey
            move "Y" to SummaryFound
        end-if
    end-perform
    if IsSummaryFound
        subtract 1 from SummaryIndex
    else
        if NumberOfSummaryEntries is less than MaxSummaryEntries
            add 1 to NumberOfSummaryEntries
            move NumberOfSummaryEntries to SummaryIndex
            move ThisDimension to SummaryDimension(SummaryIndex)
            move ThisSummaryKey to SummaryKey(SummaryIndex)
        else
            if not IsSummaryTableWarningIssued
                move "Y" to SummaryTableWarningIssued
                display "ComplaintReviewReport: WARNING - summary table full at "
                    MaxSummaryEntries "; further entries were not reported"
            end-if
            exit paragraph
        end-if
    end-if
    add 1 to SummaryComplaintCount(SummaryIndex)
    if IsComplaintResolved of CurrentComplaint
        add 1 to SummaryResolvedCount(SummaryIndex)
        add DaysToResolve to SummaryDaysToResolve(SummaryIndex)
    else
        add 1 to SummaryOpenCount(SummaryIndex)
    end-if
    .

PrintComplaintReviewReport.
    display "Complaints Review for month " ReviewMonth
    display spaces
    set IsCategoryDimension to true
    display "By category"
    perform PrintSummaryDimension
    set IsRootCauseDimension to true
    display "By root cause (resolved complaints)"
    perform PrintSummaryDimension
    set IsCarrierDimension to true
    display "By carrier"
    perform PrintSummaryDimension
    set IsProductDimension to true
    display "By product"
    perform PrintSummaryDimension
    move spaces to ReviewReportLine
    move "Total" to ReviewReportLine(1:12)
    move ComplaintsInMonth to EditedCount
    move EditedCount to ReviewReportLine(15:6)
    move OpenInMonth to EditedCount
    move EditedCount to ReviewReportLine(23:6)
    move ResolvedInMonth to EditedCount
    move EditedCount to ReviewReportLine(31:6)
    if ResolvedInMonth is greater than zero
        compute AverageDaysToResolve rounded = TotalDaysToResolve / ResolvedInMonth
        move AverageDaysToResolve to EditedAverage
        move EditedAverage to ReviewReportLine(40:6)
    end-if
    display ReviewReportLine
    display spaces
    display "ComplaintReviewReport: " ComplaintsInMonth " complaint(s) raised, "
        ResolvedInMonth " resolved, " OpenInMonth " still open"
    .

PrintSummaryDimension.
    display "Key           Raised    Open Resolved  Avg days"
    perform varying SummaryIndex from 1 by 1
        until SummaryIndex is greater than NumberOfSummaryEntries
        if SummaryDimension(SummaryIndex) equal to ThisDimension
            move spaces to ReviewReportLine
            move SummaryKey(SummaryIndex) to ReviewReportLine(1:12)
            move SummaryComplaintCount(SummaryIndex) to EditedCount
            move EditedCount to ReviewReportLine(15:6)
            move SummaryOpenCount(SummaryIndex) to EditedCount
            move EditedCount to ReviewReportLine(23:6)
            move SummaryResolvedCount(SummaryIndex) to EditedCount
            move EditedCount to ReviewReportLine(31:6)
            if SummaryResolvedCount(SummaryIndex) is greater than zero
                compute AverageDaysToResolve rounded =
                    SummaryDaysToResolve(SummaryIndex)
                    / SummaryResolvedCount(SummaryIndex)
                move AverageDaysToResolve to EditedAverage
                move EditedAverage to ReviewReportLine(40:6)
            end-if
            display ReviewReportLine
        end-if
    end-perform
    display spaces
    .

end program ComplaintReviewReport.
