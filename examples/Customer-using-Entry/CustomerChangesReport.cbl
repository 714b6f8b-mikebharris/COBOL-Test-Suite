identification division.
program-id. CustomerChangesReport.

environment division.
configuration section.
    repository.
        function all intrinsic.

input-output section.
    file-control.
        select optional CustomerChangesConfigFile assign to "CustomerChanges.cfg"
            organization is line sequential
            file status is CustomerChangesConfigStatus.

data division.
file section.
    fd CustomerChangesConfigFile.
        01 CustomerChangesConfigRecord.
            02 ConfigReportDate pic 9(8).

working-storage section.
    01 CustomerChangesConfigStatus pic x(2).
    01 ReportDate pic 9(8) value zeroes.

    01 CustomerChangeCursorId pic 9(6) value zeroes.
    01 NumberOfCustomerChangesInPage pic 9(3) value zeroes.
    01 CustomerChangePageIndex pic 9(3) value zeroes.
    01 CustomerChangePage.
        02 CustomerChangePageEntry occurs 20 times.
            copy CustomerChange replacing
                ==01== by ==03==
                ==02== by ==04==
                ==03== by ==05==
                ==CustomerChange== by ==CustomerChangePageRecord==.
    copy CustomerChange replacing CustomerChange by ==ReportedChange==.

    01 ReportSection pic x value space.
        88 IsPendingSection  value "P".
        88 IsApprovedSection value "A".
        88 IsRejectedSection value "R".
    01 SectionChangeCount pic 9(6) value zeroes.
    01 PendingChangeCount pic 9(6) value zeroes.
    01 ApprovedChangeCount pic 9(6) value zeroes.
    01 RejectedChangeCount pic 9(6) value zeroes.
    01 CustomerChangeLine pic x(132) value spaces.

procedure division.

    call "GetBusinessDate" using ReportDate
    display "CustomerChangesReport: business date " ReportDate
    open input CustomerChangesConfigFile
    if CustomerChangesConfigStatus equal to "00"
        read CustomerChangesConfigFile
            at end continue
            not at end
                if ConfigReportDate is numeric
                    and ConfigReportDate is greater than zero
                    move ConfigReportDate to ReportDate
                end-if
        end-read
    end-if
    close CustomerChangesConfigFile
    display "Customer Master Changes Awaiting or Given Second Authorisation - "
        ReportDate
    move "P" to ReportSection
    display spaces
    display "PENDING (all dates)"
    perform ListChangesForSection
    move SectionChangeCount to PendingChangeCount
    move "A" to ReportSection
    display spaces
    display "APPROVED on " ReportDate
    perform ListChangesForSection
    move SectionChangeCount to ApprovedChangeCount
    move "R" to ReportSection
    display spaces
    display "REJECTED on " ReportDate
    perform ListChangesForSection
    move SectionChangeCount to RejectedChangeCount
    display spaces
    display "CustomerChangesReport: " PendingChangeCount " pending, "
        ApprovedChangeCount " approved, " RejectedChangeCount " rejected"
    stop run.

ListChangesForSection.
    move zeroes to SectionChangeCount
    display "Change Customer Field                     Old value"
        "            New value            Requested by      Decided by"
    move zeroes to CustomerChangeCursorId
    call "GetCustomerChangesPage" using CustomerChangeCursorId,
        CustomerChangePage, NumberOfCustomerChangesInPage
    perform until NumberOfCustomerChangesInPage equal to zero
        perform varying CustomerChangePageIndex from 1 by 1
            until CustomerChangePageIndex is greater than NumberOfCustomerChangesInPage
            move CustomerChangePageRecord(CustomerChangePageIndex)
                to ReportedChange
            perform SelectChangeForSection
        end-perform
        move CustomerChangeId of
            CustomerChangePageRecord(NumberOfCustomerChangesInPage)
            to CustomerChangeCursorId
        call "GetCustomerChangesPage" using CustomerChangeCursorId,
            CustomerChangePage, NumberOfCustomerChangesInPage
    end-perform
    if SectionChangeCount equal to zero
        display "  none"
    end-if
    .

SelectChangeForSection.
    evaluate true
        when IsPendingSection
            if not IsChangePending of ReportedChange
                exit paragraph
            end-if
        when IsApprovedSection
            if not IsChangeApproved of ReportedChange
                or ChangeDecidedDate of ReportedChange not equal to ReportDate
                exit paragraph
            end-if
        when IsRejectedSection
            if not IsChangeRejected of ReportedChange
                or ChangeDecidedDate of ReportedChange not equal to ReportDate
                exit paragraph
            end-if
    end-evaluate
    add 1 to SectionChangeCount
    perform PrintCustomerChangeLine
    .

PrintCustomerChangeLine.
    move spaces to CustomerChangeLine
    move CustomerChangeId of ReportedChange to CustomerChangeLine(1:6)
    move CustomerId of ReportedChange to CustomerChangeLine(8:8)
    move ChangeFieldName of ReportedChange to CustomerChangeLine(17:25)
    move function trim(ChangeOldValue of ReportedChange)
        to CustomerChangeLine(43:20)
    move function trim(ChangeNewValue of ReportedChange)
        to CustomerChangeLine(64:20)
    move ChangeRequestedBy of ReportedChange to CustomerChangeLine(85:8)
    move ChangeRequestedDate of ReportedChange to CustomerChangeLine(94:8)
    if not IsChangePending of ReportedChange
        move ChangeDecidedBy of ReportedChange to CustomerChangeLine(103:8)
        move ChangeDecidedDate of ReportedChange to CustomerChangeLine(112:8)
    end-if
    display CustomerChangeLine
    if IsChangeRejected of ReportedChange
        and ChangeRejectReason of ReportedChange not equal to spaces
        display "       Reason: "
            function trim(ChangeRejectReason of ReportedChange)
    end-if
    .

end program CustomerChangesReport.
