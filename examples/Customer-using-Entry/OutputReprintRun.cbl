identification division.
program-id. OutputReprintRun.

environment division.
configuration section.
    repository.
        function all intrinsic.

input-output section.
    file-control.
        select optional OutputReprintConfigFile assign to "OutputReprint.cfg"
            organization is line sequential
            file status is OutputReprintConfigStatus.

        select optional OutputReprintFile assign to OutputReprintFileName
            organization is line sequential.

data division.
file section.
    fd OutputReprintConfigFile.
        01 OutputReprintConfigRecord.
            02 ConfigReprintMode pic x.
                88 ConfigReprintByDocument value "D".
                88 ConfigReprintByAccount  value "C".
                88 ConfigReprintByRunDate  value "R".
            02 filler pic x.
            02 ConfigReprintValue pic 9(8).
            02 filler pic x.
            02 ConfigDocumentType pic x(10).
            02 filler pic x.
            02 ConfigFromDate pic 9(8).
            02 filler pic x.
            02 ConfigToDate pic 9(8).

    fd OutputReprintFile.
        01 OutputReprintRecord pic x(120).

working-storage section.
    01 RunDate pic 9(8) value zeroes.
    01 OutputReprintConfigStatus pic x(2).
    01 OutputReprintFileName pic x(20) value "OutputReprint.spl".
    01 ConfigRecordFound pic x value "N".
        88 IsConfigRecordFound value "Y".

    01 ReprintMode pic x value space.
        88 ReprintByDocument value "D".
        88 ReprintByAccount  value "C".
        88 ReprintByRunDate  value "R".
    01 ReprintValue pic 9(8) value zeroes.
    01 ReprintDocumentType pic x(10) value spaces.
    01 ReprintFromDate pic 9(8) value zeroes.
    01 ReprintToDate pic 9(8) value 99999999.

    01 OutputDocumentCursorId pic 9(8) value zeroes.
    01 NumberOfOutputDocumentsInPage pic 9(3) value zeroes.
    01 OutputDocumentPageIndex pic 9(3) value zeroes.
    01 OutputDocumentPage.
        02 OutputDocumentPageEntry occurs 20 times.
            copy OutputDocument replacing
                ==01== by ==03==
                ==02== by ==04==
                ==03== by ==05==
                ==OutputDocument== by ==OutputDocumentPageRecord==.
    copy OutputDocument replacing OutputDocument by ==SelectedDocument==.
    01 ThisOutputDocumentId pic 9(8) value zeroes.
    01 ReturnedOutputStatus pic x(2) value spaces.

    01 ReprintedDocumentCount pic 9(6) value zeroes.
    01 ReprintedPageCount pic 9(6) value zeroes.
    01 ReprintListLine pic x(100) value spaces.

procedure division.

    call "GetBusinessDate" using RunDate
    display "OutputReprintRun: business date " RunDate
    move "N" to ConfigRecordFound
    open input OutputReprintConfigFile
    if OutputReprintConfigStatus equal to "00"
        read OutputReprintConfigFile
            at end continue
            not at end
                if (ConfigReprintByDocument or ConfigReprintByAccount
                    or ConfigReprintByRunDate)
                    and ConfigReprintValue is numeric
                    and ConfigReprintValue is greater than zero
                    move "Y" to ConfigRecordFound
                    move ConfigReprintMode to ReprintMode
                    move ConfigReprintValue to ReprintValue
                    move ConfigDocumentType to ReprintDocumentType
                    if ConfigFromDate is numeric
                        move ConfigFromDate to ReprintFromDate
                    end-if
                    if ConfigToDate is numeric
                        and ConfigToDate is greater than zero
                        move ConfigToDate to ReprintToDate
                    end-if
                end-if
        end-read
    end-if
    close OutputReprintConfigFile
    if not IsConfigRecordFound
        display "OutputReprintRun: no valid selection found in OutputReprint.cfg"
        move 1 to return-code
        stop run
    end-if
    open output OutputReprintFile
    close OutputReprintFile
    display "Document  Type       Account  Reference     Run date  Channel  Pages"
    if ReprintByDocument
        move ReprintValue to ThisOutputDocumentId
        call "GetOutputDocumentById" using SelectedDocument, ThisOutputDocumentId
        if OutputDocumentId of SelectedDocument not equal to ThisOutputDocumentId
            display "OutputReprintRun: document " ThisOutputDocumentId
                " is not on the output register"
            move 1 to return-code
            stop run
        end-if
        perform ReprintSelectedDocument
    else
        perform ReprintMatchingDocuments
    end-if
    display "OutputReprintRun: " ReprintedDocumentCount " document(s), "
        ReprintedPageCount " page(s) reprinted to " function trim(OutputReprintFileName)
    stop run.

ReprintMatchingDocuments.
    move zero to OutputDocumentCursorId
    call "GetOutputDocumentsPage" using OutputDocumentCursorId, OutputDocumentPage,
        NumberOfOutputDocumentsInPage
    perform until NumberOfOutputDocumentsInPage equal to zero
        perform varying OutputDocumentPageIndex from 1 by 1
            until OutputDocumentPageIndex is greater than NumberOfOutputDocumentsInPage
            move OutputDocumentPageRecord(OutputDocumentPageIndex) to SelectedDocument
            perform SelectDocumentForReprint
        end-perform
        move OutputDocumentId of OutputDocumentPageRecord(NumberOfOutputDocumentsInPage)
            to OutputDocumentCursorId
        call "GetOutputDocumentsPage" using OutputDocumentCursorId, OutputDocumentPage,
            NumberOfOutputDocumentsInPage
    end-perform
    .

SelectDocumentForReprint.
    if ReprintDocumentType not equal to spaces
        and ReprintDocumentType not equal to OutputDocumentType of SelectedDocument
        exit paragraph
    end-if
    if ReprintByAccount
        if OutputAccountId of SelectedDocument not equal to ReprintValue
            or OutputRunDate of SelectedDocument is less than ReprintFromDate
            or OutputRunDate of SelectedDocument is greater than ReprintToDate
            exit paragraph
        end-if
    end-if
    if ReprintByRunDate
        and OutputRunDate of SelectedDocument not equal to ReprintValue
        exit paragraph
    end-if
    perform ReprintSelectedDocument
    .

ReprintSelectedDocument.
    move OutputDocumentId of SelectedDocument to ThisOutputDocumentId
    call "ReprintOutputDocument" using ThisOutputDocumentId, OutputReprintFileName,
        ReturnedOutputStatus
    if ReturnedOutputStatus not equal to "00"
        move 1 to return-code
        exit paragraph
    end-if
    add 1 to ReprintedDocumentCount
    add OutputPageCount of SelectedDocument to ReprintedPageCount
    move spaces to ReprintListLine
    move OutputDocumentId of SelectedDocument to ReprintListLine(1:8)
    move OutputDocumentType of SelectedDocument to ReprintListLine(11:10)
    move OutputAccountId of SelectedDocument to ReprintListLine(22:8)
    move OutputReference of SelectedDocument to ReprintListLine(31:12)
    move OutputRunDate of SelectedDocument to ReprintListLine(45:8)
    if IsEmailOutput of SelectedDocument
        move "Email" to ReprintListLine(55:7)
    else
        move "Print" to ReprintListLine(55:7)
    end-if
    move OutputPageCount of SelectedDocument to ReprintListLine(64:4)
    display ReprintListLine
    .

end program OutputReprintRun.
