identification division.
program-id. MailRoomSummary.

environment division.
configuration section.
    repository.
        function all intrinsic.

input-output section.
    file-control.
        select optional MailRoomConfigFile assign to "MailRoom.cfg"
            organization is line sequential
            file status is MailRoomConfigStatus.

data division.
file section.
    fd MailRoomConfigFile.
        01 MailRoomConfigRecord.
            02 ConfigBatchDate pic 9(8).

working-storage section.
    01 MailRoomConfigStatus pic x(2).
    01 BatchDate pic 9(8) value zeroes.

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
    copy OutputDocument replacing OutputDocument by ==BatchDocument==.

    01 MaxDocumentTypeEntries pic 9(2) value 20.
    01 NumberOfDocumentTypes pic 9(2) value zeroes.
    01 DocumentTypeIndex pic 9(2) value zeroes.
    01 DocumentTypeTable.
        02 DocumentTypeEntry occurs 20 times.
            03 TableDocumentType pic x(10) value spaces.
            03 TableDocumentCount pic 9(6) value zeroes.
            03 TablePageCount pic 9(7) value zeroes.
            03 TableEnvelopeCount pic 9(6) value zeroes.
            03 TableReprintCount pic 9(6) value zeroes.
            03 TableReprintPageCount pic 9(7) value zeroes.
    01 DocumentTypeFound pic x value "N".
        88 IsDocumentTypeFound value "Y".

    01 MaxEnvelopeEntries pic 9(4) value 5000.
    01 NumberOfEnvelopes pic 9(4) value zeroes.
    01 EnvelopeIndex pic 9(4) value zeroes.
    01 EnvelopeTable.
        02 EnvelopeEntry occurs 5000 times.
            03 EnvelopeDocumentType pic x(10) value spaces.
            03 EnvelopeAccountId pic 9(8) value zeroes.
    01 EnvelopeFound pic x value "N".
        88 IsEnvelopeFound value "Y".
    01 EnvelopeOverflowCount pic 9(6) value zeroes.

    01 EmailDocumentCount pic 9(6) value zeroes.
    01 TotalDocumentCount pic 9(6) value zeroes.
    01 TotalPageCount pic 9(7) value zeroes.
    01 TotalEnvelopeCount pic 9(6) value zeroes.
    01 TotalReprintCount pic 9(6) value zeroes.
    01 TotalReprintPageCount pic 9(7) value zeroes.
    01 EditedCount pic z(6)9 value zeroes.
    01 MailRoomReportLine pic x(80) value spaces.

procedure division.

    call "GetBusinessDate" using BatchDate
    display "MailRoomSummary: business date " BatchDate
    open input MailRoomConfigFile
    if MailRoomConfigStatus equal to "00"
        read MailRoomConfigFile
            at end continue
            not at end
                if ConfigBatchDate is numeric
                    and ConfigBatchDate is greater than zero
                    move ConfigBatchDate to BatchDate
                end-if
        end-read
    end-if
    close MailRoomConfigFile
    move zero to OutputDocumentCursorId
    call "GetOutputDocumentsPage" using OutputDocumentCursorId, OutputDocumentPage,
        NumberOfOutputDocumentsInPage
    perform until NumberOfOutputDocumentsInPage equal to zero
        perform varying OutputDocumentPageIndex from 1 by 1
            until OutputDocumentPageIndex is greater than NumberOfOutputDocumentsInPage
            move OutputDocumentPageRecord(OutputDocumentPageIndex) to BatchDocument
            perform CountDocumentForBatch
        end-perform
        move OutputDocumentId of OutputDocumentPageRecord(NumberOfOutputDocumentsInPage)
            to OutputDocumentCursorId
        call "GetOutputDocumentsPage" using OutputDocumentCursorId, OutputDocumentPage,
            NumberOfOutputDocumentsInPage
    end-perform
    perform PrintMailRoomSummary
    stop run.

CountDocumentForBatch.
    if not IsPrintOutput of BatchDocument
        if OutputRunDate of BatchDocument equal to BatchDate
            add 1 to EmailDocumentCount
        end-if
        exit paragraph
    end-if
    if OutputRunDate of BatchDocument not equal to BatchDate
        and OutputLastReprintDate of BatchDocument not equal to BatchDate
        exit paragraph
    end-if
    perform FindDocumentTypeEntry
    if not IsDocumentTypeFound
        exit paragraph
    end-if
    if OutputRunDate of BatchDocument equal to BatchDate
        add 1 to TableDocumentCount(DocumentTypeIndex)
        add OutputPageCount of BatchDocument to TablePageCount(DocumentTypeIndex)
        perform CountEnvelopeForDocument
    end-if
    if OutputLastReprintDate of BatchDocument equal to BatchDate
        add 1 to TableReprintCount(DocumentTypeIndex)
        add OutputPageCount of BatchDocument to TableReprintPageCount(DocumentTypeIndex)
    end-if
    .

FindDocumentTypeEntry.
    move "N" to DocumentTypeFound
    perform varying DocumentTypeIndex from 1 by 1
        until DocumentTypeIndex is greater than NumberOfDocumentTypes
            or IsDocumentTypeFound
        if TableDocumentType(DocumentTypeIndex)
            equal to OutputDocumentType of BatchDocument
            move "Y" to DocumentTypeFound
        end-if
    end-perform
    if IsDocumentTypeFound
        subtract 1 from DocumentTypeIndex
    else
        if NumberOfDocumentTypes is less than MaxDocumentTypeEntries
            add 1 to NumberOfDocumentTypes
            move NumberOfDocumentTypes to DocumentTypeIndex
            move OutputDocumentType of BatchDocument
                to TableDocumentType(DocumentTypeIndex)
            move "Y" to DocumentTypeFound
        end-if
    end-if
    .

CountEnvelopeForDocument.
    move "N" to EnvelopeFound
    perform varying EnvelopeIndex from 1 by 1
        until EnvelopeIndex is greater than NumberOfEnvelopes
            or IsEnvelopeFound
        if EnvelopeDocumentType(EnvelopeIndex) equal to OutputDocumentType of BatchDocument
            and EnvelopeAccountId(EnvelopeIndex) equal to OutputAccountId of BatchDocument
            move "Y" to EnvelopeFound
        end-if
    end-perform
    if IsEnvelopeFound
        exit paragraph
    end-if
    add 1 to TableEnvelopeCount(DocumentTypeIndex)
    if NumberOfEnvelopes is less than MaxEnvelopeEntries
        add 1 to NumberOfEnvelopes
        move OutputDocumentType of BatchDocument to EnvelopeDocumentType(NumberOfEnvelopes)
        move OutputAccountId of BatchDocument to EnvelopeAccountId(NumberOfEnvelopes)
    else
        add 1 to EnvelopeOverflowCount
    end-if
    .

PrintMailRoomSummary.
    display "Mail Room Print Batch Summary for " BatchDate
    display spaces
    display "Document type   Documents     Pages Envelopes  Reprints  Rpt pages"
    perform varying DocumentTypeIndex from 1 by 1
        until DocumentTypeIndex is greater than NumberOfDocumentTypes
        move spaces to MailRoomReportLine
        move TableDocumentType(DocumentTypeIndex) to MailRoomReportLine(1:10)
        move TableDocumentCount(DocumentTypeIndex) to EditedCount
        move EditedCount to MailRoomReportLine(18:7)
        move TablePageCount(DocumentTypeIndex) to EditedCount
        move EditedCount to MailRoomReportLine(28:7)
        move TableEnvelopeCount(DocumentTypeIndex) to EditedCount
        move EditedCount to MailRoomReportLine(38:7)
        move TableReprintCount(DocumentTypeIndex) to EditedCount
        move EditedCount to MailRoomReportLine(48:7)
        move TableReprintPageCount(DocumentTypeIndex) to EditedCount
        move EditedCount to MailRoomReportLine(58:7)
        display MailRoomReportLine
        add TableDocumentCount(DocumentTypeIndex) to TotalDocumentCount
        add TablePageCount(DocumentTypeIndex) to TotalPageCount
        add TableEnvelopeCount(DocumentTypeIndex) to TotalEnvelopeCount
        add TableReprintCount(DocumentTypeIndex) to TotalReprintCount
        add TableReprintPageCount(DocumentTypeIndex) to TotalReprintPageCount
    end-perform
    move spaces to MailRoomReportLine
    move "TOTAL" to MailRoomReportLine(1:10)
    move TotalDocumentCount to EditedCount
    move EditedCount to MailRoomReportLine(18:7)
    move TotalPageCount to EditedCount
    move EditedCount to MailRoomReportLine(28:7)
    move TotalEnvelopeCount to EditedCount
    move EditedCount to MailRoomReportLine(38:7)
    move TotalReprintCount to EditedCount
    move EditedCount to MailRoomReportLine(48:7)
    move TotalReprintPageCount to EditedCount
    move EditedCount to MailRoomReportLine(58:7)
    display MailRoomReportLine
    display spaces
    display "Documents sent by email on " BatchDate " (not in print batch): "
        EmailDocumentCount
    if EnvelopeOverflowCount is greater than zero
        display "MailRoomSummary: envelope table full - " EnvelopeOverflowCount
            " document(s) each counted as a separate envelope"
    end-if
    .

end program MailRoomSummary.
