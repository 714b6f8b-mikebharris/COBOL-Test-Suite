identification division.
program-id. OutputRegister.

environment division.
configuration section.
    repository.
        function all intrinsic.

input-output section.
    file-control.
        select optional OutputRegisterFile assign to OutputRegisterFileName
            organization is indexed
            access mode is dynamic
            lock mode is exclusive
            record key is OutputDocumentId of OutputRegisterRecord
            alternate record key is OutputAccountId of OutputRegisterRecord with duplicates
            file status is OutputRegisterFileStatus.

        select optional OutputIdControlFile assign to OutputIdControlFileName
            organization is relative
            access mode is dynamic
            relative key is ControlRecordKey
            file status is ControlFileStatus.

        select optional OutputArchiveFile assign to OutputArchiveFileName
            organization is line sequential
            file status is OutputArchiveFileStatus.

        select optional OutputReprintFile assign to OutputReprintFileName
            organization is line sequential.

data division.
file section.
    fd OutputRegisterFile.
        copy OutputDocument replacing OutputDocument by
            ==OutputRegisterRecord.
            88 EndOfOutputRegisterFile value high-values==.

    fd OutputIdControlFile.
        01 OutputIdControlRecord.
            02 LastIssuedOutputDocumentId pic 9(8) value zeroes.

    fd OutputArchiveFile.
        01 OutputArchiveRecord.
            88 EndOfOutputArchiveFile value high-values.
            02 ArchiveDocumentId pic 9(8).
            02 filler pic x.
            02 ArchiveLineText pic x(120).

    fd OutputReprintFile.
        01 OutputReprintRecord pic x(120).

working-storage section.
    01 OutputRegisterFileStatus pic x(2).
        88 Successful   value "00".
        88 RecordExists value "22".
        88 NoSuchRecord value "23".
    01 OutputArchiveFileStatus pic x(2).

    01 ControlFileStatus pic x(2).
        88 ControlRecordMissing value "23".

    01 ControlRecordKey pic 9(1) value 1.

    01 OutputRegisterFileName pic x(20) value "OutputRegister.dat".
    01 OutputIdControlFileName pic x(20) value "OutputRegister.ctl".
    01 OutputArchiveFileName pic x(20) value "OutputArchive.dat".
    01 OutputReprintFileName pic x(20) value "OutputReprint.spl".

    01 MaxOutputPageEntries pic 9(3) value 20.
    01 LinesPerPage pic 9(3) value 60.

    copy OutputDocument replacing OutputDocument by ==CurrentOutputDocument==.
    01 OutputDocumentOpenFlag pic x value "N".
        88 IsOutputDocumentOpen value "Y".
    01 ReprintedLineCount pic 9(6) value zeroes.

    01 MaxRespoolLines pic 9(4) value 2000.
    01 NumberOfRespoolLines pic 9(4) value zeroes.
    01 RespoolLineIndex pic 9(4) value zeroes.
    01 RespoolLineTable.
        02 RespoolTableLine pic x(120) occurs 2000 times.
    01 RespoolAddressIndex pic 9(1) value zeroes.
    01 RespoolAddressLineCount pic 9(1) value zeroes.
    01 RespoolLineText pic x(120) value spaces.

linkage section.
    01 OutputRegisterFileNameParm pic x(20) value spaces.
    01 DocumentTypeParm pic x(10) value spaces.
    01 DocumentAccountId pic 9(8) value zeroes.
    01 DocumentReference pic x(12) value spaces.
    01 DocumentLineText pic x(120) value spaces.
    01 DocumentChannel pic x value spaces.
    copy OutputDocument replacing OutputDocument by ==ThisOutputDocument==.
    01 ThisOutputDocumentId pic 9(8) value zeroes.
    01 OutputDocumentCursorId pic 9(8) value zeroes.
    01 ReprintFileNameParm pic x(20) value spaces.
    01 ReturnedOutputStatus pic x(2) value spaces.
    01 NumberOfOutputDocumentsInPage pic 9(3) value zeroes.
    01 RespoolAddressBlock.
        02 RespoolAddressLine pic x(120) occurs 6 times.
    01 RespooledOutputDocumentId pic 9(8) value zeroes.
    01 OutputDocumentPage.
        02 OutputDocumentPageEntry occurs 20 times.
            copy OutputDocument replacing
                ==01== by ==03==
                ==02== by ==04==
                ==03== by ==05==
                ==OutputDocument== by ==OutputDocumentPageRecord==.

procedure division.
    goback.

entry "SetOutputRegisterFileName" using OutputRegisterFileNameParm
    if OutputRegisterFileNameParm not equal to spaces
        move OutputRegisterFileNameParm to OutputRegisterFileName
        move OutputRegisterFileName to OutputIdControlFileName
        inspect OutputIdControlFileName replacing all ".dat" by ".ctl"
        move OutputRegisterFileName to OutputArchiveFileName
        inspect OutputArchiveFileName replacing all ".dat" by ".arc"
    end-if
    goback.

entry "BeginOutputDocument" using DocumentTypeParm, DocumentAccountId,
        DocumentReference
    if IsOutputDocumentOpen
        close OutputArchiveFile
    end-if
    initialize CurrentOutputDocument
    move DocumentTypeParm to OutputDocumentType of CurrentOutputDocument
    move DocumentAccountId to OutputAccountId of CurrentOutputDocument
    move DocumentReference to OutputReference of CurrentOutputDocument
    call "GetBusinessDate" using OutputRunDate of CurrentOutputDocument
    accept OutputRunTime of CurrentOutputDocument from time
    perform AllocateNextOutputDocumentId
    open extend OutputArchiveFile
    move "Y" to OutputDocumentOpenFlag
    goback.

entry "AddOutputDocumentLine" using DocumentLineText
    if IsOutputDocumentOpen
        move OutputDocumentId of CurrentOutputDocument to ArchiveDocumentId
        move space to OutputArchiveRecord(9:1)
        move DocumentLineText to ArchiveLineText
        write OutputArchiveRecord
        add 1 to OutputLineCount of CurrentOutputDocument
    end-if
    goback.

entry "EndOutputDocument" using DocumentChannel
    if not IsOutputDocumentOpen
        goback
    end-if
    close OutputArchiveFile
    move "N" to OutputDocumentOpenFlag
    if DocumentChannel equal to "E"
        move "E" to OutputChannel of CurrentOutputDocument
    else
        move "P" to OutputChannel of CurrentOutputDocument
    end-if
    compute OutputPageCount of CurrentOutputDocument =
        (OutputLineCount of CurrentOutputDocument + LinesPerPage - 1) / LinesPerPage
    if OutputPageCount of CurrentOutputDocument equal to zero
        move 1 to OutputPageCount of CurrentOutputDocument
    end-if
    open i-o OutputRegisterFile
    move CurrentOutputDocument to OutputRegisterRecord
    write OutputRegisterRecord
        invalid key
            display "Error registering output document - status is "
                OutputRegisterFileStatus
    end-write
    close OutputRegisterFile
    goback.

entry "GetOutputDocumentById" using ThisOutputDocument, ThisOutputDocumentId
    open i-o OutputRegisterFile
    move ThisOutputDocumentId to OutputDocumentId of OutputRegisterRecord
    start OutputRegisterFile
        key is equal to OutputDocumentId of OutputRegisterRecord
        invalid key
            initialize ThisOutputDocument
        not invalid key
            read OutputRegisterFile
            move OutputRegisterRecord to ThisOutputDocument
    end-start
    close OutputRegisterFile
    goback.

entry "GetOutputDocumentsPage" using OutputDocumentCursorId, OutputDocumentPage,
        NumberOfOutputDocumentsInPage
    initialize OutputDocumentPage
    move zeroes to NumberOfOutputDocumentsInPage
    open i-o OutputRegisterFile
    move OutputDocumentCursorId to OutputDocumentId of OutputRegisterRecord
    start OutputRegisterFile
        key is greater than OutputDocumentId of OutputRegisterRecord
        invalid key
            continue
    end-start
    read OutputRegisterFile next record
        at end set EndOfOutputRegisterFile to true
    end-read
    perform until EndOfOutputRegisterFile
        or NumberOfOutputDocumentsInPage equal to MaxOutputPageEntries
        add 1 to NumberOfOutputDocumentsInPage
        move OutputRegisterRecord
            to OutputDocumentPageRecord(NumberOfOutputDocumentsInPage)
        read OutputRegisterFile next record
            at end set EndOfOutputRegisterFile to true
        end-read
    end-perform
    close OutputRegisterFile
    goback.

entry "ReprintOutputDocument" using ThisOutputDocumentId, ReprintFileNameParm,
        ReturnedOutputStatus
    move "00" to OutputRegisterFileStatus
    if ReprintFileNameParm not equal to spaces
        move ReprintFileNameParm to OutputReprintFileName
    end-if
    open i-o OutputRegisterFile
    move ThisOutputDocumentId to OutputDocumentId of OutputRegisterRecord
    start OutputRegisterFile
        key is equal to OutputDocumentId of OutputRegisterRecord
        invalid key
            set NoSuchRecord to true
            display "ReprintOutputDocument: no such document " ThisOutputDocumentId
        not invalid key
            read OutputRegisterFile
            perform CopyArchivedDocumentToReprint
            add 1 to OutputReprintCount of OutputRegisterRecord
            call "GetBusinessDate" using OutputLastReprintDate of OutputRegisterRecord
            rewrite OutputRegisterRecord
    end-start
    move OutputRegisterFileStatus to ReturnedOutputStatus
    close OutputRegisterFile
    goback.

entry "RespoolOutputDocumentToPrint" using ThisOutputDocumentId, RespoolAddressBlock,
        ReprintFileNameParm, RespooledOutputDocumentId, ReturnedOutputStatus
    move "00" to OutputRegisterFileStatus
    move zeroes to RespooledOutputDocumentId
    if ReprintFileNameParm not equal to spaces
        move ReprintFileNameParm to OutputReprintFileName
    end-if
    if IsOutputDocumentOpen
        close OutputArchiveFile
        move "N" to OutputDocumentOpenFlag
    end-if
    open i-o OutputRegisterFile
    move ThisOutputDocumentId to OutputDocumentId of OutputRegisterRecord
    start OutputRegisterFile
        key is equal to OutputDocumentId of OutputRegisterRecord
        invalid key
            set NoSuchRecord to true
            display "RespoolOutputDocumentToPrint: no such document " ThisOutputDocumentId
        not invalid key
            read OutputRegisterFile
            if not IsEmailOutput of OutputRegisterRecord
                or OutputRespooledToId of OutputRegisterRecord not equal to zeroes
                move "90" to OutputRegisterFileStatus
                display "RespoolOutputDocumentToPrint: document " ThisOutputDocumentId
                    " is not an email document awaiting re-spool"
            else
                perform CopyArchivedDocumentToPrint
                move OutputDocumentId of CurrentOutputDocument
                    to OutputRespooledToId of OutputRegisterRecord
                move OutputDocumentId of CurrentOutputDocument to RespooledOutputDocumentId
                rewrite OutputRegisterRecord
                move CurrentOutputDocument to OutputRegisterRecord
                write OutputRegisterRecord
                    invalid key
                        display "Error registering output document - status is "
                            OutputRegisterFileStatus
                end-write
            end-if
    end-start
    move OutputRegisterFileStatus to ReturnedOutputStatus
    close OutputRegisterFile
    goback.

CopyArchivedDocumentToPrint.
    initialize CurrentOutputDocument
    move OutputDocumentType of OutputRegisterRecord to OutputDocumentType of CurrentOutputDocument
    move OutputAccountId of OutputRegisterRecord to OutputAccountId of CurrentOutputDocument
    move OutputReference of OutputRegisterRecord to OutputReference of CurrentOutputDocument
    call "GetBusinessDate" using OutputRunDate of CurrentOutputDocument
    accept OutputRunTime of CurrentOutputDocument from time
    move "P" to OutputChannel of CurrentOutputDocument
    perform AllocateNextOutputDocumentId
    move zeroes to NumberOfRespoolLines
    open input OutputArchiveFile
    read OutputArchiveFile
        at end set EndOfOutputArchiveFile to true
    end-read
    perform until EndOfOutputArchiveFile
        if ArchiveDocumentId equal to ThisOutputDocumentId
            and ArchiveLineText(1:4) not equal to "To: "
            and NumberOfRespoolLines is less than MaxRespoolLines
            add 1 to NumberOfRespoolLines
            move ArchiveLineText to RespoolTableLine(NumberOfRespoolLines)
        end-if
        read OutputArchiveFile
            at end set EndOfOutputArchiveFile to true
        end-read
    end-perform
    close OutputArchiveFile
    open extend OutputReprintFile
    open extend OutputArchiveFile
    move zeroes to RespoolAddressLineCount
    perform varying RespoolAddressIndex from 1 by 1
        until RespoolAddressIndex is greater than 6
        if RespoolAddressLine(RespoolAddressIndex) not equal to spaces
            move RespoolAddressLine(RespoolAddressIndex) to RespoolLineText
            perform WriteRespooledLine
            add 1 to RespoolAddressLineCount
        end-if
    end-perform
    if RespoolAddressLineCount is greater than zero
        move spaces to RespoolLineText
        perform WriteRespooledLine
    end-if
    perform varying RespoolLineIndex from 1 by 1
        until RespoolLineIndex is greater than NumberOfRespoolLines
        move RespoolTableLine(RespoolLineIndex) to RespoolLineText
        perform WriteRespooledLine
    end-perform
    close OutputArchiveFile
    close OutputReprintFile
    compute OutputPageCount of CurrentOutputDocument =
        (OutputLineCount of CurrentOutputDocument + LinesPerPage - 1) / LinesPerPage
    if OutputPageCount of CurrentOutputDocument equal to zero
        move 1 to OutputPageCount of CurrentOutputDocument
    end-if
    .

WriteRespooledLine.
    move RespoolLineText to OutputReprintRecord
    write OutputReprintRecord
    move OutputDocumentId of CurrentOutputDocument to ArchiveDocumentId
    move space to OutputArchiveRecord(9:1)
    move RespoolLineText to ArchiveLineText
    write OutputArchiveRecord
    add 1 to OutputLineCount of CurrentOutputDocument
    .

CopyArchivedDocumentToReprint.
    move zeroes to ReprintedLineCount
    open extend OutputReprintFile
    open input OutputArchiveFile
    read OutputArchiveFile
        at end set EndOfOutputArchiveFile to true
    end-read
    perform until EndOfOutputArchiveFile
        if ArchiveDocumentId equal to ThisOutputDocumentId
            move ArchiveLineText to OutputReprintRecord
            write OutputReprintRecord
            add 1 to ReprintedLineCount
        end-if
        read OutputArchiveFile
            at end set EndOfOutputArchiveFile to true
        end-read
    end-perform
    close OutputArchiveFile
    close OutputReprintFile
    if ReprintedLineCount not equal to OutputLineCount of OutputRegisterRecord
        display "ReprintOutputDocument: document " ThisOutputDocumentId
            " archived with " OutputLineCount of OutputRegisterRecord
            " line(s) but " ReprintedLineCount " found"
    end-if
    .

AllocateNextOutputDocumentId.
    open i-o OutputIdControlFile
    read OutputIdControlFile
        invalid key
            move zeroes to LastIssuedOutputDocumentId
    end-read
    add 1 to LastIssuedOutputDocumentId
    move LastIssuedOutputDocumentId to OutputDocumentId of CurrentOutputDocument
    if ControlRecordMissing
        write OutputIdControlRecord
    else
        rewrite OutputIdControlRecord
    end-if
    close OutputIdControlFile
    .

end program OutputRegister.
