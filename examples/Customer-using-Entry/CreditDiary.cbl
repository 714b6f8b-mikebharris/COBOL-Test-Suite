identification division.
program-id. CreditDiary.

environment division.
configuration section.
    repository.
        function all intrinsic.

input-output section.
    file-control.
        select optional CreditDiaryFile assign to CreditDiaryFileName
            organization is indexed
            access mode is dynamic
            lock mode is exclusive
            record key is DiaryNoteKey of DiaryNoteRecord
            file status is CreditDiaryFileStatus.

data division.
file section.
    fd CreditDiaryFile.
        copy DiaryNote replacing DiaryNote by
            ==DiaryNoteRecord.
            88 EndOfCreditDiaryFile value high-values==.

working-storage section.
    01 CreditDiaryFileStatus pic x(2).
        88 Successful   value "00".
        88 RecordExists value "22".
        88 NoSuchRecord value "23".
        88 InvalidData  value "90".
        88 FileLocked   value "91".

    01 CreditDiaryFileName pic x(20) value "CreditDiary.dat".

    01 MaxDiaryPageEntries pic 9(3) value 20.
    01 MaxRecentDiaryNotes pic 9 value 3.
    01 RecentNoteIndex pic 9 value zero.

    copy Customer replacing Customer by ==DiaryCustomer==.
    01 DiaryCustomerId pic 9(8) value zeroes.
    01 LastDiaryNoteSequence pic 9(4) value zeroes.
    01 DiaryDataValid pic x value "Y".
        88 IsDiaryDataValid value "Y".

linkage section.
    01 CreditDiaryFileNameParm pic x(20) value spaces.
    copy DiaryNote replacing DiaryNote by ==ThisDiaryNote==.
    01 ThisCustomerId pic 9(8) value zeroes.
    01 ThisDiaryNoteKey.
        02 ThisDiaryCustomerId pic 9(8) value zeroes.
        02 ThisDiaryNoteSequence pic 9(4) value zeroes.
    01 NewPromiseStatus pic x value space.
    01 ReturnedDiaryStatus pic x(2) value spaces.
    01 DiaryCursorKey.
        02 DiaryCursorCustomerId pic 9(8) value zeroes.
        02 DiaryCursorSequence pic 9(4) value zeroes.
    01 NumberOfDiaryNotesInPage pic 9(3) value zeroes.
    01 DiaryNotePage.
        02 DiaryNotePageEntry occurs 20 times.
            copy DiaryNote replacing
                ==01== by ==03==
                ==02== by ==04==
                ==03== by ==05==
                ==DiaryNote== by ==DiaryNotePageRecord==.
    01 NumberOfRecentDiaryNotes pic 9 value zero.
    01 RecentDiaryNotes.
        02 RecentDiaryNoteEntry occurs 3 times.
            copy DiaryNote replacing
                ==01== by ==03==
                ==02== by ==04==
                ==03== by ==05==
                ==DiaryNote== by ==RecentDiaryNote==.

procedure division.
    goback.

entry "SetCreditDiaryFileName" using CreditDiaryFileNameParm
    if CreditDiaryFileNameParm not equal to spaces
        move CreditDiaryFileNameParm to CreditDiaryFileName
    end-if
    goback.

entry "AddDiaryNote" using ThisDiaryNote, ReturnedDiaryStatus
    move "00" to CreditDiaryFileStatus
    perform ValidateDiaryNote
    if IsDiaryDataValid
        open i-o CreditDiaryFile
        move CustomerId of ThisDiaryNote to ThisCustomerId
        perform FindLastDiaryNoteSequence
        move ThisDiaryNote to DiaryNoteRecord
        compute DiaryNoteSequence of DiaryNoteRecord = LastDiaryNoteSequence + 1
        if NoteDate of DiaryNoteRecord equal to zero
            call "GetBusinessDate" using NoteDate of DiaryNoteRecord
        end-if
        if PromisedAmount of DiaryNoteRecord is greater than zero
            set IsPromiseOpen of DiaryNoteRecord to true
        else
            set IsNoPromise of DiaryNoteRecord to true
            move zeroes to PromisedDate of DiaryNoteRecord
        end-if
        write DiaryNoteRecord
            invalid key
                display "Error adding diary note - status is "
                    CreditDiaryFileStatus
            not invalid key
                move DiaryNoteKey of DiaryNoteRecord to DiaryNoteKey of ThisDiaryNote
        end-write
        close CreditDiaryFile
    end-if
    move CreditDiaryFileStatus to ReturnedDiaryStatus
    goback.

entry "GetDiaryNotesPage" using DiaryCursorKey, DiaryNotePage,
        NumberOfDiaryNotesInPage
    initialize DiaryNotePage
    move zeroes to NumberOfDiaryNotesInPage
    open i-o CreditDiaryFile
    move DiaryCursorCustomerId to CustomerId of DiaryNoteRecord
    move DiaryCursorSequence to DiaryNoteSequence of DiaryNoteRecord
    start CreditDiaryFile
        key is greater than DiaryNoteKey of DiaryNoteRecord
        invalid key
            continue
    end-start
    read CreditDiaryFile next record
        at end set EndOfCreditDiaryFile to true
    end-read
    perform until EndOfCreditDiaryFile
        or NumberOfDiaryNotesInPage equal to MaxDiaryPageEntries
        add 1 to NumberOfDiaryNotesInPage
        move DiaryNoteRecord to DiaryNotePageRecord(NumberOfDiaryNotesInPage)
        read CreditDiaryFile next record
            at end set EndOfCreditDiaryFile to true
        end-read
    end-perform
    close CreditDiaryFile
    goback.

entry "GetRecentDiaryNotes" using ThisCustomerId, RecentDiaryNotes,
        NumberOfRecentDiaryNotes
    initialize RecentDiaryNotes
    move zero to NumberOfRecentDiaryNotes
    open i-o CreditDiaryFile
    move ThisCustomerId to CustomerId of DiaryNoteRecord
    move zeroes to DiaryNoteSequence of DiaryNoteRecord
    start CreditDiaryFile
        key is greater than DiaryNoteKey of DiaryNoteRecord
        invalid key
            set EndOfCreditDiaryFile to true
    end-start
    if not EndOfCreditDiaryFile
        read CreditDiaryFile next record
            at end set EndOfCreditDiaryFile to true
        end-read
    end-if
    perform until EndOfCreditDiaryFile
        or CustomerId of DiaryNoteRecord not equal to ThisCustomerId
        if NumberOfRecentDiaryNotes is less than MaxRecentDiaryNotes
            add 1 to NumberOfRecentDiaryNotes
        else
            perform varying RecentNoteIndex from 2 by 1
                until RecentNoteIndex is greater than MaxRecentDiaryNotes
                move RecentDiaryNote(RecentNoteIndex)
                    to RecentDiaryNote(RecentNoteIndex - 1)
            end-perform
        end-if
        move DiaryNoteRecord to RecentDiaryNote(NumberOfRecentDiaryNotes)
        read CreditDiaryFile next record
            at end set EndOfCreditDiaryFile to true
        end-read
    end-perform
    close CreditDiaryFile
    goback.

entry "UpdatePromiseStatus" using ThisDiaryNoteKey, NewPromiseStatus,
        ReturnedDiaryStatus
    move "00" to CreditDiaryFileStatus
    open i-o CreditDiaryFile
    move ThisDiaryCustomerId to CustomerId of DiaryNoteRecord
    move ThisDiaryNoteSequence to DiaryNoteSequence of DiaryNoteRecord
    start CreditDiaryFile
        key is equal to DiaryNoteKey of DiaryNoteRecord
        invalid key
            set NoSuchRecord to true
            display "UpdatePromiseStatus: no diary note " ThisDiaryNoteKey
        not invalid key
            read CreditDiaryFile
            if IsNoPromise of DiaryNoteRecord
                set InvalidData to true
                display "UpdatePromiseStatus: diary note " ThisDiaryNoteKey
                    " carries no promise to pay"
            else
                move NewPromiseStatus to PromiseStatus of DiaryNoteRecord
                if not IsPromiseOpen of DiaryNoteRecord
                    and not IsPromiseKept of DiaryNoteRecord
                    and not IsPromiseBroken of DiaryNoteRecord
                    set InvalidData to true
                    display "UpdatePromiseStatus: unknown status '"
                        NewPromiseStatus "'"
                else
                    rewrite DiaryNoteRecord
                end-if
            end-if
    end-start
    move CreditDiaryFileStatus to ReturnedDiaryStatus
    close CreditDiaryFile
    goback.

entry "ClearCreditDiaryFile"
    open output CreditDiaryFile
    close CreditDiaryFile
    goback.

ValidateDiaryNote.
    move "Y" to DiaryDataValid
    move CustomerId of ThisDiaryNote to DiaryCustomerId
    call "GetCustomerById" using DiaryCustomer, DiaryCustomerId
    if CustomerId of DiaryCustomer not equal to DiaryCustomerId
        or DiaryCustomerId equal to zero
        move "N" to DiaryDataValid
        set NoSuchRecord to true
        display "Diary note rejected - no such customer "
            CustomerId of ThisDiaryNote
        exit paragraph
    end-if
    if NoteText of ThisDiaryNote equal to spaces
        move "N" to DiaryDataValid
        set InvalidData to true
        display "Diary note rejected - note text is required"
        exit paragraph
    end-if
    if DiaryOperatorId of ThisDiaryNote equal to spaces
        move "N" to DiaryDataValid
        set InvalidData to true
        display "Diary note rejected - operator id is required"
        exit paragraph
    end-if
    if PromisedAmount of ThisDiaryNote is greater than zero
        and PromisedDate of ThisDiaryNote equal to zero
        move "N" to DiaryDataValid
        set InvalidData to true
        display "Diary note rejected - a promise to pay needs a promised date"
    end-if
    .

FindLastDiaryNoteSequence.
    move zeroes to LastDiaryNoteSequence
    move ThisCustomerId to CustomerId of DiaryNoteRecord
    move zeroes to DiaryNoteSequence of DiaryNoteRecord
    start CreditDiaryFile
        key is greater than DiaryNoteKey of DiaryNoteRecord
        invalid key
            set EndOfCreditDiaryFile to true
    end-start
    if not EndOfCreditDiaryFile
        read CreditDiaryFile next record
            at end set EndOfCreditDiaryFile to true
        end-read
    end-if
    perform until EndOfCreditDiaryFile
        or CustomerId of DiaryNoteRecord not equal to ThisCustomerId
        move DiaryNoteSequence of DiaryNoteRecord to LastDiaryNoteSequence
        read CreditDiaryFile next record
            at end set EndOfCreditDiaryFile to true
        end-read
    end-perform
    .

end program CreditDiary.
