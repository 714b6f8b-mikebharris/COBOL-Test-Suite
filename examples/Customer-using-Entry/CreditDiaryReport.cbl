identification division.
program-id. CreditDiaryReport.

environment division.
configuration section.
    repository.
        function all intrinsic.

data division.
working-storage section.
    01 RunDate pic 9(8) value zeroes.
    01 YesterdayDate pic 9(8) value zeroes.

    01 DiaryCursorKey.
        02 DiaryCursorCustomerId pic 9(8) value zeroes.
        02 DiaryCursorSequence pic 9(4) value zeroes.
    01 NumberOfDiaryNotesInPage pic 9(3) value zeroes.
    01 DiaryNotePageIndex pic 9(3) value zeroes.
    01 DiaryNotePage.
        02 DiaryNotePageEntry occurs 20 times.
            copy DiaryNote replacing
                ==01== by ==03==
                ==02== by ==04==
                ==03== by ==05==
                ==DiaryNote== by ==DiaryNotePageRecord==.
    copy DiaryNote replacing DiaryNote by ==CurrentNote==.
    01 ThisDiaryNoteKey.
        02 ThisDiaryCustomerId pic 9(8) value zeroes.
        02 ThisDiaryNoteSequence pic 9(4) value zeroes.
    01 KeptPromiseStatus pic x value "K".
    01 BrokenPromiseStatus pic x value "B".
    01 ReturnedDiaryStatus pic x(2) value spaces.

    copy Customer replacing Customer by ==DiaryCustomer==.
    01 ThisCustomerId pic 9(8) value zeroes.

    01 PaymentCursorId pic 9(6) value zeroes.
    01 NumberOfPaymentsInPage pic 9(3) value zeroes.
    01 PaymentPageIndex pic 9(3) value zeroes.
    01 PaymentPage.
        02 PaymentPageEntry occurs 20 times.
            copy Payment replacing
                ==01== by ==03==
                ==02== by ==04==
                ==03== by ==05==
                ==Payment== by ==PaymentPageRecord==.
    01 ReceivedSincePromise pic 9(10)v99 value zeroes.

    01 BrokenPromiseTable.
        02 BrokenPromiseEntry occurs 500 times.
            03 BrokenCustomerId pic 9(8) value zeroes.
            03 BrokenCustomerName pic x(30) value spaces.
            03 BrokenOperatorId pic x(8) value spaces.
            03 BrokenPromisedDate pic 9(8) value zeroes.
            03 BrokenPromisedAmount pic 9(8)v99 value zeroes.
            03 BrokenReceivedAmount pic 9(10)v99 value zeroes.
    01 MaxBrokenPromises pic 9(3) value 500.
    01 NumberOfBrokenPromises pic 9(3) value zeroes.
    01 BrokenPromiseIndex pic 9(3) value zeroes.

    01 FollowUpTable.
        02 FollowUpEntry occurs 500 times.
            03 FollowUpCustomerId pic 9(8) value zeroes.
            03 FollowUpCustomerName pic x(30) value spaces.
            03 FollowUpOperatorId pic x(8) value spaces.
            03 FollowUpNoteText pic x(60) value spaces.
    01 MaxFollowUps pic 9(3) value 500.
    01 NumberOfFollowUps pic 9(3) value zeroes.
    01 FollowUpIndex pic 9(3) value zeroes.

    01 KeptPromiseCount pic 9(6) value zeroes.
    01 EditedPromisedAmount pic -(8)9.99 value zeroes.
    01 EditedReceivedAmount pic -(8)9.99 value zeroes.

procedure division.

    call "GetBusinessDate" using RunDate
    compute YesterdayDate =
        function date-of-integer(function integer-of-date(RunDate) - 1)
    perform ProcessDiaryNotePages
    display "Credit Control Diary Report  run date " RunDate
    perform PrintBrokenPromises
    perform PrintFollowUpsDue
    display " "
    display "Promises kept: " KeptPromiseCount "  broken: " NumberOfBrokenPromises
        "  follow-ups due today: " NumberOfFollowUps
    stop run.

ProcessDiaryNotePages.
    initialize DiaryCursorKey
    call "GetDiaryNotesPage" using DiaryCursorKey, DiaryNotePage,
        NumberOfDiaryNotesInPage
    perform until NumberOfDiaryNotesInPage equal to zero
        perform varying DiaryNotePageIndex from 1 by 1
            until DiaryNotePageIndex is greater than NumberOfDiaryNotesInPage
            move DiaryNotePageRecord(DiaryNotePageIndex) to CurrentNote
            if IsPromiseOpen of CurrentNote
                and PromisedDate of CurrentNote is not greater than YesterdayDate
                perform AssessPromiseToPay
            end-if
            if FollowUpDate of CurrentNote equal to RunDate
                perform RecordFollowUpDue
            end-if
        end-perform
        move DiaryNoteKey of DiaryNotePageRecord(NumberOfDiaryNotesInPage)
            to DiaryCursorKey
        call "GetDiaryNotesPage" using DiaryCursorKey, DiaryNotePage,
            NumberOfDiaryNotesInPage
    end-perform
    .

AssessPromiseToPay.
    move CustomerId of CurrentNote to ThisCustomerId
    perform SumReceiptsSincePromise
    move DiaryNoteKey of CurrentNote to ThisDiaryNoteKey
    if ReceivedSincePromise is not less than PromisedAmount of CurrentNote
        call "UpdatePromiseStatus" using ThisDiaryNoteKey, KeptPromiseStatus,
            ReturnedDiaryStatus
        add 1 to KeptPromiseCount
        exit paragraph
    end-if
    call "UpdatePromiseStatus" using ThisDiaryNoteKey, BrokenPromiseStatus,
        ReturnedDiaryStatus
    if NumberOfBrokenPromises is less than MaxBrokenPromises
        add 1 to NumberOfBrokenPromises
        move NumberOfBrokenPromises to BrokenPromiseIndex
        call "GetCustomerById" using DiaryCustomer, ThisCustomerId
        move ThisCustomerId to BrokenCustomerId(BrokenPromiseIndex)
        move Name of DiaryCustomer to BrokenCustomerName(BrokenPromiseIndex)
        move DiaryOperatorId of CurrentNote to BrokenOperatorId(BrokenPromiseIndex)
        move PromisedDate of CurrentNote to BrokenPromisedDate(BrokenPromiseIndex)
        move PromisedAmount of CurrentNote
            to BrokenPromisedAmount(BrokenPromiseIndex)
        move ReceivedSincePromise to BrokenReceivedAmount(BrokenPromiseIndex)
    end-if
    .

SumReceiptsSincePromise.
    move zeroes to ReceivedSincePromise
    move zero to PaymentCursorId
    call "GetPaymentsPageByCustomerId" using ThisCustomerId, PaymentCursorId,
        PaymentPage, NumberOfPaymentsInPage
    perform until NumberOfPaymentsInPage equal to zero
        perform varying PaymentPageIndex from 1 by 1
            until PaymentPageIndex is greater than NumberOfPaymentsInPage
            if PaymentDate of PaymentPageRecord(PaymentPageIndex)
                    is not less than NoteDate of CurrentNote
                and PaymentDate of PaymentPageRecord(PaymentPageIndex)
                    is not greater than PromisedDate of CurrentNote
                add PaymentAmount of PaymentPageRecord(PaymentPageIndex)
                    to ReceivedSincePromise
            end-if
        end-perform
        move PaymentId of PaymentPageRecord(NumberOfPaymentsInPage)
            to PaymentCursorId
        call "GetPaymentsPageByCustomerId" using ThisCustomerId, PaymentCursorId,
            PaymentPage, NumberOfPaymentsInPage
    end-perform
    .

RecordFollowUpDue.
    if NumberOfFollowUps is less than MaxFollowUps
        add 1 to NumberOfFollowUps
        move NumberOfFollowUps to FollowUpIndex
        move CustomerId of CurrentNote to ThisCustomerId
        call "GetCustomerById" using DiaryCustomer, ThisCustomerId
        move ThisCustomerId to FollowUpCustomerId(FollowUpIndex)
        move Name of DiaryCustomer to FollowUpCustomerName(FollowUpIndex)
        move DiaryOperatorId of CurrentNote to FollowUpOperatorId(FollowUpIndex)
        move NoteText of CurrentNote to FollowUpNoteText(FollowUpIndex)
    end-if
    .

PrintBrokenPromises.
    display " "
    display "Broken promises to pay"
    display "Customer Name                           Operator  Promised by"
        "     Promised     Received"
    if NumberOfBrokenPromises equal to zero
        display "  none"
    end-if
    perform varying BrokenPromiseIndex from 1 by 1
        until BrokenPromiseIndex is greater than NumberOfBrokenPromises
        move BrokenPromisedAmount(BrokenPromiseIndex) to EditedPromisedAmount
        move BrokenReceivedAmount(BrokenPromiseIndex) to EditedReceivedAmount
        display BrokenCustomerId(BrokenPromiseIndex) " "
            BrokenCustomerName(BrokenPromiseIndex) "  "
            BrokenOperatorId(BrokenPromiseIndex) "  "
            BrokenPromisedDate(BrokenPromiseIndex) " "
            EditedPromisedAmount " " EditedReceivedAmount
    end-perform
    .

PrintFollowUpsDue.
    display " "
    display "Follow-up calls due today"
    display "Customer Name                           Operator  Last note"
    if NumberOfFollowUps equal to zero
        display "  none"
    end-if
    perform varying FollowUpIndex from 1 by 1
        until FollowUpIndex is greater than NumberOfFollowUps
        display FollowUpCustomerId(FollowUpIndex) " "
            FollowUpCustomerName(FollowUpIndex) "  "
            FollowUpOperatorId(FollowUpIndex) "  "
            function trim(FollowUpNoteText(FollowUpIndex))
    end-perform
    .

end program CreditDiaryReport.
