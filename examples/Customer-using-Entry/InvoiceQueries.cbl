identification division.
program-id. InvoiceQueries.

environment division.
configuration section.
    repository.
        function all intrinsic.

input-output section.
    file-control.
        select optional InvoiceQueriesFile assign to InvoiceQueryFileName
            organization is indexed
            access mode is dynamic
            lock mode is exclusive
            record key is QueryId of InvoiceQueryRecord
            alternate record key is InvoiceNumber of InvoiceQueryRecord with duplicates
            file status is InvoiceQueryFileStatus.

        select optional QueryIdControlFile assign to QueryIdControlFileName
            organization is relative
            access mode is dynamic
            relative key is ControlRecordKey
            file status is ControlFileStatus.

data division.
file section.
    fd InvoiceQueriesFile.
        copy InvoiceQuery replacing InvoiceQuery by
            ==InvoiceQueryRecord.
            88 EndOfInvoiceQueriesFile value high-values==.

    fd QueryIdControlFile.
        01 QueryIdControlRecord.
            02 LastIssuedQueryId pic 9(6) value zeroes.

working-storage section.
    01 InvoiceQueryFileStatus pic x(2).
        88 Successful   value "00".
        88 RecordExists value "22".
        88 NoSuchRecord value "23".
        88 InvalidData  value "90".
        88 FileLocked   value "91".

    01 ControlFileStatus pic x(2).
        88 ControlRecordMissing value "23".

    01 ControlRecordKey pic 9(1) value 1.

    01 InvoiceQueryFileName pic x(20) value "InvoiceQueries.dat".
    01 QueryIdControlFileName pic x(20) value "InvoiceQueries.ctl".

    01 MaxQueryPageEntries pic 9(3) value 20.
    01 DefaultResolutionDays pic 9(3) value 14.

    copy Invoice replacing Invoice by ==QueriedInvoice==.
    01 QueriedInvoiceNumber pic 9(6) value zeroes.
    01 QueryDataValid pic x value "Y".
        88 IsQueryDataValid value "Y".
    01 OpenQueryFound pic x value "N".
        88 IsOpenQueryFound value "Y".
    01 RaisedDateInteger pic 9(7) value zeroes.
    01 CreditOrderId pic 9(6) value zeroes.
    01 CreditNetForQuery pic 9(8)v99 value zeroes.
    01 ReturnedCreditNoteStatus pic x(2) value spaces.

linkage section.
    01 InvoiceQueryFileNameParm pic x(20) value spaces.
    copy InvoiceQuery replacing InvoiceQuery by ==ThisInvoiceQuery==.
    01 ThisQueryId pic 9(6) value zeroes.
    01 ThisInvoiceNumber pic 9(6) value zeroes.
    01 ThisQueryOutcome pic x value space.
    01 CreditAmountNet pic 9(8)v99 value zeroes.
    01 ThisQueryNote pic x(50) value spaces.
    01 ThisCreditNoteNumber pic 9(6) value zeroes.
    01 InvoiceInQueryFlag pic x value "N".
    01 ReturnedQueryStatus pic x(2) value spaces.
    01 QueryCursorId pic 9(6) value zeroes.
    01 NumberOfQueriesInPage pic 9(3) value zeroes.
    01 InvoiceQueryPage.
        02 InvoiceQueryPageEntry occurs 20 times.
            copy InvoiceQuery replacing
                ==01== by ==03==
                ==02== by ==04==
                ==03== by ==05==
                ==InvoiceQuery== by ==InvoiceQueryPageRecord==.

procedure division.
    goback.

entry "SetInvoiceQueryFileName" using InvoiceQueryFileNameParm
    if InvoiceQueryFileNameParm not equal to spaces
        move InvoiceQueryFileNameParm to InvoiceQueryFileName
        move InvoiceQueryFileName to QueryIdControlFileName
        inspect QueryIdControlFileName replacing all ".dat" by ".ctl"
    end-if
    goback.

entry "RaiseInvoiceQuery" using ThisInvoiceQuery, ThisQueryId, ReturnedQueryStatus
    move "00" to InvoiceQueryFileStatus
    move zeroes to ThisQueryId
    perform ValidateInvoiceQuery
    if IsQueryDataValid
        open i-o InvoiceQueriesFile
        move InvoiceNumber of ThisInvoiceQuery to ThisInvoiceNumber
        perform FindOpenQueryForInvoice
        if IsOpenQueryFound
            set RecordExists to true
            display "RaiseInvoiceQuery: invoice " InvoiceNumber of ThisInvoiceQuery
                " already has an open query"
        else
            move ThisInvoiceQuery to InvoiceQueryRecord
            move CustomerId of QueriedInvoice to CustomerId of InvoiceQueryRecord
            if RaisedDate of InvoiceQueryRecord equal to zero
                call "GetBusinessDate" using RaisedDate of InvoiceQueryRecord
            end-if
            if TargetResolutionDate of InvoiceQueryRecord equal to zero
                compute RaisedDateInteger =
                    function integer-of-date(RaisedDate of InvoiceQueryRecord)
                compute TargetResolutionDate of InvoiceQueryRecord =
                    function date-of-integer(RaisedDateInteger
                        + DefaultResolutionDays)
            end-if
            set IsQueryOpen of InvoiceQueryRecord to true
            move space to QueryOutcome of InvoiceQueryRecord
            move zeroes to ClosedDate of InvoiceQueryRecord
            move zeroes to QueryCreditNoteNumber of InvoiceQueryRecord
            perform AllocateNextQueryId
            write InvoiceQueryRecord
                invalid key
                    display "Error raising invoice query - status is "
                        InvoiceQueryFileStatus
                not invalid key
                    move QueryId of InvoiceQueryRecord to ThisQueryId
            end-write
        end-if
        close InvoiceQueriesFile
    end-if
    move InvoiceQueryFileStatus to ReturnedQueryStatus
    goback.

entry "GetInvoiceQueryById" using ThisInvoiceQuery, ThisQueryId
    open i-o InvoiceQueriesFile
    move ThisQueryId to QueryId of InvoiceQueryRecord
    start InvoiceQueriesFile
        key is equal to QueryId of InvoiceQueryRecord
        invalid key
            initialize ThisInvoiceQuery
        not invalid key
            read InvoiceQueriesFile
            move InvoiceQueryRecord to ThisInvoiceQuery
    end-start
    close InvoiceQueriesFile
    goback.

entry "GetInvoiceQueriesPage" using QueryCursorId, InvoiceQueryPage,
        NumberOfQueriesInPage
    initialize InvoiceQueryPage
    move zeroes to NumberOfQueriesInPage
    open i-o InvoiceQueriesFile
    move QueryCursorId to QueryId of InvoiceQueryRecord
    start InvoiceQueriesFile
        key is greater than QueryId of InvoiceQueryRecord
        invalid key
            continue
    end-start
    read InvoiceQueriesFile next record
        at end set EndOfInvoiceQueriesFile to true
    end-read
    perform until EndOfInvoiceQueriesFile
        or NumberOfQueriesInPage equal to MaxQueryPageEntries
        add 1 to NumberOfQueriesInPage
        move InvoiceQueryRecord to InvoiceQueryPageRecord(NumberOfQueriesInPage)
        read InvoiceQueriesFile next record
            at end set EndOfInvoiceQueriesFile to true
        end-read
    end-perform
    close InvoiceQueriesFile
    goback.

entry "IsInvoiceInQuery" using ThisInvoiceNumber, InvoiceInQueryFlag
    open i-o InvoiceQueriesFile
    perform FindOpenQueryForInvoice
    close InvoiceQueriesFile
    move OpenQueryFound to InvoiceInQueryFlag
    goback.

entry "CloseInvoiceQuery" using ThisQueryId, ThisQueryOutcome, CreditAmountNet,
        ThisQueryNote, ThisCreditNoteNumber, ReturnedQueryStatus
    move "00" to InvoiceQueryFileStatus
    move zeroes to ThisCreditNoteNumber
    open i-o InvoiceQueriesFile
    move ThisQueryId to QueryId of InvoiceQueryRecord
    start InvoiceQueriesFile
        key is equal to QueryId of InvoiceQueryRecord
        invalid key
            set NoSuchRecord to true
            display "CloseInvoiceQuery: no such query " ThisQueryId
        not invalid key
            read InvoiceQueriesFile
            perform CloseInvoiceQueryRecord
    end-start
    close InvoiceQueriesFile
    move InvoiceQueryFileStatus to ReturnedQueryStatus
    goback.

entry "ClearInvoiceQueriesFile"
    open output InvoiceQueriesFile
    close InvoiceQueriesFile
    open output QueryIdControlFile
    close QueryIdControlFile
    goback.

ValidateInvoiceQuery.
    move "Y" to QueryDataValid
    move InvoiceNumber of ThisInvoiceQuery to QueriedInvoiceNumber
    call "GetInvoiceByNumber" using QueriedInvoice, QueriedInvoiceNumber
    if InvoiceNumber of QueriedInvoice not equal to QueriedInvoiceNumber
        or QueriedInvoiceNumber equal to zero
        move "N" to QueryDataValid
        set NoSuchRecord to true
        display "Invoice query rejected - no such invoice "
            InvoiceNumber of ThisInvoiceQuery
        exit paragraph
    end-if
    if not IsValidQueryReason of ThisInvoiceQuery
        move "N" to QueryDataValid
        set InvalidData to true
        display "Invoice query rejected - unknown reason code '"
            QueryReasonCode of ThisInvoiceQuery "'"
        exit paragraph
    end-if
    if DisputedAmount of ThisInvoiceQuery equal to zero
        or DisputedAmount of ThisInvoiceQuery is greater than
            GrossAmount of QueriedInvoice
        move "N" to QueryDataValid
        set InvalidData to true
        display "Invoice query rejected - disputed amount must be between zero "
            "and the invoice gross"
        exit paragraph
    end-if
    if QueryOwner of ThisInvoiceQuery equal to spaces
        move "N" to QueryDataValid
        set InvalidData to true
        display "Invoice query rejected - an owner is required"
    end-if
    .

FindOpenQueryForInvoice.
    move "N" to OpenQueryFound
    move ThisInvoiceNumber to InvoiceNumber of InvoiceQueryRecord
    start InvoiceQueriesFile
        key is equal to InvoiceNumber of InvoiceQueryRecord
        invalid key
            exit paragraph
    end-start
    read InvoiceQueriesFile next record
        at end set EndOfInvoiceQueriesFile to true
    end-read
    perform until EndOfInvoiceQueriesFile
        or IsOpenQueryFound
        or InvoiceNumber of InvoiceQueryRecord not equal to ThisInvoiceNumber
        if IsQueryOpen of InvoiceQueryRecord
            move "Y" to OpenQueryFound
        else
            read InvoiceQueriesFile next record
                at end set EndOfInvoiceQueriesFile to true
            end-read
        end-if
    end-perform
    .

CloseInvoiceQueryRecord.
    if not IsQueryOpen of InvoiceQueryRecord
        set InvalidData to true
        display "CloseInvoiceQuery: query " ThisQueryId " is already closed"
        exit paragraph
    end-if
    move ThisQueryOutcome to QueryOutcome of InvoiceQueryRecord
    if not IsValidQueryOutcome of InvoiceQueryRecord
        set InvalidData to true
        display "CloseInvoiceQuery: outcome must be C, U or W"
        exit paragraph
    end-if
    if IsQueryCredited of InvoiceQueryRecord
        perform RaiseCreditForQuery
        if ReturnedCreditNoteStatus not equal to "00"
            move ReturnedCreditNoteStatus to InvoiceQueryFileStatus
            exit paragraph
        end-if
        move ThisCreditNoteNumber to QueryCreditNoteNumber of InvoiceQueryRecord
    end-if
    if ThisQueryNote not equal to spaces
        move ThisQueryNote to QueryNote of InvoiceQueryRecord
    end-if
    call "GetBusinessDate" using ClosedDate of InvoiceQueryRecord
    set IsQueryClosed of InvoiceQueryRecord to true
    rewrite InvoiceQueryRecord
    .

RaiseCreditForQuery.
    move InvoiceNumber of InvoiceQueryRecord to QueriedInvoiceNumber
    call "GetInvoiceByNumber" using QueriedInvoice, QueriedInvoiceNumber
    move OrderId of QueriedInvoice to CreditOrderId
    if CreditOrderId equal to zero
        move "90" to ReturnedCreditNoteStatus
        display "CloseInvoiceQuery: invoice " QueriedInvoiceNumber
            " has no order to credit against"
        exit paragraph
    end-if
    if CreditAmountNet not equal to zero
        move CreditAmountNet to CreditNetForQuery
    else
        compute CreditNetForQuery rounded =
            DisputedAmount of InvoiceQueryRecord * 100
            / (100 + VATRate of QueriedInvoice)
    end-if
    call "RaiseCreditNoteForAmount" using CreditOrderId, CreditNetForQuery,
        ThisCreditNoteNumber, ReturnedCreditNoteStatus
    .

AllocateNextQueryId.
    open i-o QueryIdControlFile
    read QueryIdControlFile
        invalid key
            move zeroes to LastIssuedQueryId
    end-read
    add 1 to LastIssuedQueryId
    move LastIssuedQueryId to QueryId of InvoiceQueryRecord
    if ControlRecordMissing
        write QueryIdControlRecord
    else
        rewrite QueryIdControlRecord
    end-if
    close QueryIdControlFile
    .

end program InvoiceQueries.
