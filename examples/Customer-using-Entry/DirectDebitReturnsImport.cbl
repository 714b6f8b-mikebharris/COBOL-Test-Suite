identification division.
program-id. DirectDebitReturnsImport.

environment division.
configuration section.
    repository.
        function all intrinsic.

input-output section.
    file-control.
        select optional DirectDebitReturnsFile assign to DirectDebitReturnsFileName
            organization is line sequential.

        select optional ReturnsExceptionFile assign to ReturnsExceptionFileName
            organization is line sequential.

        select optional ReturnPostingFile assign to "DirectDebitReturns.pjl"
            organization is line sequential.

data division.
file section.
    fd DirectDebitReturnsFile.
        01 DirectDebitReturnRecord.
            88 EndOfDirectDebitReturnsFile value high-values.
            02 ReturnType pic x.
                88 IsUnpaidCollection value "U".
                88 IsIndemnityClaim   value "I".
                88 IsMandateRejection value "M".
            02 filler pic x.
            02 ReturnMandateReference pic x(18).
            02 filler pic x.
            02 ReturnCollectionDate pic 9(8).
            02 filler pic x.
            02 ReturnAmount pic 9(8)v99.
            02 filler pic x.
            02 ReturnReason pic x(20).

    fd ReturnsExceptionFile.
        01 ReturnsExceptionRecord pic x(120).

    fd ReturnPostingFile.
        01 ReturnPostingRecord.
            02 ReturnPostingNominalCode pic 9(4).
            02 filler pic x.
            02 ReturnPostingDebitCredit pic x.
            02 filler pic x.
            02 ReturnPostingAmount pic 9(10)v99.
            02 filler pic x.
            02 ReturnPostingDocType pic x.
            02 filler pic x.
            02 ReturnPostingDocNumber pic 9(6).
            02 filler pic x.
            02 ReturnPostingDocDate pic 9(8).

working-storage section.
    01 RunDate pic 9(8) value zeroes.
    01 DirectDebitReturnsFileName pic x(24) value "DirectDebitReturns.imp".
    01 ReturnsExceptionFileName pic x(24) value "DirectDebitReturns.sus".

    copy DirectDebitMandate replacing DirectDebitMandate by ==ReturnedMandate==.
    01 ThisMandateReference pic x(18) value spaces.
    01 ThisCustomerId pic 9(8) value zeroes.
    01 RejectedMandateStatus pic x value "R".
    01 ThisRejectionReason pic x(20) value spaces.

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
    01 MatchedPaymentId pic 9(6) value zeroes.
    01 ReturnedPaymentStatus pic x(2) value spaces.
    01 ReturnedMandateStatus pic x(2) value spaces.
    01 ExceptionReason pic x(40) value spaces.

    01 NominalDebtorsControl pic 9(4) value 1100.
    01 NominalBankAccount pic 9(4) value 1200.
    01 PostingNominalCode pic 9(4) value zeroes.
    01 PostingDebitCredit pic x value space.
    01 PostingAmount pic 9(10)v99 value zeroes.
    01 PostingDocType pic x value space.
    01 PostingDocNumber pic 9(6) value zeroes.
    01 PostingDocDate pic 9(8) value zeroes.

    01 ReversedReceiptCount pic 9(6) value zeroes.
    01 FlaggedMandateCount pic 9(6) value zeroes.
    01 ExceptionCount pic 9(6) value zeroes.

    01 InterfaceName pic x(20) value "DDRETURNS".
    01 InterfaceFileName pic x(30) value spaces.
    01 InterfaceControlTotal pic s9(12)v99 value zeroes.
    01 ReturnedInterfaceStatus pic x(2) value spaces.

procedure division.

    call "GetBusinessDate" using RunDate
    display "DirectDebitReturnsImport: business date " RunDate
    perform RegisterInterfaceFile
    open input DirectDebitReturnsFile
    open output ReturnsExceptionFile
    open extend ReturnPostingFile
    read DirectDebitReturnsFile
        at end set EndOfDirectDebitReturnsFile to true
    end-read
    perform until EndOfDirectDebitReturnsFile
        if ReturnAmount is numeric
            add ReturnAmount to InterfaceControlTotal
        end-if
        perform ProcessDirectDebitReturn
        read DirectDebitReturnsFile
            at end set EndOfDirectDebitReturnsFile to true
        end-read
    end-perform
    close DirectDebitReturnsFile
    close ReturnsExceptionFile
    close ReturnPostingFile
    display "DirectDebitReturnsImport: " ReversedReceiptCount
        " receipt(s) reversed, " FlaggedMandateCount " mandate(s) flagged, "
        ExceptionCount " exception(s)"
    call "CloseInterfaceFile" using InterfaceControlTotal
    stop run.

RegisterInterfaceFile.
    move DirectDebitReturnsFileName to InterfaceFileName
    call "OpenInterfaceFile" using InterfaceName, InterfaceFileName,
        ReturnedInterfaceStatus
    if ReturnedInterfaceStatus equal to "22"
        display "DirectDebitReturnsImport: " function trim(InterfaceFileName)
            " already processed; not loaded"
        move 1 to return-code
        stop run
    end-if
    .

ProcessDirectDebitReturn.
    move ReturnMandateReference to ThisMandateReference
    call "GetDirectDebitMandateByReference" using ReturnedMandate,
        ThisMandateReference
    if MandateReference of ReturnedMandate not equal to ThisMandateReference
        or ThisMandateReference equal to spaces
        move "no such mandate reference" to ExceptionReason
        perform WriteReturnException
        exit paragraph
    end-if
    move CustomerId of ReturnedMandate to ThisCustomerId
    evaluate true
        when IsUnpaidCollection
        when IsIndemnityClaim
            perform FindCollectedPayment
            if MatchedPaymentId equal to zero
                move "no matching direct debit receipt" to ExceptionReason
                perform WriteReturnException
            else
                move ReturnReason to ThisRejectionReason
                if IsIndemnityClaim
                    move spaces to ThisRejectionReason
                    string
                        "INDEMNITY " delimited by size
                        ReturnReason delimited by size
                        into ThisRejectionReason
                    end-string
                end-if
                call "ReverseCashReceipt" using MatchedPaymentId,
                    ThisRejectionReason, ReturnedPaymentStatus
                if ReturnedPaymentStatus equal to "00"
                    add 1 to ReversedReceiptCount
                    perform WriteReturnPostings
                else
                    move "receipt could not be reversed" to ExceptionReason
                    perform WriteReturnException
                end-if
            end-if
            perform FlagReturnedMandate
        when IsMandateRejection
            move ReturnReason to ThisRejectionReason
            perform FlagReturnedMandate
        when other
            move "unknown return type" to ExceptionReason
            perform WriteReturnException
    end-evaluate
    .

FindCollectedPayment.
    move zero to MatchedPaymentId
    move zero to PaymentCursorId
    call "GetPaymentsPageByCustomerId" using ThisCustomerId, PaymentCursorId,
        PaymentPage, NumberOfPaymentsInPage
    perform until NumberOfPaymentsInPage equal to zero
        or MatchedPaymentId not equal to zero
        perform varying PaymentPageIndex from 1 by 1
            until PaymentPageIndex is greater than NumberOfPaymentsInPage
                or MatchedPaymentId not equal to zero
            if IsDirectDebitPayment of PaymentPageRecord(PaymentPageIndex)
                and IsPaymentNotReversed of PaymentPageRecord(PaymentPageIndex)
                and PaymentDate of PaymentPageRecord(PaymentPageIndex)
                    equal to ReturnCollectionDate
                and PaymentAmount of PaymentPageRecord(PaymentPageIndex)
                    equal to ReturnAmount
                move PaymentId of PaymentPageRecord(PaymentPageIndex)
                    to MatchedPaymentId
            end-if
        end-perform
        move PaymentId of PaymentPageRecord(NumberOfPaymentsInPage)
            to PaymentCursorId
        call "GetPaymentsPageByCustomerId" using ThisCustomerId, PaymentCursorId,
            PaymentPage, NumberOfPaymentsInPage
    end-perform
    .

WriteReturnPostings.
    move NominalDebtorsControl to PostingNominalCode
    move "D" to PostingDebitCredit
    move ReturnAmount to PostingAmount
    move "R" to PostingDocType
    move MatchedPaymentId to PostingDocNumber
    move RunDate to PostingDocDate
    perform WriteReturnPosting
    move NominalBankAccount to PostingNominalCode
    move "C" to PostingDebitCredit
    perform WriteReturnPosting
    .

WriteReturnPosting.
    move spaces to ReturnPostingRecord
    move PostingNominalCode to ReturnPostingNominalCode
    move PostingDebitCredit to ReturnPostingDebitCredit
    move PostingAmount to ReturnPostingAmount
    move PostingDocType to ReturnPostingDocType
    move PostingDocNumber to ReturnPostingDocNumber
    move PostingDocDate to ReturnPostingDocDate
    write ReturnPostingRecord
    .

FlagReturnedMandate.
    if IsMandateRejected of ReturnedMandate
        exit paragraph
    end-if
    call "UpdateDirectDebitMandateStatus" using ThisCustomerId,
        RejectedMandateStatus, ThisRejectionReason, ReturnedMandateStatus
    if ReturnedMandateStatus equal to "00"
        add 1 to FlaggedMandateCount
        set IsMandateRejected of ReturnedMandate to true
    end-if
    .

WriteReturnException.
    add 1 to ExceptionCount
    move spaces to ReturnsExceptionRecord
    string
        "EXCEPTION Type=" delimited by size
        ReturnType delimited by size
        " Mandate='" delimited by size
        function trim(ReturnMandateReference) delimited by size
        "' Date=" delimited by size
        ReturnCollectionDate delimited by size
        " Amount=" delimited by size
        ReturnAmount delimited by size
        " Reason='" delimited by size
        function trim(ExceptionReason) delimited by size
        "'" delimited by size
        into ReturnsExceptionRecord
    end-string
    write ReturnsExceptionRecord
    .

end program DirectDebitReturnsImport.
