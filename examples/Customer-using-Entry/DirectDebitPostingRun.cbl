identification division.
program-id. DirectDebitPostingRun.

environment division.
configuration section.
    repository.
        function all intrinsic.

input-output section.
    file-control.
        select optional PendingCollectionFile assign to "DirectDebitPending.dat"
            organization is line sequential.

        select optional PendingWorkFile assign to "DirectDebitPending.wrk"
            organization is line sequential.

data division.
file section.
    fd PendingCollectionFile.
        copy DirectDebitPending replacing DirectDebitPending by
            ==PendingCollectionRecord.
            88 EndOfPendingCollectionFile value high-values==.

    fd PendingWorkFile.
        copy DirectDebitPending replacing DirectDebitPending by
            ==PendingWorkRecord.
            88 EndOfPendingWorkFile value high-values==.

working-storage section.
    01 RunDate pic 9(8) value zeroes.

    copy Payment replacing Payment by ==CollectedPayment==.
    01 NewPaymentId pic 9(6) value zeroes.
    01 ThisInvoiceNumber pic 9(6) value zeroes.
    01 CollectionInvoiceIndex pic 9(2) value zeroes.
    01 ReturnedPaymentStatus pic x(2) value spaces.
    01 ReturnedInvoiceStatus pic x(2) value spaces.

    01 PostedCollectionCount pic 9(6) value zeroes.
    01 PostedInvoiceCount pic 9(6) value zeroes.
    01 CarriedCollectionCount pic 9(6) value zeroes.
    01 FailedCollectionCount pic 9(6) value zeroes.
    01 RunPostedTotal pic 9(10)v99 value zeroes.
    01 EditedRunTotal pic -(10)9.99 value zeroes.

procedure division.

    call "GetBusinessDate" using RunDate
    display "DirectDebitPostingRun: business date " RunDate
    open input PendingCollectionFile
    open output PendingWorkFile
    read PendingCollectionFile
        at end set EndOfPendingCollectionFile to true
    end-read
    perform until EndOfPendingCollectionFile
        if PendingCollectionDate of PendingCollectionRecord
            is greater than RunDate
            perform CarryPendingCollectionForward
        else
            perform PostPendingCollection
        end-if
        read PendingCollectionFile
            at end set EndOfPendingCollectionFile to true
        end-read
    end-perform
    close PendingCollectionFile
    close PendingWorkFile
    perform ReplacePendingCollectionFile
    move RunPostedTotal to EditedRunTotal
    display "DirectDebitPostingRun: " PostedCollectionCount
        " collection(s) posted covering " PostedInvoiceCount
        " invoice(s), total " EditedRunTotal
    display "DirectDebitPostingRun: " CarriedCollectionCount
        " collection(s) awaiting their collection date, "
        FailedCollectionCount " not posted"
    if FailedCollectionCount is greater than zero
        move 1 to return-code
    end-if
    stop run.

PostPendingCollection.
    initialize CollectedPayment
    move PendingCustomerId of PendingCollectionRecord
        to CustomerId of CollectedPayment
    move PendingCollectionDate of PendingCollectionRecord
        to PaymentDate of CollectedPayment
    move PendingMandateReference of PendingCollectionRecord
        to PaymentReference of CollectedPayment
    move PendingCollectionAmount of PendingCollectionRecord
        to PaymentAmount of CollectedPayment
    set IsDirectDebitPayment of CollectedPayment to true
    set IsPaymentNotReversed of CollectedPayment to true
    move PendingInvoiceCount of PendingCollectionRecord
        to AllocationCount of CollectedPayment
    perform varying CollectionInvoiceIndex from 1 by 1
        until CollectionInvoiceIndex is greater than
            PendingInvoiceCount of PendingCollectionRecord
        move PendingInvoiceNumber of PendingCollectionRecord(CollectionInvoiceIndex)
            to AllocatedInvoiceNumber of PaymentAllocation of
                CollectedPayment(CollectionInvoiceIndex)
        move PendingInvoiceAmount of PendingCollectionRecord(CollectionInvoiceIndex)
            to AllocatedAmount of PaymentAllocation of
                CollectedPayment(CollectionInvoiceIndex)
    end-perform
    call "AddCashReceipt" using CollectedPayment, NewPaymentId,
        ReturnedPaymentStatus
    if ReturnedPaymentStatus not equal to "00"
        display "DirectDebitPostingRun: collection for customer "
            PendingCustomerId of PendingCollectionRecord " dated "
            PendingCollectionDate of PendingCollectionRecord
            " not posted - status " ReturnedPaymentStatus
        add 1 to FailedCollectionCount
        move PendingCollectionRecord to PendingWorkRecord
        write PendingWorkRecord
        exit paragraph
    end-if
    perform varying CollectionInvoiceIndex from 1 by 1
        until CollectionInvoiceIndex is greater than
            PendingInvoiceCount of PendingCollectionRecord
        move PendingInvoiceNumber of PendingCollectionRecord(CollectionInvoiceIndex)
            to ThisInvoiceNumber
        call "MarkInvoiceSettled" using ThisInvoiceNumber, ReturnedInvoiceStatus
        add 1 to PostedInvoiceCount
    end-perform
    add 1 to PostedCollectionCount
    add PendingCollectionAmount of PendingCollectionRecord to RunPostedTotal
    .

CarryPendingCollectionForward.
    add 1 to CarriedCollectionCount
    move PendingCollectionRecord to PendingWorkRecord
    write PendingWorkRecord
    .

ReplacePendingCollectionFile.
    open input PendingWorkFile
    open output PendingCollectionFile
    read PendingWorkFile
        at end set EndOfPendingWorkFile to true
    end-read
    perform until EndOfPendingWorkFile
        move PendingWorkRecord to PendingCollectionRecord
        write PendingCollectionRecord
        read PendingWorkFile
            at end set EndOfPendingWorkFile to true
        end-read
    end-perform
    close PendingWorkFile
    close PendingCollectionFile
    .

end program DirectDebitPostingRun.
