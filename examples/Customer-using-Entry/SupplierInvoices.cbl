identification division.
program-id. SupplierInvoices.

environment division.
configuration section.
    repository.
        function all intrinsic.

input-output section.
    file-control.
        select optional SupplierInvoicesFile assign to SupplierInvoiceFileName
            organization is indexed
            access mode is dynamic
            lock mode is exclusive
            record key is SupplierInvoiceKey of SupplierInvoiceRecord
            alternate record key is PoId of SupplierInvoiceRecord with duplicates
            file status is SupplierInvoiceFileStatus.

data division.
file section.
    fd SupplierInvoicesFile.
        copy SupplierInvoice replacing SupplierInvoice by
            ==SupplierInvoiceRecord.
            88 EndOfSupplierInvoicesFile value high-values==.

working-storage section.
    01 SupplierInvoiceFileStatus pic x(2).
        88 Successful   value "00".
        88 RecordExists value "22".
        88 NoSuchRecord value "23".
        88 InvalidData  value "90".
        88 FileLocked   value "91".

    01 SupplierInvoiceFileName pic x(20) value "SupplierInvoices.dat".

    01 MaxSupplierInvoicePageEntries pic 9(3) value 20.

    copy Supplier replacing Supplier by ==InvoiceSupplier==.
    copy PurchaseOrder replacing PurchaseOrder by ==InvoicePurchaseOrder==.
    01 InvoiceSupplierLookupId pic 9(6) value zeroes.
    01 InvoicePoLookupId pic 9(6) value zeroes.
    01 InvoiceLineIndex pic 9(2) value zeroes.
    01 InvoicePoLineNumber pic 9(2) value zeroes.
    01 SupplierInvoiceValid pic x value "Y".
        88 IsSupplierInvoiceValid value "Y".
    01 SettledByContra pic x value "N".
        88 IsSettledByContra value "Y".
    01 RegistrationDate pic 9(8) value zeroes.
    01 InvoiceDateInteger pic 9(7) value zeroes.
    01 InvoicePaymentDays pic 9(3) value zeroes.
    01 ComputedLineNet pic s9(8)v99 value zeroes.

linkage section.
    01 SupplierInvoiceFileNameParm pic x(20) value spaces.
    copy SupplierInvoice replacing SupplierInvoice by ==ThisSupplierInvoice==.
    01 ThisSupplierInvoiceKey.
        02 ThisSupplierId pic 9(6) value zeroes.
        02 ThisSupplierInvoiceReference pic x(20) value spaces.
    01 ThisPoId pic 9(6) value zeroes.
    01 ThisPoLineNumber pic 9(2) value zeroes.
    01 AlreadyInvoicedQuantity pic 9(8) value zeroes.
    01 ReturnedSupplierInvoiceStatus pic x(2) value spaces.
    01 ThisPaymentRunReference pic x(12) value spaces.
    01 ThisPaidDate pic 9(8) value zeroes.
    01 SupplierInvoiceCursorKey.
        02 SupplierInvoiceCursorSupplierId pic 9(6) value zeroes.
        02 SupplierInvoiceCursorReference pic x(20) value spaces.
    01 NumberOfSupplierInvoicesInPage pic 9(3) value zeroes.
    01 SupplierInvoicePage.
        02 SupplierInvoicePageEntry occurs 20 times.
            copy SupplierInvoice replacing
                ==01== by ==03==
                ==02== by ==04==
                ==03== by ==05==
                ==SupplierInvoice== by ==SupplierInvoicePageRecord==.

procedure division.
    goback.

entry "SetSupplierInvoiceFileName" using SupplierInvoiceFileNameParm
    if SupplierInvoiceFileNameParm not equal to spaces
        move SupplierInvoiceFileNameParm to SupplierInvoiceFileName
    end-if
    goback.

entry "RegisterSupplierInvoice" using ThisSupplierInvoice,
        ReturnedSupplierInvoiceStatus
    move "00" to SupplierInvoiceFileStatus
    perform ValidateSupplierInvoice
    if IsSupplierInvoiceValid
        perform CompleteSupplierInvoiceDefaults
        open i-o SupplierInvoicesFile
        move ThisSupplierInvoice to SupplierInvoiceRecord
        write SupplierInvoiceRecord
            invalid key
                if RecordExists
                    display "RegisterSupplierInvoice: invoice '"
                        function trim(SupplierInvoiceReference of
                            ThisSupplierInvoice)
                        "' already registered for supplier "
                        SupplierId of ThisSupplierInvoice
                else
                    display "Error registering supplier invoice - status is "
                        SupplierInvoiceFileStatus
                end-if
            not invalid key
                continue
        end-write
        close SupplierInvoicesFile
    end-if
    move SupplierInvoiceFileStatus to ReturnedSupplierInvoiceStatus
    goback.

entry "GetSupplierInvoice" using ThisSupplierInvoice, ThisSupplierInvoiceKey
    open i-o SupplierInvoicesFile
    move ThisSupplierInvoiceKey to SupplierInvoiceKey of SupplierInvoiceRecord
    start SupplierInvoicesFile
        key is equal to SupplierInvoiceKey of SupplierInvoiceRecord
        invalid key
            initialize ThisSupplierInvoice
        not invalid key
            read SupplierInvoicesFile
            move SupplierInvoiceRecord to ThisSupplierInvoice
    end-start
    close SupplierInvoicesFile
    goback.

entry "GetSupplierInvoicesPage" using SupplierInvoiceCursorKey,
        SupplierInvoicePage, NumberOfSupplierInvoicesInPage
    initialize SupplierInvoicePage
    move zeroes to NumberOfSupplierInvoicesInPage
    open i-o SupplierInvoicesFile
    move SupplierInvoiceCursorKey to SupplierInvoiceKey of SupplierInvoiceRecord
    start SupplierInvoicesFile
        key is greater than SupplierInvoiceKey of SupplierInvoiceRecord
        invalid key
            continue
    end-start
    read SupplierInvoicesFile next record
        at end set EndOfSupplierInvoicesFile to true
    end-read
    perform until EndOfSupplierInvoicesFile
        or NumberOfSupplierInvoicesInPage equal to MaxSupplierInvoicePageEntries
        add 1 to NumberOfSupplierInvoicesInPage
        move SupplierInvoiceRecord
            to SupplierInvoicePageRecord(NumberOfSupplierInvoicesInPage)
        read SupplierInvoicesFile next record
            at end set EndOfSupplierInvoicesFile to true
        end-read
    end-perform
    close SupplierInvoicesFile
    goback.

entry "RecordSupplierInvoiceMatch" using ThisSupplierInvoice,
        ReturnedSupplierInvoiceStatus
    move "00" to SupplierInvoiceFileStatus
    open i-o SupplierInvoicesFile
    move SupplierInvoiceKey of ThisSupplierInvoice
        to SupplierInvoiceKey of SupplierInvoiceRecord
    start SupplierInvoicesFile
        key is equal to SupplierInvoiceKey of SupplierInvoiceRecord
        invalid key
            set NoSuchRecord to true
            display "RecordSupplierInvoiceMatch: no such supplier invoice '"
                function trim(SupplierInvoiceReference of ThisSupplierInvoice)
                "'"
        not invalid key
            read SupplierInvoicesFile
            if IsSupplierInvoicePaid of SupplierInvoiceRecord
                set InvalidData to true
                display "RecordSupplierInvoiceMatch: invoice '"
                    function trim(SupplierInvoiceReference of
                        SupplierInvoiceRecord)
                    "' is already paid"
            else
                move SupplierInvoiceStatus of ThisSupplierInvoice
                    to SupplierInvoiceStatus of SupplierInvoiceRecord
                move ApprovedDate of ThisSupplierInvoice
                    to ApprovedDate of SupplierInvoiceRecord
                perform varying InvoiceLineIndex from 1 by 1
                    until InvoiceLineIndex is greater than
                        SupplierInvoiceLineCount of SupplierInvoiceRecord
                    move LineMatchResult of ThisSupplierInvoice(InvoiceLineIndex)
                        to LineMatchResult of
                            SupplierInvoiceRecord(InvoiceLineIndex)
                end-perform
                rewrite SupplierInvoiceRecord
            end-if
    end-start
    close SupplierInvoicesFile
    move SupplierInvoiceFileStatus to ReturnedSupplierInvoiceStatus
    goback.

entry "MarkSupplierInvoicePaid" using ThisSupplierInvoiceKey,
        ThisPaymentRunReference, ThisPaidDate, ReturnedSupplierInvoiceStatus
    move "N" to SettledByContra
    perform MarkSupplierInvoiceSettled
    move SupplierInvoiceFileStatus to ReturnedSupplierInvoiceStatus
    goback.

entry "MarkSupplierInvoiceContraSettled" using ThisSupplierInvoiceKey,
        ThisPaymentRunReference, ThisPaidDate, ReturnedSupplierInvoiceStatus
    move "Y" to SettledByContra
    perform MarkSupplierInvoiceSettled
    move SupplierInvoiceFileStatus to ReturnedSupplierInvoiceStatus
    goback.

entry "GetInvoicedQuantityForPoLine" using ThisPoId, ThisPoLineNumber,
        ThisSupplierInvoiceKey, AlreadyInvoicedQuantity
    move zero to AlreadyInvoicedQuantity
    open i-o SupplierInvoicesFile
    move ThisPoId to PoId of SupplierInvoiceRecord
    start SupplierInvoicesFile
        key is equal to PoId of SupplierInvoiceRecord
        invalid key
            set EndOfSupplierInvoicesFile to true
        not invalid key
            read SupplierInvoicesFile next record
                at end set EndOfSupplierInvoicesFile to true
            end-read
    end-start
    perform until EndOfSupplierInvoicesFile
        or PoId of SupplierInvoiceRecord not equal to ThisPoId
        if SupplierInvoiceKey of SupplierInvoiceRecord
            not equal to ThisSupplierInvoiceKey
            and (IsSupplierInvoiceApproved of SupplierInvoiceRecord
                or IsSupplierInvoicePaid of SupplierInvoiceRecord)
            perform varying InvoiceLineIndex from 1 by 1
                until InvoiceLineIndex is greater than
                    SupplierInvoiceLineCount of SupplierInvoiceRecord
                if PoLineNumber of SupplierInvoiceRecord(InvoiceLineIndex)
                    equal to ThisPoLineNumber
                    add InvoicedQuantity of
                        SupplierInvoiceRecord(InvoiceLineIndex)
                        to AlreadyInvoicedQuantity
                end-if
            end-perform
        end-if
        read SupplierInvoicesFile next record
            at end set EndOfSupplierInvoicesFile to true
        end-read
    end-perform
    close SupplierInvoicesFile
    goback.

entry "ClearSupplierInvoicesFile"
    open output SupplierInvoicesFile
    close SupplierInvoicesFile
    goback.

ValidateSupplierInvoice.
    move "Y" to SupplierInvoiceValid
    if SupplierInvoiceReference of ThisSupplierInvoice equal to spaces
        move "N" to SupplierInvoiceValid
        set InvalidData to true
        display "Supplier invoice rejected - the supplier's invoice reference is required"
        exit paragraph
    end-if
    move SupplierId of ThisSupplierInvoice to InvoiceSupplierLookupId
    call "GetSupplierById" using InvoiceSupplier, InvoiceSupplierLookupId
    if SupplierId of InvoiceSupplier not equal to InvoiceSupplierLookupId
        or InvoiceSupplierLookupId equal to zero
        move "N" to SupplierInvoiceValid
        set InvalidData to true
        display "Supplier invoice rejected - no such supplier "
            SupplierId of ThisSupplierInvoice
        exit paragraph
    end-if
    move PoId of ThisSupplierInvoice to InvoicePoLookupId
    call "GetPurchaseOrderById" using InvoicePurchaseOrder, InvoicePoLookupId
    if PoId of InvoicePurchaseOrder not equal to InvoicePoLookupId
        or InvoicePoLookupId equal to zero
        move "N" to SupplierInvoiceValid
        set InvalidData to true
        display "Supplier invoice rejected - no such purchase order "
            PoId of ThisSupplierInvoice
        exit paragraph
    end-if
    if SupplierId of InvoicePurchaseOrder not equal to InvoiceSupplierLookupId
        move "N" to SupplierInvoiceValid
        set InvalidData to true
        display "Supplier invoice rejected - purchase order "
            PoId of ThisSupplierInvoice " was not raised on supplier "
            SupplierId of ThisSupplierInvoice
        exit paragraph
    end-if
    if IsPoCancelled of InvoicePurchaseOrder
        move "N" to SupplierInvoiceValid
        set InvalidData to true
        display "Supplier invoice rejected - purchase order "
            PoId of ThisSupplierInvoice " is cancelled"
        exit paragraph
    end-if
    if SupplierInvoiceLineCount of ThisSupplierInvoice equal to zero
        or SupplierInvoiceLineCount of ThisSupplierInvoice is greater than 90
        move "N" to SupplierInvoiceValid
        set InvalidData to true
        display "Supplier invoice rejected - between 1 and 90 lines are required"
        exit paragraph
    end-if
    perform varying InvoiceLineIndex from 1 by 1
        until InvoiceLineIndex is greater than
            SupplierInvoiceLineCount of ThisSupplierInvoice
            or not IsSupplierInvoiceValid
        move PoLineNumber of ThisSupplierInvoice(InvoiceLineIndex)
            to InvoicePoLineNumber
        if InvoicePoLineNumber is less than 1
            or InvoicePoLineNumber is greater than
                PoLineCount of InvoicePurchaseOrder
            move "N" to SupplierInvoiceValid
            set InvalidData to true
            display "Supplier invoice rejected - no line " InvoicePoLineNumber
                " on purchase order " PoId of ThisSupplierInvoice
        else
            if ProductCode of SupplierInvoiceLine of
                ThisSupplierInvoice(InvoiceLineIndex) equal to spaces
                move ProductCode of PoLine of
                    InvoicePurchaseOrder(InvoicePoLineNumber)
                    to ProductCode of SupplierInvoiceLine of
                        ThisSupplierInvoice(InvoiceLineIndex)
            end-if
            if ProductCode of SupplierInvoiceLine of
                ThisSupplierInvoice(InvoiceLineIndex)
                not equal to ProductCode of PoLine of
                    InvoicePurchaseOrder(InvoicePoLineNumber)
                move "N" to SupplierInvoiceValid
                set InvalidData to true
                display "Supplier invoice rejected - product '"
                    function trim(ProductCode of SupplierInvoiceLine of
                        ThisSupplierInvoice(InvoiceLineIndex))
                    "' is not on line " InvoicePoLineNumber
                    " of purchase order " PoId of ThisSupplierInvoice
            end-if
        end-if
    end-perform
    .

CompleteSupplierInvoiceDefaults.
    call "GetBusinessDate" using RegistrationDate
    move RegistrationDate to RegisteredDate of ThisSupplierInvoice
    if SupplierInvoiceDate of ThisSupplierInvoice equal to zero
        move RegistrationDate to SupplierInvoiceDate of ThisSupplierInvoice
    end-if
    if SupplierInvoiceDueDate of ThisSupplierInvoice equal to zero
        move SupplierPaymentDays of InvoiceSupplier to InvoicePaymentDays
        if InvoicePaymentDays equal to zero
            move 30 to InvoicePaymentDays
        end-if
        compute InvoiceDateInteger = function integer-of-date(
            SupplierInvoiceDate of ThisSupplierInvoice)
        compute SupplierInvoiceDueDate of ThisSupplierInvoice =
            function date-of-integer(InvoiceDateInteger + InvoicePaymentDays)
    end-if
    if SupplierInvoiceNet of ThisSupplierInvoice equal to zero
        perform varying InvoiceLineIndex from 1 by 1
            until InvoiceLineIndex is greater than
                SupplierInvoiceLineCount of ThisSupplierInvoice
            compute ComputedLineNet rounded =
                InvoicedQuantity of ThisSupplierInvoice(InvoiceLineIndex)
                * InvoicedUnitCost of ThisSupplierInvoice(InvoiceLineIndex)
            add ComputedLineNet to SupplierInvoiceNet of ThisSupplierInvoice
        end-perform
    end-if
    if SupplierInvoiceGross of ThisSupplierInvoice equal to zero
        compute SupplierInvoiceGross of ThisSupplierInvoice =
            SupplierInvoiceNet of ThisSupplierInvoice
            + SupplierInvoiceVAT of ThisSupplierInvoice
    end-if
    perform varying InvoiceLineIndex from 1 by 1
        until InvoiceLineIndex is greater than
            SupplierInvoiceLineCount of ThisSupplierInvoice
        move space to LineMatchResult of ThisSupplierInvoice(InvoiceLineIndex)
    end-perform
    move zeroes to ApprovedDate of ThisSupplierInvoice
    move zeroes to PaidDate of ThisSupplierInvoice
    move spaces to PaymentRunReference of ThisSupplierInvoice
    set IsSupplierInvoiceRegistered of ThisSupplierInvoice to true
    .

MarkSupplierInvoiceSettled.
    move "00" to SupplierInvoiceFileStatus
    open i-o SupplierInvoicesFile
    move ThisSupplierInvoiceKey to SupplierInvoiceKey of SupplierInvoiceRecord
    start SupplierInvoicesFile
        key is equal to SupplierInvoiceKey of SupplierInvoiceRecord
        invalid key
            set NoSuchRecord to true
            display "MarkSupplierInvoicePaid: no such supplier invoice '"
                function trim(ThisSupplierInvoiceReference) "'"
        not invalid key
            read SupplierInvoicesFile
            if IsSupplierInvoiceApproved of SupplierInvoiceRecord
                if IsSettledByContra
                    set IsSupplierInvoiceContraSettled of SupplierInvoiceRecord
                        to true
                else
                    set IsSupplierInvoicePaid of SupplierInvoiceRecord to true
                end-if
                move ThisPaidDate to PaidDate of SupplierInvoiceRecord
                move ThisPaymentRunReference
                    to PaymentRunReference of SupplierInvoiceRecord
                rewrite SupplierInvoiceRecord
            else
                set InvalidData to true
                display "MarkSupplierInvoicePaid: invoice '"
                    function trim(ThisSupplierInvoiceReference)
                    "' is not approved for payment"
            end-if
    end-start
    close SupplierInvoicesFile
    .

end program SupplierInvoices.
