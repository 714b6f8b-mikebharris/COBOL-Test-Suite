identification division.
program-id. ReorderReviewApply.

environment division.
configuration section.
    repository.
        function all intrinsic.

input-output section.
    file-control.
        select optional ReorderReviewFile assign to ReorderReviewFileName
            organization is line sequential.

        select optional ReorderAuditFile assign to ReorderAuditFileName
            organization is line sequential.

data division.
file section.
    fd ReorderReviewFile.
        01 ReorderReviewRecord.
            88 EndOfReorderReviewFile value high-values.
            02 filler pic x(5).
            02 ReviewProductCode pic x(12).
            02 filler pic x(6).
            02 ReviewSupplierId pic 9(6).
            02 filler pic x(6).
            02 ReviewLeadDays pic 9(3).
            02 filler pic x(7).
            02 ReviewAverageWeek pic 9(6)v99.
            02 filler pic x(8).
            02 ReviewPeakWeek pic 9(6).
            02 filler pic x(8).
            02 ReviewCurrentLevel pic 9(6).
            02 filler pic x(8).
            02 ReviewProposedLevel pic 9(6).
            02 filler pic x(8).
            02 ReviewCurrentQuantity pic 9(6).
            02 filler pic x(8).
            02 ReviewProposedQuantity pic 9(6).
            02 filler pic x(10).
            02 ReviewApprovalFlag pic x.
                88 IsReviewApproved value "A".

    fd ReorderAuditFile.
        01 ReorderAuditRecord pic x(120).

working-storage section.
    01 ReorderReviewFileName pic x(20) value "ReorderReview.dat".
    01 ReorderAuditFileName pic x(20) value "ReorderChanges.aud".

    01 RunDate pic 9(8) value zeroes.
    copy Product replacing Product by ==ReviewedProduct==.
    01 ReviewedProductCode pic x(12) value spaces.
    01 OldReorderLevel pic 9(6) value zeroes.
    01 OldReorderQuantity pic 9(6) value zeroes.
    01 ReturnedProductStatus pic x(2) value spaces.
    01 SkipReason pic x(30) value spaces.
    01 AppliedCount pic 9(6) value zeroes.
    01 SkippedCount pic 9(6) value zeroes.

procedure division.

    call "GetBusinessDate" using RunDate
    display "ReorderReviewApply: business date " RunDate
    open input ReorderReviewFile
    open extend ReorderAuditFile
    read ReorderReviewFile
        at end set EndOfReorderReviewFile to true
    end-read
    perform until EndOfReorderReviewFile
        if IsReviewApproved
            perform ApplyApprovedReviewLine
        else
            add 1 to SkippedCount
        end-if
        read ReorderReviewFile
            at end set EndOfReorderReviewFile to true
        end-read
    end-perform
    close ReorderReviewFile
    close ReorderAuditFile
    display "ReorderReviewApply: " AppliedCount " reorder setting(s) applied, "
        SkippedCount " line(s) not applied"
    stop run.

ApplyApprovedReviewLine.
    move ReviewProductCode to ReviewedProductCode
    call "GetProductByCode" using ReviewedProduct, ReviewedProductCode
    if ProductCode of ReviewedProduct not equal to ReviewedProductCode
        or ReviewedProductCode equal to spaces
        add 1 to SkippedCount
        move "no such product" to SkipReason
        perform WriteSkippedAuditRecord
        exit paragraph
    end-if
    if ReorderLevel of ReviewedProduct not equal to ReviewCurrentLevel
        or ReorderQuantity of ReviewedProduct not equal to ReviewCurrentQuantity
        add 1 to SkippedCount
        display "ReorderReviewApply: product "
            function trim(ReviewedProductCode)
            " changed since the review was run; not applied"
        move "changed since review" to SkipReason
        perform WriteSkippedAuditRecord
        exit paragraph
    end-if
    move ReorderLevel of ReviewedProduct to OldReorderLevel
    move ReorderQuantity of ReviewedProduct to OldReorderQuantity
    move ReviewProposedLevel to ReorderLevel of ReviewedProduct
    move ReviewProposedQuantity to ReorderQuantity of ReviewedProduct
    call "UpdateProductByCode" using ReviewedProduct, ReturnedProductStatus
    if ReturnedProductStatus equal to "00"
        add 1 to AppliedCount
        move spaces to ReorderAuditRecord
        string
            "Date=" delimited by size
            RunDate delimited by size
            " Product=" delimited by size
            function trim(ReviewedProductCode) delimited by size
            " OldLevel=" delimited by size
            OldReorderLevel delimited by size
            " NewLevel=" delimited by size
            ReviewProposedLevel delimited by size
            " OldQty=" delimited by size
            OldReorderQuantity delimited by size
            " NewQty=" delimited by size
            ReviewProposedQuantity delimited by size
            " AvgWk=" delimited by size
            ReviewAverageWeek delimited by size
            " Lead=" delimited by size
            ReviewLeadDays delimited by size
            into ReorderAuditRecord
        end-string
        write ReorderAuditRecord
    else
        add 1 to SkippedCount
        display "ReorderReviewApply: update failed for product "
            function trim(ReviewedProductCode) " status "
            ReturnedProductStatus
    end-if
    .

WriteSkippedAuditRecord.
    move spaces to ReorderAuditRecord
    string
        "Date=" delimited by size
        RunDate delimited by size
        " Product=" delimited by size
        function trim(ReviewProductCode) delimited by size
        " SKIPPED - " delimited by size
        function trim(SkipReason) delimited by size
        into ReorderAuditRecord
    end-string
    write ReorderAuditRecord
    .

end program ReorderReviewApply.
