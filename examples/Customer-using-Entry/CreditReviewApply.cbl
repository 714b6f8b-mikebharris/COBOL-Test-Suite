                88 IsReviewApproved value "A".

working-storage section.
    01 RunDate pic 9(8) value zeroes.
    01 CreditReviewFileName pic x(20) value "CreditReview.dat".

    copy Customer replacing Customer by ==ReviewedCustomer==.

procedure division.

    call "GetBusinessDate" using RunDate
    display "CreditReviewApply: business date " RunDate
    open input CreditReviewFile
    read CreditReviewFile
        at end set EndOfCreditReviewFile to true
