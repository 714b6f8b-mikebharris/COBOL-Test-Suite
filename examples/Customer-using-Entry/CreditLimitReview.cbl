working-storage section.
    01 CreditReviewFileName pic x(20) value "CreditReview.dat".

    01 RunDate pic 9(8) value zeroes.
    01 RunDateInteger pic 9(7) value zeroes.
    01 DueDateInteger pic 9(7) value zeroes.
    01 DaysPastDue    pic s9(5) value zeroes.

procedure division.

    call "GetBusinessDate" using RunDate
    display "CreditLimitReview: business date " RunDate
    compute RunDateInteger = function integer-of-date(RunDate)
    open output CreditReviewFile
    perform ProcessCustomerPages
    close CreditReviewFile
