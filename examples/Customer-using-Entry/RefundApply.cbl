        01 BankPaymentRecord pic x(120).

working-storage section.
    01 RunDate pic 9(8) value zeroes.
    01 RefundAuthFileName pic x(20) value "RefundAuth.dat".
    01 BankPaymentFileName pic x(20) value "BankPayments.out".


procedure division.

    call "GetBusinessDate" using RunDate
    display "RefundApply: business date " RunDate
    open input RefundAuthFile
    open output BankPaymentFile
    read RefundAuthFile
