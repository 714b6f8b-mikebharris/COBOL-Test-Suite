    01 DayChequeTotal pic s9(10)v99 value zeroes.
    01 DayTransferTotal pic s9(10)v99 value zeroes.
    01 DayCardTotal pic s9(10)v99 value zeroes.
    01 DayDirectDebitTotal pic s9(10)v99 value zeroes.
    01 DayChequeCount pic 9(5) value zeroes.
    01 DayTransferCount pic 9(5) value zeroes.
    01 DayCardCount pic 9(5) value zeroes.
    01 DayDirectDebitCount pic 9(5) value zeroes.
    01 DayBankingTotal pic s9(10)v99 value zeroes.

    01 MtdChequeTotal pic s9(10)v99 value zeroes.
    01 MtdTransferTotal pic s9(10)v99 value zeroes.
    01 MtdCardTotal pic s9(10)v99 value zeroes.
    01 MtdDirectDebitTotal pic s9(10)v99 value zeroes.
    01 MtdBankingTotal pic s9(10)v99 value zeroes.

    01 EditedCashAmount pic -(10)9.99 value zeroes.

procedure division.

    call "GetBusinessDate" using ReportDate
    display "CashBookReport: business date " ReportDate
    perform LoadCashBookConfig
    compute MonthStartDate = (ReportDate / 100) * 100 + 1
    display "Daily Cash Book for " ReportDate
            if PaymentDate of CurrentPayment is not less than MonthStartDate
                and PaymentDate of CurrentPayment
                    is not greater than ReportDate
                and not IsContraPayment of CurrentPayment
                perform AccumulateMonthToDate
                if PaymentDate of CurrentPayment equal to ReportDate
                    perform ListAndAccumulateDayReceipt
            move "Cheque" to MethodDescription
        when IsCardPayment of CurrentPayment
            move "Card" to MethodDescription
        when IsDirectDebitPayment of CurrentPayment
            move "Direct debit" to MethodDescription
        when other
            move "Bank transfer" to MethodDescription
    end-evaluate
        when IsCardPayment of CurrentPayment
            add 1 to DayCardCount
            add PaymentAmount of CurrentPayment to DayCardTotal
        when IsDirectDebitPayment of CurrentPayment
            add 1 to DayDirectDebitCount
            add PaymentAmount of CurrentPayment to DayDirectDebitTotal
        when other
            add 1 to DayTransferCount
            add PaymentAmount of CurrentPayment to DayTransferTotal
            add PaymentAmount of CurrentPayment to MtdChequeTotal
        when IsCardPayment of CurrentPayment
            add PaymentAmount of CurrentPayment to MtdCardTotal
        when IsDirectDebitPayment of CurrentPayment
            add PaymentAmount of CurrentPayment to MtdDirectDebitTotal
        when other
            add PaymentAmount of CurrentPayment to MtdTransferTotal
    end-evaluate
    display "  Bank transfer (" DayTransferCount "): " EditedCashAmount
    move DayCardTotal to EditedCashAmount
    display "  Card          (" DayCardCount "): " EditedCashAmount
    move DayDirectDebitTotal to EditedCashAmount
    display "  Direct debit  (" DayDirectDebitCount "): " EditedCashAmount
    move DayBankingTotal to EditedCashAmount
    display "  Total banked       : " EditedCashAmount
    .
    display "  Bank transfer : " EditedCashAmount
    move MtdCardTotal to EditedCashAmount
    display "  Card          : " EditedCashAmount
    move MtdDirectDebitTotal to EditedCashAmount
    display "  Direct debit  : " EditedCashAmount
    move MtdBankingTotal to EditedCashAmount
    display "  Total cash    : " EditedCashAmount
    .
