
data division.
working-storage section.
    01 RunDate pic 9(8) value zeroes.
    01 PageSize pic 9(4) value 50.
    01 CustomerCursorId pic 9(8) value zeroes.
    01 NumberOfCustomersInPage pic 9(4) value zeroes.

procedure division.

    call "GetBusinessDate" using RunDate
    display "RebateAccrualReport: business date " RunDate
    display "Rebate Accrual Report"
    display "Customer  Name                                            "
        "YTD Turnover    Rate     Accrued Rebate"
