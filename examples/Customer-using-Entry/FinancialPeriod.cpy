01 FinancialPeriod.
    02 CalendarYear pic 9(4) value zeroes.
    02 filler pic x value space.
    02 CalendarPeriodNumber pic 9(2) value zeroes.
    02 filler pic x value space.
    02 CalendarStartDate pic 9(8) value zeroes.
    02 filler pic x value space.
    02 CalendarEndDate pic 9(8) value zeroes.
