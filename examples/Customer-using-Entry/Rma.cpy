    02 ReceivedDate   pic 9(8) value zeroes.
    02 InspectedDate  pic 9(8) value zeroes.
    02 RmaLineCount pic 9(2) value zeroes.
    02 RmaLine occurs 90 times.
        03 OrderLineNumber  pic 9(2) value zeroes.
        03 ProductCode      pic x(12) value spaces.
        03 QuantityReturned pic 9(4) value zeroes.
        03 DispositionFlag  pic x value space.
            88 IsLineRestock value "R".
            88 IsLineScrap   value "S".
        03 ReturnedSerialNumber pic x(20) value spaces.
    02 CreditNoteNumber pic 9(6) value zeroes.
