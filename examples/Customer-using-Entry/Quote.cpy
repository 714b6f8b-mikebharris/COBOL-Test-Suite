        88 IsQuoteConverted value "V".
        88 IsQuoteExpired   value "X".
    02 QuoteLineCount pic 9(2) value zeroes.
    02 QuoteLine occurs 90 times.
        03 ProductCode     pic x(12) value spaces.
        03 Description     pic x(30) value spaces.
        03 Quantity         pic 9(4) value zeroes.
