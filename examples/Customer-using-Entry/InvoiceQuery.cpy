01 InvoiceQuery.
    02 QueryId pic 9(6) value zeroes.
    02 InvoiceNumber pic 9(6) value zeroes.
    02 CustomerId pic 9(8) value zeroes.
    02 QueryReasonCode pic x(3) value spaces.
        88 IsPriceQuery        value "PRC".
        88 IsQuantityQuery     value "QTY".
        88 IsDamagedGoodsQuery value "DMG".
        88 IsNotDeliveredQuery value "NDL".
        88 IsDuplicateQuery    value "DUP".
        88 IsOtherQuery        value "OTH".
        88 IsValidQueryReason  values "PRC" "QTY" "DMG" "NDL" "DUP" "OTH".
    02 DisputedAmount pic 9(8)v99 value zeroes.
    02 QueryOwner pic x(8) value spaces.
    02 RaisedDate pic 9(8) value zeroes.
    02 TargetResolutionDate pic 9(8) value zeroes.
    02 QueryStatus pic x value "O".
        88 IsQueryOpen   value "O".
        88 IsQueryClosed value "C".
    02 QueryOutcome pic x value space.
        88 IsQueryCredited  value "C".
        88 IsQueryUpheld    value "U".
        88 IsQueryWithdrawn value "W".
        88 IsValidQueryOutcome values "C" "U" "W".
    02 ClosedDate pic 9(8) value zeroes.
    02 QueryCreditNoteNumber pic 9(6) value zeroes.
    02 QueryNote pic x(50) value spaces.
