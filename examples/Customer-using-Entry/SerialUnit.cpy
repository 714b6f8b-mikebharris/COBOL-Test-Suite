01 SerialUnit.
    02 SerialNumber pic x(20) value spaces.
    02 ProductCode pic x(12) value spaces.
    02 CustomerId pic 9(8) value zeroes.
    02 OrderId pic 9(6) value zeroes.
    02 ShippedOrderLineNumber pic 9(2) value zeroes.
    02 DespatchId pic 9(6) value zeroes.
    02 DespatchDate pic 9(8) value zeroes.
    02 WarrantyMonths pic 9(2) value zeroes.
    02 WarrantyExpiryDate pic 9(8) value zeroes.
    02 ReturnedRmaId pic 9(6) value zeroes.
        88 IsSerialReturned value 1 thru 999999.
    02 SerialReturnedDate pic 9(8) value zeroes.
