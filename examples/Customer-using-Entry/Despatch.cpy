        88 IsDespatchInTransit value "T".
        88 IsDespatchException value "E".
    02 DeliveredDate pic 9(8) value zeroes.
    02 DespatchLotCount pic 9(2) value zeroes.
    02 DespatchLot occurs 90 times.
        03 DespatchLotProductCode pic x(12) value spaces.
        03 DespatchLotNumber pic x(12) value spaces.
        03 DespatchLotExpiryDate pic 9(8) value zeroes.
        03 DespatchLotQuantity pic 9(6) value zeroes.
    02 DespatchWarehouseCode pic x(4) value spaces.
    02 DespatchSerialCount pic 9(2) value zeroes.
    02 DespatchSerial occurs 90 times.
        03 SerialOrderLineNumber pic 9(2) value zeroes.
        03 SerialProductCode pic x(12) value spaces.
        03 DespatchSerialNumber pic x(20) value spaces.
