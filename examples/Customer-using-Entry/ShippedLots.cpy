01 ShippedLots.
    02 ShippedLotCount pic 9(2) value zeroes.
    02 ShippedLotEntry occurs 10 times.
        03 ShippedLotProductCode pic x(12) value spaces.
        03 ShippedLotNumber pic x(12) value spaces.
        03 ShippedLotExpiryDate pic 9(8) value zeroes.
        03 ShippedLotQuantity pic 9(6) value zeroes.
