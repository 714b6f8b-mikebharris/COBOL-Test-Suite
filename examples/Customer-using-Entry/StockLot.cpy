01 StockLot.
    02 StockLotKey.
        03 LotWarehouseCode pic x(4) value spaces.
        03 LotProductCode pic x(12) value spaces.
        03 LotExpiryDate pic 9(8) value 99999999.
            88 IsLotWithoutExpiry value 99999999.
        03 LotNumber pic x(12) value spaces.
    02 LotReceivedDate pic 9(8) value zeroes.
    02 LotPurchaseOrderId pic 9(6) value zeroes.
    02 LotOnHandQuantity pic s9(6) value zeroes.
    02 LotAllocatedQuantity pic s9(6) value zeroes.
