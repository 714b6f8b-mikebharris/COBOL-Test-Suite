01 WarehouseList.
    02 WarehouseCount pic 9(2) value zeroes.
    02 WarehouseEntry occurs 10 times.
        03 WarehouseCode pic x(4) value spaces.
        03 WarehouseName pic x(30) value spaces.
