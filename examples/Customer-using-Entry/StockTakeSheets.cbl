            02 FrozenProductCode pic x(12).
            02 filler pic x.
            02 FrozenBookQuantity pic s9(6) sign leading separate.
            02 filler pic x.
            02 FrozenWarehouseCode pic x(4).

working-storage section.
    01 CountSheetFileName pic x(20) value "StockTake.sht".
    01 SheetLineCount pic 9(6) value zeroes.
    01 SheetLine pic x(100) value spaces.

    copy WarehouseList replacing WarehouseList by ==DepotList==.
    01 DepotIndex pic 9(2) value zeroes.
    01 SheetWarehouseCode pic x(4) value spaces.

procedure division.

    call "GetBusinessDate" using RunDate
    display "StockTakeSheets: business date " RunDate
    open output CountSheetFile
    open output FrozenStockFile
    call "GetWarehouseList" using DepotList
    perform varying DepotIndex from 1 by 1
        until DepotIndex is greater than WarehouseCount of DepotList
        move WarehouseCode of DepotList(DepotIndex) to SheetWarehouseCode
        call "SetStockWarehouse" using SheetWarehouseCode
        perform WriteCountSheetHeading
        perform ProcessProductPages
    end-perform
    close CountSheetFile
    close FrozenStockFile
    display "StockTakeSheets: " SheetLineCount
        " product(s) frozen and printed"
    stop run.

WriteCountSheetHeading.
    move spaces to SheetLine
    string
        "STOCK TAKE COUNT SHEET  Warehouse " delimited by size
        SheetWarehouseCode delimited by size
        " " delimited by size
        function trim(WarehouseName of DepotList(DepotIndex)) delimited by size
        "  frozen " delimited by size
        RunDate delimited by size
        into SheetLine
    end-string
    move "Product      Description                    Book Qty   Counted"
        to CountSheetRecord
    write CountSheetRecord
    .

ProcessProductPages.
    move spaces to ProductCursorCode
    move ThisProductCode to FrozenProductCode
    move "," to FrozenStockRecord(13:1)
    move OnHandQuantity to FrozenBookQuantity
    move "," to FrozenStockRecord(21:1)
    move SheetWarehouseCode to FrozenWarehouseCode
    write FrozenStockRecord
    .

