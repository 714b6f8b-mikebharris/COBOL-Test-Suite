            02 JournalAfterQuantity pic s9(6) sign leading separate.
            02 filler pic x.
            02 JournalReference pic x(12).
            02 filler pic x.
            02 JournalWarehouseCode pic x(4).

    fd OpeningStockFile.
        01 OpeningStockRecord.
            02 OpeningProductCode pic x(12).
            02 filler pic x.
            02 OpeningOnHandQuantity pic s9(6) sign leading separate.
            02 filler pic x.
            02 OpeningWarehouseCode pic x(4).

working-storage section.
    01 StockJournalFileStatus pic x(2).
    01 DiscrepancyCount pic 9(6) value zeroes.
    01 ProductsCheckedCount pic 9(6) value zeroes.

    copy WarehouseList replacing WarehouseList by ==DepotList==.
    01 DepotIndex pic 9(2) value zeroes.
    01 CheckWarehouseCode pic x(4) value spaces.
    01 DefaultWarehouseCode pic x(4) value "MAIN".
    01 RecordWarehouseCode pic x(4) value spaces.
    01 DepotDiscrepancyCount pic 9(6) value zeroes.

procedure division.

    call "GetBusinessDate" using RunDate
    display "Stock day-end check for " RunDate
    call "GetWarehouseList" using DepotList
    perform varying DepotIndex from 1 by 1
        until DepotIndex is greater than WarehouseCount of DepotList
        move WarehouseCode of DepotList(DepotIndex) to CheckWarehouseCode
        call "SetStockWarehouse" using CheckWarehouseCode
        move zero to DepotDiscrepancyCount
        perform ProcessProductPages
        display "Warehouse " CheckWarehouseCode ": "
            DepotDiscrepancyCount " discrepancy(ies)"
    end-perform
    perform RewriteOpeningStockForTomorrow
    if DiscrepancyCount is greater than zero
        display "StockDayEndCheck: " DiscrepancyCount
    end-if
    if ExpectedClosingQuantity not equal to OnHandQuantity
        add 1 to DiscrepancyCount
        add 1 to DepotDiscrepancyCount
        display "DISCREPANCY " CheckWarehouseCode " "
            function trim(ThisProductCode)
            " opening " OpeningQuantity
            " movements " NetMovementQuantity
            " expected " ExpectedClosingQuantity
            at end set EndOfOpeningStockFile to true
        end-read
        perform until EndOfOpeningStockFile
            move OpeningWarehouseCode to RecordWarehouseCode
            perform DefaultRecordWarehouseCode
            if OpeningProductCode equal to ThisProductCode
                and RecordWarehouseCode equal to CheckWarehouseCode
                move "Y" to OpeningRecordFound
                move OpeningOnHandQuantity to OpeningQuantity
            end-if
            at end set EndOfStockJournalFile to true
        end-read
        perform until EndOfStockJournalFile
            move JournalWarehouseCode to RecordWarehouseCode
            perform DefaultRecordWarehouseCode
            if JournalProductCode equal to ThisProductCode
                and JournalDate equal to RunDate
                and RecordWarehouseCode equal to CheckWarehouseCode
                evaluate JournalMovementType
                    when "RECV"
                        add JournalQuantity to NetMovementQuantity
                    when "TIN "
                        add JournalQuantity to NetMovementQuantity
                    when "SHIP"
                        subtract JournalQuantity from NetMovementQuantity
                    when "TOUT"
                        subtract JournalQuantity from NetMovementQuantity
                    when "SRTN"
                        subtract JournalQuantity from NetMovementQuantity
                    when "SET "
                        compute NetMovementQuantity = NetMovementQuantity
                            + JournalAfterQuantity - JournalBeforeQuantity
    end-if
    .

DefaultRecordWarehouseCode.
    if RecordWarehouseCode equal to spaces or RecordWarehouseCode equal to low-values
        move DefaultWarehouseCode to RecordWarehouseCode
    end-if
    .

RewriteOpeningStockForTomorrow.
    open output OpeningStockFile
    perform varying DepotIndex from 1 by 1
        until DepotIndex is greater than WarehouseCount of DepotList
        move WarehouseCode of DepotList(DepotIndex) to CheckWarehouseCode
        call "SetStockWarehouse" using CheckWarehouseCode
        perform WriteOpeningStockForDepot
    end-perform
    close OpeningStockFile
    .

WriteOpeningStockForDepot.
    move spaces to ProductCursorCode
    call "GetProductsPage" using ProductCursorCode, ProductPage,
        NumberOfProductsInPage
            move ThisProductCode to OpeningProductCode
            move "," to OpeningStockRecord(13:1)
            move OnHandQuantity to OpeningOnHandQuantity
            move "," to OpeningStockRecord(21:1)
            move CheckWarehouseCode to OpeningWarehouseCode
            write OpeningStockRecord
        end-perform
        move ProductCode of ProductPageRecord(NumberOfProductsInPage)
        call "GetProductsPage" using ProductCursorCode, ProductPage,
            NumberOfProductsInPage
    end-perform
    .

end program StockDayEndCheck.
