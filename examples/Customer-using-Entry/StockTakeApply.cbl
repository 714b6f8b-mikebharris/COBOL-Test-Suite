            02 CountedQuantity pic 9(6).
            02 filler pic x.
            02 CounterReference pic x(12).
            02 filler pic x.
            02 CountedWarehouseCode pic x(4).

    fd FrozenStockFile.
        01 FrozenStockRecord.
            02 FrozenProductCode pic x(12).
            02 filler pic x.
            02 FrozenBookQuantity pic s9(6) sign leading separate.
            02 filler pic x.
            02 FrozenWarehouseCode pic x(4).

    fd VarianceReportFile.
        01 VarianceReportRecord pic x(120).
    01 AdjustmentQuantity pic 9(6) value zeroes.
    01 MovementReference pic x(12) value spaces.
    01 ReturnedStockStatus pic x(2) value spaces.
    01 DefaultWarehouseCode pic x(4) value "MAIN".
    01 CountWarehouseCode pic x(4) value spaces.
    01 FrozenWarehouse pic x(4) value spaces.

    01 CountedLineCount pic 9(6) value zeroes.
    01 AdjustedLineCount pic 9(6) value zeroes.

procedure division.

    call "GetBusinessDate" using RunDate
    display "StockTakeApply: business date " RunDate
    open input CountedStockFile
    open output VarianceReportFile
    move spaces to VarianceLine
ApplyCountedLine.
    add 1 to CountedLineCount
    move CountedProductCode to ThisProductCode
    move CountedWarehouseCode to CountWarehouseCode
    if CountWarehouseCode equal to spaces or CountWarehouseCode equal to low-values
        move DefaultWarehouseCode to CountWarehouseCode
    end-if
    call "SetStockWarehouse" using CountWarehouseCode
    perform ReadBookQuantityFromFreeze
    compute VarianceQuantity = CountedQuantity - BookQuantity
    call "GetProductByCode" using CountedProduct, ThisProductCode
    move VarianceQuantity to VarianceLine(32:8)
    move EditedVarianceValue to VarianceLine(42:14)
    move CounterReference to VarianceLine(58:12)
    move CountWarehouseCode to VarianceLine(72:4)
    move VarianceLine to VarianceReportRecord
    write VarianceReportRecord
    if VarianceQuantity not equal to zero
            at end set EndOfFrozenStockFile to true
        end-read
        perform until EndOfFrozenStockFile
            move FrozenWarehouseCode to FrozenWarehouse
            if FrozenWarehouse equal to spaces or FrozenWarehouse equal to low-values
                move DefaultWarehouseCode to FrozenWarehouse
            end-if
            if FrozenProductCode equal to ThisProductCode
                and FrozenWarehouse equal to CountWarehouseCode
                move "Y" to BookRecordFound
                move FrozenBookQuantity to BookQuantity
            end-if
