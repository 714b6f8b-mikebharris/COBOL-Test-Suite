identification division.
program-id. StockWarehouseConversion.

environment division.
configuration section.
    repository.
        function all intrinsic.

input-output section.
    file-control.
        select optional OldStockFile assign to "Stock.dat"
            organization is indexed
            access mode is dynamic
            record key is ProductCode of OldStockRecord
            file status is OldFileStatus.

        select optional NewStockFile assign to "Stock.cnv"
            organization is indexed
            access mode is dynamic
            record key is StockKey of NewStockRecord
            file status is NewFileStatus.

data division.
file section.
    fd OldStockFile.
        01 OldStockRecord.
            88 EndOfOldStockFile value high-values.
            02 ProductCode pic x(12).
            02 OnHandQuantity pic s9(6).
            02 AllocatedQuantity pic s9(6).

    fd NewStockFile.
        01 NewStockRecord.
            02 StockKey.
                03 StockWarehouseCode pic x(4).
                03 ProductCode pic x(12).
            02 OnHandQuantity pic s9(6).
            02 AllocatedQuantity pic s9(6).
            02 StockBinLocation pic x(6).

working-storage section.
    01 OldFileStatus pic x(2).
    01 NewFileStatus pic x(2).

    01 DefaultWarehouseCode pic x(4) value "MAIN".
    01 OldFileName pic x(20) value "Stock.dat".
    01 NewFileName pic x(20) value "Stock.cnv".
    01 RecordsReadCount pic 9(8) value zeroes.
    01 RecordsWrittenCount pic 9(8) value zeroes.

procedure division.

    open input OldStockFile
    if OldFileStatus not equal to "00"
        and OldFileStatus not equal to "05"
        display "StockWarehouseConversion: cannot open old Stock.dat - status "
            OldFileStatus
        move 1 to return-code
        stop run
    end-if
    open output NewStockFile
    if NewFileStatus not equal to "00"
        and NewFileStatus not equal to "05"
        display "StockWarehouseConversion: cannot open new Stock.cnv - status "
            NewFileStatus
        close OldStockFile
        move 1 to return-code
        stop run
    end-if
    read OldStockFile next record
        at end set EndOfOldStockFile to true
    end-read
    perform until EndOfOldStockFile
        or OldFileStatus not equal to "00"
        add 1 to RecordsReadCount
        move spaces to NewStockRecord
        move DefaultWarehouseCode to StockWarehouseCode of NewStockRecord
        move ProductCode of OldStockRecord to ProductCode of NewStockRecord
        move OnHandQuantity of OldStockRecord to OnHandQuantity of NewStockRecord
        move AllocatedQuantity of OldStockRecord
            to AllocatedQuantity of NewStockRecord
        write NewStockRecord
            invalid key
                display "StockWarehouseConversion: duplicate key for product "
                    ProductCode of OldStockRecord
            not invalid key
                add 1 to RecordsWrittenCount
        end-write
        read OldStockFile next record
            at end set EndOfOldStockFile to true
        end-read
    end-perform
    close OldStockFile
    close NewStockFile
    call "C$COPY" using NewFileName, OldFileName, 0
    display "StockWarehouseConversion: File=Stock.dat RecordsBefore="
        RecordsReadCount " RecordsAfter=" RecordsWrittenCount
        " warehouse " DefaultWarehouseCode
    stop run.

end program StockWarehouseConversion.
