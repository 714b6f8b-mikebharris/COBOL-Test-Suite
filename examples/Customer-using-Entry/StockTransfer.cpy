01 StockTransfer.
    02 TransferId pic 9(6) value zeroes.
    02 FromWarehouseCode pic x(4) value spaces.
    02 ToWarehouseCode pic x(4) value spaces.
    02 TransferState pic x value "T".
        88 IsTransferInTransit value "T".
        88 IsTransferReceived  value "R".
    02 TransferDespatchDate pic 9(8) value zeroes.
    02 TransferReceivedDate pic 9(8) value zeroes.
    02 TransferReference pic x(12) value spaces.
    02 TransferLineCount pic 9(2) value zeroes.
    02 TransferLine occurs 10 times.
        03 TransferProductCode pic x(12) value spaces.
        03 TransferQuantity pic 9(6) value zeroes.
        03 TransferQuantityReceived pic 9(6) value zeroes.
    02 TransferLotCount pic 9(3) value zeroes.
    02 TransferLot occurs 100 times.
        03 TransferLotLineNumber pic 9(2) value zeroes.
        03 TransferLotNumber pic x(12) value spaces.
        03 TransferLotExpiryDate pic 9(8) value zeroes.
        03 TransferLotQuantity pic 9(6) value zeroes.
