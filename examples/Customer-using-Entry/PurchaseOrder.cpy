        88 IsPoComplete  value "C".
        88 IsPoCancelled value "X".
    02 PoLineCount pic 9(2) value zeroes.
    02 PoLine occurs 90 times.
        03 ProductCode pic x(12) value spaces.
        03 QuantityOrdered  pic 9(6) value zeroes.
        03 QuantityReceived pic 9(6) value zeroes.
        03 UnitCost pic 9(6)v99 value zeroes.
    02 DeliverToWarehouse pic x(4) value spaces.
    02 PoLineReceipt occurs 90 times.
        03 FirstReceiptDate pic 9(8) value zeroes.
        03 FirstReceiptQuantity pic 9(6) value zeroes.
        03 LastReceiptDate pic 9(8) value zeroes.
    02 DropShipOrderId pic 9(6) value zeroes.
        88 IsDropShipPo value 1 thru 999999.
    02 DropShipCustomerId pic 9(8) value zeroes.
    02 DropShipDeliverTo.
        03 DropShipName     pic x(30) value spaces.
        03 DropShipAddress1 pic x(20) value spaces.
        03 DropShipAddress2 pic x(20) value spaces.
        03 DropShipAddress3 pic x(20) value spaces.
        03 DropShipCity     pic x(20) value spaces.
        03 DropShipCounty   pic x(20) value spaces.
        03 DropShipCountry  pic x(20) value spaces.
        03 DropShipPostcode pic x(10) value spaces.
    02 DropShipCarrierCode pic x(4) value spaces.
    02 DropShipTrackingReference pic x(20) value spaces.
    02 DropShipDeliveredDate pic 9(8) value zeroes.
