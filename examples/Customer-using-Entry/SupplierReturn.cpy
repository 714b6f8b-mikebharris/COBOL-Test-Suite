01 SupplierReturn.
    02 SupplierReturnId pic 9(6) value zeroes.
    02 PoId pic 9(6) value zeroes.
    02 SupplierId pic 9(6) value zeroes.
    02 ReturnRmaId pic 9(6) value zeroes.
    02 ReturnReason pic x value "D".
        88 IsReturnDamagedOnArrival value "D".
        88 IsReturnSupplierFault    value "F".
    02 ReturnState pic x value "O".
        88 IsReturnOutstanding value "O".
        88 IsReturnCredited    value "C".
        88 IsReturnReplaced    value "R".
    02 ReturnRaisedDate pic 9(8) value zeroes.
    02 ReturnSettledDate pic 9(8) value zeroes.
    02 SupplierCreditReference pic x(20) value spaces.
    02 ReturnWarehouseCode pic x(4) value spaces.
    02 DebitNoteAmount pic 9(8)v99 value zeroes.
    02 ReturnLineCount pic 9(2) value zeroes.
    02 ReturnLine occurs 90 times.
        03 ReturnPoLineNumber pic 9(2) value zeroes.
        03 ReturnProductCode pic x(12) value spaces.
        03 ReturnQuantity pic 9(6) value zeroes.
        03 ReturnUnitCost pic 9(6)v99 value zeroes.
