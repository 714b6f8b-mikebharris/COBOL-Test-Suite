            02 ConfigDateFrom pic 9(8).
            02 filler pic x.
            02 ConfigDateTo pic 9(8).
            02 filler pic x.
            02 ConfigWarehouseCode pic x(4).

    fd StockJournalFile.
        01 StockJournalRecord.
            02 JournalAfterQuantity pic s9(6) sign leading separate.
            02 filler pic x.
            02 JournalReference pic x(12).
            02 filler pic x.
            02 JournalWarehouseCode pic x(4).

working-storage section.
    01 RunDate pic 9(8) value zeroes.
    01 StockEnquiryConfigStatus pic x(2).
    01 StockJournalFileStatus pic x(2).
    01 ConfigRecordFound pic x value "N".
    01 EnquiryDateFrom pic 9(8) value zeroes.
    01 EnquiryDateTo pic 9(8) value 99999999.
    01 MatchingRowCount pic 9(6) value zeroes.
    01 EnquiryWarehouseCode pic x(4) value spaces.
    01 RowWarehouseCode pic x(4) value spaces.
    01 DefaultWarehouseCode pic x(4) value "MAIN".

procedure division.

    call "GetBusinessDate" using RunDate
    display "StockMovementEnquiry: business date " RunDate
    perform LoadEnquiryRequest
    if not IsConfigRecordFound
        display "StockMovementEnquiry: no request found in StockEnquiry.cfg"
    end-if
    display "Stock movements for product " function trim(EnquiryProductCode)
        " from " EnquiryDateFrom " to " EnquiryDateTo
    if EnquiryWarehouseCode not equal to spaces
        display "Warehouse " EnquiryWarehouseCode
    end-if
    perform ListMatchingJournalRows
    display MatchingRowCount " movement row(s)"
    stop run.
                        and ConfigDateTo is greater than zero
                        move ConfigDateTo to EnquiryDateTo
                    end-if
                    if ConfigWarehouseCode not equal to low-values
                        move ConfigWarehouseCode to EnquiryWarehouseCode
                    end-if
                end-if
        end-read
    end-if
            at end set EndOfStockJournalFile to true
        end-read
        perform until EndOfStockJournalFile
            move JournalWarehouseCode to RowWarehouseCode
            if RowWarehouseCode equal to spaces or RowWarehouseCode equal to low-values
                move DefaultWarehouseCode to RowWarehouseCode
            end-if
            if JournalProductCode equal to EnquiryProductCode
                and JournalDate is not less than EnquiryDateFrom
                and JournalDate is not greater than EnquiryDateTo
                and (EnquiryWarehouseCode equal to spaces
                    or EnquiryWarehouseCode equal to RowWarehouseCode)
                add 1 to MatchingRowCount
                display JournalDate " " JournalTime " " RowWarehouseCode " "
                    JournalMovementType " qty " JournalQuantity
                    " before " JournalBeforeQuantity
                    " after " JournalAfterQuantity
