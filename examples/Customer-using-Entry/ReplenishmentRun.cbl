
data division.
working-storage section.
    01 RunDate pic 9(8) value zeroes.
    01 ProductCursorCode pic x(12) value spaces.
    01 NumberOfProductsInPage pic 9(3) value zeroes.
    01 ProductPageIndex pic 9(3) value zeroes.

procedure division.

    call "GetBusinessDate" using RunDate
    display "ReplenishmentRun: business date " RunDate
    perform ProcessProductPages
    perform SortSuggestionsByWaitingValue
    perform PrintReplenishmentReport

AssessCurrentProduct.
    move ProductCode of CurrentProduct to ThisProductCode
    call "GetTotalStockByProductCode" using ThisProductCode, OnHandQuantity,
        AllocatedQuantity
    call "GetInboundQuantityForProduct" using ThisProductCode, InboundQuantity
    compute FreeStockQuantity =
