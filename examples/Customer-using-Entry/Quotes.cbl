    01 QuoteTotalAmount pic 9(8)v99 value zeroes.
    01 EditedQuoteAmount pic -(8)9.99 value zeroes.
    01 QuoteDocumentLine pic x(120) value spaces.
    01 RegisterDocumentType pic x(10) value "QUOTE".
    01 RegisterAccountId pic 9(8) value zeroes.
    01 RegisterReference pic x(12) value spaces.

    01 QuoteLineProductCode pic x(12) value spaces.
    01 PricingQuantity pic 9(4) value zeroes.
    01 ProductListPrice pic 9(6)v99 value zeroes.
    01 ProductQuantityPrice pic 9(6)v99 value zeroes.
    01 ContractCustomerId pic 9(8) value zeroes.
    01 ContractLinePrice pic 9(6)v99 value zeroes.
    01 ContractPriceFoundFlag pic x value "N".
        88 IsContractPriceFound value "Y".

    01 ProductMasterPresentFlag pic x value "N".
        88 IsProductMasterPresent value "Y".
    01 PackOrderQuantity pic 9(4) value zeroes.
    01 PackRoundUpFlag pic x value "N".
    01 PackCheckStatus pic x(2) value spaces.
    01 PackCheckReason pic x(80) value spaces.

linkage section.
    01 QuoteFileNameParm pic x(20) value spaces.
    move "00" to QuoteFileStatus
    move ThisQuote to QuoteRecord
    if QuoteDate of QuoteRecord equal to zero
        call "GetBusinessDate" using QuoteDate of QuoteRecord
    end-if
    move "O" to QuoteState of QuoteRecord
    perform ApplyPackRulesToQuoteLines
    if QuoteFileStatus equal to "00"
        perform PriceQuoteLines
        perform AllocateNextQuoteId
        write QuoteRecord
            invalid key
                display "Error adding quote - status is " QuoteFileStatus
            not invalid key
                perform SpoolQuoteDocument
        end-write
        move QuoteId of QuoteRecord to ThisQuoteId
    end-if
    move QuoteFileStatus to ReturnedQuoteStatus
    close QuotesFile
    goback.
entry "ConvertQuoteToOrder" using ThisQuoteId, ConvertedOrderId, ReturnedQuoteStatus
    move "00" to QuoteFileStatus
    move zeroes to ConvertedOrderId
    call "GetBusinessDate" using QuoteTodayDate
    open i-o QuotesFile
    move ThisQuoteId to QuoteId of QuoteRecord
    start QuotesFile
SpoolQuoteDocument.
    move CustomerId of QuoteRecord to QuotedCustomerId
    call "GetCustomerById" using QuotedCustomer, QuotedCustomerId
    move QuotedCustomerId to RegisterAccountId
    move QuoteId of QuoteRecord to RegisterReference
    call "BeginOutputDocument" using RegisterDocumentType, RegisterAccountId,
        RegisterReference
    if PrefersEmail of QuotedCustomer
        and IsEmailValid of QuotedCustomer
        set QuoteRouteToEmail to true
        open extend QuoteEmailSpoolFile
        move spaces to QuoteDocumentLine
    else
        close QuotePrintSpoolFile
    end-if
    call "EndOutputDocument" using QuoteRouteFlag
    .

WriteQuoteDocumentLine.
        move QuoteDocumentLine to QuotePrintRecord
        write QuotePrintRecord
    end-if
    call "AddOutputDocumentLine" using QuoteDocumentLine
    .

ConvertQuoteRecordToOrder.
    end-if
    .

ApplyPackRulesToQuoteLines.
    call "IsProductMasterPresent" using ProductMasterPresentFlag
    if not IsProductMasterPresent
        exit paragraph
    end-if
    move "N" to PackRoundUpFlag
    perform varying QuoteLineIndex from 1 by 1
        until QuoteLineIndex is greater than QuoteLineCount of QuoteRecord
            or QuoteLineIndex is greater than 90
            or QuoteFileStatus not equal to "00"
        move ProductCode of QuoteRecord(QuoteLineIndex) to QuoteLineProductCode
        move Quantity of QuoteRecord(QuoteLineIndex) to PackOrderQuantity
        call "CheckProductOrderQuantity" using QuoteLineProductCode,
            PackOrderQuantity, PackRoundUpFlag, PackCheckStatus, PackCheckReason
        if PackCheckStatus not equal to "00"
            move "90" to QuoteFileStatus
            display "Quote rejected - " function trim(PackCheckReason)
        end-if
    end-perform
    .

PriceQuoteLines.
    move CustomerId of QuoteRecord to ContractCustomerId
    perform varying QuoteLineIndex from 1 by 1
        until QuoteLineIndex is greater than QuoteLineCount of QuoteRecord
        or QuoteLineIndex is greater than 90
        move ProductCode of QuoteRecord(QuoteLineIndex) to QuoteLineProductCode
        move Quantity of QuoteRecord(QuoteLineIndex) to PricingQuantity
        call "GetProductPriceForQuantity" using QuoteLineProductCode,
            PricingQuantity, ProductListPrice, ProductQuantityPrice
        if ProductQuantityPrice is greater than zero
            and (UnitPrice of QuoteRecord(QuoteLineIndex) equal to zero
                or UnitPrice of QuoteRecord(QuoteLineIndex) equal to ProductListPrice)
            move ProductQuantityPrice to UnitPrice of QuoteRecord(QuoteLineIndex)
            call "GetContractPrice" using ContractCustomerId, QuoteLineProductCode,
                QuoteDate of QuoteRecord, ContractLinePrice, ContractPriceFoundFlag
            if IsContractPriceFound
                move ContractLinePrice to UnitPrice of QuoteRecord(QuoteLineIndex)
            end-if
        end-if
    end-perform
    .

AllocateNextQuoteId.
    open i-o QuoteIdControlFile
    read QuoteIdControlFile
