
    01 MaxContractPageEntries pic 9(3) value 20.

    01 PricedProductGroupCode pic x(6) value spaces.
    01 PricedDepartmentCode pic x(4) value spaces.
    01 ContractGroupStatus pic x(2) value spaces.

linkage section.
    01 ContractPriceFileNameParm pic x(20) value spaces.
    copy ContractPrice replacing ContractPrice by ==ThisContractPrice==.
    01 ContractCursorKey.
        02 ContractCursorCustomerId pic 9(8) value zeroes.
        02 ContractCursorProductCode pic x(12) value spaces.
        02 ContractCursorGroupCode pic x(6) value spaces.
    01 NumberOfContractsInPage pic 9(3) value zeroes.
    01 ContractPricePage.
        02 ContractPricePageEntry occurs 20 times.

entry "AddContractPrice" using ThisContractPrice, ReturnedContractStatus
    move "00" to ContractPriceFileStatus
    move "00" to ContractGroupStatus
    if ContractGroupCode of ThisContractPrice not equal to spaces
        call "ValidateProductGroupCode" using ContractGroupCode of ThisContractPrice,
            ContractGroupStatus
    end-if
    if CustomerId of ThisContractPrice equal to zero
        or (ProductCode of ThisContractPrice equal to spaces
            and ContractGroupCode of ThisContractPrice equal to spaces)
        or (ProductCode of ThisContractPrice not equal to spaces
            and ContractGroupCode of ThisContractPrice not equal to spaces)
        set InvalidData to true
        display "AddContractPrice: customer id and either a product code "
            "or a product group are required"
        move ContractPriceFileStatus to ReturnedContractStatus
    else
    if ContractGroupStatus not equal to "00"
        set InvalidData to true
        display "AddContractPrice: no such product group "
            ContractGroupCode of ThisContractPrice
        move ContractPriceFileStatus to ReturnedContractStatus
    else
        open i-o ContractPricesFile
        move ContractPriceFileStatus to ReturnedContractStatus
        close ContractPricesFile
    end-if
    end-if
    goback.

entry "GetContractPrice" using ThisCustomerId, ThisProductCode, PricingDate,
    open i-o ContractPricesFile
    move ThisCustomerId to CustomerId of ContractPriceRecord
    move ThisProductCode to ProductCode of ContractPriceRecord
    move spaces to ContractGroupCode of ContractPriceRecord
    perform ReadEffectiveContractPrice
    if ContractPriceFoundFlag not equal to "Y"
        call "GetProductGroupForProduct" using ThisProductCode,
            PricedProductGroupCode, PricedDepartmentCode
        if PricedProductGroupCode not equal to spaces
            move ThisCustomerId to CustomerId of ContractPriceRecord
            move spaces to ProductCode of ContractPriceRecord
            move PricedProductGroupCode to ContractGroupCode of ContractPriceRecord
            perform ReadEffectiveContractPrice
        end-if
    end-if
    close ContractPricesFile
    goback.

    open i-o ContractPricesFile
    move ContractCursorCustomerId to CustomerId of ContractPriceRecord
    move ContractCursorProductCode to ProductCode of ContractPriceRecord
    move ContractCursorGroupCode to ContractGroupCode of ContractPriceRecord
    start ContractPricesFile
        key is greater than ContractPriceKey of ContractPriceRecord
        invalid key
    close ContractPricesFile
    goback.

ReadEffectiveContractPrice.
    start ContractPricesFile
        key is equal to ContractPriceKey of ContractPriceRecord
        invalid key
            continue
        not invalid key
            read ContractPricesFile
            if PricingDate is not less than EffectiveFromDate of ContractPriceRecord
                and (EffectiveToDate of ContractPriceRecord equal to zero
                    or PricingDate is not greater than
                        EffectiveToDate of ContractPriceRecord)
                move "Y" to ContractPriceFoundFlag
                move ContractUnitPrice of ContractPriceRecord
                    to ReturnedContractPrice
            end-if
    end-start
    .

end program ContractPrices.
