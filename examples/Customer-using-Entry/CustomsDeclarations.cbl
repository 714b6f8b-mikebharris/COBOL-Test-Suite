identification division.
program-id. CustomsDeclarations.

environment division.
configuration section.
    repository.
        function all intrinsic.

input-output section.
    file-control.
        select optional CustomsDeclarationFile
            assign to CustomsDeclarationFileName
            organization is line sequential
            file status is CustomsDeclarationFileStatus.

        select optional ExchangeRateFile assign to "ExchangeRates.ref"
            organization is line sequential
            file status is ExchangeRateFileStatus.

data division.
file section.
    fd CustomsDeclarationFile.
        01 CustomsDeclarationRecord pic x(200).

    fd ExchangeRateFile.
        01 ExchangeRateRecord.
            88 EndOfExchangeRateFile value high-values.
            02 RateRecordCurrencyCode pic x(3).
            02 filler pic x.
            02 RateRecordRate pic 9(4)v9(4).

working-storage section.
    01 CustomsDeclarationFileStatus pic x(2).
    01 ExchangeRateFileStatus pic x(2).
    01 CustomsDeclarationFileName pic x(24) value spaces.
    01 CustomsFilePrefix pic x(12) value "Customs".

    01 HomeCountryName pic x(20) value "United Kingdom".
    01 DefaultIncotermCode pic x(3) value "DAP".
    01 DefaultCountryOfOrigin pic x(2) value "GB".
    01 DefaultCommodityCode pic x(10) value "UNCLASSIFD".

    copy Customer replacing Customer by ==ConsigneeCustomer==.
    copy DeliveryAddress replacing DeliveryAddress by ==ConsigneeAddress==.
    copy Product replacing Product by ==DeclaredProduct==.
    copy Invoice replacing Invoice by ==OrderInvoice==.
    01 ThisCustomerId pic 9(8) value zeroes.
    01 ThisOrderId pic 9(6) value zeroes.
    01 ThisProductCode pic x(12) value spaces.
    01 DeliveryLookupRef pic 9(2) value zeroes.

    01 ConsigneeName pic x(50) value spaces.
    01 DestinationCountry pic x(20) value spaces.
    01 DeclarationIncoterm pic x(3) value spaces.
    01 DeclarationCurrency pic x(3) value spaces.
    01 DeclarationRate pic 9(4)v9(4) value 1.

    01 OrderLineIndex pic 9(2) value zeroes.
    01 CommodityLineCount pic 9(2) value zeroes.
    01 CommodityLineIndex pic 9(2) value zeroes.
    01 CommodityLineTable.
        02 CommodityLine occurs 90 times.
            03 CommodityLineCode pic x(10) value spaces.
            03 CommodityLineOrigin pic x(2) value spaces.
            03 CommodityLineQuantity pic 9(7) value zeroes.
            03 CommodityLineWeight pic 9(7)v999 value zeroes.
            03 CommodityLineValue pic 9(9)v99 value zeroes.
    01 CommodityLineFound pic x value "N".
        88 IsCommodityLineFound value "Y".
    01 LineWeight pic 9(7)v999 value zeroes.
    01 LineValue pic 9(9)v99 value zeroes.
    01 DeclarationTotalWeight pic 9(7)v999 value zeroes.
    01 DeclarationTotalValue pic 9(9)v99 value zeroes.

    01 EditedWeight pic 9(7).999 value zeroes.
    01 EditedValue pic 9(9).99 value zeroes.
    01 EditedRate pic 9(4).9(4) value zeroes.
    01 DeclarationLine pic x(200) value spaces.

linkage section.
    copy Order replacing Order by ==ThisOrder==.
    copy Despatch replacing Despatch by ==ThisDespatch==.
    01 ReturnedCustomsStatus pic x(2) value spaces.

procedure division.
    goback.

entry "WriteCustomsDeclaration" using ThisOrder, ThisDespatch,
        ReturnedCustomsStatus
    move "00" to ReturnedCustomsStatus
    perform ResolveConsigneeForThisOrder
    if DestinationCountry equal to HomeCountryName
        or DestinationCountry equal to spaces
        goback
    end-if
    perform ResolveDeclarationCurrency
    perform SummariseLinesByCommodityCode
    perform WriteDeclarationFile
    goback.

ResolveConsigneeForThisOrder.
    move CustomerId of ThisOrder to ThisCustomerId
    call "GetCustomerById" using ConsigneeCustomer, ThisCustomerId
    move Name of ConsigneeCustomer to ConsigneeName
    move Country of ConsigneeCustomer to DestinationCountry
    if DeliveryAddressRef of ThisOrder is greater than zero
        move DeliveryAddressRef of ThisOrder to DeliveryLookupRef
        call "GetDeliveryAddress" using ConsigneeAddress, ThisCustomerId,
            DeliveryLookupRef
        if CustomerId of ConsigneeAddress equal to ThisCustomerId
            move DeliveryName of ConsigneeAddress to ConsigneeName
            move DeliveryCountry of ConsigneeAddress to DestinationCountry
        end-if
    end-if
    if IncotermCode of ConsigneeCustomer equal to spaces
        move DefaultIncotermCode to DeclarationIncoterm
    else
        move IncotermCode of ConsigneeCustomer to DeclarationIncoterm
    end-if
    .

ResolveDeclarationCurrency.
    move "GBP" to DeclarationCurrency
    move 1 to DeclarationRate
    if CurrencyCode of ConsigneeCustomer equal to "GBP"
        or CurrencyCode of ConsigneeCustomer equal to spaces
        exit paragraph
    end-if
    move OrderId of ThisOrder to ThisOrderId
    call "GetInvoiceByOrderId" using OrderInvoice, ThisOrderId
    if InvoiceNumber of OrderInvoice is greater than zero
        and CurrencyCode of OrderInvoice not equal to spaces
        move CurrencyCode of OrderInvoice to DeclarationCurrency
        move ExchangeRate of OrderInvoice to DeclarationRate
        exit paragraph
    end-if
    open input ExchangeRateFile
    if ExchangeRateFileStatus equal to "00"
        read ExchangeRateFile
            at end set EndOfExchangeRateFile to true
        end-read
        perform until EndOfExchangeRateFile
            if RateRecordCurrencyCode equal to CurrencyCode of ConsigneeCustomer
                and RateRecordRate is numeric
                move RateRecordCurrencyCode to DeclarationCurrency
                move RateRecordRate to DeclarationRate
                set EndOfExchangeRateFile to true
            else
                read ExchangeRateFile
                    at end set EndOfExchangeRateFile to true
                end-read
            end-if
        end-perform
    end-if
    close ExchangeRateFile
    if DeclarationCurrency equal to "GBP"
        display "WriteCustomsDeclaration: no exchange rate for currency "
            CurrencyCode of ConsigneeCustomer " - declaring in GBP"
    end-if
    .

SummariseLinesByCommodityCode.
    initialize CommodityLineTable
    move zero to CommodityLineCount
    move zero to DeclarationTotalWeight
    move zero to DeclarationTotalValue
    perform varying OrderLineIndex from 1 by 1
        until OrderLineIndex is greater than OrderLineCount of ThisOrder
        move ProductCode of OrderLine of ThisOrder(OrderLineIndex)
            to ThisProductCode
        call "GetProductByCode" using DeclaredProduct, ThisProductCode
        if CommodityCode of DeclaredProduct equal to spaces
            move DefaultCommodityCode to CommodityCode of DeclaredProduct
        end-if
        if CountryOfOrigin of DeclaredProduct equal to spaces
            move DefaultCountryOfOrigin to CountryOfOrigin of DeclaredProduct
        end-if
        compute LineWeight =
            Quantity of OrderLine of ThisOrder(OrderLineIndex)
            * NetWeightKg of DeclaredProduct
        compute LineValue rounded =
            Quantity of OrderLine of ThisOrder(OrderLineIndex)
            * UnitPrice of OrderLine of ThisOrder(OrderLineIndex)
            * DeclarationRate
        perform AddLineToCommodityTable
        add LineWeight to DeclarationTotalWeight
        add LineValue to DeclarationTotalValue
    end-perform
    .

AddLineToCommodityTable.
    move "N" to CommodityLineFound
    perform varying CommodityLineIndex from 1 by 1
        until CommodityLineIndex is greater than CommodityLineCount
            or IsCommodityLineFound
        if CommodityLineCode(CommodityLineIndex)
                equal to CommodityCode of DeclaredProduct
            and CommodityLineOrigin(CommodityLineIndex)
                equal to CountryOfOrigin of DeclaredProduct
            move "Y" to CommodityLineFound
        end-if
    end-perform
    if IsCommodityLineFound
        subtract 1 from CommodityLineIndex
    else
        add 1 to CommodityLineCount
        move CommodityLineCount to CommodityLineIndex
        move CommodityCode of DeclaredProduct
            to CommodityLineCode(CommodityLineIndex)
        move CountryOfOrigin of DeclaredProduct
            to CommodityLineOrigin(CommodityLineIndex)
    end-if
    add Quantity of OrderLine of ThisOrder(OrderLineIndex)
        to CommodityLineQuantity(CommodityLineIndex)
    add LineWeight to CommodityLineWeight(CommodityLineIndex)
    add LineValue to CommodityLineValue(CommodityLineIndex)
    .

WriteDeclarationFile.
    move spaces to CustomsDeclarationFileName
    string
        function trim(CustomsFilePrefix) delimited by size
        DespatchId of ThisDespatch delimited by size
        ".dat" delimited by size
        into CustomsDeclarationFileName
    end-string
    open output CustomsDeclarationFile
    if CustomsDeclarationFileStatus not equal to "00"
        move CustomsDeclarationFileStatus to ReturnedCustomsStatus
        display "WriteCustomsDeclaration: cannot open "
            function trim(CustomsDeclarationFileName) " - status "
            CustomsDeclarationFileStatus
        exit paragraph
    end-if
    if DespatchDate of ThisDespatch equal to zero
        call "GetBusinessDate" using DespatchDate of ThisDespatch
    end-if
    move DeclarationRate to EditedRate
    move DeclarationTotalWeight to EditedWeight
    move DeclarationTotalValue to EditedValue
    move spaces to DeclarationLine
    string
        "H|" delimited by size
        DespatchId of ThisDespatch delimited by size
        "|" delimited by size
        OrderId of ThisOrder delimited by size
        "|" delimited by size
        DespatchDate of ThisDespatch delimited by size
        "|" delimited by size
        function trim(ConsignmentReference of ThisDespatch) delimited by size
        "|" delimited by size
        function trim(CarrierCode of ThisDespatch) delimited by size
        "|" delimited by size
        function trim(ConsigneeName) delimited by size
        "|" delimited by size
        function trim(DestinationCountry) delimited by size
        "|" delimited by size
        DeclarationIncoterm delimited by size
        "|" delimited by size
        DeclarationCurrency delimited by size
        "|" delimited by size
        EditedRate delimited by size
        "|" delimited by size
        NumberOfCartons of ThisDespatch delimited by size
        "|" delimited by size
        EditedWeight delimited by size
        "|" delimited by size
        EditedValue delimited by size
        into DeclarationLine
    end-string
    move DeclarationLine to CustomsDeclarationRecord
    write CustomsDeclarationRecord
    perform varying CommodityLineIndex from 1 by 1
        until CommodityLineIndex is greater than CommodityLineCount
        move CommodityLineWeight(CommodityLineIndex) to EditedWeight
        move CommodityLineValue(CommodityLineIndex) to EditedValue
        move spaces to DeclarationLine
        string
            "L|" delimited by size
            CommodityLineCode(CommodityLineIndex) delimited by size
            "|" delimited by size
            CommodityLineOrigin(CommodityLineIndex) delimited by size
            "|" delimited by size
            CommodityLineQuantity(CommodityLineIndex) delimited by size
            "|" delimited by size
            EditedWeight delimited by size
            "|" delimited by size
            EditedValue delimited by size
            "|" delimited by size
            DeclarationCurrency delimited by size
            into DeclarationLine
        end-string
        move DeclarationLine to CustomsDeclarationRecord
        write CustomsDeclarationRecord
    end-perform
    close CustomsDeclarationFile
    .

end program CustomsDeclarations.
