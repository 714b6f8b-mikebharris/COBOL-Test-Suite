    01 ContractCursorKey.
        02 ContractCursorCustomerId pic 9(8) value zeroes.
        02 ContractCursorProductCode pic x(12) value spaces.
        02 ContractCursorGroupCode pic x(6) value spaces.
    01 NumberOfContractsInPage pic 9(3) value zeroes.
    01 ContractPageIndex pic 9(3) value zeroes.
    01 ContractPricePage.
    copy Customer replacing Customer by ==ContractCustomer==.
    01 ThisCustomerId pic 9(8) value zeroes.
    01 ExpiringContractCount pic 9(6) value zeroes.
    01 ContractScopeLabel pic x(10) value spaces.
    01 ContractScopeCode pic x(12) value spaces.
    01 EditedContractPrice pic z(5)9.99 value zeroes.
    01 ExpiryReportLine pic x(120) value spaces.

procedure division.

    call "GetBusinessDate" using RunDate
    display "ContractExpiryReport: business date " RunDate
    perform LoadExpiryConfig
    compute HorizonInteger =
        function integer-of-date(RunDate) + ExpiryDaysAhead
ProcessContractPages.
    move zeroes to ContractCursorCustomerId
    move spaces to ContractCursorProductCode
    move spaces to ContractCursorGroupCode
    call "GetContractPricesPage" using ContractCursorKey,
        ContractPricePage, NumberOfContractsInPage
    perform until NumberOfContractsInPage equal to zero
            to ContractCursorCustomerId
        move ProductCode of ContractPricePageRecord(NumberOfContractsInPage)
            to ContractCursorProductCode
        move ContractGroupCode of
            ContractPricePageRecord(NumberOfContractsInPage)
            to ContractCursorGroupCode
        call "GetContractPricesPage" using ContractCursorKey,
            ContractPricePage, NumberOfContractsInPage
    end-perform
    call "GetCustomerById" using ContractCustomer, ThisCustomerId
    move ContractUnitPrice of ContractPricePageRecord(ContractPageIndex)
        to EditedContractPrice
    if ProductCode of ContractPricePageRecord(ContractPageIndex)
        equal to spaces
        move "  group " to ContractScopeLabel
        move ContractGroupCode of ContractPricePageRecord(ContractPageIndex)
            to ContractScopeCode
    else
        move "  product " to ContractScopeLabel
        move ProductCode of ContractPricePageRecord(ContractPageIndex)
            to ContractScopeCode
    end-if
    move spaces to ExpiryReportLine
    string
        "Customer " delimited by size
        ThisCustomerId delimited by size
        " " delimited by size
        function trim(Name of ContractCustomer) delimited by size
        function trim(ContractScopeLabel, trailing) delimited by size
        " " delimited by size
        function trim(ContractScopeCode) delimited by size
        "  at " delimited by size
        EditedContractPrice delimited by size
        "  expires " delimited by size
