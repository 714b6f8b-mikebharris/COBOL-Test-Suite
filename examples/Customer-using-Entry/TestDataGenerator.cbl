procedure division.

    perform LoadGeneratorConfig
    call "GetBusinessDate" using GeneratedDate
    display "TestDataGenerator: generating " CustomersToGenerate
        " customer(s) into " function trim(GeneratedCustomerFileName)
        " and " OrdersToGenerate " order(s) into "
