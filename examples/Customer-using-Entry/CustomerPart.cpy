01 CustomerPart.
    02 CustomerPartKey.
        03 CustomerId pic 9(8) value zeroes.
        03 CustomerPartNumber pic x(20) value spaces.
    02 CustomerProductKey.
        03 ProductCustomerId pic 9(8) value zeroes.
        03 ProductCode pic x(12) value spaces.
    02 CustomerPartDescription pic x(30) value spaces.
