    02 ContractPriceKey.
        03 CustomerId pic 9(8) value zeroes.
        03 ProductCode pic x(12) value spaces.
        03 ContractGroupCode pic x(6) value spaces.
    02 ContractUnitPrice pic 9(6)v99 value zeroes.
    02 EffectiveFromDate pic 9(8) value zeroes.
    02 EffectiveToDate pic 9(8) value zeroes.
