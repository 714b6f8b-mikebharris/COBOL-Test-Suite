01 PostcodeAddress.
    02 PostcodeAddressKey.
        03 AddressPostcode pic x(10) value spaces.
        03 PremiseSequence pic 9(4) value zeroes.
    02 PremiseAddress1 pic x(20) value spaces.
    02 PremiseAddress2 pic x(20) value spaces.
    02 PremiseAddress3 pic x(20) value spaces.
    02 PostTown        pic x(20) value spaces.
    02 PostalCounty    pic x(20) value spaces.
