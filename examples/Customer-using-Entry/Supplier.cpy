        03 SupplierPostcode pic x(10) value spaces.
    02 SupplierTelephone pic 9(12) value zeroes.
    02 SupplierEmail pic x(50) value spaces.
    02 SupplierPaymentDays pic 9(3) value 30.
    02 SupplierBankDetails.
        03 SupplierSortCode pic 9(6) value zeroes.
        03 SupplierAccountNumber pic 9(8) value zeroes.
        03 SupplierAccountName pic x(18) value spaces.
    02 SupplierLeadTimeDays pic 9(3) value zeroes.
