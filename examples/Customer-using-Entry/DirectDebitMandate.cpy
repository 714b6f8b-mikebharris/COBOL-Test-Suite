01 DirectDebitMandate.
    02 CustomerId pic 9(8) value zeroes.
    02 MandateReference pic x(18) value spaces.
    02 MandateSortCode pic 9(6) value zeroes.
    02 MandateAccountNumber pic 9(8) value zeroes.
    02 MandateAccountName pic x(18) value spaces.
    02 MandateStatus pic x value "P".
        88 IsMandatePending   value "P".
        88 IsMandateActive    value "A".
        88 IsMandateCancelled value "C".
        88 IsMandateRejected  value "R".
    02 MandateSetUpDate pic 9(8) value zeroes.
    02 MandateStatusDate pic 9(8) value zeroes.
    02 LastCollectionDate pic 9(8) value zeroes.
    02 MandateRejectionReason pic x(20) value spaces.
