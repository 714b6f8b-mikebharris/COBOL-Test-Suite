        88 IsWithCollectionAgency    value "Y".
        88 IsNotWithCollectionAgency value "N".
    02 AgencyHandoverDate pic 9(8) value 0.
    02 CreditInsurance.
        03 InsuredLimit pic 9(8)v99 value 0.
        03 InsurerReference pic x(15) value spaces.
        03 CoverExpiryDate pic 9(8) value 0.
        03 InsuredLimitDecisionDate pic 9(8) value 0.
        03 PreviousInsuredLimit pic 9(8)v99 value 0.
    02 AccountApprovalStatus pic x value "A".
        88 IsAccountPendingApproval value "P".
        88 IsAccountApproved        values "A" " ".
        88 IsAccountDeclined        value "D".
    02 AccountApplication.
        03 ApplicationDate pic 9(8) value 0.
        03 RequestedCreditLimit pic 9(8)v99 value 0.
        03 RequestedBy pic x(8) value spaces.
        03 BankReference pic x(40) value spaces.
        03 TradeReferenceCount pic 9 value 0.
    02 TradeReference occurs 3 times.
        03 TradeReferenceName pic x(30) value spaces.
        03 TradeReferencePhone pic 9(12) value 0.
    02 ApprovalDecision.
        03 ApprovalDecisionDate pic 9(8) value 0.
        03 ApprovalDecisionBy pic x(8) value spaces.
        03 DeclineReason pic x(30) value spaces.
    02 CashOnDeliveryFlag pic x value "N".
        88 IsCashOnDeliveryAccount value "Y".
        88 IsNotCashOnDeliveryAccount value "N" " ".
    02 IncotermCode pic x(3) value spaces.
    02 EmailInvalidFlag pic x value "N".
        88 IsEmailInvalid value "Y".
        88 IsEmailValid value "N" " ".
    02 EmailInvalidDate pic 9(8) value 0.
    02 ContraSupplierId pic 9(6) value 0.
