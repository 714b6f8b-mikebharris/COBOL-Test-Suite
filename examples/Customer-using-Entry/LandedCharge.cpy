01 LandedCharge.
    02 LandedChargeId pic 9(6) value zeroes.
    02 PoId pic 9(6) value zeroes.
    02 ChargeType pic x(3) value spaces.
        88 IsFreightCharge     value "FRT".
        88 IsDutyCharge        value "DTY".
        88 IsInsuranceCharge   value "INS".
        88 IsOtherLandedCharge value "OTH".
        88 IsValidChargeType values "FRT" "DTY" "INS" "OTH".
    02 ChargeAmount pic 9(8)v99 value zeroes.
    02 ApportionBasis pic x value "V".
        88 IsApportionByValue    value "V".
        88 IsApportionByQuantity value "Q".
        88 IsApportionByWeight   value "W".
        88 IsValidApportionBasis values "V" "Q" "W".
    02 ChargeBillReference pic x(20) value spaces.
    02 ChargeRecordedDate pic 9(8) value zeroes.
    02 ChargeRecordedBy pic x(8) value spaces.
    02 ApportionedFlag pic x value "N".
        88 IsChargeApportioned value "Y".
        88 IsChargePending     value "N".
    02 ApportionedDate pic 9(8) value zeroes.
