01 Complaint.
    02 ComplaintId pic 9(6) value zeroes.
    02 CustomerId pic 9(8) value zeroes.
    02 OrderId pic 9(6) value zeroes.
    02 DespatchId pic 9(6) value zeroes.
    02 RmaId pic 9(6) value zeroes.
    02 InvoiceNumber pic 9(6) value zeroes.
    02 ProductCode pic x(12) value spaces.
    02 CarrierCode pic x(4) value spaces.
    02 ComplaintCategory pic x(3) value spaces.
        88 IsLateDeliveryComplaint  value "LAT".
        88 IsWrongGoodsComplaint    value "WRG".
        88 IsDamagedGoodsComplaint  value "DMG".
        88 IsStaffConductComplaint  value "STF".
        88 IsProductQualityComplaint value "QUA".
        88 IsBillingComplaint       value "BIL".
        88 IsOtherComplaint         value "OTH".
        88 IsValidComplaintCategory values "LAT" "WRG" "DMG" "STF" "QUA" "BIL" "OTH".
    02 ComplaintChannel pic x value space.
        88 IsPhoneComplaint  value "P".
        88 IsEmailComplaint  value "E".
        88 IsLetterComplaint value "L".
        88 IsValidComplaintChannel values "P" "E" "L".
    02 ComplaintDescription pic x(60) value spaces.
    02 ComplaintOwner pic x(8) value spaces.
    02 ComplaintRaisedDate pic 9(8) value zeroes.
    02 ComplaintStatus pic x value "O".
        88 IsComplaintOpen     value "O".
        88 IsComplaintResolved value "R".
    02 RootCauseCode pic x(3) value spaces.
        88 IsCarrierRootCause    value "CAR".
        88 IsPickingRootCause    value "PCK".
        88 IsStockRootCause      value "STK".
        88 IsDataEntryRootCause  value "DAT".
        88 IsStaffRootCause      value "STF".
        88 IsSupplierRootCause   value "SUP".
        88 IsProductRootCause    value "PRD".
        88 IsNoFaultRootCause    value "NFF".
        88 IsValidRootCause values "CAR" "PCK" "STK" "DAT" "STF" "SUP" "PRD" "NFF".
    02 ComplaintResolution pic x(60) value spaces.
    02 ComplaintResolvedDate pic 9(8) value zeroes.
