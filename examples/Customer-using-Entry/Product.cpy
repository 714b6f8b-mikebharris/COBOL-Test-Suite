    02 KitComponent occurs 5 times.
        03 ComponentProductCode pic x(12) value spaces.
        03 ComponentQuantity pic 9(3) value zeroes.
    02 UnitsPerCarton pic 9(4) value zeroes.
    02 CommodityCode pic x(10) value spaces.
    02 CountryOfOrigin pic x(2) value spaces.
    02 NetWeightKg pic 9(4)v999 value zeroes.
    02 PriceBreakCount pic 9(1) value zeroes.
    02 PriceBreak occurs 5 times.
        03 BreakMinimumQuantity pic 9(4) value zeroes.
        03 BreakUnitPrice pic 9(6)v99 value zeroes.
    02 SellingPackSize pic 9(4) value zeroes.
    02 MinimumOrderQuantity pic 9(4) value zeroes.
    02 DropShipFlag pic x value "N".
        88 IsDropShipProduct value "Y".
    02 DropShipSupplierId pic 9(6) value zeroes.
    02 SerialisedFlag pic x value "N".
        88 IsSerialisedProduct value "Y".
    02 WarrantyMonths pic 9(2) value zeroes.
        88 IsValidWarrantyPeriod values 12 24.
    02 ProductGroupCode pic x(6) value spaces.
