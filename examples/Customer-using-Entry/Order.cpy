        88 IsOrderShipped         value "S".
        88 IsOrderCancelled       value "C".
        88 IsOrderAwaitingPayment value "P".
        88 IsOrderAwaitingApproval value "A".
    02 InvoicedFlag pic x value "N".
        88 IsOrderInvoiced    value "Y".
        88 IsOrderNotInvoiced value "N".
    02 DeliveryAddressRef pic 9(2) value zeroes.
    02 BackOrderForOrderId pic 9(6) value zeroes.
    02 OrderLineCount pic 9(2) value zeroes.
    02 OrderLine occurs 90 times.
        03 ProductCode     pic x(12) value spaces.
        03 Description     pic x(30) value spaces.
        03 Quantity         pic 9(4) value zeroes.
        03 StockShortFlag   pic x value "N".
            88 IsLineStockShort   value "Y".
            88 IsLineStockCovered value "N".
        03 SubstitutedForProductCode pic x(12) value spaces.
        03 LineDropShipFlag pic x value "N".
            88 IsLineDropShip value "Y".
        03 DropShipPoId pic 9(6) value zeroes.
    02 ApprovalHoldReason pic x value space.
        88 IsNotHeldForApproval   value space.
        88 IsHeldForLowMargin     value "M".
        88 IsHeldForHighValue     value "V".
        88 IsHeldForMarginAndValue value "B".
    02 OrderMarginPercent pic s9(3)v99 value zeroes.
    02 OrderApprovalBy pic x(8) value spaces.
    02 OrderApprovalDate pic 9(8) value zeroes.
    02 FulfilmentWarehouse pic x(4) value spaces.
    02 OrderChannel pic x value space.
        88 IsWebOrder value "W".
    02 WarehouseShippedFlag pic x value "N".
        88 IsWarehousePartShipped value "Y".
    02 OrderType pic x value space.
        88 IsChargeableOrder   value space.
        88 IsFreeOfChargeOrder value "F".
    02 FreeOfChargeReason pic x(3) value spaces.
        88 IsSampleOrder      value "SMP".
        88 IsReplacementOrder value "RPL".
        88 IsGoodwillOrder    value "GWL".
        88 IsValidFreeOfChargeReason values "SMP" "RPL" "GWL".
    02 FreeOfChargeAuthorisedBy pic x(8) value spaces.
