
    01 NumberOfDespatchesInPage pic 9(3) value zeroes.
    01 DespatchPageIndex pic 9(3) value zeroes.
    01 DespatchSerialIndex pic 9(2) value zeroes.
    01 DespatchPage.
        02 DespatchPageEntry occurs 10 times.
            copy Despatch replacing
    01 LineValueAmount pic 9(8)v99 value zeroes.
    01 EditedLineAmount pic -(8)9.99 value zeroes.
    01 EditedUnitPrice pic z(5)9.99 value zeroes.
    01 EditedMarginPercent pic -(3)9.99 value zeroes.

    01 AmendedOrderLine.
        02 AmendedProductCode pic x(12) value spaces.
        02 AmendedUnitPrice pic 9(6)v99 value zeroes.
    01 ReturnedOrderStatus pic x(2) value spaces.

    01 EnteredPartNumber pic x(20) value spaces.
    01 TranslatedProductCode pic x(12) value spaces.
    01 CustomerPartFoundFlag pic x value "N".
        88 IsCustomerPartFound value "Y".

procedure division.

    perform until IsEnquiryFinished
            display "  State: cancelled on " CancelledDate of EnquiredOrder
        when IsOrderAwaitingPayment of EnquiredOrder
            display "  State: awaiting prepayment"
        when IsOrderAwaitingApproval of EnquiredOrder
            move OrderMarginPercent of EnquiredOrder to EditedMarginPercent
            display "  State: awaiting approval - reason "
                ApprovalHoldReason of EnquiredOrder
                "  margin " EditedMarginPercent "%"
    end-evaluate
    if IsOrderInvoiced of EnquiredOrder
        display "  Invoiced: yes"
    end-if
    if IsFreeOfChargeOrder of EnquiredOrder
        display "  Free of charge - reason " FreeOfChargeReason of EnquiredOrder
            "  authorised by " FreeOfChargeAuthorisedBy of EnquiredOrder
    end-if
    if BackOrderForOrderId of EnquiredOrder is greater than zero
        display "  Back order for order " BackOrderForOrderId of EnquiredOrder
    end-if
            when other
                display "    no tracking status received"
        end-evaluate
        perform varying DespatchSerialIndex from 1 by 1
            until DespatchSerialIndex is greater than
                DespatchSerialCount of DespatchPageRecord(DespatchPageIndex)
            display "    serial "
                DespatchSerialNumber of DespatchPageRecord(DespatchPageIndex,
                    DespatchSerialIndex)
                " line "
                SerialOrderLineNumber of DespatchPageRecord(DespatchPageIndex,
                    DespatchSerialIndex)
        end-perform
    end-perform
    .

    .

AcceptAmendedLineDetails.
    display "Product code or customer part number: " with no advancing
    accept EnteredPartNumber
    call "GetProductCodeForCustomerPart" using CustomerId of EnquiredOrder,
        EnteredPartNumber, TranslatedProductCode, CustomerPartFoundFlag
    if IsCustomerPartFound
        move TranslatedProductCode to AmendedProductCode
        display "Customer part " function trim(EnteredPartNumber)
            " is our product " AmendedProductCode
    else
        move EnteredPartNumber to AmendedProductCode
    end-if
    display "Description: " with no advancing
    accept AmendedDescription
    display "Quantity: " with no advancing
