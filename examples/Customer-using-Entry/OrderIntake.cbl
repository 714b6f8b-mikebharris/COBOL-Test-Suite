            02 IntakeRecordType pic x.
                88 IsIntakeHeader value "H".
                88 IsIntakeLine   value "L".
            02 IntakeRecordBody pic x(68).
            02 IntakeHeaderFields redefines IntakeRecordBody.
                03 IntakeCustomerId pic 9(8).
                03 IntakeOrderDate pic 9(8).
                03 IntakeRequestedDate pic 9(8).
                03 IntakeDeliveryRef pic 9(2).
                03 IntakeOperatorId pic x(8).
                03 IntakeOrderChannel pic x.
                03 IntakeOrderType pic x.
                03 IntakeFreeOfChargeReason pic x(3).
                03 IntakeAuthorisedBy pic x(8).
                03 filler pic x(21).
            02 IntakeLineFields redefines IntakeRecordBody.
                03 IntakeProductCode pic x(20).
                03 IntakeDescription pic x(30).
                03 IntakeQuantity pic 9(4).
                03 IntakeUnitPrice pic 9(6)v99.
        01 OrderRejectionRecord.
            02 RejectionReasonCode pic x(3).
            02 filler pic x.
            02 RejectedRecordImage pic x(69).

    fd AckEmailSpoolFile.
        01 AckEmailRecord pic x(120).
            02 LogRunCount pic 9(6).

working-storage section.
    01 RunDate pic 9(8) value zeroes.
    01 OrderIntakeFileName pic x(20) value "OrderIntake.int".
    01 OrderRejectionsFileName pic x(20) value "OrderIntake.rej".
    01 AckEmailSpoolFileName pic x(20) value "OrderAckEmail.spl".
    01 AckLineAmount pic 9(8)v99 value zeroes.
    01 EditedAckAmount pic -(8)9.99 value zeroes.
    01 AckDocumentLine pic x(120) value spaces.
    01 RegisterDocumentType pic x(10) value "ORDERACK".
    01 RegisterAccountId pic 9(8) value zeroes.
    01 RegisterReference pic x(12) value spaces.
    01 EmailAckCount pic 9(6) value zeroes.
    01 PrintAckCount pic 9(6) value zeroes.

        88 IsIntakeOrderPending value "Y".
    01 IntakeOrderRejected pic x value "N".
        88 IsIntakeOrderRejected value "Y".
    01 PendingHeaderImage pic x(69) value spaces.
    01 ThisCustomerId pic 9(8) value zeroes.
    01 NewOrderId pic 9(6) value zeroes.
    01 ReturnedOrderStatus pic x(2) value spaces.
    01 IntakeOrderOperatorId pic x(8) value spaces.
    01 AcceptedOrderCount pic 9(6) value zeroes.
    01 HeldOrderCount pic 9(6) value zeroes.
    01 RejectedOrderCount pic 9(6) value zeroes.
    01 MaxOrderLines pic 9(2) value 90.

    01 IntakePartNumber pic x(20) value spaces.
    01 TranslatedProductCode pic x(12) value spaces.
    01 AckProductCode pic x(12) value spaces.
    01 AckCustomerPartNumber pic x(20) value spaces.
    01 CustomerPartFoundFlag pic x value "N".
        88 IsCustomerPartFound value "Y".
    01 TranslatedLineCount pic 9(6) value zeroes.

    01 ProductMasterPresentFlag pic x value "N".
        88 IsProductMasterPresent value "Y".
    01 PackLineIndex pic 9(2) value zeroes.
    01 PackProductCode pic x(12) value spaces.
    01 PackOrderQuantity pic 9(4) value zeroes.
    01 PackRoundUpFlag pic x value "N".
    01 PackCheckStatus pic x(2) value spaces.
    01 PackCheckReason pic x(80) value spaces.

    01 InterfaceName pic x(20) value "ORDERINTAKE".
    01 InterfaceFileName pic x(30) value spaces.
    01 InterfaceControlTotal pic s9(12)v99 value zeroes.
    01 ReturnedInterfaceStatus pic x(2) value spaces.

procedure division.

    call "GetBusinessDate" using RunDate
    display "OrderIntake: business date " RunDate
    perform RegisterInterfaceFile
    open input OrderIntakeFile
    open output OrderRejectionsFile
    open output AckEmailSpoolFile
        at end set EndOfOrderIntakeFile to true
    end-read
    perform until EndOfOrderIntakeFile
        if IsIntakeLine
            and IntakeQuantity is numeric
            and IntakeUnitPrice is numeric
            compute InterfaceControlTotal = InterfaceControlTotal
                + IntakeQuantity * IntakeUnitPrice
        end-if
        evaluate true
            when IsIntakeHeader
                perform SubmitPendingIntakeOrder
    close AckPrintSpoolFile
    perform WriteRunCountLogRecord
    display "OrderIntake: " AcceptedOrderCount " order(s) accepted, "
        HeldOrderCount " held for approval, "
        RejectedOrderCount " rejected, "
        EmailAckCount " email and " PrintAckCount
        " print acknowledgement(s)"
    display "OrderIntake: " TranslatedLineCount
        " line(s) ordered by customer part number"
    call "CloseInterfaceFile" using InterfaceControlTotal
    stop run.

RegisterInterfaceFile.
    move OrderIntakeFileName to InterfaceFileName
    call "OpenInterfaceFile" using InterfaceName, InterfaceFileName,
        ReturnedInterfaceStatus
    if ReturnedInterfaceStatus equal to "22"
        display "OrderIntake: " function trim(InterfaceFileName)
            " already processed; not loaded"
        move 1 to return-code
        stop run
    end-if
    .

WriteRunCountLogRecord.
    open extend RunCountsLogFile
    move spaces to RunCountsLogRecord
    move "Date=" to RunCountsLogRecord(1:5)
    move RunDate to LogRunDate
    move " Program=" to RunCountsLogRecord(14:9)
    move "OrderIntake" to LogProgramName
    move " Count=" to RunCountsLogRecord(39:7)
    end-if
    move IntakeCustomerId to CustomerId of IntakeOrder
    move IntakeOrderDate to OrderDate of IntakeOrder
    if IntakeOperatorId equal to spaces
        move "SYSTEM" to IntakeOrderOperatorId
    else
        move IntakeOperatorId to IntakeOrderOperatorId
    end-if
    if IntakeRequestedDate is numeric
        move IntakeRequestedDate to RequestedDate of IntakeOrder
    end-if
    if IntakeDeliveryRef is numeric
        move IntakeDeliveryRef to DeliveryAddressRef of IntakeOrder
    end-if
    move IntakeOrderChannel to OrderChannel of IntakeOrder
    move IntakeOrderType to OrderType of IntakeOrder
    move IntakeFreeOfChargeReason to FreeOfChargeReason of IntakeOrder
    move IntakeAuthorisedBy to FreeOfChargeAuthorisedBy of IntakeOrder
    move IntakeCustomerId to ThisCustomerId
    call "GetCustomerById" using IntakeCustomer, ThisCustomerId
    if CustomerId of IntakeCustomer not equal to ThisCustomerId
            perform RejectPendingIntakeOrderHeader
            move "R02" to RejectionReasonCode
            perform WritePendingHeaderRejection
        else
            if IsAccountPendingApproval of IntakeCustomer
                or IsAccountDeclined of IntakeCustomer
                perform RejectPendingIntakeOrderHeader
                move "R06" to RejectionReasonCode
                perform WritePendingHeaderRejection
            end-if
        end-if
    end-if
    .
        exit paragraph
    end-if
    add 1 to OrderLineCount of IntakeOrder
    move IntakeProductCode to IntakePartNumber
    call "GetProductCodeForCustomerPart" using ThisCustomerId,
        IntakePartNumber, TranslatedProductCode, CustomerPartFoundFlag
    if IsCustomerPartFound
        add 1 to TranslatedLineCount
        move TranslatedProductCode to ProductCode of OrderLine of
            IntakeOrder(OrderLineCount of IntakeOrder)
    else
        if IntakeProductCode(13:8) not equal to spaces
            move "Y" to IntakeOrderRejected
            add 1 to RejectedOrderCount
            move "R04" to RejectionReasonCode
            move "," to OrderRejectionRecord(4:1)
            move OrderIntakeRecord to RejectedRecordImage
            write OrderRejectionRecord
            exit paragraph
        end-if
        move IntakeProductCode to ProductCode of OrderLine of
            IntakeOrder(OrderLineCount of IntakeOrder)
    end-if
    move IntakeDescription to Description of OrderLine of
        IntakeOrder(OrderLineCount of IntakeOrder)
    move IntakeQuantity to Quantity of OrderLine of
        perform WritePendingHeaderRejection
        exit paragraph
    end-if
    perform CheckIntakeLinePackRules
    if IsIntakeOrderRejected
        add 1 to RejectedOrderCount
        move "R07" to RejectionReasonCode
        perform WritePendingHeaderRejection
        exit paragraph
    end-if
    call "SetOrderOperatorId" using IntakeOrderOperatorId
    call "AddOrder" using IntakeOrder, NewOrderId, ReturnedOrderStatus
    if ReturnedOrderStatus equal to "00"
        add 1 to AcceptedOrderCount
        perform SpoolOrderAcknowledgement
        if IsOrderAwaitingApproval of AcceptedOrder
            add 1 to HeldOrderCount
        end-if
    else
        add 1 to RejectedOrderCount
        move "R04" to RejectionReasonCode
    end-if
    .

CheckIntakeLinePackRules.
    if IsWebOrder of IntakeOrder
        exit paragraph
    end-if
    call "IsProductMasterPresent" using ProductMasterPresentFlag
    if not IsProductMasterPresent
        exit paragraph
    end-if
    move "N" to PackRoundUpFlag
    perform varying PackLineIndex from 1 by 1
        until PackLineIndex is greater than OrderLineCount of IntakeOrder
            or IsIntakeOrderRejected
        move ProductCode of OrderLine of IntakeOrder(PackLineIndex)
            to PackProductCode
        move Quantity of OrderLine of IntakeOrder(PackLineIndex)
            to PackOrderQuantity
        call "CheckProductOrderQuantity" using PackProductCode,
            PackOrderQuantity, PackRoundUpFlag, PackCheckStatus, PackCheckReason
        if PackCheckStatus not equal to "00"
            move "Y" to IntakeOrderRejected
            display "OrderIntake: order for customer " CustomerId of IntakeOrder
                " rejected - " function trim(PackCheckReason)
        end-if
    end-perform
    .

SpoolOrderAcknowledgement.
    call "GetOrderById" using AcceptedOrder, NewOrderId
    move CustomerId of AcceptedOrder to RegisterAccountId
    move NewOrderId to RegisterReference
    call "BeginOutputDocument" using RegisterDocumentType, RegisterAccountId,
        RegisterReference
    if PrefersEmail of IntakeCustomer
        and IsEmailValid of IntakeCustomer
        set AckRouteToEmail to true
        add 1 to EmailAckCount
        move spaces to AckDocumentLine
    perform WriteAckDocumentLine
    move Name of IntakeCustomer to AckDocumentLine
    perform WriteAckDocumentLine
    if IsFreeOfChargeOrder of AcceptedOrder
        move "FREE OF CHARGE - no invoice will be raised for this order"
            to AckDocumentLine
        perform WriteAckDocumentLine
    end-if
    move spaces to AckDocumentLine
    perform WriteAckDocumentLine
    perform varying AckLineIndex from 1 by 1
        move AckLineAmount to EditedAckAmount
        move spaces to AckDocumentLine
        move ProductCode of OrderLine of AcceptedOrder(AckLineIndex)
            to AckProductCode
        call "GetCustomerPartForProduct" using ThisCustomerId,
            AckProductCode, AckCustomerPartNumber, CustomerPartFoundFlag
        move AckProductCode to AckDocumentLine(1:12)
        move Description of OrderLine of AcceptedOrder(AckLineIndex)
            to AckDocumentLine(14:30)
        move Quantity of OrderLine of AcceptedOrder(AckLineIndex)
            to AckDocumentLine(46:4)
        move EditedAckAmount to AckDocumentLine(54:12)
        if IsCustomerPartFound
            move "Your ref" to AckDocumentLine(68:8)
            move AckCustomerPartNumber to AckDocumentLine(77:20)
        end-if
        perform WriteAckDocumentLine
        if SubstitutedForProductCode of OrderLine of AcceptedOrder(AckLineIndex)
            not equal to spaces
            move spaces to AckDocumentLine
            string
                "             supplied in place of " delimited by size
                SubstitutedForProductCode of OrderLine of AcceptedOrder(AckLineIndex)
                    delimited by space
                into AckDocumentLine
            end-string
            perform WriteAckDocumentLine
        end-if
    end-perform
    move spaces to AckDocumentLine
    string
    perform WriteAckDocumentLine
    move spaces to AckDocumentLine
    perform WriteAckDocumentLine
    call "EndOutputDocument" using AckRouteFlag
    .

WriteAckDocumentLine.
        move AckDocumentLine to AckPrintRecord
        write AckPrintRecord
    end-if
    call "AddOutputDocumentLine" using AckDocumentLine
    .

end program OrderIntake.
