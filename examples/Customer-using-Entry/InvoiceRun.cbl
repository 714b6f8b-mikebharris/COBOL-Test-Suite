        01 DeliveryManifestRecord pic x(120).

    fd ElectronicExtractFile.
        01 ElectronicExtractRecord pic x(100).
        01 ExtractHeaderRecord redefines ElectronicExtractRecord.
            02 ExtractRecordType pic x.
            02 ExtractInvoiceNumber pic 9(6).
            02 ExtractInvoiceDate pic 9(8).
            02 ExtractCustomerId pic 9(8).
            02 ExtractOrderId pic 9(6).
            02 filler pic x(71).
        01 ExtractLineRecord redefines ElectronicExtractRecord.
            02 filler pic x.
            02 ExtractProductCode pic x(12).
            02 ExtractLineValue pic 9(8)v99.
            02 ExtractDescription pic x(30).
            02 filler pic x(15).
            02 ExtractCustomerPartNumber pic x(20).
        01 ExtractVatRecord redefines ElectronicExtractRecord.
            02 filler pic x.
            02 ExtractVatRate pic 99v99.
            02 ExtractVatNet pic 9(8)v99.
            02 ExtractVatAmount pic 9(8)v99.
            02 filler pic x(75).
        01 ExtractTrailerRecord redefines ElectronicExtractRecord.
            02 filler pic x.
            02 ExtractLineCount pic 9(3).
            02 ExtractVatTotal pic 9(8)v99.
            02 ExtractGrossTotal pic 9(8)v99.
            02 ExtractHashTotal pic 9(10)v99.
            02 filler pic x(54).

    fd InvoiceRunCheckpointFile.
        01 InvoiceRunCheckpointRecord.
    01 SpoolRouteFlag pic x value "P".
        88 RouteToEmail value "E".
        88 RouteToPrint value "P".
    01 RegisterDocumentType pic x(10) value "INVOICE".
    01 RegisterAccountId pic 9(8) value zeroes.
    01 RegisterReference pic x(12) value spaces.
    01 SellerNameLine pic x(40) value "Sundry Supplies Ltd".
    01 SellerAddressLine pic x(60)
        value "1 Warehouse Way, Testington, TE5 7IN".

    copy Product replacing Product by ==LineProduct==.
    01 LineProductCode pic x(12) value spaces.
    01 LineCustomerPartNumber pic x(20) value spaces.
    01 CustomerPartFoundFlag pic x value "N".
        88 IsCustomerPartFound value "Y".
    01 LineNetAmount pic 9(8)v99 value zeroes.
    01 LineVatRate pic 99v99 value zeroes.
    01 AnalysisIndex pic 9(1) value zeroes.

procedure division.

    call "GetBusinessDate" using InvoiceRunDate
    display "InvoiceRun: business date " InvoiceRunDate
    call "IsDateInClosedPeriod" using InvoiceRunDate, DateInClosedPeriodFlag
    if IsRunDateInClosedPeriod
        display "InvoiceRun: run date " InvoiceRunDate
CheckOrderEligibleForInvoice.
    move "N" to OrderEligibleFlag
    if IsOrderNotInvoiced of CurrentOrder
        and not IsFreeOfChargeOrder of CurrentOrder
        and not IsOrderCancelled of CurrentOrder
        and not IsOrderAwaitingPayment of CurrentOrder
        and not IsOrderAwaitingApproval of CurrentOrder
        if RunInvoicesOnDespatchOnly
            or InvoicesOnDespatch of CurrentCustomer
            if IsOrderShipped of CurrentOrder
WriteInvoiceForCurrentOrder.
    perform ComputeOrderAmountsFromLines

    call "GetBusinessDate" using InvoiceRunDate
    initialize NewInvoice
    move WorkVatAnalysisCount to VatAnalysisCount of NewInvoice
    perform varying AnalysisIndex from 1 by 1
            to OrderVATAmount
    end-perform
    compute OrderGrossAmount = OrderNetAmount + OrderVATAmount
    call "GetBusinessDate" using InvoiceRunDate
    initialize NewInvoice
    move ConsolidatedVatAnalysisCount to VatAnalysisCount of NewInvoice
    perform varying AnalysisIndex from 1 by 1
        rewrite InvoiceRunCheckpointRecord
        exit paragraph
    end-if
    perform BeginRegisteredInvoiceDocument
    if PrefersEmail of CurrentCustomer
        and IsEmailValid of CurrentCustomer
        set RouteToEmail to true
        add 1 to EmailDocumentCount
        move spaces to SpoolDocumentLine
        add 1 to PrintDocumentCount
    end-if
    perform RenderConsolidatedInvoiceDocument
    call "EndOutputDocument" using SpoolRouteFlag
    move EmailDocumentCount to CommittedEmailDocumentCount
    move PrintDocumentCount to CommittedPrintDocumentCount
    rewrite InvoiceRunCheckpointRecord
        rewrite InvoiceRunCheckpointRecord
        exit paragraph
    end-if
    perform BeginRegisteredInvoiceDocument
    if PrefersEmail of CurrentCustomer
        and IsEmailValid of CurrentCustomer
        set RouteToEmail to true
        add 1 to EmailDocumentCount
        move spaces to SpoolDocumentLine
        add 1 to PrintDocumentCount
    end-if
    perform RenderInvoiceDocument
    call "EndOutputDocument" using SpoolRouteFlag
    move EmailDocumentCount to CommittedEmailDocumentCount
    move PrintDocumentCount to CommittedPrintDocumentCount
    rewrite InvoiceRunCheckpointRecord
        move SpoolDocumentLine to PrintSpoolRecord
        write PrintSpoolRecord
    end-if
    call "AddOutputDocumentLine" using SpoolDocumentLine
    .

BeginRegisteredInvoiceDocument.
    move CustomerId of CurrentCustomer to RegisterAccountId
    move NextInvoiceNumber to RegisterReference
    call "BeginOutputDocument" using RegisterDocumentType, RegisterAccountId,
        RegisterReference
    .

RenderInvoiceDocument.
    compute LineNetAmount =
        Quantity of OrderLine of CurrentOrder(OrderLineIndex)
        * UnitPrice of OrderLine of CurrentOrder(OrderLineIndex)
    perform LookUpCustomerPartForLine
    move spaces to SpoolDocumentLine
    move ProductCode of OrderLine of CurrentOrder(OrderLineIndex)
        to SpoolDocumentLine(1:12)
    move EditedUnitPrice to SpoolDocumentLine(54:12)
    move LineNetAmount to EditedSpoolAmount
    move EditedSpoolAmount to SpoolDocumentLine(69:12)
    if IsCustomerPartFound
        move "Your ref" to SpoolDocumentLine(83:8)
        move LineCustomerPartNumber to SpoolDocumentLine(92:20)
    end-if
    perform WriteSpoolDocumentLine
    .

LookUpCustomerPartForLine.
    move ProductCode of OrderLine of CurrentOrder(OrderLineIndex)
        to LineProductCode
    call "GetCustomerPartForProduct" using CustomerId of CurrentOrder,
        LineProductCode, LineCustomerPartNumber, CustomerPartFoundFlag
    .

WriteVatAnalysisLines.
    perform varying AnalysisIndex from 1 by 1
        until AnalysisIndex is greater than VatAnalysisCount of NewInvoice
    move LineNetAmount to ExtractLineValue
    move Description of OrderLine of CurrentOrder(OrderLineIndex)
        to ExtractDescription
    perform LookUpCustomerPartForLine
    if IsCustomerPartFound
        move LineCustomerPartNumber to ExtractCustomerPartNumber
    end-if
    add 1 to ExtractDetailLineCount
    add LineNetAmount to ExtractHashAccumulator
    write ElectronicExtractRecord
