            02 TermRecordEffectiveFrom pic 9(8).
            02 filler pic x.
            02 TermRecordEffectiveTo pic 9(8).
            02 filler pic x.
            02 TermRecordProductGroup pic x(6).

    fd PriceAuditFile.
        01 PriceAuditRecord pic x(100).
            03 TermPercent pic 99v99 value zeroes.
            03 TermEffectiveFrom pic 9(8) value zeroes.
            03 TermEffectiveTo pic 9(8) value zeroes.
            03 TermProductGroup pic x(6) value spaces.
    01 DiscountTermFound pic x value "N".
        88 IsDiscountTermFound value "Y".

        88 RouteToEmail value "E".
        88 RouteToPrint value "P".
    01 DocumentLine pic x(120) value spaces.
    01 RegisterDocumentType pic x(10) value "PRICELIST".
    01 RegisterAccountId pic 9(8) value zeroes.
    01 RegisterReference pic x(12) value spaces.
    01 EditedListPrice pic z(5)9.99 value zeroes.
    01 EditedNetPrice pic z(5)9.99 value zeroes.
    01 PriceBreakIndex pic 9 value zero.
    01 EditedBreakQuantity pic z(3)9 value zeroes.
    01 EditedDiscountPercent pic z9.99 value zeroes.
    01 DocumentsWrittenCount pic 9(6) value zeroes.

procedure division.

    call "GetBusinessDate" using RunDate
    display "PriceListRun: business date " RunDate
    perform LoadPriceListConfig
    if not IsConfigRecordFound
        display "PriceListRun: no request found in PriceListRun.cfg"
                    to TermEffectiveFrom(NumberOfDiscountTerms)
                move TermRecordEffectiveTo
                    to TermEffectiveTo(NumberOfDiscountTerms)
                move TermRecordProductGroup
                    to TermProductGroup(NumberOfDiscountTerms)
            end-if
            read DiscountTermsFile
                at end set EndOfDiscountTermsFile to true

WritePriceListForCurrentCustomer.
    add 1 to DocumentsWrittenCount
    move CustomerId of CurrentCustomer to RegisterAccountId
    move RunDate to RegisterReference
    call "BeginOutputDocument" using RegisterDocumentType, RegisterAccountId,
        RegisterReference
    if PrefersEmail of CurrentCustomer
        and IsEmailValid of CurrentCustomer
        set RouteToEmail to true
        move spaces to DocumentLine
        string
    perform ListPricesForCurrentCustomer
    move spaces to DocumentLine
    perform WriteDocumentLine
    call "EndOutputDocument" using RouteFlag
    .

ListPricesForCurrentCustomer.
    move EditedNetPrice to DocumentLine(68:9)
    move PriceSourceText to DocumentLine(80:9)
    perform WriteDocumentLine
    if not IsContractPriceFound
        perform WritePriceBreakLinesForCurrentProduct
    end-if
    .

WritePriceBreakLinesForCurrentProduct.
    perform varying PriceBreakIndex from 1 by 1
        until PriceBreakIndex is greater than PriceBreakCount of CurrentProduct
        or PriceBreakIndex is greater than 5
        if BreakMinimumQuantity of CurrentProduct(PriceBreakIndex) is greater than zero
            and BreakUnitPrice of CurrentProduct(PriceBreakIndex) is greater than zero
            compute NetPrice rounded =
                BreakUnitPrice of CurrentProduct(PriceBreakIndex)
                * (100 - AppliedDiscountPercent) / 100
            move BreakMinimumQuantity of CurrentProduct(PriceBreakIndex)
                to EditedBreakQuantity
            move BreakUnitPrice of CurrentProduct(PriceBreakIndex) to EditedListPrice
            move AppliedDiscountPercent to EditedDiscountPercent
            move NetPrice to EditedNetPrice
            move spaces to DocumentLine
            move "  quantity" to DocumentLine(14:10)
            move EditedBreakQuantity to DocumentLine(25:4)
            move "or more" to DocumentLine(30:7)
            move EditedListPrice to DocumentLine(46:9)
            move EditedDiscountPercent to DocumentLine(59:5)
            move EditedNetPrice to DocumentLine(68:9)
            move "break" to DocumentLine(80:9)
            perform WriteDocumentLine
        end-if
    end-perform
    .

FindDiscountTermForCurrentProduct.
            equal to CustomerCategory of CurrentCustomer
            and RunDate is not less than TermEffectiveFrom(DiscountTermIndex)
            and RunDate is not greater than TermEffectiveTo(DiscountTermIndex)
            if TermProductGroup(DiscountTermIndex) equal to spaces
                or TermProductGroup(DiscountTermIndex)
                    equal to ProductGroupCode of CurrentProduct
                if TermPrefixLength(DiscountTermIndex) equal to zero
                    move "Y" to DiscountTermFound
                else
                    if ProductCode of CurrentProduct
                        (1:TermPrefixLength(DiscountTermIndex))
                        equal to TermProductPrefix(DiscountTermIndex)
                            (1:TermPrefixLength(DiscountTermIndex))
                        move "Y" to DiscountTermFound
                    end-if
                end-if
            end-if
        end-if
        move DocumentLine to PriceListPrintRecord
        write PriceListPrintRecord
    end-if
    call "AddOutputDocumentLine" using DocumentLine
    .

end program PriceListRun.
