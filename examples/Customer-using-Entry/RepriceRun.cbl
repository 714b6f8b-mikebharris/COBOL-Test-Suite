            02 ChangeNewPrice pic 9(6)v99.
            02 filler pic x.
            02 ChangeEffectiveDate pic 9(8).
            02 filler pic x.
            02 ChangeBreakQuantity pic 9(4).

    fd PendingChangesFile.
        01 PendingChangeRecord pic x(35).

    fd PriceAuditFile.
        01 PriceAuditRecord pic x(120).

working-storage section.
    01 PriceChangesFileName pic x(20) value "PriceChanges.dat".
    01 ReturnedProductStatus pic x(2) value spaces.
    01 AppliedChangeCount pic 9(6) value zeroes.
    01 PendingChangeCount pic 9(6) value zeroes.
    01 PriceBreakIndex pic 9 value zero.
    01 PriceBreakMoveIndex pic 9 value zero.
    01 PriceBreakFoundFlag pic x value "N".
        88 IsPriceBreakFound value "Y".
    01 SkippedChangeReason pic x(40) value spaces.

procedure division.

    call "GetBusinessDate" using RunDate
    display "RepriceRun: business date " RunDate
    open input PriceChangesFile
    open output PendingChangesFile
    open extend PriceAuditFile
            into PriceAuditRecord
        end-string
        write PriceAuditRecord
        exit paragraph
    end-if
    if ChangeBreakQuantity is numeric
        and ChangeBreakQuantity is greater than zero
        perform ApplyPriceBreakChange
    else
        move UnitPrice of RepricedProduct to OldUnitPrice
        move ChangeNewPrice to UnitPrice of RepricedProduct
    end-if
    .

ApplyPriceBreakChange.
    move "N" to PriceBreakFoundFlag
    move zero to OldUnitPrice
    perform varying PriceBreakIndex from 1 by 1
        until PriceBreakIndex is greater than PriceBreakCount of RepricedProduct
        or IsPriceBreakFound
        if BreakMinimumQuantity of RepricedProduct(PriceBreakIndex)
            equal to ChangeBreakQuantity
            move "Y" to PriceBreakFoundFlag
        end-if
    end-perform
    if IsPriceBreakFound
        subtract 1 from PriceBreakIndex
        move BreakUnitPrice of RepricedProduct(PriceBreakIndex) to OldUnitPrice
    end-if
    evaluate true
        when IsPriceBreakFound and ChangeNewPrice equal to zero
            perform varying PriceBreakMoveIndex from PriceBreakIndex by 1
                until PriceBreakMoveIndex is not less than
                    PriceBreakCount of RepricedProduct
                move PriceBreak of RepricedProduct(PriceBreakMoveIndex + 1)
                    to PriceBreak of RepricedProduct(PriceBreakMoveIndex)
            end-perform
            initialize PriceBreak of RepricedProduct(PriceBreakCount of RepricedProduct)
            subtract 1 from PriceBreakCount of RepricedProduct
        when IsPriceBreakFound
            move ChangeNewPrice to BreakUnitPrice of RepricedProduct(PriceBreakIndex)
        when ChangeNewPrice equal to zero
            move " SKIPPED - no such price break" to SkippedChangeReason
            perform WriteSkippedBreakAudit
            exit paragraph
        when PriceBreakCount of RepricedProduct is not less than 5
            move " SKIPPED - price breaks full" to SkippedChangeReason
            perform WriteSkippedBreakAudit
            exit paragraph
        when other
            move PriceBreakCount of RepricedProduct to PriceBreakMoveIndex
            perform until PriceBreakMoveIndex equal to zero
                or BreakMinimumQuantity of RepricedProduct(PriceBreakMoveIndex)
                    is less than ChangeBreakQuantity
                move PriceBreak of RepricedProduct(PriceBreakMoveIndex)
                    to PriceBreak of RepricedProduct(PriceBreakMoveIndex + 1)
                subtract 1 from PriceBreakMoveIndex
            end-perform
            add 1 to PriceBreakMoveIndex
            move ChangeBreakQuantity
                to BreakMinimumQuantity of RepricedProduct(PriceBreakMoveIndex)
            move ChangeNewPrice
                to BreakUnitPrice of RepricedProduct(PriceBreakMoveIndex)
            add 1 to PriceBreakCount of RepricedProduct
    end-evaluate
    call "UpdateProductByCode" using RepricedProduct, ReturnedProductStatus
    if ReturnedProductStatus equal to "00"
        add 1 to AppliedChangeCount
        move spaces to PriceAuditRecord
        string
            "Date=" delimited by size
            RunDate delimited by size
            " Product=" delimited by size
            function trim(ChangeProductCode) delimited by size
            " OldPrice=" delimited by size
            OldUnitPrice delimited by size
            " NewPrice=" delimited by size
            ChangeNewPrice delimited by size
            " EffectiveDate=" delimited by size
            ChangeEffectiveDate delimited by size
            " Break=" delimited by size
            ChangeBreakQuantity delimited by size
            into PriceAuditRecord
        end-string
        write PriceAuditRecord
    end-if
    .

WriteSkippedBreakAudit.
    move spaces to PriceAuditRecord
    string
        "Date=" delimited by size
        RunDate delimited by size
        " Product=" delimited by size
        function trim(ChangeProductCode) delimited by size
        " Break=" delimited by size
        ChangeBreakQuantity delimited by size
        SkippedChangeReason delimited by size
        into PriceAuditRecord
    end-string
    write PriceAuditRecord
    .

end program RepriceRun.
