            organization is indexed
            access mode is dynamic
            lock mode is exclusive
            record key is StockKey of StockRecord
            file status is StockFileStatus.

        select optional StockJournalFile assign to StockJournalFileName
            organization is line sequential.

        select optional StockLotsFile assign to StockLotFileName
            organization is indexed
            access mode is dynamic
            lock mode is exclusive
            record key is StockLotKey of StockLotRecord
            file status is StockLotFileStatus.

        select optional StockLotJournalFile assign to StockLotJournalFileName
            organization is line sequential.

        select optional ProductSubstitutesFile assign to "ProductSubstitutes.ref"
            organization is line sequential
            file status is SubstitutesFileStatus.

data division.
file section.
    fd ProductsFile.
    fd StockFile.
        01 StockRecord.
            88 EndOfStockFile value high-values.
            02 StockKey.
                03 StockWarehouseCode pic x(4) value spaces.
                03 ProductCode pic x(12) value spaces.
            02 OnHandQuantity pic s9(6) value zeroes.
            02 AllocatedQuantity pic s9(6) value zeroes.
            02 StockBinLocation pic x(6) value spaces.

    fd StockJournalFile.
        01 StockJournalRecord.
            02 JournalAfterQuantity pic s9(6) sign leading separate.
            02 filler pic x.
            02 JournalReference pic x(12).
            02 filler pic x.
            02 JournalWarehouseCode pic x(4).

    fd StockLotsFile.
        copy StockLot replacing StockLot by
            ==StockLotRecord.
            88 EndOfStockLotsFile value high-values==.

    fd StockLotJournalFile.
        01 StockLotJournalRecord.
            02 LotJournalDate pic 9(8).
            02 filler pic x.
            02 LotJournalTime pic 9(8).
            02 filler pic x.
            02 LotJournalProductCode pic x(12).
            02 filler pic x.
            02 LotJournalLotNumber pic x(12).
            02 filler pic x.
            02 LotJournalExpiryDate pic 9(8).
            02 filler pic x.
            02 LotJournalMovementType pic x(4).
            02 filler pic x.
            02 LotJournalQuantity pic 9(6).
            02 filler pic x.
            02 LotJournalReference pic x(12).
            02 filler pic x.
            02 LotJournalWarehouseCode pic x(4).

    fd ProductSubstitutesFile.
        01 ProductSubstituteRecord.
            88 EndOfProductSubstitutesFile value high-values.
            02 SubstituteRecordProductCode pic x(12).
            02 filler pic x.
            02 SubstituteRecordRank pic 9(2).
            02 filler pic x.
            02 SubstituteRecordAlternative pic x(12).
            02 filler pic x.
            02 SubstituteRecordMode pic x.

working-storage section.
    01 ProductFileStatus pic x(2).
        88 StockRecordMissing value "23".
    01 AvailableQuantity pic s9(6) value zeroes.
    01 MaxProductPageEntries pic 9(3) value 20.
    01 PriceBreakIndex pic 9(1) value zero.
    01 ApplicableBreakQuantity pic 9(4) value zeroes.
    01 PackCheckQuantity pic 9(6) value zeroes.
    01 PackCheckRemainder pic 9(4) value zeroes.
    01 PackCheckPacks pic 9(6) value zeroes.
    01 EditedPackQuantity pic z(5)9 value zeroes.
    01 EditedPackRule pic z(3)9 value zeroes.

    01 StockJournalFileName pic x(20) value "Stock.jnl".
    01 MovementReference pic x(12) value "SYSTEM".
    01 StockWarehouse pic x(4) value "MAIN".
    01 DefaultStockWarehouse pic x(4) value "MAIN".
    copy WarehouseList replacing WarehouseList by ==StockWarehouseList==.
    01 StockWarehouseIndex pic 9(2) value zeroes.
    01 MovementTypeWk pic x(4) value spaces.
    01 MovementQuantityWk pic 9(6) value zeroes.
    01 BeforeQuantityWk pic s9(6) value zeroes.
    01 AfterQuantityWk pic s9(6) value zeroes.

    01 StockLotFileName pic x(20) value "StockLots.dat".
    01 StockLotJournalFileName pic x(20) value "StockLots.jnl".
    01 StockLotFileStatus pic x(2).
        88 StockLotSuccessful value "00".
        88 StockLotRecordMissing value "23".
    01 LotQuantityRemaining pic s9(6) value zeroes.
    01 LotQuantityThisLot pic s9(6) value zeroes.
    01 LotAvailableQuantity pic s9(6) value zeroes.
    01 LotScanFinished pic x value "N".
        88 IsLotScanFinished value "Y".
    01 MaxStockLotPageEntries pic 9(3) value 20.
    copy ShippedLots replacing ShippedLots by ==LastShippedLots==.
    copy ShippedLots replacing ShippedLots by ==LastTransferredLots==.
    01 SavedStockWarehouse pic x(4) value spaces.

    01 SubstitutesFileStatus pic x(2).
    01 MaxSubstituteEntries pic 9(2) value 10.
    01 SubstituteInsertIndex pic 9(2) value zeroes.

    01 ProductGroupStatus pic x(2) value spaces.

linkage section.
    01 ProductFileNameParm pic x(20) value spaces.
    copy Product replacing Product by ==ThisProduct==.
    01 ReturnedOnHandQuantity pic s9(6) value zeroes.
    01 ReturnedAllocatedQuantity pic s9(6) value zeroes.
    01 MovementReferenceParm pic x(12) value spaces.
    01 WarehouseCodeParm pic x(4) value spaces.
    01 BinLocationParm pic x(6) value spaces.
    01 ReturnedBinLocation pic x(6) value spaces.
    01 ProductCursorCode pic x(12) value spaces.
    01 NumberOfProductsInPage pic 9(3) value zeroes.
    01 PricingQuantity pic 9(4) value zeroes.
    01 ReturnedListPrice pic 9(6)v99 value zeroes.
    01 ReturnedQuantityPrice pic 9(6)v99 value zeroes.
    01 PackOrderQuantity pic 9(4) value zeroes.
    01 PackRoundUpFlag pic x value "N".
        88 IsPackRoundUpAllowed value "Y".
    01 ReturnedPackStatus pic x(2) value spaces.
    01 ReturnedPackReason pic x(80) value spaces.
    01 ThisLotNumber pic x(12) value spaces.
    01 ThisLotExpiryDate pic 9(8) value zeroes.
    01 ThisLotPurchaseOrderId pic 9(6) value zeroes.
    copy ShippedLots replacing ShippedLots by ==ThisShippedLots==.
    copy ProductSubstitutes replacing ProductSubstitutes by ==ThisSubstitutes==.
    01 NumberOfStockLotsInPage pic 9(3) value zeroes.
    01 StockLotPage.
        02 StockLotPageEntry occurs 20 times.
            copy StockLot replacing
                ==01== by ==03==
                ==02== by ==04==
                ==03== by ==05==
                ==StockLot== by ==StockLotPageRecord==.
    01 ProductPage.
        02 ProductPageEntry occurs 20 times.
            copy Product replacing

entry "AddProduct" using ThisProduct, ReturnedProductStatus
    move "00" to ProductFileStatus
    perform ValidateGroupOfThisProduct
    if ProductCode of ThisProduct equal to spaces
        set InvalidData to true
        display "AddProduct: product code is required"
        move ProductFileStatus to ReturnedProductStatus
    else
    if IsSerialisedProduct of ThisProduct
        and not IsValidWarrantyPeriod of ThisProduct
        set InvalidData to true
        display "AddProduct: serial-numbered product "
            function trim(ProductCode of ThisProduct)
            " needs a 12 or 24 month warranty"
        move ProductFileStatus to ReturnedProductStatus
    else
    if ProductGroupStatus not equal to "00"
        set InvalidData to true
        display "AddProduct: no such product group "
            ProductGroupCode of ThisProduct
        move ProductFileStatus to ReturnedProductStatus
    else
        open i-o ProductsFile
        move ThisProduct to ProductRecord
        move ProductFileStatus to ReturnedProductStatus
        close ProductsFile
    end-if
    end-if
    end-if
    goback.

entry "GetProductByCode" using ThisProduct, ThisProductCode
    close ProductsFile
    goback.

entry "GetProductPriceForQuantity" using ThisProductCode, PricingQuantity,
        ReturnedListPrice, ReturnedQuantityPrice
    move zeroes to ReturnedListPrice, ReturnedQuantityPrice
    open i-o ProductsFile
    move ThisProductCode to ProductCode of ProductRecord
    start ProductsFile
        key is equal to ProductCode of ProductRecord
        invalid key
            continue
        not invalid key
            read ProductsFile
            move UnitPrice of ProductRecord to ReturnedListPrice
            move UnitPrice of ProductRecord to ReturnedQuantityPrice
            perform FindQuantityBreakPrice
    end-start
    close ProductsFile
    goback.

entry "CheckProductOrderQuantity" using ThisProductCode, PackOrderQuantity,
        PackRoundUpFlag, ReturnedPackStatus, ReturnedPackReason
    move "00" to ReturnedPackStatus
    move spaces to ReturnedPackReason
    open i-o ProductsFile
    move ThisProductCode to ProductCode of ProductRecord
    start ProductsFile
        key is equal to ProductCode of ProductRecord
        invalid key
            continue
        not invalid key
            read ProductsFile
            perform ApplyPackRulesToQuantity
    end-start
    close ProductsFile
    goback.

entry "GetProductSubstitutes" using ThisProductCode, ThisSubstitutes
    initialize ThisSubstitutes
    open input ProductSubstitutesFile
    if SubstitutesFileStatus equal to "00"
        read ProductSubstitutesFile
            at end set EndOfProductSubstitutesFile to true
        end-read
        perform until EndOfProductSubstitutesFile
            if SubstituteRecordProductCode equal to ThisProductCode
                and SubstituteRecordAlternative not equal to spaces
                and SubstituteRecordAlternative not equal to ThisProductCode
                and SubstituteCount of ThisSubstitutes is less than MaxSubstituteEntries
                perform InsertSubstituteInRankOrder
            end-if
            read ProductSubstitutesFile
                at end set EndOfProductSubstitutesFile to true
            end-read
        end-perform
        close ProductSubstitutesFile
    end-if
    goback.

entry "UpdateProductByCode" using ThisProduct, ReturnedProductStatus
    move "00" to ProductFileStatus
    if IsSerialisedProduct of ThisProduct
        and not IsValidWarrantyPeriod of ThisProduct
        set InvalidData to true
        display "UpdateProductByCode: serial-numbered product "
            function trim(ProductCode of ThisProduct)
            " needs a 12 or 24 month warranty"
        move ProductFileStatus to ReturnedProductStatus
        goback
    end-if
    perform ValidateGroupOfThisProduct
    if ProductGroupStatus not equal to "00"
        set InvalidData to true
        display "UpdateProductByCode: no such product group "
            ProductGroupCode of ThisProduct
        move ProductFileStatus to ReturnedProductStatus
        goback
    end-if
    open i-o ProductsFile
    move ProductCode of ThisProduct to ProductCode of ProductRecord
    start ProductsFile
entry "SetStockFileName" using StockFileNameParm
    if StockFileNameParm not equal to spaces
        move StockFileNameParm to StockFileName
        move StockFileName to StockLotFileName
        inspect StockLotFileName replacing all ".dat" by ".lot"
    end-if
    goback.

    end-if
    goback.

entry "SetStockWarehouse" using WarehouseCodeParm
    if WarehouseCodeParm not equal to spaces
        move WarehouseCodeParm to StockWarehouse
    else
        move DefaultStockWarehouse to StockWarehouse
    end-if
    goback.

entry "SetStockLevel" using ThisProductCode, StockQuantity, ReturnedStockStatus
    move "00" to StockFileStatus
    open i-o StockFile
    move StockWarehouse to StockWarehouseCode of StockRecord
    move ThisProductCode to ProductCode of StockRecord
    read StockFile
        invalid key
            move StockWarehouse to StockWarehouseCode of StockRecord
            move ThisProductCode to ProductCode of StockRecord
            move zero to BeforeQuantityWk
            move StockQuantity to OnHandQuantity of StockRecord
            move zeroes to AllocatedQuantity of StockRecord
            move spaces to StockBinLocation of StockRecord
            write StockRecord
            end-write
        not invalid key
    move zeroes to ReturnedOnHandQuantity
    move zeroes to ReturnedAllocatedQuantity
    open i-o StockFile
    move StockWarehouse to StockWarehouseCode of StockRecord
    move ThisProductCode to ProductCode of StockRecord
    read StockFile
        invalid key
    close StockFile
    goback.

entry "GetTotalStockByProductCode" using ThisProductCode, ReturnedOnHandQuantity,
        ReturnedAllocatedQuantity
    move zeroes to ReturnedOnHandQuantity
    move zeroes to ReturnedAllocatedQuantity
    call "GetWarehouseList" using StockWarehouseList
    open i-o StockFile
    perform varying StockWarehouseIndex from 1 by 1
        until StockWarehouseIndex is greater than
            WarehouseCount of StockWarehouseList
        move WarehouseCode of StockWarehouseList(StockWarehouseIndex)
            to StockWarehouseCode of StockRecord
        move ThisProductCode to ProductCode of StockRecord
        read StockFile
            invalid key
                continue
            not invalid key
                add OnHandQuantity of StockRecord to ReturnedOnHandQuantity
                add AllocatedQuantity of StockRecord to ReturnedAllocatedQuantity
        end-read
    end-perform
    close StockFile
    goback.

entry "GetStockBinLocation" using ThisProductCode, ReturnedBinLocation
    move spaces to ReturnedBinLocation
    open i-o StockFile
    move StockWarehouse to StockWarehouseCode of StockRecord
    move ThisProductCode to ProductCode of StockRecord
    read StockFile
        invalid key
            continue
        not invalid key
            move StockBinLocation of StockRecord to ReturnedBinLocation
    end-read
    close StockFile
    if ReturnedBinLocation equal to spaces
        and StockWarehouse equal to DefaultStockWarehouse
        open i-o ProductsFile
        move ThisProductCode to ProductCode of ProductRecord
        read ProductsFile
            invalid key
                continue
            not invalid key
                move BinLocation of ProductRecord to ReturnedBinLocation
        end-read
        close ProductsFile
    end-if
    goback.

entry "SetStockBinLocation" using ThisProductCode, BinLocationParm,
        ReturnedStockStatus
    move "00" to StockFileStatus
    open i-o StockFile
    move StockWarehouse to StockWarehouseCode of StockRecord
    move ThisProductCode to ProductCode of StockRecord
    read StockFile
        invalid key
            move StockWarehouse to StockWarehouseCode of StockRecord
            move ThisProductCode to ProductCode of StockRecord
            move zeroes to OnHandQuantity of StockRecord
            move zeroes to AllocatedQuantity of StockRecord
            move BinLocationParm to StockBinLocation of StockRecord
            write StockRecord
            end-write
        not invalid key
            move BinLocationParm to StockBinLocation of StockRecord
            rewrite StockRecord
    end-read
    move StockFileStatus to ReturnedStockStatus
    close StockFile
    goback.

entry "TransferStockOut" using ThisProductCode, StockQuantity, ReturnedStockStatus
    move "00" to StockFileStatus
    initialize LastTransferredLots
    open i-o StockFile
    move StockWarehouse to StockWarehouseCode of StockRecord
    move ThisProductCode to ProductCode of StockRecord
    read StockFile
        invalid key
            if StockQuantity is greater than AvailableQuantity
                move "90" to StockFileStatus
            else
                move OnHandQuantity of StockRecord to BeforeQuantityWk
                subtract StockQuantity from OnHandQuantity of StockRecord
                rewrite StockRecord
                move "TOUT" to MovementTypeWk
                move StockQuantity to MovementQuantityWk
                move OnHandQuantity of StockRecord to AfterQuantityWk
                perform WriteStockJournalRecord
                perform TransferStockLotsOutFirstExpiry
            end-if
    end-read
    move StockFileStatus to ReturnedStockStatus
    close StockFile
    goback.

entry "ReturnStockToSupplier" using ThisProductCode, StockQuantity,
        ReturnedStockStatus
    move "00" to StockFileStatus
    open i-o StockFile
    move StockWarehouse to StockWarehouseCode of StockRecord
    move ThisProductCode to ProductCode of StockRecord
    read StockFile
        invalid key
            move "23" to StockFileStatus
        not invalid key
            compute AvailableQuantity =
                OnHandQuantity of StockRecord - AllocatedQuantity of StockRecord
            if StockQuantity is greater than AvailableQuantity
                move "90" to StockFileStatus
            else
                move OnHandQuantity of StockRecord to BeforeQuantityWk
                subtract StockQuantity from OnHandQuantity of StockRecord
                rewrite StockRecord
                move "SRTN" to MovementTypeWk
                move StockQuantity to MovementQuantityWk
                move OnHandQuantity of StockRecord to AfterQuantityWk
                perform WriteStockJournalRecord
                perform RemoveStockLotsFirstExpiry
            end-if
    end-read
    move StockFileStatus to ReturnedStockStatus
    close StockFile
    goback.

entry "TransferStockIn" using ThisProductCode, StockQuantity, ReturnedStockStatus
    move "00" to StockFileStatus
    open i-o StockFile
    move StockWarehouse to StockWarehouseCode of StockRecord
    move ThisProductCode to ProductCode of StockRecord
    read StockFile
        invalid key
            move StockWarehouse to StockWarehouseCode of StockRecord
            move ThisProductCode to ProductCode of StockRecord
            move zero to BeforeQuantityWk
            move StockQuantity to OnHandQuantity of StockRecord
            move zeroes to AllocatedQuantity of StockRecord
            move spaces to StockBinLocation of StockRecord
            write StockRecord
            end-write
        not invalid key
            rewrite StockRecord
    end-read
    if StockSuccessful
        move "TIN" to MovementTypeWk
        move StockQuantity to MovementQuantityWk
        move OnHandQuantity of StockRecord to AfterQuantityWk
        perform WriteStockJournalRecord
    close StockFile
    goback.

entry "AllocateStock" using ThisProductCode, StockQuantity, ReturnedStockStatus
    move "00" to StockFileStatus
    open i-o StockFile
    move StockWarehouse to StockWarehouseCode of StockRecord
    move ThisProductCode to ProductCode of StockRecord
    read StockFile
        invalid key
            move "23" to StockFileStatus
        not invalid key
            compute AvailableQuantity =
                OnHandQuantity of StockRecord - AllocatedQuantity of StockRecord
            if StockQuantity is greater than AvailableQuantity
                move "90" to StockFileStatus
            else
                move AllocatedQuantity of StockRecord to BeforeQuantityWk
                add StockQuantity to AllocatedQuantity of StockRecord
                rewrite StockRecord
                move "ALOC" to MovementTypeWk
                move StockQuantity to MovementQuantityWk
                move AllocatedQuantity of StockRecord to AfterQuantityWk
                perform WriteStockJournalRecord
                perform AllocateStockLotsFirstExpiry
            end-if
    end-read
    move StockFileStatus to ReturnedStockStatus
    close StockFile
    goback.

entry "ReceiveStockLot" using ThisProductCode, StockQuantity, ThisLotNumber,
        ThisLotExpiryDate, ThisLotPurchaseOrderId, ReturnedStockStatus
    perform ReceiveProductStock
    if StockSuccessful and ThisLotNumber not equal to spaces
        perform ReceiveIntoStockLot
    end-if
    move StockFileStatus to ReturnedStockStatus
    goback.

entry "ReceiveStock" using ThisProductCode, StockQuantity, ReturnedStockStatus
    perform ReceiveProductStock
    move StockFileStatus to ReturnedStockStatus
    goback.

entry "ReleaseStockAllocation" using ThisProductCode, StockQuantity, ReturnedStockStatus
    move "00" to StockFileStatus
    open i-o StockFile
    move StockWarehouse to StockWarehouseCode of StockRecord
    move ThisProductCode to ProductCode of StockRecord
    read StockFile
        invalid key
            move StockQuantity to MovementQuantityWk
            move AllocatedQuantity of StockRecord to AfterQuantityWk
            perform WriteStockJournalRecord
            perform ReleaseStockLotsLastExpiry
    end-read
    move StockFileStatus to ReturnedStockStatus
    close StockFile

entry "ShipStockAllocation" using ThisProductCode, StockQuantity, ReturnedStockStatus
    move "00" to StockFileStatus
    initialize LastShippedLots
    open i-o StockFile
    move StockWarehouse to StockWarehouseCode of StockRecord
    move ThisProductCode to ProductCode of StockRecord
    read StockFile
        invalid key
            move StockQuantity to MovementQuantityWk
            move OnHandQuantity of StockRecord to AfterQuantityWk
            perform WriteStockJournalRecord
            perform ShipStockLotsFirstExpiry
    end-read
    move StockFileStatus to ReturnedStockStatus
    close StockFile
        move MovementReferenceParm to MovementReference
    end-if
    open i-o StockFile
    move StockWarehouse to StockWarehouseCode of StockRecord
    move ThisProductCode to ProductCode of StockRecord
    read StockFile
        invalid key
            move StockWarehouse to StockWarehouseCode of StockRecord
            move ThisProductCode to ProductCode of StockRecord
            move zero to BeforeQuantityWk
            move StockQuantity to OnHandQuantity of StockRecord
            move zeroes to AllocatedQuantity of StockRecord
            move spaces to StockBinLocation of StockRecord
            write StockRecord
            end-write
        not invalid key
    close StockFile
    goback.

entry "GetLastShippedLots" using ThisShippedLots
    move LastShippedLots to ThisShippedLots
    goback.

entry "GetLastTransferredLots" using ThisShippedLots
    move LastTransferredLots to ThisShippedLots
    goback.

entry "TransferStockLotIn" using ThisProductCode, StockQuantity, ThisLotNumber,
        ThisLotExpiryDate, ReturnedStockStatus
    move "00" to StockFileStatus
    if ThisLotNumber not equal to spaces
        and StockQuantity is greater than zero
        move zeroes to ThisLotPurchaseOrderId
        move "TIN" to MovementTypeWk
        perform ReceiveIntoStockLot
    end-if
    move StockFileStatus to ReturnedStockStatus
    goback.

entry "GetStockLotsByProductCode" using ThisProductCode, StockLotPage,
        NumberOfStockLotsInPage
    initialize StockLotPage
    move zeroes to NumberOfStockLotsInPage
    move StockWarehouse to SavedStockWarehouse
    call "GetWarehouseList" using StockWarehouseList
    open i-o StockLotsFile
    perform varying StockWarehouseIndex from 1 by 1
        until StockWarehouseIndex is greater than
            WarehouseCount of StockWarehouseList
            or NumberOfStockLotsInPage equal to MaxStockLotPageEntries
        move WarehouseCode of StockWarehouseList(StockWarehouseIndex)
            to StockWarehouse
        perform PositionAtFirstLotForProduct
        perform until IsLotScanFinished
            or NumberOfStockLotsInPage equal to MaxStockLotPageEntries
            add 1 to NumberOfStockLotsInPage
            move StockLotRecord to StockLotPageRecord(NumberOfStockLotsInPage)
            perform ReadNextLotForProduct
        end-perform
    end-perform
    close StockLotsFile
    move SavedStockWarehouse to StockWarehouse
    goback.

entry "ClearStockFile"
    open output StockFile
    close StockFile
    open output StockLotsFile
    close StockLotsFile
    goback.

ValidateGroupOfThisProduct.
    move "00" to ProductGroupStatus
    if ProductGroupCode of ThisProduct not equal to spaces
        call "ValidateProductGroupCode" using ProductGroupCode of ThisProduct,
            ProductGroupStatus
    end-if
    .

FindQuantityBreakPrice.
    move zeroes to ApplicableBreakQuantity
    perform varying PriceBreakIndex from 1 by 1
        until PriceBreakIndex is greater than PriceBreakCount of ProductRecord
            or PriceBreakIndex is greater than 5
        if BreakMinimumQuantity of ProductRecord(PriceBreakIndex)
            is not greater than PricingQuantity
            and BreakMinimumQuantity of ProductRecord(PriceBreakIndex)
                is greater than ApplicableBreakQuantity
            and BreakUnitPrice of ProductRecord(PriceBreakIndex)
                is greater than zero
            move BreakMinimumQuantity of ProductRecord(PriceBreakIndex)
                to ApplicableBreakQuantity
            move BreakUnitPrice of ProductRecord(PriceBreakIndex)
                to ReturnedQuantityPrice
        end-if
    end-perform
    .

ApplyPackRulesToQuantity.
    move PackOrderQuantity to PackCheckQuantity
    if MinimumOrderQuantity of ProductRecord is greater than PackCheckQuantity
        if IsPackRoundUpAllowed
            move MinimumOrderQuantity of ProductRecord to PackCheckQuantity
        else
            move "91" to ReturnedPackStatus
            move PackOrderQuantity to EditedPackQuantity
            move MinimumOrderQuantity of ProductRecord to EditedPackRule
            string
                "quantity " delimited by size
                function trim(EditedPackQuantity) delimited by size
                " of " delimited by size
                function trim(ThisProductCode) delimited by size
                " is below the minimum order quantity of " delimited by size
                function trim(EditedPackRule) delimited by size
                into ReturnedPackReason
            end-string
            exit paragraph
        end-if
    end-if
    if SellingPackSize of ProductRecord is greater than 1
        divide PackCheckQuantity by SellingPackSize of ProductRecord
            giving PackCheckPacks remainder PackCheckRemainder
        if PackCheckRemainder is greater than zero
            if IsPackRoundUpAllowed
                compute PackCheckQuantity =
                    (PackCheckPacks + 1) * SellingPackSize of ProductRecord
            else
                move "92" to ReturnedPackStatus
                move PackOrderQuantity to EditedPackQuantity
                move SellingPackSize of ProductRecord to EditedPackRule
                string
                    "quantity " delimited by size
                    function trim(EditedPackQuantity) delimited by size
                    " of " delimited by size
                    function trim(ThisProductCode) delimited by size
                    " is not a multiple of the pack size of " delimited by size
                    function trim(EditedPackRule) delimited by size
                    into ReturnedPackReason
                end-string
                exit paragraph
            end-if
        end-if
    end-if
    if PackCheckQuantity is greater than 9999
        move "93" to ReturnedPackStatus
        move PackOrderQuantity to EditedPackQuantity
        string
            "quantity " delimited by size
            function trim(EditedPackQuantity) delimited by size
            " of " delimited by size
            function trim(ThisProductCode) delimited by size
            " cannot be rounded up to a whole pack" delimited by size
            into ReturnedPackReason
        end-string
        exit paragraph
    end-if
    if PackCheckQuantity not equal to PackOrderQuantity
        move "01" to ReturnedPackStatus
        move PackOrderQuantity to EditedPackQuantity
        move PackCheckQuantity to EditedPackRule
        string
            "quantity " delimited by size
            function trim(EditedPackQuantity) delimited by size
            " of " delimited by size
            function trim(ThisProductCode) delimited by size
            " rounded up to " delimited by size
            function trim(EditedPackRule) delimited by size
            into ReturnedPackReason
        end-string
        move PackCheckQuantity to PackOrderQuantity
    end-if
    .

InsertSubstituteInRankOrder.
    if SubstituteRecordRank is not numeric
        move 99 to SubstituteRecordRank
    end-if
    add 1 to SubstituteCount of ThisSubstitutes
    move SubstituteCount of ThisSubstitutes to SubstituteInsertIndex
    perform until SubstituteInsertIndex equal to 1
        or SubstituteRank of ThisSubstitutes(SubstituteInsertIndex - 1)
            is not greater than SubstituteRecordRank
        move SubstituteEntry of ThisSubstitutes(SubstituteInsertIndex - 1)
            to SubstituteEntry of ThisSubstitutes(SubstituteInsertIndex)
        subtract 1 from SubstituteInsertIndex
    end-perform
    move SubstituteRecordAlternative
        to SubstituteProductCode of ThisSubstitutes(SubstituteInsertIndex)
    move SubstituteRecordRank to SubstituteRank of ThisSubstitutes(SubstituteInsertIndex)
    if SubstituteRecordMode equal to "A"
        move "A" to SubstituteMode of ThisSubstitutes(SubstituteInsertIndex)
    else
        move "S" to SubstituteMode of ThisSubstitutes(SubstituteInsertIndex)
    end-if
    .

ReceiveProductStock.
    move "00" to StockFileStatus
    open i-o StockFile
    move StockWarehouse to StockWarehouseCode of StockRecord
    move ThisProductCode to ProductCode of StockRecord
    read StockFile
        invalid key
            move StockWarehouse to StockWarehouseCode of StockRecord
            move ThisProductCode to ProductCode of StockRecord
            move zero to BeforeQuantityWk
            move StockQuantity to OnHandQuantity of StockRecord
            move zeroes to AllocatedQuantity of StockRecord
            move spaces to StockBinLocation of StockRecord
            write StockRecord
            end-write
        not invalid key
            move OnHandQuantity of StockRecord to BeforeQuantityWk
            add StockQuantity to OnHandQuantity of StockRecord
            rewrite StockRecord
    end-read
    if StockSuccessful
        move "RECV" to MovementTypeWk
        move StockQuantity to MovementQuantityWk
        move OnHandQuantity of StockRecord to AfterQuantityWk
        perform WriteStockJournalRecord
    end-if
    close StockFile
    .


ReceiveIntoStockLot.
    open i-o StockLotsFile
    move StockWarehouse to LotWarehouseCode of StockLotRecord
    move ThisProductCode to LotProductCode of StockLotRecord
    move ThisLotNumber to LotNumber of StockLotRecord
    if ThisLotExpiryDate equal to zero
        move 99999999 to LotExpiryDate of StockLotRecord
    else
        move ThisLotExpiryDate to LotExpiryDate of StockLotRecord
    end-if
    read StockLotsFile
        invalid key
            move zeroes to LotAllocatedQuantity of StockLotRecord
            call "GetBusinessDate" using LotReceivedDate of StockLotRecord
            move ThisLotPurchaseOrderId to LotPurchaseOrderId of StockLotRecord
            move StockQuantity to LotOnHandQuantity of StockLotRecord
            write StockLotRecord
            end-write
        not invalid key
            add StockQuantity to LotOnHandQuantity of StockLotRecord
            rewrite StockLotRecord
    end-read
    move StockQuantity to MovementQuantityWk
    perform WriteStockLotJournalRecord
    close StockLotsFile
    .

AllocateStockLotsFirstExpiry.
    move StockQuantity to LotQuantityRemaining
    open i-o StockLotsFile
    perform PositionAtFirstLotForProduct
    perform until IsLotScanFinished or LotQuantityRemaining is not greater than zero
        compute LotAvailableQuantity = LotOnHandQuantity of StockLotRecord
            - LotAllocatedQuantity of StockLotRecord
        if LotAvailableQuantity is greater than zero
            if LotAvailableQuantity is less than LotQuantityRemaining
                move LotAvailableQuantity to LotQuantityThisLot
            else
                move LotQuantityRemaining to LotQuantityThisLot
            end-if
            add LotQuantityThisLot to LotAllocatedQuantity of StockLotRecord
            rewrite StockLotRecord
            subtract LotQuantityThisLot from LotQuantityRemaining
        end-if
        perform ReadNextLotForProduct
    end-perform
    close StockLotsFile
    .

ReleaseStockLotsLastExpiry.
    move StockQuantity to LotQuantityRemaining
    move "N" to LotScanFinished
    open i-o StockLotsFile
    move StockWarehouse to LotWarehouseCode of StockLotRecord
    move ThisProductCode to LotProductCode of StockLotRecord
    move 99999999 to LotExpiryDate of StockLotRecord
    move high-values to LotNumber of StockLotRecord
    start StockLotsFile
        key is less than or equal to StockLotKey of StockLotRecord
        invalid key
            set IsLotScanFinished to true
    end-start
    perform until IsLotScanFinished or LotQuantityRemaining is not greater than zero
        read StockLotsFile previous record
            at end set IsLotScanFinished to true
        end-read
        if not IsLotScanFinished
            if LotProductCode of StockLotRecord not equal to ThisProductCode
                or LotWarehouseCode of StockLotRecord not equal to StockWarehouse
                set IsLotScanFinished to true
            else
                if LotAllocatedQuantity of StockLotRecord is greater than zero
                    if LotAllocatedQuantity of StockLotRecord is less than
                        LotQuantityRemaining
                        move LotAllocatedQuantity of StockLotRecord
                            to LotQuantityThisLot
                    else
                        move LotQuantityRemaining to LotQuantityThisLot
                    end-if
                    subtract LotQuantityThisLot
                        from LotAllocatedQuantity of StockLotRecord
                    rewrite StockLotRecord
                    subtract LotQuantityThisLot from LotQuantityRemaining
                end-if
            end-if
        end-if
    end-perform
    close StockLotsFile
    .

ShipStockLotsFirstExpiry.
    move StockQuantity to LotQuantityRemaining
    open i-o StockLotsFile
    perform PositionAtFirstLotForProduct
    perform until IsLotScanFinished or LotQuantityRemaining is not greater than zero
        if LotOnHandQuantity of StockLotRecord is greater than zero
            if LotOnHandQuantity of StockLotRecord is less than LotQuantityRemaining
                move LotOnHandQuantity of StockLotRecord to LotQuantityThisLot
            else
                move LotQuantityRemaining to LotQuantityThisLot
            end-if
            subtract LotQuantityThisLot from LotOnHandQuantity of StockLotRecord
            subtract LotQuantityThisLot from LotAllocatedQuantity of StockLotRecord
            if LotAllocatedQuantity of StockLotRecord is less than zero
                move zeroes to LotAllocatedQuantity of StockLotRecord
            end-if
            rewrite StockLotRecord
            subtract LotQuantityThisLot from LotQuantityRemaining
            move "SHIP" to MovementTypeWk
            move LotQuantityThisLot to MovementQuantityWk
            perform WriteStockLotJournalRecord
            if ShippedLotCount of LastShippedLots is less than 10
                add 1 to ShippedLotCount of LastShippedLots
                move ThisProductCode to ShippedLotProductCode of LastShippedLots
                    (ShippedLotCount of LastShippedLots)
                move LotNumber of StockLotRecord to ShippedLotNumber of LastShippedLots
                    (ShippedLotCount of LastShippedLots)
                move LotExpiryDate of StockLotRecord to ShippedLotExpiryDate
                    of LastShippedLots(ShippedLotCount of LastShippedLots)
                move LotQuantityThisLot to ShippedLotQuantity of LastShippedLots
                    (ShippedLotCount of LastShippedLots)
            end-if
        end-if
        perform ReadNextLotForProduct
    end-perform
    close StockLotsFile
    .

TransferStockLotsOutFirstExpiry.
    move StockQuantity to LotQuantityRemaining
    open i-o StockLotsFile
    perform PositionAtFirstLotForProduct
    perform until IsLotScanFinished or LotQuantityRemaining is not greater than zero
        or ShippedLotCount of LastTransferredLots equal to 10
        compute LotAvailableQuantity = LotOnHandQuantity of StockLotRecord
            - LotAllocatedQuantity of StockLotRecord
        if LotAvailableQuantity is greater than zero
            if LotAvailableQuantity is less than LotQuantityRemaining
                move LotAvailableQuantity to LotQuantityThisLot
            else
                move LotQuantityRemaining to LotQuantityThisLot
            end-if
            subtract LotQuantityThisLot from LotOnHandQuantity of StockLotRecord
            rewrite StockLotRecord
            subtract LotQuantityThisLot from LotQuantityRemaining
            move "TOUT" to MovementTypeWk
            move LotQuantityThisLot to MovementQuantityWk
            perform WriteStockLotJournalRecord
            add 1 to ShippedLotCount of LastTransferredLots
            move ThisProductCode to ShippedLotProductCode of LastTransferredLots
                (ShippedLotCount of LastTransferredLots)
            move LotNumber of StockLotRecord to ShippedLotNumber of
                LastTransferredLots(ShippedLotCount of LastTransferredLots)
            move LotExpiryDate of StockLotRecord to ShippedLotExpiryDate
                of LastTransferredLots(ShippedLotCount of LastTransferredLots)
            move LotQuantityThisLot to ShippedLotQuantity of LastTransferredLots
                (ShippedLotCount of LastTransferredLots)
        end-if
        perform ReadNextLotForProduct
    end-perform
    close StockLotsFile
    .

RemoveStockLotsFirstExpiry.
    move StockQuantity to LotQuantityRemaining
    open i-o StockLotsFile
    perform PositionAtFirstLotForProduct
    perform until IsLotScanFinished or LotQuantityRemaining is not greater than zero
        compute LotAvailableQuantity = LotOnHandQuantity of StockLotRecord
            - LotAllocatedQuantity of StockLotRecord
        if LotAvailableQuantity is greater than zero
            if LotAvailableQuantity is less than LotQuantityRemaining
                move LotAvailableQuantity to LotQuantityThisLot
            else
                move LotQuantityRemaining to LotQuantityThisLot
            end-if
            subtract LotQuantityThisLot from LotOnHandQuantity of StockLotRecord
            rewrite StockLotRecord
            subtract LotQuantityThisLot from LotQuantityRemaining
            move LotQuantityThisLot to MovementQuantityWk
            perform WriteStockLotJournalRecord
        end-if
        perform ReadNextLotForProduct
    end-perform
    close StockLotsFile
    .

PositionAtFirstLotForProduct.
    move "N" to LotScanFinished
    move StockWarehouse to LotWarehouseCode of StockLotRecord
    move ThisProductCode to LotProductCode of StockLotRecord
    move zeroes to LotExpiryDate of StockLotRecord
    move spaces to LotNumber of StockLotRecord
    start StockLotsFile
        key is not less than StockLotKey of StockLotRecord
        invalid key
            set IsLotScanFinished to true
    end-start
    if not IsLotScanFinished
        perform ReadNextLotForProduct
    end-if
    .

ReadNextLotForProduct.
    read StockLotsFile next record
        at end set IsLotScanFinished to true
    end-read
    if not IsLotScanFinished
        and (LotProductCode of StockLotRecord not equal to ThisProductCode
            or LotWarehouseCode of StockLotRecord not equal to StockWarehouse)
        set IsLotScanFinished to true
    end-if
    .

WriteStockLotJournalRecord.
    open extend StockLotJournalFile
    move spaces to StockLotJournalRecord
    call "GetBusinessDate" using LotJournalDate
    accept LotJournalTime from time
    move ThisProductCode to LotJournalProductCode
    move LotNumber of StockLotRecord to LotJournalLotNumber
    move LotExpiryDate of StockLotRecord to LotJournalExpiryDate
    move MovementTypeWk to LotJournalMovementType
    move MovementQuantityWk to LotJournalQuantity
    move MovementReference to LotJournalReference
    move LotWarehouseCode of StockLotRecord to LotJournalWarehouseCode
    write StockLotJournalRecord
    close StockLotJournalFile
    .

WriteStockJournalRecord.
    open extend StockJournalFile
    move spaces to StockJournalRecord
    call "GetBusinessDate" using JournalDate
    accept JournalTime from time
    move ThisProductCode to JournalProductCode
    move MovementTypeWk to JournalMovementType
    move BeforeQuantityWk to JournalBeforeQuantity
    move AfterQuantityWk to JournalAfterQuantity
    move MovementReference to JournalReference
    move StockWarehouse to JournalWarehouseCode
    write StockJournalRecord
    close StockJournalFile
    .
