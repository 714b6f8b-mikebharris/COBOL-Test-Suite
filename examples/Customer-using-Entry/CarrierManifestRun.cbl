    01 CarrierIndex pic 9(2) value zeroes.
    01 CarrierTable.
        02 CarrierTableEntry occurs 20 times.
            03 ManifestWarehouseCode pic x(4) value spaces.
            03 ManifestCarrierCode pic x(4) value spaces.
            03 CarrierConsignmentCount pic 9(5) value zeroes.
            03 CarrierCartonTotal pic 9(7) value zeroes.
    01 CarrierFound pic x value "N".
        88 IsCarrierFound value "Y".
    01 CurrentManifestCarrier pic x(4) value spaces.
    01 CurrentManifestWarehouse pic x(4) value spaces.
    01 DespatchWarehouse pic x(4) value spaces.
    01 DefaultWarehouseCode pic x(4) value "MAIN".
    01 OwnFleetCarrierCode pic x(4) value "OWN".

    01 ManifestLine pic x(120) value spaces.

procedure division.

    call "GetBusinessDate" using RunDate
    display "CarrierManifestRun: business date " RunDate
    open output CarrierManifestFile
    perform CollectCarriersForToday
    perform varying CarrierIndex from 1 by 1
        until CarrierIndex is greater than NumberOfCarriers
        move ManifestCarrierCode(CarrierIndex) to CurrentManifestCarrier
        move ManifestWarehouseCode(CarrierIndex) to CurrentManifestWarehouse
        perform WriteManifestForCurrentCarrier
    end-perform
    perform WriteCarrierSummary
            until DespatchPageIndex is greater than NumberOfDespatchesInPage
            move DespatchPageRecord(DespatchPageIndex) to CurrentDespatch
            if DespatchDate of CurrentDespatch equal to RunDate
                and CarrierCode of CurrentDespatch not equal to OwnFleetCarrierCode
                perform AddCarrierToTable
            end-if
        end-perform
    end-perform
    .

SetWarehouseForCurrentDespatch.
    if DespatchWarehouseCode of CurrentDespatch equal to spaces
        move DefaultWarehouseCode to DespatchWarehouse
    else
        move DespatchWarehouseCode of CurrentDespatch to DespatchWarehouse
    end-if
    .

AddCarrierToTable.
    perform SetWarehouseForCurrentDespatch
    move "N" to CarrierFound
    perform varying CarrierIndex from 1 by 1
        until CarrierIndex is greater than NumberOfCarriers
            or IsCarrierFound
        if ManifestCarrierCode(CarrierIndex)
            equal to CarrierCode of CurrentDespatch
            and ManifestWarehouseCode(CarrierIndex) equal to DespatchWarehouse
            move "Y" to CarrierFound
        end-if
    end-perform
            move NumberOfCarriers to CarrierIndex
            move CarrierCode of CurrentDespatch
                to ManifestCarrierCode(CarrierIndex)
            move DespatchWarehouse to ManifestWarehouseCode(CarrierIndex)
            move "Y" to CarrierFound
        end-if
    end-if
    write CarrierManifestRecord
    move spaces to ManifestLine
    string
        "COLLECTION MANIFEST  Warehouse " delimited by size
        CurrentManifestWarehouse delimited by size
        "  Carrier " delimited by size
        CurrentManifestCarrier delimited by size
        "  Date " delimited by size
        RunDate delimited by size
        perform varying DespatchPageIndex from 1 by 1
            until DespatchPageIndex is greater than NumberOfDespatchesInPage
            move DespatchPageRecord(DespatchPageIndex) to CurrentDespatch
            perform SetWarehouseForCurrentDespatch
            if DespatchDate of CurrentDespatch equal to RunDate
                and CarrierCode of CurrentDespatch
                    equal to CurrentManifestCarrier
                and DespatchWarehouse equal to CurrentManifestWarehouse
                perform WriteManifestDetailLine
            end-if
        end-perform
        until CarrierIndex is greater than NumberOfCarriers
        move spaces to ManifestLine
        string
            ManifestWarehouseCode(CarrierIndex) delimited by size
            " " delimited by size
            ManifestCarrierCode(CarrierIndex) delimited by size
            "  " delimited by size
            CarrierConsignmentCount(CarrierIndex) delimited by size
