identification division.
program-id. Warehouses.

environment division.
configuration section.
    repository.
        function all intrinsic.

input-output section.
    file-control.
        select optional WarehouseConfigFile assign to WarehouseConfigFileName
            organization is line sequential
            file status is WarehouseConfigStatus.

data division.
file section.
    fd WarehouseConfigFile.
        01 WarehouseConfigRecord.
            88 EndOfWarehouseConfigFile value high-values.
            02 ConfigLineType pic x.
                88 IsWarehouseLine value "W".
                88 IsRegionLine    value "R".
            02 filler pic x.
            02 ConfigWarehouseCode pic x(4).
            02 filler pic x.
            02 ConfigNameOrRegion pic x(30).

working-storage section.
    01 WarehouseConfigStatus pic x(2).
    01 WarehouseConfigFileName pic x(20) value "Warehouses.cfg".

    01 DefaultWarehouseCode pic x(4) value "MAIN".
    01 DefaultWarehouseName pic x(30) value "Main depot".

    copy WarehouseList replacing WarehouseList by ==LoadedWarehouses==.
    01 WarehouseIndex pic 9(2) value zeroes.

    01 MaxRegionEntries pic 9(3) value 100.
    01 NumberOfRegions pic 9(3) value zeroes.
    01 RegionIndex pic 9(3) value zeroes.
    01 RegionTable.
        02 RegionEntry occurs 100 times.
            03 RegionPrefix pic x(10) value spaces.
            03 RegionPrefixLength pic 9(2) value zeroes.
            03 RegionWarehouseCode pic x(4) value spaces.
    01 BestPrefixLength pic 9(2) value zeroes.

linkage section.
    01 WarehouseConfigFileNameParm pic x(20) value spaces.
    copy WarehouseList replacing WarehouseList by ==ThisWarehouseList==.
    01 ThisPostcode pic x(10) value spaces.
    01 ThisWarehouseCode pic x(4) value spaces.
    01 ReturnedWarehouseCode pic x(4) value spaces.
    01 ReturnedWarehouseStatus pic x(2) value spaces.

procedure division.
    goback.

entry "SetWarehouseConfigFileName" using WarehouseConfigFileNameParm
    if WarehouseConfigFileNameParm not equal to spaces
        move WarehouseConfigFileNameParm to WarehouseConfigFileName
    end-if
    goback.

entry "GetWarehouseList" using ThisWarehouseList
    perform LoadWarehouseConfig
    move LoadedWarehouses to ThisWarehouseList
    goback.

entry "GetWarehouseForPostcode" using ThisPostcode, ReturnedWarehouseCode
    perform LoadWarehouseConfig
    move DefaultWarehouseCode to ReturnedWarehouseCode
    move zero to BestPrefixLength
    perform varying RegionIndex from 1 by 1
        until RegionIndex is greater than NumberOfRegions
        if RegionPrefixLength(RegionIndex) is greater than BestPrefixLength
            and function upper-case(ThisPostcode(1:RegionPrefixLength(RegionIndex)))
                equal to RegionPrefix(RegionIndex)
                    (1:RegionPrefixLength(RegionIndex))
            move RegionPrefixLength(RegionIndex) to BestPrefixLength
            move RegionWarehouseCode(RegionIndex) to ReturnedWarehouseCode
        end-if
    end-perform
    goback.

entry "ValidateWarehouseCode" using ThisWarehouseCode, ReturnedWarehouseStatus
    perform LoadWarehouseConfig
    move "23" to ReturnedWarehouseStatus
    perform varying WarehouseIndex from 1 by 1
        until WarehouseIndex is greater than WarehouseCount of LoadedWarehouses
        if WarehouseCode of LoadedWarehouses(WarehouseIndex)
            equal to ThisWarehouseCode
            move "00" to ReturnedWarehouseStatus
        end-if
    end-perform
    goback.

LoadWarehouseConfig.
    initialize LoadedWarehouses
    initialize RegionTable
    move zero to NumberOfRegions
    move 1 to WarehouseCount of LoadedWarehouses
    move DefaultWarehouseCode to WarehouseCode of LoadedWarehouses(1)
    move DefaultWarehouseName to WarehouseName of LoadedWarehouses(1)
    open input WarehouseConfigFile
    if WarehouseConfigStatus equal to "00"
        read WarehouseConfigFile
            at end set EndOfWarehouseConfigFile to true
        end-read
        perform until EndOfWarehouseConfigFile
            evaluate true
                when IsWarehouseLine and ConfigWarehouseCode not equal to spaces
                    perform AddConfiguredWarehouse
                when IsRegionLine and ConfigWarehouseCode not equal to spaces
                    and ConfigNameOrRegion not equal to spaces
                    and NumberOfRegions is less than MaxRegionEntries
                    add 1 to NumberOfRegions
                    move function upper-case(ConfigNameOrRegion)
                        to RegionPrefix(NumberOfRegions)
                    move function length(function trim(ConfigNameOrRegion))
                        to RegionPrefixLength(NumberOfRegions)
                    if RegionPrefixLength(NumberOfRegions) is greater than 10
                        move 10 to RegionPrefixLength(NumberOfRegions)
                    end-if
                    move ConfigWarehouseCode
                        to RegionWarehouseCode(NumberOfRegions)
            end-evaluate
            read WarehouseConfigFile
                at end set EndOfWarehouseConfigFile to true
            end-read
        end-perform
    end-if
    close WarehouseConfigFile
    .

AddConfiguredWarehouse.
    if ConfigWarehouseCode equal to DefaultWarehouseCode
        if ConfigNameOrRegion not equal to spaces
            move ConfigNameOrRegion to WarehouseName of LoadedWarehouses(1)
        end-if
        exit paragraph
    end-if
    if WarehouseCount of LoadedWarehouses is less than 10
        add 1 to WarehouseCount of LoadedWarehouses
        move ConfigWarehouseCode to WarehouseCode of LoadedWarehouses
            (WarehouseCount of LoadedWarehouses)
        move ConfigNameOrRegion to WarehouseName of LoadedWarehouses
            (WarehouseCount of LoadedWarehouses)
    end-if
    .

end program Warehouses.
