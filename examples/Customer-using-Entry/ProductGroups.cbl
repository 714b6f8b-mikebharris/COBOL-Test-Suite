identification division.
program-id. ProductGroups.

environment division.
configuration section.
    repository.
        function all intrinsic.

input-output section.
    file-control.
        select optional ProductGroupsFile assign to ProductGroupFileName
            organization is line sequential
            file status is ProductGroupFileStatus.

data division.
file section.
    fd ProductGroupsFile.
        01 DepartmentReferenceRecord.
            88 EndOfProductGroupsFile value high-values.
            02 ReferenceLineType pic x.
                88 IsDepartmentLine value "D".
                88 IsProductGroupLine value "G".
            02 filler pic x.
            02 ReferenceDepartmentCode pic x(4).
            02 filler pic x.
            02 ReferenceDepartmentName pic x(30).
        01 GroupReferenceRecord.
            02 filler pic x.
            02 filler pic x.
            02 ReferenceGroupCode pic x(6).
            02 filler pic x.
            02 ReferenceGroupDepartment pic x(4).
            02 filler pic x.
            02 ReferenceGroupName pic x(30).

working-storage section.
    01 ProductGroupFileStatus pic x(2).
    01 ProductGroupFileName pic x(20) value "ProductGroups.ref".

    copy ProductGroupList replacing ProductGroupList by ==LoadedProductGroups==.
    01 ProductGroupIndex pic 9(3) value zeroes.
    01 LookupGroupCode pic x(6) value spaces.
    01 ProductGroupFound pic x value "N".
        88 IsProductGroupFound value "Y".

    copy Product replacing Product by ==GroupedProduct==.

linkage section.
    01 ProductGroupFileNameParm pic x(20) value spaces.
    copy ProductGroupList replacing ProductGroupList by ==ThisProductGroupList==.
    01 ThisProductGroupCode pic x(6) value spaces.
    01 ThisProductCode pic x(12) value spaces.
    01 ReturnedGroupCode pic x(6) value spaces.
    01 ReturnedDepartmentCode pic x(4) value spaces.
    01 ReturnedGroupStatus pic x(2) value spaces.

procedure division.
    goback.

entry "SetProductGroupFileName" using ProductGroupFileNameParm
    if ProductGroupFileNameParm not equal to spaces
        move ProductGroupFileNameParm to ProductGroupFileName
    end-if
    goback.

entry "GetProductGroupList" using ThisProductGroupList
    perform LoadProductGroups
    move LoadedProductGroups to ThisProductGroupList
    goback.

entry "ValidateProductGroupCode" using ThisProductGroupCode, ReturnedGroupStatus
    perform LoadProductGroups
    move ThisProductGroupCode to LookupGroupCode
    perform FindLoadedProductGroup
    if IsProductGroupFound
        move "00" to ReturnedGroupStatus
    else
        move "23" to ReturnedGroupStatus
    end-if
    goback.

entry "GetProductGroupForProduct" using ThisProductCode, ReturnedGroupCode,
        ReturnedDepartmentCode
    move spaces to ReturnedGroupCode
    move spaces to ReturnedDepartmentCode
    call "GetProductByCode" using GroupedProduct, ThisProductCode
    if ProductCode of GroupedProduct not equal to ThisProductCode
        or ProductGroupCode of GroupedProduct equal to spaces
        goback
    end-if
    move ProductGroupCode of GroupedProduct to ReturnedGroupCode
    move ProductGroupCode of GroupedProduct to LookupGroupCode
    perform LoadProductGroups
    perform FindLoadedProductGroup
    if IsProductGroupFound
        move GroupDepartmentCode of LoadedProductGroups(ProductGroupIndex)
            to ReturnedDepartmentCode
    end-if
    goback.

LoadProductGroups.
    initialize LoadedProductGroups
    open input ProductGroupsFile
    if ProductGroupFileStatus equal to "00"
        read ProductGroupsFile
            at end set EndOfProductGroupsFile to true
        end-read
        perform until EndOfProductGroupsFile
            evaluate true
                when IsDepartmentLine
                    and ReferenceDepartmentCode not equal to spaces
                    and DepartmentCount of LoadedProductGroups is less than 30
                    add 1 to DepartmentCount of LoadedProductGroups
                    move ReferenceDepartmentCode to DepartmentCode of
                        LoadedProductGroups(DepartmentCount of LoadedProductGroups)
                    move ReferenceDepartmentName to DepartmentName of
                        LoadedProductGroups(DepartmentCount of LoadedProductGroups)
                when IsProductGroupLine
                    and ReferenceGroupCode not equal to spaces
                    and ProductGroupCount of LoadedProductGroups is less than 200
                    add 1 to ProductGroupCount of LoadedProductGroups
                    move ReferenceGroupCode to GroupCode of
                        LoadedProductGroups(ProductGroupCount of LoadedProductGroups)
                    move ReferenceGroupDepartment to GroupDepartmentCode of
                        LoadedProductGroups(ProductGroupCount of LoadedProductGroups)
                    move ReferenceGroupName to GroupName of
                        LoadedProductGroups(ProductGroupCount of LoadedProductGroups)
            end-evaluate
            read ProductGroupsFile
                at end set EndOfProductGroupsFile to true
            end-read
        end-perform
    end-if
    close ProductGroupsFile
    .

FindLoadedProductGroup.
    move "N" to ProductGroupFound
    perform varying ProductGroupIndex from 1 by 1
        until ProductGroupIndex is greater than
            ProductGroupCount of LoadedProductGroups
            or IsProductGroupFound
        if GroupCode of LoadedProductGroups(ProductGroupIndex)
            equal to LookupGroupCode
            move "Y" to ProductGroupFound
        end-if
    end-perform
    if IsProductGroupFound
        subtract 1 from ProductGroupIndex
    end-if
    .

end program ProductGroups.
