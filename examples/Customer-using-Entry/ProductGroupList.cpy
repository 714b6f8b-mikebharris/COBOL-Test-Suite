01 ProductGroupList.
    02 DepartmentCount pic 9(2) value zeroes.
    02 DepartmentEntry occurs 30 times.
        03 DepartmentCode pic x(4) value spaces.
        03 DepartmentName pic x(30) value spaces.
    02 ProductGroupCount pic 9(3) value zeroes.
    02 ProductGroupEntry occurs 200 times.
        03 GroupCode pic x(6) value spaces.
        03 GroupDepartmentCode pic x(4) value spaces.
        03 GroupName pic x(30) value spaces.
