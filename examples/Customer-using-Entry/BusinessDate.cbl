identification division.
program-id. BusinessDate.

environment division.
configuration section.
    repository.
        function all intrinsic.

input-output section.
    file-control.
        select optional BusinessDateControlFile assign to BusinessDateControlFileName
            organization is line sequential
            file status is BusinessDateControlStatus.

        select optional BusinessDateOverrideFile assign to BusinessDateOverrideFileName
            organization is line sequential
            file status is BusinessDateOverrideStatus.

data division.
file section.
    fd BusinessDateControlFile.
        01 BusinessDateControlRecord.
            02 ControlBusinessDate pic 9(8).

    fd BusinessDateOverrideFile.
        01 BusinessDateOverrideRecord.
            02 OverrideBusinessDate pic 9(8).

working-storage section.
    01 BusinessDateControlStatus pic x(2).
    01 BusinessDateOverrideStatus pic x(2).
    01 BusinessDateControlFileName pic x(20) value "BusinessDate.ctl".
    01 BusinessDateOverrideFileName pic x(20) value "BusinessDate.cfg".

    01 CurrentBusinessDate pic 9(8) value zeroes.
    01 CurrentBusinessDateSource pic x value space.
        88 IsOverrideBusinessDate value "O".
        88 IsControlBusinessDate  value "C".
        88 IsSystemBusinessDate   value "S".
    01 BusinessDateLoadedFlag pic x value "N".
        88 IsBusinessDateLoaded value "Y".
    01 ControlledBusinessDate pic 9(8) value zeroes.

linkage section.
    01 ReturnedBusinessDate pic 9(8) value zeroes.
    01 BusinessDateParm pic 9(8) value zeroes.
    01 ReturnedBusinessDateSource pic x value space.

procedure division.
    goback.

entry "GetBusinessDate" using ReturnedBusinessDate
    if not IsBusinessDateLoaded
        perform LoadBusinessDate
    end-if
    move CurrentBusinessDate to ReturnedBusinessDate
    goback.

entry "GetBusinessDateSource" using ReturnedBusinessDateSource
    if not IsBusinessDateLoaded
        perform LoadBusinessDate
    end-if
    move CurrentBusinessDateSource to ReturnedBusinessDateSource
    goback.

entry "SetBusinessDate" using BusinessDateParm
    if BusinessDateParm is numeric
        and BusinessDateParm is greater than zero
        move BusinessDateParm to CurrentBusinessDate
        set IsOverrideBusinessDate to true
        move "Y" to BusinessDateLoadedFlag
    else
        move "N" to BusinessDateLoadedFlag
    end-if
    goback.

entry "AdvanceBusinessDate" using BusinessDateParm
    perform ReadControlledBusinessDate
    if BusinessDateParm is greater than ControlledBusinessDate
        open output BusinessDateControlFile
        move BusinessDateParm to ControlBusinessDate
        write BusinessDateControlRecord
        close BusinessDateControlFile
        display "BusinessDate: business date rolled forward to " BusinessDateParm
    else
        display "BusinessDate: business date left at " ControlledBusinessDate
    end-if
    goback.

LoadBusinessDate.
    move zeroes to CurrentBusinessDate
    open input BusinessDateOverrideFile
    if BusinessDateOverrideStatus equal to "00"
        read BusinessDateOverrideFile
            at end continue
            not at end
                if OverrideBusinessDate is numeric
                    and OverrideBusinessDate is greater than zero
                    move OverrideBusinessDate to CurrentBusinessDate
                    set IsOverrideBusinessDate to true
                end-if
        end-read
    end-if
    close BusinessDateOverrideFile
    if CurrentBusinessDate equal to zero
        perform ReadControlledBusinessDate
        if ControlledBusinessDate is greater than zero
            move ControlledBusinessDate to CurrentBusinessDate
            set IsControlBusinessDate to true
        end-if
    end-if
    if CurrentBusinessDate equal to zero
        accept CurrentBusinessDate from date yyyymmdd
        set IsSystemBusinessDate to true
    end-if
    move "Y" to BusinessDateLoadedFlag
    .

ReadControlledBusinessDate.
    move zeroes to ControlledBusinessDate
    open input BusinessDateControlFile
    if BusinessDateControlStatus equal to "00"
        read BusinessDateControlFile
            at end continue
            not at end
                if ControlBusinessDate is numeric
                    move ControlBusinessDate to ControlledBusinessDate
                end-if
        end-read
    end-if
    close BusinessDateControlFile
    .

end program BusinessDate.
