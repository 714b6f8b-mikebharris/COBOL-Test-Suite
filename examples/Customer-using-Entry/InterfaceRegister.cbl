identification division.
program-id. InterfaceRegister.

environment division.
configuration section.
    repository.
        function all intrinsic.

input-output section.
    file-control.
        select optional InterfaceRegisterFile assign to InterfaceRegisterFileName
            organization is indexed
            access mode is dynamic
            lock mode is exclusive
            record key is InterfaceEntryId of InterfaceRegisterRecord
            alternate record key is InterfaceContentHash of InterfaceRegisterRecord
                with duplicates
            file status is InterfaceRegisterFileStatus.

        select optional InterfaceIdControlFile assign to InterfaceIdControlFileName
            organization is relative
            access mode is dynamic
            relative key is ControlRecordKey
            file status is ControlFileStatus.

        select optional InterfaceScanFile assign to InterfaceScanFileName
            organization is line sequential
            file status is InterfaceScanFileStatus.

        select optional InterfaceOverrideFile assign to "InterfaceOverride.cfg"
            organization is line sequential
            file status is InterfaceOverrideFileStatus.

data division.
file section.
    fd InterfaceRegisterFile.
        copy InterfaceFile replacing InterfaceFile by
            ==InterfaceRegisterRecord.
            88 EndOfInterfaceRegisterFile value high-values==.

    fd InterfaceIdControlFile.
        01 InterfaceIdControlRecord.
            02 LastIssuedInterfaceEntryId pic 9(8) value zeroes.

    fd InterfaceScanFile.
        01 InterfaceScanRecord pic x(512).
            88 EndOfInterfaceScanFile value high-values.

    fd InterfaceOverrideFile.
        01 InterfaceOverrideRecord.
            88 EndOfInterfaceOverrideFile value high-values.
            02 OverrideInterfaceName pic x(20).
            02 filler pic x.
            02 OverrideDate pic 9(8).
            02 filler pic x.
            02 OverrideOperatorId pic x(8).

working-storage section.
    01 InterfaceRegisterFileStatus pic x(2).
        88 Successful   value "00".
        88 RecordExists value "22".
        88 NoSuchRecord value "23".
    01 InterfaceScanFileStatus pic x(2).
    01 InterfaceOverrideFileStatus pic x(2).

    01 ControlFileStatus pic x(2).
        88 ControlRecordMissing value "23".

    01 ControlRecordKey pic 9(1) value 1.

    01 InterfaceRegisterFileName pic x(24) value "InterfaceRegister.dat".
    01 InterfaceIdControlFileName pic x(24) value "InterfaceRegister.ctl".
    01 InterfaceScanFileName pic x(30) value spaces.

    01 MaxInterfacePageEntries pic 9(3) value 20.

    copy InterfaceFile replacing InterfaceFile by ==CurrentInterfaceFile==.
    01 InterfaceFileOpenFlag pic x value "N".
        88 IsInterfaceFileOpen value "Y".

    01 ContentHashParts.
        02 HashAccumulatorA pic 9(8) value zeroes.
        02 HashAccumulatorB pic 9(8) value zeroes.
    01 ContentHashText redefines ContentHashParts pic x(16).
    01 ScanLength pic 9(4) value zeroes.
    01 ScanPosition pic 9(4) value zeroes.
    01 ScanCharacterValue pic 9(3) value zeroes.

    01 DuplicateFound pic x value "N".
        88 IsDuplicateFound value "Y".
    01 DuplicateEntryId pic 9(8) value zeroes.
    01 DuplicateRunDate pic 9(8) value zeroes.
    01 OverrideUsed pic x value "N".
        88 IsOverrideUsed value "Y".
    01 OverrideFound pic x value "N".
        88 IsOverrideFound value "Y".
    01 OverrideOperatorRole pic x value space.
        88 IsSupervisorOverride value "S".
    01 AuthorisedOverrideOperator pic x(8) value spaces.

linkage section.
    01 InterfaceRegisterFileNameParm pic x(24) value spaces.
    01 InterfaceNameParm pic x(20) value spaces.
    01 InterfaceFileNameParm pic x(30) value spaces.
    01 InterfaceControlTotalParm pic s9(12)v99 value zeroes.
    01 ReturnedInterfaceStatus pic x(2) value spaces.
    01 InterfaceCursorId pic 9(8) value zeroes.
    01 NumberOfInterfaceFilesInPage pic 9(3) value zeroes.
    01 InterfaceFilePage.
        02 InterfaceFilePageEntry occurs 20 times.
            copy InterfaceFile replacing
                ==01== by ==03==
                ==02== by ==04==
                ==03== by ==05==
                ==InterfaceFile== by ==InterfaceFilePageRecord==.

procedure division.
    goback.

entry "SetInterfaceRegisterFileName" using InterfaceRegisterFileNameParm
    if InterfaceRegisterFileNameParm not equal to spaces
        move InterfaceRegisterFileNameParm to InterfaceRegisterFileName
        move InterfaceRegisterFileName to InterfaceIdControlFileName
        inspect InterfaceIdControlFileName replacing all ".dat" by ".ctl"
    end-if
    goback.

entry "OpenInterfaceFile" using InterfaceNameParm, InterfaceFileNameParm,
        ReturnedInterfaceStatus
    move "00" to ReturnedInterfaceStatus
    move "N" to InterfaceFileOpenFlag
    initialize CurrentInterfaceFile
    move InterfaceNameParm to InterfaceName of CurrentInterfaceFile
    move InterfaceFileNameParm to InterfaceFileName of CurrentInterfaceFile
    call "GetBusinessDate" using InterfaceRunDate of CurrentInterfaceFile
    accept InterfaceRunTime of CurrentInterfaceFile from time
    perform ComputeInterfaceContentHash
    if InterfaceRecordCount of CurrentInterfaceFile equal to zero
        move "23" to ReturnedInterfaceStatus
        goback
    end-if
    perform FindPreviousLoadOfContent
    if IsDuplicateFound
        perform FindSupervisorOverride
        if IsOverrideFound and not IsOverrideUsed
            set IsInterfaceOverridden of CurrentInterfaceFile to true
            move AuthorisedOverrideOperator
                to InterfaceOverrideOperator of CurrentInterfaceFile
            move DuplicateEntryId
                to InterfacePreviousEntryId of CurrentInterfaceFile
            display "OpenInterfaceFile: " function trim(InterfaceFileNameParm)
                " was already processed on " DuplicateRunDate
                "; reloaded on override by "
                function trim(AuthorisedOverrideOperator)
        else
            set IsInterfaceRefused of CurrentInterfaceFile to true
            move DuplicateEntryId
                to InterfacePreviousEntryId of CurrentInterfaceFile
            perform WriteInterfaceRegisterRecord
            display "OpenInterfaceFile: " function trim(InterfaceFileNameParm)
                " has the same content as the file processed on "
                DuplicateRunDate " (register entry " DuplicateEntryId
                "); refused"
            move "22" to ReturnedInterfaceStatus
            goback
        end-if
    else
        set IsInterfaceProcessed of CurrentInterfaceFile to true
    end-if
    move "Y" to InterfaceFileOpenFlag
    goback.

entry "CloseInterfaceFile" using InterfaceControlTotalParm
    if not IsInterfaceFileOpen
        goback
    end-if
    move "N" to InterfaceFileOpenFlag
    move InterfaceControlTotalParm to InterfaceControlTotal of CurrentInterfaceFile
    perform WriteInterfaceRegisterRecord
    goback.

entry "GetInterfaceFilesPage" using InterfaceCursorId, InterfaceFilePage,
        NumberOfInterfaceFilesInPage
    initialize InterfaceFilePage
    move zeroes to NumberOfInterfaceFilesInPage
    open i-o InterfaceRegisterFile
    move InterfaceCursorId to InterfaceEntryId of InterfaceRegisterRecord
    start InterfaceRegisterFile
        key is greater than InterfaceEntryId of InterfaceRegisterRecord
        invalid key
            continue
    end-start
    read InterfaceRegisterFile next record
        at end set EndOfInterfaceRegisterFile to true
    end-read
    perform until EndOfInterfaceRegisterFile
        or NumberOfInterfaceFilesInPage equal to MaxInterfacePageEntries
        add 1 to NumberOfInterfaceFilesInPage
        move InterfaceRegisterRecord
            to InterfaceFilePageRecord(NumberOfInterfaceFilesInPage)
        read InterfaceRegisterFile next record
            at end set EndOfInterfaceRegisterFile to true
        end-read
    end-perform
    close InterfaceRegisterFile
    goback.

entry "ClearInterfaceRegisterFile"
    open output InterfaceRegisterFile
    close InterfaceRegisterFile
    open output InterfaceIdControlFile
    close InterfaceIdControlFile
    goback.

ComputeInterfaceContentHash.
    move zeroes to HashAccumulatorA
    move zeroes to HashAccumulatorB
    move zeroes to InterfaceRecordCount of CurrentInterfaceFile
    move InterfaceFileNameParm to InterfaceScanFileName
    open input InterfaceScanFile
    if InterfaceScanFileStatus not equal to "00"
        move spaces to InterfaceContentHash of CurrentInterfaceFile
        exit paragraph
    end-if
    read InterfaceScanFile
        at end set EndOfInterfaceScanFile to true
    end-read
    perform until EndOfInterfaceScanFile
        add 1 to InterfaceRecordCount of CurrentInterfaceFile
        move zeroes to ScanLength
        if InterfaceScanRecord not equal to spaces
            compute ScanLength =
                function length(function trim(InterfaceScanRecord trailing))
        end-if
        perform varying ScanPosition from 1 by 1
            until ScanPosition is greater than ScanLength
            compute ScanCharacterValue =
                function ord(InterfaceScanRecord(ScanPosition:1))
            compute HashAccumulatorA = function mod(
                HashAccumulatorA * 31 + ScanCharacterValue, 99999989)
            compute HashAccumulatorB = function mod(
                HashAccumulatorB * 37 + ScanCharacterValue + ScanPosition,
                99999971)
        end-perform
        compute HashAccumulatorA = function mod(HashAccumulatorA * 31 + 11,
            99999989)
        compute HashAccumulatorB = function mod(HashAccumulatorB * 37
            + InterfaceRecordCount of CurrentInterfaceFile, 99999971)
        read InterfaceScanFile
            at end set EndOfInterfaceScanFile to true
        end-read
    end-perform
    close InterfaceScanFile
    move ContentHashText to InterfaceContentHash of CurrentInterfaceFile
    .

FindPreviousLoadOfContent.
    move "N" to DuplicateFound
    move "N" to OverrideUsed
    move zeroes to DuplicateEntryId
    move zeroes to DuplicateRunDate
    open i-o InterfaceRegisterFile
    move InterfaceContentHash of CurrentInterfaceFile
        to InterfaceContentHash of InterfaceRegisterRecord
    start InterfaceRegisterFile
        key is equal to InterfaceContentHash of InterfaceRegisterRecord
        invalid key
            set EndOfInterfaceRegisterFile to true
    end-start
    if not EndOfInterfaceRegisterFile
        read InterfaceRegisterFile next record
            at end set EndOfInterfaceRegisterFile to true
        end-read
    end-if
    perform until EndOfInterfaceRegisterFile
        or InterfaceContentHash of InterfaceRegisterRecord
            not equal to InterfaceContentHash of CurrentInterfaceFile
        if InterfaceName of InterfaceRegisterRecord
            equal to InterfaceName of CurrentInterfaceFile
            and not IsInterfaceRefused of InterfaceRegisterRecord
            if not IsDuplicateFound
                move "Y" to DuplicateFound
                move InterfaceEntryId of InterfaceRegisterRecord
                    to DuplicateEntryId
                move InterfaceRunDate of InterfaceRegisterRecord
                    to DuplicateRunDate
            end-if
            if IsInterfaceOverridden of InterfaceRegisterRecord
                and InterfaceRunDate of InterfaceRegisterRecord
                    equal to InterfaceRunDate of CurrentInterfaceFile
                move "Y" to OverrideUsed
            end-if
        end-if
        read InterfaceRegisterFile next record
            at end set EndOfInterfaceRegisterFile to true
        end-read
    end-perform
    close InterfaceRegisterFile
    .

FindSupervisorOverride.
    move "N" to OverrideFound
    move spaces to AuthorisedOverrideOperator
    open input InterfaceOverrideFile
    if InterfaceOverrideFileStatus not equal to "00"
        exit paragraph
    end-if
    read InterfaceOverrideFile
        at end set EndOfInterfaceOverrideFile to true
    end-read
    perform until EndOfInterfaceOverrideFile
        or IsOverrideFound
        if OverrideInterfaceName equal to InterfaceName of CurrentInterfaceFile
            and OverrideDate equal to InterfaceRunDate of CurrentInterfaceFile
            call "GetOperatorRole" using OverrideOperatorId,
                OverrideOperatorRole
            if IsSupervisorOverride
                move "Y" to OverrideFound
                move OverrideOperatorId to AuthorisedOverrideOperator
            else
                display "OpenInterfaceFile: override operator "
                    function trim(OverrideOperatorId)
                    " is not a supervisor; override ignored"
            end-if
        end-if
        read InterfaceOverrideFile
            at end set EndOfInterfaceOverrideFile to true
        end-read
    end-perform
    close InterfaceOverrideFile
    .

WriteInterfaceRegisterRecord.
    perform AllocateNextInterfaceEntryId
    open i-o InterfaceRegisterFile
    move CurrentInterfaceFile to InterfaceRegisterRecord
    write InterfaceRegisterRecord
        invalid key
            display "Error registering interface file - status is "
                InterfaceRegisterFileStatus
    end-write
    close InterfaceRegisterFile
    .

AllocateNextInterfaceEntryId.
    open i-o InterfaceIdControlFile
    read InterfaceIdControlFile
        invalid key
            move zeroes to LastIssuedInterfaceEntryId
    end-read
    add 1 to LastIssuedInterfaceEntryId
    move LastIssuedInterfaceEntryId to InterfaceEntryId of CurrentInterfaceFile
    if ControlRecordMissing
        write InterfaceIdControlRecord
    else
        rewrite InterfaceIdControlRecord
    end-if
    close InterfaceIdControlFile
    .

end program InterfaceRegister.
