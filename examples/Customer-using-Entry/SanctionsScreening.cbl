identification division.
program-id. SanctionsScreening.

environment division.
configuration section.
    repository.
        function all intrinsic.

input-output section.
    file-control.
        select optional SanctionsListFile assign to SanctionsListFileName
            organization is indexed
            access mode is dynamic
            record key is SanctionsEntryId of SanctionsListRecord
            file status is SanctionsListFileStatus.

        select optional ScreeningCasesFile assign to ScreeningCaseFileName
            organization is indexed
            access mode is dynamic
            lock mode is exclusive
            record key is ScreeningCaseId of ScreeningCaseRecord
            alternate record key is CustomerId of ScreeningCaseRecord with duplicates
            file status is ScreeningCaseFileStatus.

        select optional ScreeningCaseIdControlFile assign to ScreeningCaseIdControlFileName
            organization is relative
            access mode is dynamic
            relative key is ControlRecordKey
            file status is ControlFileStatus.

        select optional ScreeningConfigFile assign to "SanctionsScreening.cfg"
            organization is line sequential
            file status is ScreeningConfigStatus.

data division.
file section.
    fd SanctionsListFile.
        copy SanctionsEntry replacing SanctionsEntry by
            ==SanctionsListRecord.
            88 EndOfSanctionsListFile value high-values==.

    fd ScreeningCasesFile.
        copy ScreeningCase replacing ScreeningCase by
            ==ScreeningCaseRecord.
            88 EndOfScreeningCasesFile value high-values==.

    fd ScreeningCaseIdControlFile.
        01 ScreeningCaseIdControlRecord.
            02 LastIssuedScreeningCaseId pic 9(6) value zeroes.

    fd ScreeningConfigFile.
        01 ScreeningConfigRecord.
            02 ConfigMatchThreshold pic 9(3).

working-storage section.
    01 SanctionsListFileStatus pic x(2).
        88 Successful   value "00".
        88 RecordExists value "22".
        88 NoSuchRecord value "23".
        88 InvalidData  value "90".

    01 ScreeningCaseFileStatus pic x(2).
        88 CaseSuccessful   value "00".
        88 CaseNoSuchRecord value "23".
        88 CaseInvalidData  value "90".
        88 CaseNotAuthorised value "93".

    01 ControlFileStatus pic x(2).
        88 ControlRecordMissing value "23".
    01 ScreeningConfigStatus pic x(2).

    01 ControlRecordKey pic 9(1) value 1.

    01 SanctionsListFileName pic x(20) value "SanctionsList.dat".
    01 ScreeningCaseFileName pic x(20) value "ScreeningCases.dat".
    01 ScreeningCaseIdControlFileName pic x(20) value "ScreeningCases.ctl".

    01 MatchThreshold pic 9(3) value 60.
    01 MaxScreeningCasePageEntries pic 9(3) value 20.

    01 SanctionsListLoaded pic x value "N".
        88 IsSanctionsListLoaded value "Y".
    01 MaxListEntries pic 9(5) value 10000.
    01 NumberOfListEntries pic 9(5) value zeroes.
    01 ListIndex pic 9(5) value zeroes.
    01 ListTableWarningIssued pic x value "N".
        88 IsListTableWarningIssued value "Y".
    01 SanctionsListTable.
        02 ListEntry occurs 10000 times.
            03 ListGroupId pic x(10).
            03 ListName pic x(50).
            03 ListNameKey pic x(50).
            03 ListCountry pic x(20).
            03 ListAddress pic x(20).
            03 ListPostcode pic x(10).
            03 ListTokenCount pic 9.
            03 ListToken pic x(20) occurs 8 times.

    01 ScreeningNameInput pic x(50) value spaces.
    01 ScreeningNameKey pic x(50) value spaces.
    01 ScreeningKeyPointer pic 9(3) value zeroes.
    01 RawTokenTable.
        02 RawToken pic x(20) occurs 8 times.
    01 RawTokenIndex pic 9 value zero.
    01 ScreeningToken pic x(20) value spaces.
        88 IsNoiseToken values "LTD" "LIMITED" "PLC" "LLC" "INC" "CO"
            "COMPANY" "THE" "AND" "OF".
    01 NormalisedTokenCount pic 9 value zero.
    01 NormalisedTokenTable.
        02 NormalisedToken pic x(20) occurs 8 times.

    01 PartyNameKey pic x(50) value spaces.
    01 PartyCountryKey pic x(20) value spaces.
    01 PartyAddressKey pic x(20) value spaces.
    01 PartyPostcodeKey pic x(10) value spaces.
    01 PartyTokenCount pic 9 value zero.
    01 PartyTokenTable.
        02 PartyToken pic x(20) occurs 8 times.
    01 PartyTokenIndex pic 9 value zero.
    01 ListTokenIndex pic 9 value zero.
    01 MatchedTokenCount pic 9 value zero.
    01 TokenFound pic x value "N".
        88 IsTokenFound value "Y".
    01 EntryMatchScore pic 9(3) value zeroes.

    01 ExistingCaseFound pic x value "N".
        88 IsExistingCaseFound value "Y".
    01 HoldFlagAssigned pic x value "N".
        88 IsHoldFlagAssigned value "Y".
    01 OutstandingCaseFound pic x value "N".
        88 IsOutstandingCaseFound value "Y".
    01 DecidedCustomerId pic 9(8) value zeroes.
    01 DecidedCaseHeldFlag pic x value "N".
        88 DidDecidedCasePlaceHold value "Y".
    01 ReturnedCustomerStatus pic x(2) value spaces.
    01 LookupOperatorRole pic x value space.
        88 IsComplianceReviewer values "C" "S".

linkage section.
    01 SanctionsListFileNameParm pic x(20) value spaces.
    01 ScreeningCaseFileNameParm pic x(20) value spaces.
    copy SanctionsEntry replacing SanctionsEntry by ==ThisSanctionsEntry==.
    copy ScreeningParty.
    copy ScreeningCase replacing ScreeningCase by ==ThisScreeningCase==.
    01 ThisScreeningCaseId pic 9(6) value zeroes.
    01 ThisCaseDecision pic x value space.
    01 ThisDecisionBy pic x(8) value spaces.
    01 ThisDecisionNote pic x(60) value spaces.
    01 ReturnedScreeningStatus pic x(2) value spaces.
    01 ScreeningCaseCursorId pic 9(6) value zeroes.
    01 NumberOfScreeningCasesInPage pic 9(3) value zeroes.
    01 ScreeningCasePage.
        02 ScreeningCasePageEntry occurs 20 times.
            copy ScreeningCase replacing
                ==01== by ==03==
                ==02== by ==04==
                ==03== by ==05==
                ==ScreeningCase== by ==ScreeningCasePageRecord==.

procedure division.
    goback.

entry "SetSanctionsListFileName" using SanctionsListFileNameParm
    if SanctionsListFileNameParm not equal to spaces
        move SanctionsListFileNameParm to SanctionsListFileName
        move "N" to SanctionsListLoaded
    end-if
    goback.

entry "SetScreeningCaseFileName" using ScreeningCaseFileNameParm
    if ScreeningCaseFileNameParm not equal to spaces
        move ScreeningCaseFileNameParm to ScreeningCaseFileName
        move ScreeningCaseFileName to ScreeningCaseIdControlFileName
        inspect ScreeningCaseIdControlFileName replacing all ".dat" by ".ctl"
    end-if
    goback.

entry "ClearSanctionsList"
    open output SanctionsListFile
    close SanctionsListFile
    move "N" to SanctionsListLoaded
    goback.

entry "AddSanctionsEntry" using ThisSanctionsEntry, ReturnedScreeningStatus
    move "00" to SanctionsListFileStatus
    if SanctionsEntryId of ThisSanctionsEntry equal to zero
        or SanctionsName of ThisSanctionsEntry equal to spaces
        set InvalidData to true
        display "AddSanctionsEntry: entry id and name are required"
        move SanctionsListFileStatus to ReturnedScreeningStatus
        goback
    end-if
    move SanctionsName of ThisSanctionsEntry to ScreeningNameInput
    perform NormaliseScreeningName
    move ScreeningNameKey to SanctionsNameKey of ThisSanctionsEntry
    move function upper-case(SanctionsCountry of ThisSanctionsEntry)
        to SanctionsCountry of ThisSanctionsEntry
    open i-o SanctionsListFile
    move ThisSanctionsEntry to SanctionsListRecord
    write SanctionsListRecord
        invalid key
            if RecordExists
                rewrite SanctionsListRecord
            else
                display "AddSanctionsEntry: error - status is "
                    SanctionsListFileStatus
            end-if
        not invalid key
            continue
    end-write
    move SanctionsListFileStatus to ReturnedScreeningStatus
    close SanctionsListFile
    move "N" to SanctionsListLoaded
    goback.

entry "ScreenParty" using ScreeningParty, ReturnedScreeningStatus
    move "00" to ScreeningCaseFileStatus
    move zeroes to PartyHitCount
    move zeroes to PartyNewHitCount
    if not IsSanctionsListLoaded
        perform LoadSanctionsList
    end-if
    if NumberOfListEntries equal to zero
        or PartyName equal to spaces
        move ScreeningCaseFileStatus to ReturnedScreeningStatus
        goback
    end-if
    move PartyName to ScreeningNameInput
    perform NormaliseScreeningName
    move ScreeningNameKey to PartyNameKey
    move NormalisedTokenCount to PartyTokenCount
    move NormalisedTokenTable to PartyTokenTable
    move function upper-case(function trim(PartyCountry)) to PartyCountryKey
    move function upper-case(function trim(PartyAddress1)) to PartyAddressKey
    move function upper-case(function trim(PartyPostcode)) to PartyPostcodeKey
    move "N" to HoldFlagAssigned
    open i-o ScreeningCasesFile
    perform varying ListIndex from 1 by 1
        until ListIndex is greater than NumberOfListEntries
        perform ScoreListEntryAgainstParty
        if EntryMatchScore is not less than MatchThreshold
            perform RecordScreeningHit
        end-if
    end-perform
    close ScreeningCasesFile
    move ScreeningCaseFileStatus to ReturnedScreeningStatus
    goback.

entry "GetScreeningCaseById" using ThisScreeningCase, ThisScreeningCaseId
    open i-o ScreeningCasesFile
    move ThisScreeningCaseId to ScreeningCaseId of ScreeningCaseRecord
    start ScreeningCasesFile
        key is equal to ScreeningCaseId of ScreeningCaseRecord
        invalid key
            initialize ThisScreeningCase
        not invalid key
            read ScreeningCasesFile
            move ScreeningCaseRecord to ThisScreeningCase
    end-start
    close ScreeningCasesFile
    goback.

entry "GetScreeningCasesPage" using ScreeningCaseCursorId, ScreeningCasePage,
        NumberOfScreeningCasesInPage
    initialize ScreeningCasePage
    move zeroes to NumberOfScreeningCasesInPage
    open i-o ScreeningCasesFile
    move ScreeningCaseCursorId to ScreeningCaseId of ScreeningCaseRecord
    start ScreeningCasesFile
        key is greater than ScreeningCaseId of ScreeningCaseRecord
        invalid key
            set EndOfScreeningCasesFile to true
    end-start
    if not EndOfScreeningCasesFile
        read ScreeningCasesFile next record
            at end set EndOfScreeningCasesFile to true
        end-read
    end-if
    perform until EndOfScreeningCasesFile
        or NumberOfScreeningCasesInPage equal to MaxScreeningCasePageEntries
        add 1 to NumberOfScreeningCasesInPage
        move ScreeningCaseRecord
            to ScreeningCasePageRecord(NumberOfScreeningCasesInPage)
        read ScreeningCasesFile next record
            at end set EndOfScreeningCasesFile to true
        end-read
    end-perform
    close ScreeningCasesFile
    goback.

entry "RecordScreeningDecision" using ThisScreeningCaseId, ThisCaseDecision,
        ThisDecisionBy, ThisDecisionNote, ReturnedScreeningStatus
    move "00" to ScreeningCaseFileStatus
    call "GetOperatorRole" using ThisDecisionBy, LookupOperatorRole
    if not IsComplianceReviewer
        set CaseNotAuthorised to true
        display "RecordScreeningDecision: operator '" ThisDecisionBy
            "' may not decide screening cases"
        move ScreeningCaseFileStatus to ReturnedScreeningStatus
        goback
    end-if
    if ThisCaseDecision not equal to "C"
        and ThisCaseDecision not equal to "F"
        set CaseInvalidData to true
        display "RecordScreeningDecision: decision must be C (clear) or F (confirmed)"
        move ScreeningCaseFileStatus to ReturnedScreeningStatus
        goback
    end-if
    move "N" to DecidedCaseHeldFlag
    move zeroes to DecidedCustomerId
    open i-o ScreeningCasesFile
    move ThisScreeningCaseId to ScreeningCaseId of ScreeningCaseRecord
    start ScreeningCasesFile
        key is equal to ScreeningCaseId of ScreeningCaseRecord
        invalid key
            set CaseNoSuchRecord to true
            display "RecordScreeningDecision: no such case " ThisScreeningCaseId
        not invalid key
            read ScreeningCasesFile
            if IsCaseCleared of ScreeningCaseRecord
                set CaseInvalidData to true
                display "RecordScreeningDecision: case " ThisScreeningCaseId
                    " is already cleared"
            else
                move ThisCaseDecision to CaseStatus of ScreeningCaseRecord
                move ThisDecisionBy to DecisionBy of ScreeningCaseRecord
                call "GetBusinessDate" using DecisionDate of ScreeningCaseRecord
                move ThisDecisionNote to DecisionNote of ScreeningCaseRecord
                move CustomerId of ScreeningCaseRecord to DecidedCustomerId
                if IsCaseCleared of ScreeningCaseRecord
                    move HoldPlacedFlag of ScreeningCaseRecord to DecidedCaseHeldFlag
                    move "N" to HoldPlacedFlag of ScreeningCaseRecord
                end-if
                rewrite ScreeningCaseRecord
            end-if
    end-start
    if ScreeningCaseFileStatus equal to "00"
        and DidDecidedCasePlaceHold
        perform PassHoldToOutstandingCase
    end-if
    move ScreeningCaseFileStatus to ReturnedScreeningStatus
    close ScreeningCasesFile
    if ReturnedScreeningStatus equal to "00"
        and DidDecidedCasePlaceHold
        and not IsOutstandingCaseFound
        call "ReleaseCustomerHold" using DecidedCustomerId, ReturnedCustomerStatus
        display "RecordScreeningDecision: customer " DecidedCustomerId
            " released from compliance hold"
    end-if
    goback.

entry "ClearScreeningCasesFile"
    open output ScreeningCasesFile
    close ScreeningCasesFile
    goback.

LoadSanctionsList.
    move zeroes to NumberOfListEntries
    move "N" to ListTableWarningIssued
    open input ScreeningConfigFile
    if ScreeningConfigStatus equal to "00"
        read ScreeningConfigFile
            at end continue
            not at end
                if ConfigMatchThreshold is numeric
                    and ConfigMatchThreshold is greater than zero
                    move ConfigMatchThreshold to MatchThreshold
                end-if
        end-read
    end-if
    close ScreeningConfigFile
    open input SanctionsListFile
    if SanctionsListFileStatus not equal to "00"
        move "Y" to SanctionsListLoaded
        exit paragraph
    end-if
    read SanctionsListFile next record
        at end set EndOfSanctionsListFile to true
    end-read
    perform until EndOfSanctionsListFile
        if NumberOfListEntries is less than MaxListEntries
            add 1 to NumberOfListEntries
            move SanctionsGroupId of SanctionsListRecord
                to ListGroupId(NumberOfListEntries)
            move SanctionsName of SanctionsListRecord to ListName(NumberOfListEntries)
            move SanctionsNameKey of SanctionsListRecord
                to ListNameKey(NumberOfListEntries)
            move function upper-case(function trim(SanctionsCountry of SanctionsListRecord))
                to ListCountry(NumberOfListEntries)
            move function upper-case(function trim(SanctionsAddress of SanctionsListRecord))
                to ListAddress(NumberOfListEntries)
            move function upper-case(function trim(SanctionsPostcode of SanctionsListRecord))
                to ListPostcode(NumberOfListEntries)
            move SanctionsNameKey of SanctionsListRecord to ScreeningNameInput
            perform NormaliseScreeningName
            move NormalisedTokenCount to ListTokenCount(NumberOfListEntries)
            perform varying ListTokenIndex from 1 by 1
                until ListTokenIndex is greater than 8
                move NormalisedToken(ListTokenIndex)
                    to ListToken(NumberOfListEntries, ListTokenIndex)
            end-perform
        else
            if not IsListTableWarningIssued
                move "Y" to ListTableWarningIssued
                display "SanctionsScreening: WARNING - list table full at "
                    MaxListEntries "; further entries were not screened"
            end-if
        end-if
        read SanctionsListFile next record
            at end set EndOfSanctionsListFile to true
        end-read
    end-perform
    close SanctionsListFile
    move "Y" to SanctionsListLoaded
    .

NormaliseScreeningName.
    move spaces to ScreeningNameKey
    move zero to NormalisedTokenCount
    move spaces to NormalisedTokenTable
    move spaces to RawTokenTable
    move function upper-case(ScreeningNameInput) to ScreeningNameInput
    inspect ScreeningNameInput converting ".,'-&/()" to "        "
    unstring function trim(ScreeningNameInput) delimited by all space
        into RawToken(1), RawToken(2), RawToken(3), RawToken(4),
            RawToken(5), RawToken(6), RawToken(7), RawToken(8)
    end-unstring
    move 1 to ScreeningKeyPointer
    perform varying RawTokenIndex from 1 by 1
        until RawTokenIndex is greater than 8
        move RawToken(RawTokenIndex) to ScreeningToken
        if ScreeningToken not equal to spaces
            and not IsNoiseToken
            if ScreeningKeyPointer is greater than 1
                string " " delimited by size
                    into ScreeningNameKey with pointer ScreeningKeyPointer
                end-string
            end-if
            string function trim(ScreeningToken) delimited by size
                into ScreeningNameKey with pointer ScreeningKeyPointer
            end-string
            if function length(function trim(ScreeningToken)) is greater than 1
                add 1 to NormalisedTokenCount
                move ScreeningToken to NormalisedToken(NormalisedTokenCount)
            end-if
        end-if
    end-perform
    .

ScoreListEntryAgainstParty.
    move zeroes to EntryMatchScore
    if ListNameKey(ListIndex) equal to PartyNameKey
        move 60 to EntryMatchScore
    else
        move zero to MatchedTokenCount
        perform varying ListTokenIndex from 1 by 1
            until ListTokenIndex is greater than ListTokenCount(ListIndex)
            move "N" to TokenFound
            perform varying PartyTokenIndex from 1 by 1
                until PartyTokenIndex is greater than PartyTokenCount
                    or IsTokenFound
                if PartyToken(PartyTokenIndex)
                    equal to ListToken(ListIndex, ListTokenIndex)
                    move "Y" to TokenFound
                end-if
            end-perform
            if IsTokenFound
                add 1 to MatchedTokenCount
            end-if
        end-perform
        evaluate true
            when ListTokenCount(ListIndex) is greater than 1
                and MatchedTokenCount equal to ListTokenCount(ListIndex)
                move 50 to EntryMatchScore
            when MatchedTokenCount is greater than 1
                and MatchedTokenCount * 2 is not less than ListTokenCount(ListIndex)
                move 30 to EntryMatchScore
        end-evaluate
    end-if
    if EntryMatchScore equal to zero
        exit paragraph
    end-if
    if ListCountry(ListIndex) not equal to spaces
        and ListCountry(ListIndex) equal to PartyCountryKey
        add 20 to EntryMatchScore
    end-if
    if (ListPostcode(ListIndex) not equal to spaces
            and ListPostcode(ListIndex) equal to PartyPostcodeKey)
        or (ListAddress(ListIndex) not equal to spaces
            and ListAddress(ListIndex) equal to PartyAddressKey)
        add 20 to EntryMatchScore
    end-if
    .

RecordScreeningHit.
    move "N" to ExistingCaseFound
    move PartyCustomerId to CustomerId of ScreeningCaseRecord
    start ScreeningCasesFile
        key is equal to CustomerId of ScreeningCaseRecord
        invalid key
            set EndOfScreeningCasesFile to true
    end-start
    if not EndOfScreeningCasesFile
        read ScreeningCasesFile next record
            at end set EndOfScreeningCasesFile to true
        end-read
    end-if
    perform until EndOfScreeningCasesFile
        or IsExistingCaseFound
        or CustomerId of ScreeningCaseRecord not equal to PartyCustomerId
        if AddressRef of ScreeningCaseRecord equal to PartyAddressRef
            and SanctionsGroupId of ScreeningCaseRecord equal to ListGroupId(ListIndex)
            and MatchedListName of ScreeningCaseRecord equal to ListName(ListIndex)
            move "Y" to ExistingCaseFound
        else
            read ScreeningCasesFile next record
                at end set EndOfScreeningCasesFile to true
            end-read
        end-if
    end-perform
    if IsExistingCaseFound
        if not IsCaseCleared of ScreeningCaseRecord
            add 1 to PartyHitCount
            if not IsPartyAlreadyHeld
                and not IsHoldFlagAssigned
                move "Y" to HoldFlagAssigned
                move "Y" to HoldPlacedFlag of ScreeningCaseRecord
                rewrite ScreeningCaseRecord
            end-if
        end-if
        exit paragraph
    end-if
    initialize ScreeningCaseRecord
    move PartyCustomerId to CustomerId of ScreeningCaseRecord
    move PartyAddressRef to AddressRef of ScreeningCaseRecord
    move PartyOrderId to OrderId of ScreeningCaseRecord
    move PartySource to ScreeningSource of ScreeningCaseRecord
    move PartyName to ScreenedName of ScreeningCaseRecord
    move PartyCountry to ScreenedCountry of ScreeningCaseRecord
    move ListGroupId(ListIndex) to SanctionsGroupId of ScreeningCaseRecord
    move ListName(ListIndex) to MatchedListName of ScreeningCaseRecord
    move EntryMatchScore to MatchScore of ScreeningCaseRecord
    call "GetBusinessDate" using ScreenedDate of ScreeningCaseRecord
    set IsCasePending of ScreeningCaseRecord to true
    if not IsPartyAlreadyHeld
        and not IsHoldFlagAssigned
        move "Y" to HoldFlagAssigned
        move "Y" to HoldPlacedFlag of ScreeningCaseRecord
    else
        move "N" to HoldPlacedFlag of ScreeningCaseRecord
    end-if
    perform AllocateNextScreeningCaseId
    write ScreeningCaseRecord
        invalid key
            display "ScreenParty: error adding screening case - status is "
                ScreeningCaseFileStatus
        not invalid key
            add 1 to PartyHitCount
            add 1 to PartyNewHitCount
            if PartyNewHitCount is not greater than 10
                move ScreeningCaseId of ScreeningCaseRecord
                    to NewHitCaseId(PartyNewHitCount)
                move ListGroupId(ListIndex) to NewHitGroupId(PartyNewHitCount)
                move ListName(ListIndex) to NewHitListName(PartyNewHitCount)
                move EntryMatchScore to NewHitScore(PartyNewHitCount)
            end-if
    end-write
    .

PassHoldToOutstandingCase.
    move "N" to OutstandingCaseFound
    move DecidedCustomerId to CustomerId of ScreeningCaseRecord
    start ScreeningCasesFile
        key is equal to CustomerId of ScreeningCaseRecord
        invalid key
            exit paragraph
    end-start
    read ScreeningCasesFile next record
        at end set EndOfScreeningCasesFile to true
    end-read
    perform until EndOfScreeningCasesFile
        or IsOutstandingCaseFound
        or CustomerId of ScreeningCaseRecord not equal to DecidedCustomerId
        if not IsCaseCleared of ScreeningCaseRecord
            move "Y" to OutstandingCaseFound
            move "Y" to HoldPlacedFlag of ScreeningCaseRecord
            rewrite ScreeningCaseRecord
        else
            read ScreeningCasesFile next record
                at end set EndOfScreeningCasesFile to true
            end-read
        end-if
    end-perform
    .

AllocateNextScreeningCaseId.
    open i-o ScreeningCaseIdControlFile
    read ScreeningCaseIdControlFile
        invalid key
            move zeroes to LastIssuedScreeningCaseId
    end-read
    add 1 to LastIssuedScreeningCaseId
    move LastIssuedScreeningCaseId to ScreeningCaseId of ScreeningCaseRecord
    if ControlRecordMissing
        write ScreeningCaseIdControlRecord
    else
        rewrite ScreeningCaseIdControlRecord
    end-if
    close ScreeningCaseIdControlFile
    .

end program SanctionsScreening.
