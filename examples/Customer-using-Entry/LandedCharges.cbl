identification division.
program-id. LandedCharges.

environment division.
configuration section.
    repository.
        function all intrinsic.

input-output section.
    file-control.
        select optional LandedChargesFile assign to LandedChargeFileName
            organization is indexed
            access mode is dynamic
            lock mode is exclusive
            record key is LandedChargeId of LandedChargeRecord
            alternate record key is PoId of LandedChargeRecord with duplicates
            file status is LandedChargeFileStatus.

        select optional LandedChargeIdControlFile assign to LandedChargeIdControlFileName
            organization is relative
            access mode is dynamic
            relative key is ControlRecordKey
            file status is ControlFileStatus.

data division.
file section.
    fd LandedChargesFile.
        copy LandedCharge replacing LandedCharge by
            ==LandedChargeRecord.
            88 EndOfLandedChargesFile value high-values==.

    fd LandedChargeIdControlFile.
        01 LandedChargeIdControlRecord.
            02 LastIssuedLandedChargeId pic 9(6) value zeroes.

working-storage section.
    01 LandedChargeFileStatus pic x(2).
        88 Successful   value "00".
        88 RecordExists value "22".
        88 NoSuchRecord value "23".
        88 InvalidData  value "90".
        88 FileLocked   value "91".

    01 ControlFileStatus pic x(2).
        88 ControlRecordMissing value "23".

    01 ControlRecordKey pic 9(1) value 1.

    01 LandedChargeFileName pic x(20) value "LandedCharges.dat".
    01 LandedChargeIdControlFileName pic x(20) value "LandedCharges.ctl".

    01 MaxLandedChargePageEntries pic 9(2) value 20.

    copy PurchaseOrder replacing PurchaseOrder by ==ChargedPurchaseOrder==.
    01 LookupPoId pic 9(6) value zeroes.
    01 PoLineIndex pic 9(2) value zeroes.
    01 ReceivedLineFound pic x value "N".
        88 IsReceivedLineFound value "Y".
    01 LandedChargeDataValid pic x value "Y".
        88 IsLandedChargeDataValid value "Y".

linkage section.
    01 LandedChargeFileNameParm pic x(20) value spaces.
    copy LandedCharge replacing LandedCharge by ==ThisLandedCharge==.
    01 ThisLandedChargeId pic 9(6) value zeroes.
    01 ThisPoId pic 9(6) value zeroes.
    01 ReturnedChargeStatus pic x(2) value spaces.
    01 LandedChargeCursorId pic 9(6) value zeroes.
    01 NumberOfChargesInPage pic 9(2) value zeroes.
    01 LandedChargePage.
        02 LandedChargePageEntry occurs 20 times.
            copy LandedCharge replacing
                ==01== by ==03==
                ==02== by ==04==
                ==03== by ==05==
                ==LandedCharge== by ==LandedChargePageRecord==.

procedure division.
    goback.

entry "SetLandedChargeFileName" using LandedChargeFileNameParm
    if LandedChargeFileNameParm not equal to spaces
        move LandedChargeFileNameParm to LandedChargeFileName
        move LandedChargeFileName to LandedChargeIdControlFileName
        inspect LandedChargeIdControlFileName replacing all ".dat" by ".ctl"
    end-if
    goback.

entry "RecordLandedCharge" using ThisLandedCharge, ThisLandedChargeId,
        ReturnedChargeStatus
    move "00" to LandedChargeFileStatus
    move zeroes to ThisLandedChargeId
    perform ValidateLandedCharge
    if IsLandedChargeDataValid
        open i-o LandedChargesFile
        move ThisLandedCharge to LandedChargeRecord
        if ChargeRecordedDate of LandedChargeRecord equal to zero
            call "GetBusinessDate" using ChargeRecordedDate of LandedChargeRecord
        end-if
        set IsChargePending of LandedChargeRecord to true
        move zeroes to ApportionedDate of LandedChargeRecord
        perform AllocateNextLandedChargeId
        write LandedChargeRecord
            invalid key
                display "Error recording landed charge - status is "
                    LandedChargeFileStatus
            not invalid key
                move LandedChargeId of LandedChargeRecord to ThisLandedChargeId
        end-write
        close LandedChargesFile
    end-if
    move LandedChargeFileStatus to ReturnedChargeStatus
    goback.

entry "GetLandedChargesForPo" using ThisPoId, LandedChargePage,
        NumberOfChargesInPage
    initialize LandedChargePage
    move zeroes to NumberOfChargesInPage
    open i-o LandedChargesFile
    move ThisPoId to PoId of LandedChargeRecord
    start LandedChargesFile
        key is equal to PoId of LandedChargeRecord
        invalid key
            set EndOfLandedChargesFile to true
    end-start
    if not EndOfLandedChargesFile
        read LandedChargesFile next record
            at end set EndOfLandedChargesFile to true
        end-read
    end-if
    perform until EndOfLandedChargesFile
        or NumberOfChargesInPage equal to MaxLandedChargePageEntries
        or PoId of LandedChargeRecord not equal to ThisPoId
        add 1 to NumberOfChargesInPage
        move LandedChargeRecord to LandedChargePageRecord(NumberOfChargesInPage)
        read LandedChargesFile next record
            at end set EndOfLandedChargesFile to true
        end-read
    end-perform
    close LandedChargesFile
    goback.

entry "GetLandedChargesPage" using LandedChargeCursorId, LandedChargePage,
        NumberOfChargesInPage
    initialize LandedChargePage
    move zeroes to NumberOfChargesInPage
    open i-o LandedChargesFile
    move LandedChargeCursorId to LandedChargeId of LandedChargeRecord
    start LandedChargesFile
        key is greater than LandedChargeId of LandedChargeRecord
        invalid key
            set EndOfLandedChargesFile to true
    end-start
    if not EndOfLandedChargesFile
        read LandedChargesFile next record
            at end set EndOfLandedChargesFile to true
        end-read
    end-if
    perform until EndOfLandedChargesFile
        or NumberOfChargesInPage equal to MaxLandedChargePageEntries
        add 1 to NumberOfChargesInPage
        move LandedChargeRecord to LandedChargePageRecord(NumberOfChargesInPage)
        read LandedChargesFile next record
            at end set EndOfLandedChargesFile to true
        end-read
    end-perform
    close LandedChargesFile
    goback.

entry "MarkLandedChargeApportioned" using ThisLandedChargeId, ReturnedChargeStatus
    move "00" to LandedChargeFileStatus
    open i-o LandedChargesFile
    move ThisLandedChargeId to LandedChargeId of LandedChargeRecord
    start LandedChargesFile
        key is equal to LandedChargeId of LandedChargeRecord
        invalid key
            set NoSuchRecord to true
            display "MarkLandedChargeApportioned: no such charge " ThisLandedChargeId
        not invalid key
            read LandedChargesFile
            set IsChargeApportioned of LandedChargeRecord to true
            call "GetBusinessDate" using ApportionedDate of LandedChargeRecord
            rewrite LandedChargeRecord
    end-start
    move LandedChargeFileStatus to ReturnedChargeStatus
    close LandedChargesFile
    goback.

entry "ClearLandedChargesFile"
    open output LandedChargesFile
    close LandedChargesFile
    goback.

ValidateLandedCharge.
    move "Y" to LandedChargeDataValid
    if not IsValidChargeType of ThisLandedCharge
        move "N" to LandedChargeDataValid
        set InvalidData to true
        display "RecordLandedCharge: charge type must be FRT, DTY, INS or OTH"
        exit paragraph
    end-if
    if not IsValidApportionBasis of ThisLandedCharge
        move "N" to LandedChargeDataValid
        set InvalidData to true
        display "RecordLandedCharge: apportion basis must be V, Q or W"
        exit paragraph
    end-if
    if ChargeAmount of ThisLandedCharge equal to zero
        move "N" to LandedChargeDataValid
        set InvalidData to true
        display "RecordLandedCharge: charge amount is required"
        exit paragraph
    end-if
    move PoId of ThisLandedCharge to LookupPoId
    call "GetPurchaseOrderById" using ChargedPurchaseOrder, LookupPoId
    if PoId of ChargedPurchaseOrder not equal to LookupPoId
        or LookupPoId equal to zero
        move "N" to LandedChargeDataValid
        set NoSuchRecord to true
        display "RecordLandedCharge: no such purchase order " LookupPoId
        exit paragraph
    end-if
    move "N" to ReceivedLineFound
    perform varying PoLineIndex from 1 by 1
        until PoLineIndex is greater than PoLineCount of ChargedPurchaseOrder
            or IsReceivedLineFound
        if QuantityReceived of PoLine of ChargedPurchaseOrder(PoLineIndex)
            is greater than zero
            move "Y" to ReceivedLineFound
        end-if
    end-perform
    if not IsReceivedLineFound
        move "N" to LandedChargeDataValid
        set InvalidData to true
        display "RecordLandedCharge: purchase order " LookupPoId
            " has no goods received yet"
    end-if
    .

AllocateNextLandedChargeId.
    open i-o LandedChargeIdControlFile
    read LandedChargeIdControlFile
        invalid key
            move zeroes to LastIssuedLandedChargeId
    end-read
    add 1 to LastIssuedLandedChargeId
    move LastIssuedLandedChargeId to LandedChargeId of LandedChargeRecord
    if ControlRecordMissing
        write LandedChargeIdControlRecord
    else
        rewrite LandedChargeIdControlRecord
    end-if
    close LandedChargeIdControlFile
    .

end program LandedCharges.
