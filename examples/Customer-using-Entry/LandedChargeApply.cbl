identification division.
program-id. LandedChargeApply.

environment division.
configuration section.
    repository.
        function all intrinsic.

input-output section.
    file-control.
        select optional LandedChargeBillFile assign to LandedChargeBillFileName
            organization is line sequential.

data division.
file section.
    fd LandedChargeBillFile.
        01 LandedChargeBillRecord.
            88 EndOfLandedChargeBillFile value high-values.
            02 BillPoId pic 9(6).
            02 filler pic x.
            02 BillChargeType pic x(3).
            02 filler pic x.
            02 BillChargeAmount pic 9(8)v99.
            02 filler pic x.
            02 BillApportionBasis pic x.
            02 filler pic x.
            02 BillReference pic x(20).
            02 filler pic x.
            02 BillOperatorId pic x(8).

working-storage section.
    01 RunDate pic 9(8) value zeroes.
    01 LandedChargeBillFileName pic x(20) value "LandedCharges.imp".

    copy LandedCharge replacing LandedCharge by ==NewLandedCharge==.
    01 ThisLandedChargeId pic 9(6) value zeroes.
    01 ReturnedChargeStatus pic x(2) value spaces.

    01 RecordedCount pic 9(6) value zeroes.
    01 RejectedCount pic 9(6) value zeroes.

procedure division.

    call "GetBusinessDate" using RunDate
    display "LandedChargeApply: business date " RunDate
    open input LandedChargeBillFile
    read LandedChargeBillFile
        at end set EndOfLandedChargeBillFile to true
    end-read
    perform until EndOfLandedChargeBillFile
        perform RecordChargeFromBill
        read LandedChargeBillFile
            at end set EndOfLandedChargeBillFile to true
        end-read
    end-perform
    close LandedChargeBillFile
    display "LandedChargeApply: " RecordedCount " charge(s) recorded, "
        RejectedCount " rejected"
    stop run.

RecordChargeFromBill.
    if BillPoId is not numeric
        or BillChargeAmount is not numeric
        add 1 to RejectedCount
        display "LandedChargeApply: invalid PO id or amount '"
            LandedChargeBillRecord(1:18) "'"
        exit paragraph
    end-if
    initialize NewLandedCharge
    move BillPoId to PoId of NewLandedCharge
    move BillChargeType to ChargeType of NewLandedCharge
    move BillChargeAmount to ChargeAmount of NewLandedCharge
    if BillApportionBasis equal to space
        set IsApportionByValue of NewLandedCharge to true
    else
        move BillApportionBasis to ApportionBasis of NewLandedCharge
    end-if
    move BillReference to ChargeBillReference of NewLandedCharge
    move BillOperatorId to ChargeRecordedBy of NewLandedCharge
    call "RecordLandedCharge" using NewLandedCharge, ThisLandedChargeId,
        ReturnedChargeStatus
    if ReturnedChargeStatus equal to "00"
        add 1 to RecordedCount
        display "LandedChargeApply: charge " ThisLandedChargeId " "
            BillChargeType " recorded against PO " BillPoId
    else
        add 1 to RejectedCount
        display "LandedChargeApply: charge for PO " BillPoId
            " rejected - status " ReturnedChargeStatus
    end-if
    .

end program LandedChargeApply.
