            02 ExpectedGrossMovement pic s9(12)v99 value zeroes.

working-storage section.
    01 RunDate pic 9(8) value zeroes.
    01 ControlFileStatus pic x(2).
        88 ControlRecordMissing value "23".
    01 ControlRecordKey pic 9(1) value 1.

procedure division.

    call "GetBusinessDate" using RunDate
    display "ValueReconciliation: business date " RunDate
    perform AccumulateHashTotals
    perform CompareAgainstControlRecord
    if HasReconciliationFailed
