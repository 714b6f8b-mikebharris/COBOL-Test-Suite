01 CustomerChange.
    02 CustomerChangeId pic 9(6) value zeroes.
    02 CustomerId pic 9(8) value zeroes.
    02 ChangeFieldName pic x(30) value spaces.
    02 ChangeOldValue pic x(40) value spaces.
    02 ChangeNewValue pic x(40) value spaces.
    02 ChangeOldAmount pic 9(8)v99 value zeroes.
    02 ChangeNewAmount pic 9(8)v99 value zeroes.
    02 ChangeStatus pic x value "P".
        88 IsChangePending  value "P".
        88 IsChangeApproved value "A".
        88 IsChangeRejected value "R".
    02 ChangeRequestedBy pic x(8) value spaces.
    02 ChangeRequestedDate pic 9(8) value zeroes.
    02 ChangeRequestedTime pic 9(8) value zeroes.
    02 ChangeDecidedBy pic x(8) value spaces.
    02 ChangeDecidedDate pic 9(8) value zeroes.
    02 ChangeRejectReason pic x(30) value spaces.
