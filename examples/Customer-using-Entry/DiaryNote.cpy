01 DiaryNote.
    02 DiaryNoteKey.
        03 CustomerId pic 9(8) value zeroes.
        03 DiaryNoteSequence pic 9(4) value zeroes.
    02 NoteDate pic 9(8) value zeroes.
    02 DiaryOperatorId pic x(8) value spaces.
    02 NoteText pic x(60) value spaces.
    02 PromisedAmount pic 9(8)v99 value zeroes.
    02 PromisedDate pic 9(8) value zeroes.
    02 PromiseStatus pic x value space.
        88 IsNoPromise      value space.
        88 IsPromiseOpen    value "O".
        88 IsPromiseKept    value "K".
        88 IsPromiseBroken  value "B".
    02 FollowUpDate pic 9(8) value zeroes.
