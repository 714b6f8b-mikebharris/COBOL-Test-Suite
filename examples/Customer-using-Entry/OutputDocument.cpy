01 OutputDocument.
    02 OutputDocumentId pic 9(8) value zeroes.
    02 OutputDocumentType pic x(10) value spaces.
    02 OutputAccountId pic 9(8) value zeroes.
    02 OutputReference pic x(12) value spaces.
    02 OutputRunDate pic 9(8) value zeroes.
    02 OutputRunTime pic 9(6) value zeroes.
    02 OutputChannel pic x value "P".
        88 IsEmailOutput value "E".
        88 IsPrintOutput value "P".
    02 OutputLineCount pic 9(6) value zeroes.
    02 OutputPageCount pic 9(4) value zeroes.
    02 OutputReprintCount pic 9(3) value zeroes.
    02 OutputLastReprintDate pic 9(8) value zeroes.
    02 OutputRespooledToId pic 9(8) value zeroes.
