            set NoSuchRecord to true
            display "RaiseCreditNote: order " ThisOrderId " has not been invoiced"
        else
            call "GetBusinessDate" using CreditNoteDate
            call "IsDateInClosedPeriod" using CreditNoteDate, DateInClosedPeriodFlag
            if IsCreditDateInClosedPeriod
                set InvalidData to true
            display "RaiseCreditNoteForAmount: order " ThisOrderId
                " has not been invoiced"
        else
            call "GetBusinessDate" using CreditNoteDate
            call "IsDateInClosedPeriod" using CreditNoteDate, DateInClosedPeriodFlag
            if IsCreditDateInClosedPeriod
                set InvalidData to true
    close CreditNotesFile
    goback.

entry "GetHighestCreditNoteNumber" using ThisCreditNoteNumber
    move zeroes to ThisCreditNoteNumber
    open i-o CreditNoteControlFile
    read CreditNoteControlFile
        invalid key
            move zeroes to LastIssuedCreditNoteNumber
    end-read
    move LastIssuedCreditNoteNumber to ThisCreditNoteNumber
    close CreditNoteControlFile
    goback.

entry "ClearCreditNotesFile"
    open output CreditNotesFile
    close CreditNotesFile
