01 CustomerAccountSummary.
    02 SummaryOutstandingBalance pic s9(8)v99 value zeroes.
    02 SummaryOpenOrderCount pic 9(4) value zeroes.
    02 SummaryOpenOrderValue pic s9(10)v99 value zeroes.
    02 SummaryLastInvoiceNumber pic 9(6) value zeroes.
    02 SummaryLastInvoiceDate pic 9(8) value zeroes.
    02 SummaryLastPaymentDate pic 9(8) value zeroes.
    02 SummaryRecentNoteCount pic 9 value zero.
    02 SummaryRecentNotes.
        03 SummaryRecentNoteEntry occurs 3 times.
            copy DiaryNote replacing
                ==01== by ==04==
                ==02== by ==05==
                ==03== by ==06==
                ==DiaryNote== by ==SummaryRecentNote==.
