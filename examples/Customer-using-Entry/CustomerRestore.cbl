            88 EndOfCustomerHistoryFile value high-values.

working-storage section.
    01 RunDate pic 9(8) value zeroes.
    01 RestoreConfigStatus pic x(2).
    01 RestoredFileStatus pic x(2).
        88 RestoredRecordMissing value "23".

procedure division.

    call "GetBusinessDate" using RunDate
    display "CustomerRestore: business date " RunDate
    perform LoadRestoreRequest
    if not IsConfigRecordFound
        display "CustomerRestore: no generation date found in CustomerRestore.cfg"
            move NewValuePart to ConsolidatedInvoiceFlag of RestoredRecord
        when "PrepaymentFlag"
            move NewValuePart to PrepaymentFlag of RestoredRecord
        when "CashOnDeliveryFlag"
            move NewValuePart to CashOnDeliveryFlag of RestoredRecord
        when "IncotermCode"
            move NewValuePart(1:3) to IncotermCode of RestoredRecord
        when "EmailInvalidFlag"
            move NewValuePart to EmailInvalidFlag of RestoredRecord
        when "EmailInvalidDate"
            compute EmailInvalidDate of RestoredRecord =
                function numval(NewValuePart)
        when "ContraSupplierId"
            compute ContraSupplierId of RestoredRecord =
                function numval(NewValuePart)
        when "BankReference"
            move NewValuePart to BankReference of RestoredRecord
        when "ElectronicInvoiceFlag"
            move NewValuePart to ElectronicInvoiceFlag of RestoredRecord
        when "CarriageTerms"
