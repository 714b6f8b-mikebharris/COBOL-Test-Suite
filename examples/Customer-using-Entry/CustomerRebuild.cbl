            02 SnapshotLogFileName pic x(40).

working-storage section.
    01 RunDate pic 9(8) value zeroes.
    01 RebuildConfigStatus pic x(2).
    01 ReconstructedFileStatus pic x(2).
        88 ReconstructedRecordMissing value "23".

procedure division.

    call "GetBusinessDate" using RunDate
    display "CustomerRebuild: business date " RunDate
    perform LoadRebuildConfig
    if not IsConfigRecordFound
        display "CustomerRebuild: no request found in CustomerRebuild.cfg"
            move NewValuePart to ElectronicInvoiceFlag of ReconstructedRecord
        when "PrepaymentFlag"
            move NewValuePart to PrepaymentFlag of ReconstructedRecord
        when "CashOnDeliveryFlag"
            move NewValuePart to CashOnDeliveryFlag of ReconstructedRecord
        when "IncotermCode"
            move NewValuePart(1:3) to IncotermCode of ReconstructedRecord
        when "EmailInvalidFlag"
            move NewValuePart to EmailInvalidFlag of ReconstructedRecord
        when "EmailInvalidDate"
            compute EmailInvalidDate of ReconstructedRecord =
                function numval(NewValuePart)
        when "ContraSupplierId"
            compute ContraSupplierId of ReconstructedRecord =
                function numval(NewValuePart)
        when "BankReference"
            move NewValuePart to BankReference of ReconstructedRecord
        when "ConsolidatedInvoiceFlag"
            move NewValuePart to ConsolidatedInvoiceFlag of ReconstructedRecord
        when "InvoiceOnDespatchFlag"
