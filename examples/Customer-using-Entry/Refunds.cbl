            set InvalidData to true
            display "RecordRefund: refund amount is required"
        else
            call "GetBusinessDate" using RefundDate
            perform WriteRefundRecord
        end-if
    end-if
