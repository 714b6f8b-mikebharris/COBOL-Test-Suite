    move "00" to DespatchFileStatus
    move ThisDespatch to DespatchRecord
    if DespatchDate of DespatchRecord equal to zero
        call "GetBusinessDate" using DespatchDate of DespatchRecord
    end-if
    perform AllocateNextDespatchId
    write DespatchRecord
