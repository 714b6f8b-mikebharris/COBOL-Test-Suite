        01 CustomerHistoryTempRecord pic x(200).

working-storage section.
    01 RunDate pic 9(8) value zeroes.
    01 HistoryArchiveConfigStatus pic x(2).
    01 SnapshotLogStatus pic x(2).
    01 HistoryTempFileName pic x(20) value "Customers.hst".

procedure division.

    call "GetBusinessDate" using RunDate
    display "HistoryArchiveRun: business date " RunDate
    perform LoadHistoryArchiveConfig
    perform DetermineArchiveCutoffDate
    if ArchiveCutoffDate equal to zero
