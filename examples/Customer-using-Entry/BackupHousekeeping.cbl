        copy Customer replacing Customer by ==VerifyBackupRecord==.

working-storage section.
    01 RunDate pic 9(8) value zeroes.
    01 RetentionConfigStatus pic x(2).
    01 VerifyBackupStatus pic x(2).


procedure division.

    call "GetBusinessDate" using RunDate
    display "BackupHousekeeping: business date " RunDate
    compute RunDateInteger = function integer-of-date(RunDate)
    perform LoadRetentionConfig
    compute DailyRetentionDays = KeepDailyMonths * 30
    perform varying GenerationAgeDays from 0 by 1
