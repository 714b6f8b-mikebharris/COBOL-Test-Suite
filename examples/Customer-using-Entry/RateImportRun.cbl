            02 HistoryRate pic 9(4)v9(4).

working-storage section.
    01 RunDate pic 9(8) value zeroes.
    01 RateImportConfigStatus pic x(2).
    01 ExchangeRateFileStatus pic x(2).
    01 BankRateFileName pic x(20) value "BankRates.imp".
    01 AcceptedRateCount pic 9(6) value zeroes.
    01 RejectedRateCount pic 9(6) value zeroes.

    01 InterfaceName pic x(20) value "BANKRATES".
    01 InterfaceFileName pic x(30) value spaces.
    01 InterfaceControlTotal pic s9(12)v99 value zeroes.
    01 ReturnedInterfaceStatus pic x(2) value spaces.

procedure division.

    call "GetBusinessDate" using RunDate
    display "RateImportRun: business date " RunDate
    perform RegisterInterfaceFile
    perform LoadRateImportConfig
    perform LoadExchangeRateTable
    open input BankRateFile
        at end set EndOfBankRateFile to true
    end-read
    perform until EndOfBankRateFile
        if ImportRate is numeric
            add ImportRate to InterfaceControlTotal
        end-if
        perform ValidateAndApplyImportedRate
        read BankRateFile
            at end set EndOfBankRateFile to true
    perform RewriteExchangeRateReferenceFile
    display "RateImportRun: " AcceptedRateCount " rate(s) accepted, "
        RejectedRateCount " rejected"
    call "CloseInterfaceFile" using InterfaceControlTotal
    stop run.

RegisterInterfaceFile.
    move BankRateFileName to InterfaceFileName
    call "OpenInterfaceFile" using InterfaceName, InterfaceFileName,
        ReturnedInterfaceStatus
    if ReturnedInterfaceStatus equal to "22"
        display "RateImportRun: " function trim(InterfaceFileName)
            " already processed; not loaded"
        move 1 to return-code
        stop run
    end-if
    .

LoadRateImportConfig.
    open input RateImportConfigFile
    if RateImportConfigStatus equal to "00"
