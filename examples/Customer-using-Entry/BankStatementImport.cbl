        01 SuspenseReportRecord pic x(120).

working-storage section.
    01 RunDate pic 9(8) value zeroes.
    01 BankStatementFileName pic x(20) value "BankStatement.imp".
    01 SuspenseReportFileName pic x(20) value "BankStatement.sus".

    01 SuspenseLineCount pic 9(6) value zeroes.
    01 IgnoredLineCount pic 9(6) value zeroes.

    01 InterfaceName pic x(20) value "BANKSTATEMENT".
    01 InterfaceFileName pic x(30) value spaces.
    01 InterfaceControlTotal pic s9(12)v99 value zeroes.
    01 ReturnedInterfaceStatus pic x(2) value spaces.

procedure division.

    call "GetBusinessDate" using RunDate
    display "BankStatementImport: business date " RunDate
    perform RegisterInterfaceFile
    open input BankStatementFile
    open output SuspenseReportFile
    read BankStatementFile
        at end set EndOfBankStatementFile to true
    end-read
    perform until EndOfBankStatementFile
        if StatementLineAmount is numeric
            add StatementLineAmount to InterfaceControlTotal
        end-if
        evaluate true
            when IsStatementCredit
                perform MatchAndPostStatementCredit
    display "BankStatementImport: " PostedReceiptCount " receipt(s) posted, "
        SuspenseLineCount " line(s) to suspense, "
        IgnoredLineCount " non-credit line(s) ignored"
    call "CloseInterfaceFile" using InterfaceControlTotal
    stop run.

RegisterInterfaceFile.
    move BankStatementFileName to InterfaceFileName
    call "OpenInterfaceFile" using InterfaceName, InterfaceFileName,
        ReturnedInterfaceStatus
    if ReturnedInterfaceStatus equal to "22"
        display "BankStatementImport: " function trim(InterfaceFileName)
            " already processed; not loaded"
        move 1 to return-code
        stop run
    end-if
    .

MatchAndPostStatementCredit.
    perform MatchCreditToCustomer
    if IsCustomerMatched
