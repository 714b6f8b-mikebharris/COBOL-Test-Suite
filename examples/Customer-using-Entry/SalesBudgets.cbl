identification division.
program-id. SalesBudgets.

environment division.
configuration section.
    repository.
        function all intrinsic.

input-output section.
    file-control.
        select optional SalesBudgetsFile assign to SalesBudgetFileName
            organization is indexed
            access mode is dynamic
            lock mode is exclusive
            record key is SalesBudgetKey of SalesBudgetRecord
            file status is SalesBudgetFileStatus.

data division.
file section.
    fd SalesBudgetsFile.
        copy SalesBudget replacing SalesBudget by
            ==SalesBudgetRecord.
            88 EndOfSalesBudgetsFile value high-values==.

working-storage section.
    01 SalesBudgetFileStatus pic x(2).
        88 Successful   value "00".
        88 RecordExists value "22".
        88 NoSuchRecord value "23".
        88 InvalidData  value "90".

    01 SalesBudgetFileName pic x(20) value "SalesBudgets.dat".

    01 MaxSalesBudgetPageEntries pic 9(3) value 20.

linkage section.
    01 SalesBudgetFileNameParm pic x(20) value spaces.
    copy SalesBudget replacing SalesBudget by ==ThisSalesBudget==.
    01 ReturnedSalesBudgetStatus pic x(2) value spaces.
    01 SalesBudgetCursorKey.
        02 SalesBudgetCursorMonth pic 9(6) value zeroes.
        02 SalesBudgetCursorSalesperson pic x(4) value spaces.
        02 SalesBudgetCursorCustomerId pic 9(8) value zeroes.
        02 SalesBudgetCursorProductCode pic x(12) value spaces.
    01 NumberOfSalesBudgetsInPage pic 9(3) value zeroes.
    01 SalesBudgetPage.
        02 SalesBudgetPageEntry occurs 20 times.
            copy SalesBudget replacing
                ==01== by ==03==
                ==02== by ==04==
                ==03== by ==05==
                ==SalesBudget== by ==SalesBudgetPageRecord==.

procedure division.
    goback.

entry "SetSalesBudgetFileName" using SalesBudgetFileNameParm
    if SalesBudgetFileNameParm not equal to spaces
        move SalesBudgetFileNameParm to SalesBudgetFileName
    end-if
    goback.

entry "AddSalesBudget" using ThisSalesBudget, ReturnedSalesBudgetStatus
    move "00" to SalesBudgetFileStatus
    if BudgetMonth of ThisSalesBudget equal to zero
        or SalespersonCode of ThisSalesBudget equal to spaces
        set InvalidData to true
        display "AddSalesBudget: budget month and salesperson code are required"
        move SalesBudgetFileStatus to ReturnedSalesBudgetStatus
    else
        open i-o SalesBudgetsFile
        move ThisSalesBudget to SalesBudgetRecord
        if BudgetLoadedDate of SalesBudgetRecord equal to zero
            call "GetBusinessDate" using BudgetLoadedDate of SalesBudgetRecord
        end-if
        write SalesBudgetRecord
            invalid key
                if RecordExists
                    rewrite SalesBudgetRecord
                else
                    display "AddSalesBudget: error - status is "
                        SalesBudgetFileStatus
                end-if
            not invalid key
                continue
        end-write
        move SalesBudgetFileStatus to ReturnedSalesBudgetStatus
        close SalesBudgetsFile
    end-if
    goback.

entry "GetSalesBudgetsPage" using SalesBudgetCursorKey,
        SalesBudgetPage, NumberOfSalesBudgetsInPage
    initialize SalesBudgetPage
    move zeroes to NumberOfSalesBudgetsInPage
    open i-o SalesBudgetsFile
    move SalesBudgetCursorKey to SalesBudgetKey of SalesBudgetRecord
    start SalesBudgetsFile
        key is greater than SalesBudgetKey of SalesBudgetRecord
        invalid key
            continue
    end-start
    read SalesBudgetsFile next record
        at end set EndOfSalesBudgetsFile to true
    end-read
    perform until EndOfSalesBudgetsFile
        or NumberOfSalesBudgetsInPage equal to MaxSalesBudgetPageEntries
        add 1 to NumberOfSalesBudgetsInPage
        move SalesBudgetRecord
            to SalesBudgetPageRecord(NumberOfSalesBudgetsInPage)
        read SalesBudgetsFile next record
            at end set EndOfSalesBudgetsFile to true
        end-read
    end-perform
    close SalesBudgetsFile
    goback.

entry "ClearSalesBudgetsFile"
    open output SalesBudgetsFile
    close SalesBudgetsFile
    goback.

end program SalesBudgets.
