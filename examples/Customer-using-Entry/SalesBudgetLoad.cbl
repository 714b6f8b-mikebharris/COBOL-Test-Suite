identification division.
program-id. SalesBudgetLoad.

environment division.
configuration section.
    repository.
        function all intrinsic.

input-output section.
    file-control.
        select optional SalesBudgetCsvFile assign to SalesBudgetCsvFileName
            organization is line sequential
            file status is SalesBudgetCsvFileStatus.

data division.
file section.
    fd SalesBudgetCsvFile.
        01 SalesBudgetCsvRecord pic x(80).
            88 EndOfSalesBudgetCsvFile value high-values.

working-storage section.
    01 RunDate pic 9(8) value zeroes.
    01 SalesBudgetCsvFileName pic x(20) value "SalesBudgets.csv".
    01 SalesBudgetCsvFileStatus pic x(2).
    01 CsvRowNumber pic 9(6) value zeroes.

    01 SalesBudgetCsvFields.
        02 CsvBudgetMonth pic x(6).
        02 CsvSalespersonCode pic x(4).
        02 CsvCustomerId pic x(8).
        02 CsvProductCode pic x(12).
        02 CsvBudgetAmount pic x(14).

    copy SalesBudget replacing SalesBudget by ==NewSalesBudget==.
    01 ReturnedSalesBudgetStatus pic x(2) value spaces.

    01 LoadedCount pic 9(6) value zeroes.
    01 RejectedCount pic 9(6) value zeroes.

procedure division.

    call "GetBusinessDate" using RunDate
    display "SalesBudgetLoad: business date " RunDate
    open input SalesBudgetCsvFile
    if SalesBudgetCsvFileStatus equal to "00"
        read SalesBudgetCsvFile
            at end set EndOfSalesBudgetCsvFile to true
        end-read
        perform until EndOfSalesBudgetCsvFile
            add 1 to CsvRowNumber
            if SalesBudgetCsvRecord not equal to spaces
                perform LoadSalesBudgetCsvRow
            end-if
            read SalesBudgetCsvFile
                at end set EndOfSalesBudgetCsvFile to true
            end-read
        end-perform
    end-if
    close SalesBudgetCsvFile
    display "SalesBudgetLoad: " LoadedCount " budget line(s) loaded, "
        RejectedCount " rejected"
    if RejectedCount is greater than zero
        move 1 to return-code
    end-if
    stop run.

LoadSalesBudgetCsvRow.
    move spaces to SalesBudgetCsvFields
    unstring SalesBudgetCsvRecord delimited by ","
        into CsvBudgetMonth, CsvSalespersonCode, CsvCustomerId,
            CsvProductCode, CsvBudgetAmount
    end-unstring
    if CsvBudgetMonth is not numeric
        if CsvRowNumber is greater than 1
            add 1 to RejectedCount
            display "SalesBudgetLoad: row " CsvRowNumber
                " has an invalid month " CsvBudgetMonth
        end-if
        exit paragraph
    end-if
    initialize NewSalesBudget
    move CsvBudgetMonth to BudgetMonth of NewSalesBudget
    move function upper-case(CsvSalespersonCode)
        to SalespersonCode of NewSalesBudget
    if CsvCustomerId not equal to spaces
        if function test-numval(CsvCustomerId) not equal to zero
            add 1 to RejectedCount
            display "SalesBudgetLoad: row " CsvRowNumber
                " has an invalid customer id " CsvCustomerId
            exit paragraph
        end-if
        compute CustomerId of NewSalesBudget = function numval(CsvCustomerId)
    end-if
    move CsvProductCode to ProductCode of NewSalesBudget
    if function test-numval(CsvBudgetAmount) not equal to zero
        add 1 to RejectedCount
        display "SalesBudgetLoad: row " CsvRowNumber
            " has an invalid amount " CsvBudgetAmount
        exit paragraph
    end-if
    compute BudgetNetAmount of NewSalesBudget = function numval(CsvBudgetAmount)
    call "AddSalesBudget" using NewSalesBudget, ReturnedSalesBudgetStatus
    if ReturnedSalesBudgetStatus equal to "00"
        add 1 to LoadedCount
    else
        add 1 to RejectedCount
        display "SalesBudgetLoad: row " CsvRowNumber
            " rejected with status " ReturnedSalesBudgetStatus
    end-if
    .

end program SalesBudgetLoad.
