01 SalesBudget.
    02 SalesBudgetKey.
        03 BudgetMonth pic 9(6) value zeroes.
        03 SalespersonCode pic x(4) value spaces.
        03 CustomerId pic 9(8) value zeroes.
        03 ProductCode pic x(12) value spaces.
    02 BudgetNetAmount pic s9(8)v99 value zeroes.
    02 BudgetLoadedDate pic 9(8) value zeroes.
