01 PaymentPlan.
    02 PaymentPlanId pic 9(6) value zeroes.
    02 CustomerId pic 9(8) value zeroes.
    02 PlanAgreedDate pic 9(8) value zeroes.
    02 PlanAgreedBy pic x(8) value spaces.
    02 PlanStatus pic x value "A".
        88 IsPlanActive    value "A".
        88 IsPlanBroken    value "B".
        88 IsPlanCompleted value "C".
        88 IsPlanCancelled value "X".
    02 PlanStatusDate pic 9(8) value zeroes.
    02 PlanInvoiceCount pic 9(2) value zeroes.
    02 PlanInvoiceNumber pic 9(6) occurs 10 times value zeroes.
    02 InstalmentCount pic 9(2) value zeroes.
    02 Instalment occurs 12 times.
        03 InstalmentDueDate pic 9(8) value zeroes.
        03 InstalmentAmount pic 9(8)v99 value zeroes.
        03 InstalmentPaidAmount pic 9(8)v99 value zeroes.
        03 InstalmentStatus pic x value "D".
            88 IsInstalmentDue    value "D".
            88 IsInstalmentPaid   value "P".
            88 IsInstalmentMissed value "M".
