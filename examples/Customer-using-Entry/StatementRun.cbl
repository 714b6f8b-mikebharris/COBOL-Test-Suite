    01 EditedStatementAmount pic -(8)9.99 value zeroes.
    01 EditedBalanceAmount   pic -(10)9.99 value zeroes.

    01 RegisterDocumentType pic x(10) value "STATEMENT".
    01 RegisterAccountId pic 9(8) value zeroes.
    01 RegisterReference pic x(12) value spaces.
    01 RegisterChannel pic x value "P".

procedure division.

    perform LoadStatementPeriodFromConfig
    stop run.

LoadStatementPeriodFromConfig.
    call "GetBusinessDate" using RunDate
    display "StatementRun: business date " RunDate
    compute PeriodStartDate = (RunDate / 100) * 100 + 1
    move RunDate to PeriodEndDate
    open input StatementConfigFile
    if HasStatementActivity
        or BroughtForwardBalance not equal to zero
        add 1 to StatementsWrittenCount
        move CustomerId of CurrentCustomer to RegisterAccountId
        move PeriodEndDate to RegisterReference
        call "BeginOutputDocument" using RegisterDocumentType, RegisterAccountId,
            RegisterReference
        perform WriteStatementHeading
        perform varying StatementMemberIndex from 1 by 1
            until StatementMemberIndex is greater than StatementMemberCount
            perform WriteStatementPaymentLines
        end-perform
        perform WriteStatementFooting
        call "EndOutputDocument" using RegisterChannel
    end-if
    .

        ThisCustomerId delimited by size
        into StatementRecord
    end-string
    perform WriteStatementRecord
    .

ComputeBroughtForwardBalance.

WriteStatementHeading.
    move all "=" to StatementRecord
    perform WriteStatementRecord
    move spaces to StatementRecord
    string
        "STATEMENT OF ACCOUNT          Period " delimited by size
        PeriodEndDate delimited by size
        into StatementRecord
    end-string
    perform WriteStatementRecord
    move spaces to StatementRecord
    perform WriteStatementRecord
    move Name of CurrentCustomer to StatementRecord
    perform WriteStatementRecord
    move Address1 of CurrentCustomer to StatementRecord
    perform WriteStatementRecord
    if Address2 of CurrentCustomer not equal to spaces
        move Address2 of CurrentCustomer to StatementRecord
        perform WriteStatementRecord
    end-if
    if Address3 of CurrentCustomer not equal to spaces
        move Address3 of CurrentCustomer to StatementRecord
        perform WriteStatementRecord
    end-if
    move City of CurrentCustomer to StatementRecord
    perform WriteStatementRecord
    move County of CurrentCustomer to StatementRecord
    perform WriteStatementRecord
    move Country of CurrentCustomer to StatementRecord
    perform WriteStatementRecord
    move Postcode of CurrentCustomer to StatementRecord
    perform WriteStatementRecord
    move spaces to StatementRecord
    perform WriteStatementRecord
    move BroughtForwardBalance to EditedBalanceAmount
    move spaces to StatementRecord
    string
        EditedBalanceAmount delimited by size
        into StatementRecord
    end-string
    perform WriteStatementRecord
    .

WriteStatementInvoiceLines.
        EditedStatementAmount delimited by size
        into StatementRecord
    end-string
    perform WriteStatementRecord
    .

WriteStatementCreditNoteLines.
        " CR" delimited by size
        into StatementRecord
    end-string
    perform WriteStatementRecord
    .

WriteStatementPaymentLines.
        " CR" delimited by size
        into StatementRecord
    end-string
    perform WriteStatementRecord
    .

WriteStatementFooting.
        EditedBalanceAmount delimited by size
        into StatementRecord
    end-string
    perform WriteStatementRecord
    move spaces to StatementRecord
    perform WriteStatementRecord
    .

WriteStatementRecord.
    write StatementRecord
    call "AddOutputDocumentLine" using StatementRecord
    .

end program StatementRun.
