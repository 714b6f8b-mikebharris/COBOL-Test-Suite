    01 ResubmittedCustomerId pic 9(8).
    01 CustomerCountBeforeResubmit pic 9(4).
    01 CustomerCountAfterResubmit pic 9(4).
    01 TestBusinessDate pic 9(8) value 20240115.

procedure division.

SetupInitialData.
    move zero to TestsPassedCount, TestsFailedCount
    call "SetTestResultsProgram" using "CustomersTestUsingEntry"
    call "SetBusinessDate" using TestBusinessDate
    move "Foobar Widgets" to Name of CustomerExpected
    move "123 High Street" to Address1 of CustomerExpected
    move "Somewhere" to City of CustomerExpected
    move "01234567890" to Telephone of CustomerExpected
    move "07123456789" to Mobile of CustomerExpected
    move 1 to ContactCount of CustomerExpected
    move "Micky Mouse" to ContactName of ContactEntry of CustomerExpected(1)
    set IsAccountPendingApproval of CustomerExpected to true
    move TestBusinessDate to ApplicationDate of CustomerExpected
    move "SYSTEM" to RequestedBy of CustomerExpected
    move CreditLimit of CustomerExpected to RequestedCreditLimit of CustomerExpected.

LikeAnObjectInstantiation.
    call "Customers".
        move FixtureCity(CustomerFixtureIndex)      to City of CustomerExpected
        move FixturePostcode(CustomerFixtureIndex)  to Postcode of CustomerExpected
        move FixtureTelephone(CustomerFixtureIndex) to Telephone of CustomerExpected
        set IsAccountPendingApproval of CustomerExpected to true
        move TestBusinessDate to ApplicationDate of CustomerExpected
        move "SYSTEM" to RequestedBy of CustomerExpected

        call "AddCustomer" using by content CustomerExpected, by reference TempCustomerId,
            by reference LastCustomerStatus
