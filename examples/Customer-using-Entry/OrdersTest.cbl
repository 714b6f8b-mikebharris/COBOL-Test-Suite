    copy Order replacing Order by OrderExpected.
    copy Order replacing Order by OrderReturned.
    copy Customer replacing Customer by ==TestCustomer==.
    copy Product replacing Product by ==TestProduct==.
    copy Operator replacing Operator by ==TestOperator==.

    01 FirstOrderId  pic 9(6).
    01 SecondOrderId pic 9(6).
    01 LastOrderStatus pic x(2).
    01 OrdersFileName pic x(20) value spaces.
    01 CustomersFileName pic x(20) value spaces.
    01 ProductsFileName pic x(20) value spaces.
    01 OperatorsFileName pic x(20) value spaces.
    01 TestOperatorStatus pic x(2).
    01 ExpectedFreeUnitPrice pic 9(6)v99 value zeroes.
    01 TestProductStatus pic x(2).
    01 PackCustomerId pic 9(8).
    01 ExpectedPackQuantity pic 9(4).
    01 TestCustomerRecordId pic 9(8).
    01 TestCustomerStatus pic x(2).
    01 NumberOfOrdersInPage pic 9(3).
    move TestCustomerRecordId to CustomerId of OrderExpected
    call "ClearOrdersFile".

TestOrderForPendingAccountIsRejected.
    call "AddOrder" using by content OrderExpected, by reference FirstOrderId,
        by reference LastOrderStatus
    call "AssertEqualsIgnoreCase" using by content LastOrderStatus, by content "90",
        "An order for an account awaiting credit approval is rejected".
    call "ApproveCustomerAccount" using by content TestCustomerRecordId,
        by content CreditLimit of TestCustomer, by content CreditDays of TestCustomer,
        by reference TestCustomerStatus
    call "AssertEqualsIgnoreCase" using by content TestCustomerStatus, by content "00",
        "Approving the test customer account returns Successful status".

TestCanAddAnOrder.
    call "AddOrder" using by content OrderExpected, by reference FirstOrderId,
        by reference LastOrderStatus
        by reference TestCustomerStatus
    call "AssertEqualsIgnoreCase" using by content TestCustomerStatus, by content "00",
        "Adding a customer with a low credit limit returns Successful status".
    call "ApproveCustomerAccount" using by content TestCustomerRecordId,
        by content CreditLimit of TestCustomer, by content CreditDays of TestCustomer,
        by reference TestCustomerStatus

    move TestCustomerRecordId to CustomerId of OrderExpected
    move 1 to OrderLineCount of OrderExpected
        by reference TestCustomerStatus
    call "AssertEqualsIgnoreCase" using by content TestCustomerStatus, by content "00",
        "Adding a replacement customer for cancellation returns Successful status".
    call "ApproveCustomerAccount" using by content TestCustomerRecordId,
        by content CreditLimit of TestCustomer, by content CreditDays of TestCustomer,
        by reference TestCustomerStatus
    move TestCustomerRecordId to CustomerId of OrderExpected
    move 1 to Quantity of OrderLine of OrderExpected(1)
    move 1.00 to UnitPrice of OrderLine of OrderExpected(1)
    call "AssertEqualsIgnoreCase" using by content LastOrderStatus, by content "90",
        "Shipping a cancelled order is rejected".

TestHighValueOrderIsHeldForApproval.
    move "Approval Hold Test Co" to Name of TestCustomer
    move 99999999.99 to CreditLimit of TestCustomer
    call "AddCustomer" using by content TestCustomer, by reference TestCustomerRecordId,
        by reference TestCustomerStatus
    call "ApproveCustomerAccount" using by content TestCustomerRecordId,
        by content CreditLimit of TestCustomer, by content CreditDays of TestCustomer,
        by reference TestCustomerStatus
    move TestCustomerRecordId to CustomerId of OrderExpected
    move 9999 to Quantity of OrderLine of OrderExpected(1)
    move 9.99 to UnitPrice of OrderLine of OrderExpected(1)
    call "AddOrder" using by content OrderExpected, by reference FirstOrderId,
        by reference LastOrderStatus
    call "AssertEqualsIgnoreCase" using by content LastOrderStatus, by content "00",
        "Adding an order over the value limit returns Successful status".
    call "GetOrderById" using by reference OrderReturned, by content FirstOrderId
    call "AssertEquals" using by content OrderState of OrderReturned, by content "A",
        by content "Order over the value limit is awaiting approval".
    call "ShipOrder" using by content FirstOrderId, by reference LastOrderStatus
    call "AssertEqualsIgnoreCase" using by content LastOrderStatus, by content "90",
        "Shipping an order awaiting approval is rejected".
    call "ApproveHeldOrder" using by content FirstOrderId, by reference LastOrderStatus
    call "AssertEqualsIgnoreCase" using by content LastOrderStatus, by content "90",
        "Approval by an operator who is not a supervisor is rejected".

TestCreditCheckUsesRegisteredStub.
    call "ClearOrdersFile"
    initialize TestCustomer
    call "AssertEqualsIgnoreCase" using by content LastOrderStatus, by content "95",
        "After ClearCallStubs the real customer lookup is used again".

TestQuantityOutsidePackRulesIsRejected.
    move TestCustomerRecordId to PackCustomerId
    move "PedidosProductos.dat" to ProductsFileName
    call "SetProductFileName" using ProductsFileName
    call "ClearProductsFile"
    initialize TestProduct
    move "PACK-06" to ProductCode of TestProduct
    move "Widgets in outers of six" to Description of TestProduct
    move 5.00 to UnitPrice of TestProduct
    move 6 to SellingPackSize of TestProduct
    move 12 to MinimumOrderQuantity of TestProduct
    call "AddProduct" using by content TestProduct, by reference TestProductStatus
    call "AssertEqualsIgnoreCase" using by content TestProductStatus, by content "00",
        "Adding a product sold in packs returns Successful status"
    initialize OrderExpected
    move PackCustomerId to CustomerId of OrderExpected
    move 20260809 to OrderDate of OrderExpected
    move 1 to OrderLineCount of OrderExpected
    move "PACK-06" to ProductCode of OrderLine of OrderExpected(1)
    move 6 to Quantity of OrderLine of OrderExpected(1)
    call "AddOrder" using by content OrderExpected, by reference FirstOrderId,
        by reference LastOrderStatus
    call "AssertEqualsIgnoreCase" using by content LastOrderStatus, by content "90",
        "An order below the minimum order quantity is rejected"
    move 15 to Quantity of OrderLine of OrderExpected(1)
    call "AddOrder" using by content OrderExpected, by reference FirstOrderId,
        by reference LastOrderStatus
    call "AssertEqualsIgnoreCase" using by content LastOrderStatus, by content "90",
        "An order that is not a whole number of packs is rejected"
    move 18 to Quantity of OrderLine of OrderExpected(1)
    call "AddOrder" using by content OrderExpected, by reference FirstOrderId,
        by reference LastOrderStatus
    call "AssertEqualsIgnoreCase" using by content LastOrderStatus, by content "00",
        "An order for whole packs above the minimum is accepted".

TestWebOrderIsRoundedUpToWholePacks.
    move "W" to OrderChannel of OrderExpected
    move 13 to Quantity of OrderLine of OrderExpected(1)
    call "AddOrder" using by content OrderExpected, by reference FirstOrderId,
        by reference LastOrderStatus
    call "AssertEqualsIgnoreCase" using by content LastOrderStatus, by content "00",
        "A web order outside the pack rules is accepted"
    call "GetOrderById" using by reference OrderReturned, by content FirstOrderId
    move 18 to ExpectedPackQuantity
    call "AssertEquals" using by content Quantity of OrderLine of OrderReturned(1),
        by content ExpectedPackQuantity,
        "A web order quantity is rounded up to the next whole pack".

TestFreeOfChargeOrderNeedsSupervisorAuthority.
    move "PedidosOperadores.dat" to OperatorsFileName
    call "SetOperatorFileName" using OperatorsFileName
    call "ClearOperatorsFile"
    move space to OrderChannel of OrderExpected
    move 18 to Quantity of OrderLine of OrderExpected(1)
    move 5.00 to UnitPrice of OrderLine of OrderExpected(1)
    move "F" to OrderType of OrderExpected
    move "SMP" to FreeOfChargeReason of OrderExpected
    move "FOCSUPER" to FreeOfChargeAuthorisedBy of OrderExpected
    call "AddOrder" using by content OrderExpected, by reference FirstOrderId,
        by reference LastOrderStatus
    call "AssertEqualsIgnoreCase" using by content LastOrderStatus, by content "90",
        "A free-of-charge order without a supervisor authority is rejected"
    move "FOCSUPER" to OperatorId of TestOperator
    move "Sample Authoriser" to OperatorName of TestOperator
    set IsSupervisorRole of TestOperator to true
    call "AddOperator" using by content TestOperator, by reference TestOperatorStatus
    call "AddOrder" using by content OrderExpected, by reference FirstOrderId,
        by reference LastOrderStatus
    call "AssertEqualsIgnoreCase" using by content LastOrderStatus, by content "00",
        "A free-of-charge order authorised by a supervisor is accepted"
    call "GetOrderById" using by reference OrderReturned, by content FirstOrderId
    call "AssertEquals" using by content UnitPrice of OrderLine of OrderReturned(1),
        by content ExpectedFreeUnitPrice,
        "A free-of-charge order line carries no price"
    call "ClearOperatorsFile".

TestSerialisedProductNeedsWarrantyPeriod.
    initialize TestProduct
    move "MACHINE-01" to ProductCode of TestProduct
    move "Bench drill" to Description of TestProduct
    move 450.00 to UnitPrice of TestProduct
    move "Y" to SerialisedFlag of TestProduct
    move 18 to WarrantyMonths of TestProduct
    call "AddProduct" using by content TestProduct, by reference TestProductStatus
    call "AssertEqualsIgnoreCase" using by content TestProductStatus, by content "90",
        "A serial-numbered product without a 12 or 24 month warranty is rejected"
    move 24 to WarrantyMonths of TestProduct
    call "AddProduct" using by content TestProduct, by reference TestProductStatus
    call "AssertEqualsIgnoreCase" using by content TestProductStatus, by content "00",
        "A serial-numbered product with a 24 month warranty is accepted".

TestProductGroupMustBeOnReferenceFile.
    initialize TestProduct
    move "GROUPED-01" to ProductCode of TestProduct
    move "Grouped widget" to Description of TestProduct
    move 12.00 to UnitPrice of TestProduct
    move "NOGRP9" to ProductGroupCode of TestProduct
    call "AddProduct" using by content TestProduct, by reference TestProductStatus
    call "AssertEqualsIgnoreCase" using by content TestProductStatus, by content "90",
        "A product in a group missing from the reference file is rejected"
    move spaces to ProductGroupCode of TestProduct
    call "AddProduct" using by content TestProduct, by reference TestProductStatus
    call "AssertEqualsIgnoreCase" using by content TestProductStatus, by content "00",
        "A product with no group is accepted as unassigned".

TearDown.
    call "ClearOrdersFile".
    call "ClearCustomersFile".
    call "ClearProductsFile".

    display spaces
    display TestsPassedCount " passed, " TestsFailedCount " failed"
