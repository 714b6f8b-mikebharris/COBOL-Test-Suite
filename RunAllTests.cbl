    move "./CustomersCrossCheckTest" to StepName
    perform RunStep

    display "RunAllTests: running NightRunRegressionTest..."
    move "./NightRunRegressionTest" to StepName
    perform RunStep

    display spaces
    display "Overall: " OverallPassedCount " passed, " OverallFailedCount " failed"

