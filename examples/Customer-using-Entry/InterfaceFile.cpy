01 InterfaceFile.
    02 InterfaceEntryId pic 9(8) value zeroes.
    02 InterfaceName pic x(20) value spaces.
    02 InterfaceFileName pic x(30) value spaces.
    02 InterfaceContentHash pic x(16) value spaces.
    02 InterfaceRecordCount pic 9(8) value zeroes.
    02 InterfaceControlTotal pic s9(12)v99 value zeroes.
    02 InterfaceRunDate pic 9(8) value zeroes.
    02 InterfaceRunTime pic 9(8) value zeroes.
    02 InterfaceOutcome pic x value "P".
        88 IsInterfaceProcessed  value "P".
        88 IsInterfaceOverridden value "O".
        88 IsInterfaceRefused    value "R".
    02 InterfaceOverrideOperator pic x(8) value spaces.
    02 InterfacePreviousEntryId pic 9(8) value zeroes.
