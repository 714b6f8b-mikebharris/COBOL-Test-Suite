01 ScreeningCase.
    02 ScreeningCaseId pic 9(6) value zeroes.
    02 CustomerId pic 9(8) value zeroes.
    02 AddressRef pic 9(2) value zeroes.
    02 OrderId pic 9(6) value zeroes.
    02 ScreeningSource pic x(8) value spaces.
    02 ScreenedName pic x(50) value spaces.
    02 ScreenedCountry pic x(20) value spaces.
    02 SanctionsGroupId pic x(10) value spaces.
    02 MatchedListName pic x(50) value spaces.
    02 MatchScore pic 9(3) value zeroes.
    02 ScreenedDate pic 9(8) value zeroes.
    02 HoldPlacedFlag pic x value "N".
        88 IsHoldPlacedByScreening value "Y".
    02 CaseStatus pic x value "P".
        88 IsCasePending   value "P".
        88 IsCaseCleared   value "C".
        88 IsCaseConfirmed value "F".
        88 IsValidCaseDecision values "C" "F".
    02 DecisionBy pic x(8) value spaces.
    02 DecisionDate pic 9(8) value zeroes.
    02 DecisionNote pic x(60) value spaces.
