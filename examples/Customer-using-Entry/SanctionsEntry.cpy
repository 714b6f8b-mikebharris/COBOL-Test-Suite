01 SanctionsEntry.
    02 SanctionsEntryId pic 9(6) value zeroes.
    02 SanctionsGroupId pic x(10) value spaces.
    02 SanctionsName pic x(50) value spaces.
    02 SanctionsNameKey pic x(50) value spaces.
    02 SanctionsCountry pic x(20) value spaces.
    02 SanctionsAddress pic x(40) value spaces.
    02 SanctionsPostcode pic x(10) value spaces.
    02 SanctionsListedDate pic 9(8) value zeroes.
