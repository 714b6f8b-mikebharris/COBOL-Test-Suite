01 ScreeningParty.
    02 PartyCustomerId pic 9(8) value zeroes.
    02 PartyAddressRef pic 9(2) value zeroes.
    02 PartyOrderId pic 9(6) value zeroes.
    02 PartySource pic x(8) value spaces.
    02 PartyName pic x(50) value spaces.
    02 PartyAddress1 pic x(20) value spaces.
    02 PartyCity pic x(20) value spaces.
    02 PartyCountry pic x(20) value spaces.
    02 PartyPostcode pic x(10) value spaces.
    02 PartyHeldFlag pic x value "N".
        88 IsPartyAlreadyHeld value "Y".
    02 PartyHitCount pic 9(3) value zeroes.
    02 PartyNewHitCount pic 9(3) value zeroes.
    02 PartyNewHit occurs 10 times.
        03 NewHitCaseId pic 9(6) value zeroes.
        03 NewHitGroupId pic x(10) value spaces.
        03 NewHitListName pic x(50) value spaces.
        03 NewHitScore pic 9(3) value zeroes.
