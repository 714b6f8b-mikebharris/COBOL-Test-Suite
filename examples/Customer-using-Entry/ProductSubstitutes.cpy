01 ProductSubstitutes.
    02 SubstituteCount pic 9(2) value zeroes.
    02 SubstituteEntry occurs 10 times.
        03 SubstituteProductCode pic x(12) value spaces.
        03 SubstituteMode pic x value "S".
            88 IsAutomaticSubstitute value "A".
            88 IsSuggestedSubstitute value "S".
        03 SubstituteRank pic 9(2) value zeroes.
