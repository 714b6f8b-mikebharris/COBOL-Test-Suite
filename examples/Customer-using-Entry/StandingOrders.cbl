
    01 MaxTemplatePageEntries pic 9(3) value 20.

    01 ProductMasterPresentFlag pic x value "N".
        88 IsProductMasterPresent value "Y".
    01 TemplatePackRulesMet pic x value "Y".
        88 AreTemplatePackRulesMet value "Y".
    01 TemplateLineIndex pic 9(2) value zeroes.
    01 PackProductCode pic x(12) value spaces.
    01 PackOrderQuantity pic 9(4) value zeroes.
    01 PackRoundUpFlag pic x value "N".
    01 PackCheckStatus pic x(2) value spaces.
    01 PackCheckReason pic x(80) value spaces.

linkage section.
    01 StandingOrderFileNameParm pic x(20) value spaces.
    copy StandingOrder replacing StandingOrder by ==ThisTemplate==.
entry "AddStandingOrderTemplate" using ThisTemplate, ThisTemplateId,
        ReturnedTemplateStatus
    move "00" to StandingOrderFileStatus
    perform ApplyPackRulesToTemplateLines
    evaluate true
        when CustomerId of ThisTemplate equal to zero
            set InvalidData to true
            and not IsMonthlyTemplate of ThisTemplate
            set InvalidData to true
            display "AddStandingOrderTemplate: frequency must be W or M"
        when not AreTemplatePackRulesMet
            set InvalidData to true
            display "AddStandingOrderTemplate: " function trim(PackCheckReason)
        when other
            open i-o StandingOrdersFile
            move ThisTemplate to StandingOrderRecord

entry "UpdateStandingOrderTemplate" using ThisTemplate, ReturnedTemplateStatus
    move "00" to StandingOrderFileStatus
    perform ApplyPackRulesToTemplateLines
    if not AreTemplatePackRulesMet
        set InvalidData to true
        display "UpdateStandingOrderTemplate: " function trim(PackCheckReason)
        move StandingOrderFileStatus to ReturnedTemplateStatus
        goback
    end-if
    open i-o StandingOrdersFile
    move TemplateId of ThisTemplate to TemplateId of StandingOrderRecord
    start StandingOrdersFile
    close StandingOrderControlFile
    goback.

ApplyPackRulesToTemplateLines.
    move "Y" to TemplatePackRulesMet
    call "IsProductMasterPresent" using ProductMasterPresentFlag
    if not IsProductMasterPresent
        exit paragraph
    end-if
    move "N" to PackRoundUpFlag
    perform varying TemplateLineIndex from 1 by 1
        until TemplateLineIndex is greater than TemplateLineCount of ThisTemplate
            or TemplateLineIndex is greater than 90
            or not AreTemplatePackRulesMet
        move ProductCode of TemplateLine of ThisTemplate(TemplateLineIndex)
            to PackProductCode
        move Quantity of TemplateLine of ThisTemplate(TemplateLineIndex)
            to PackOrderQuantity
        call "CheckProductOrderQuantity" using PackProductCode,
            PackOrderQuantity, PackRoundUpFlag, PackCheckStatus, PackCheckReason
        if PackCheckStatus not equal to "00"
            move "N" to TemplatePackRulesMet
        end-if
    end-perform
    .

AllocateNextTemplateId.
    open i-o StandingOrderControlFile
    read StandingOrderControlFile
