    02 TemplateEndDate pic 9(8) value zeroes.
    02 DeliveryAddressRef pic 9(2) value zeroes.
    02 TemplateLineCount pic 9(2) value zeroes.
    02 TemplateLine occurs 90 times.
        03 ProductCode pic x(12) value spaces.
        03 Description pic x(30) value spaces.
        03 Quantity    pic 9(4) value zeroes.
