    display "Add or update an operator"
    display "Operator code (initials, 3 chars): " with no advancing
    accept OperatorCode of NewOperator from console
    if function upper-case(OperatorCode of NewOperator) equal to "BAT"
        display "BAT is kept for unattended batch runs - choose other initials"
        goback
    end-if
    display "Name: " with no advancing
    accept OperatorName of NewOperator from console
    display "Role (GATE/CATERING/TREASURER/ADMIN/MEDIC): " with no advancing
    accept OperatorRole of NewOperator from console
    display "PIN (4-8 digits, blank to set later): " with no advancing
    accept NewOperatorPin from console
