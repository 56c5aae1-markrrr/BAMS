        88 OperatorRoleIsCatering  value "CATERING  ".
        88 OperatorRoleIsTreasurer value "TREASURER ".
        88 OperatorRoleIsAdmin     value "ADMIN     ".
        88 OperatorRoleIsMedic     value "MEDIC     ".
    05 OperatorPinHash pic 9(9).
        88 OperatorHasNoPin value zero.
    05 OperatorFailCount pic 9.
