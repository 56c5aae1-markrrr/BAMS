        88 SessionRoleIsCatering  value "CATERING  ".
        88 SessionRoleIsTreasurer value "TREASURER ".
        88 SessionRoleIsAdmin     value "ADMIN     ".
        88 SessionRoleIsMedic     value "MEDIC     ".
        88 SessionRoleIsBatch     value "BATCH     ".
