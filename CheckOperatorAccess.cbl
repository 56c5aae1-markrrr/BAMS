        when "BARRED"
        when "WRITEOFF"
        when "OPERATORS"
        when "ROTATEKEY"
        when "READAUDIT"
        when "QUOTA"
        when "TEMPLATES"
        when "SOURCE"
            if SessionRoleIsAdmin
                set AccessIsAllowed to true
            end-if
        when "EDITMONEY"
        when "RECONCILE"
        when "REFUNDRUN"
        when "PERIODLOCK"
            if SessionRoleIsTreasurer or SessionRoleIsAdmin
                set AccessIsAllowed to true
            end-if
        when "APPROVE"
            if SessionRoleIsTreasurer
                set AccessIsAllowed to true
            end-if
        when "MEDICAL"
            *> Clinical records are for the first aiders alone
            if SessionRoleIsMedic
                set AccessIsAllowed to true
            end-if
        when other
            set AccessIsAllowed to true
    end-evaluate
