        88 HasAssistanceDog value "Y".
    05 AccessDetail pic x(60).
    05 AccessCarerAuthCode pic x(6).
    05 AccessDutyExemptFlag pic x.
        88 ExemptFromCampDuty value "Y".
