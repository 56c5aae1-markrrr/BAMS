01 NoticeTemplate.
    05 TemplateKey.
        10 TemplateNotice  pic x(8).
            88 TemplateIsConfirmation value "CONFIRM ".
            88 TemplateIsJoining      value "JOINING ".
            88 TemplateIsWaiverChase  value "WAIVER  ".
            88 TemplateIsLapseWarning value "LAPSE   ".
            88 TemplateIsPromotion    value "PROMOTE ".
            88 TemplateIsSeatOffer    value "SEAT    ".
            88 TemplateNoticeIsValid  values "CONFIRM ", "JOINING ",
                                             "WAIVER  ", "LAPSE   ",
                                             "PROMOTE ", "SEAT    ".
        10 TemplateChannel pic x.
            88 TemplateForEmail value "E".
            88 TemplateForSms   value "S".
            88 TemplateForPost  value "P".
            88 TemplateChannelIsValid values "E", "S", "P".
        10 TemplateVersion pic 999.
    05 TemplateEffectiveDate pic x(8).
    05 TemplateText          pic x(100).
    05 TemplateSavedBy       pic x(3).
    05 TemplateSavedDate     pic x(8).
