    05 ConfirmationClass      pic x.
        88 NoticeIsEssential values "E", " ".
        88 NoticeIsMarketing value "M".
    05 filler                 pic x value space.
    05 ConfirmationAttachment pic x(30).
    05 filler                 pic x value space.
    05 ConfirmationTemplateRef.
        10 ConfirmationTemplateNotice  pic x(8).
        10 ConfirmationTemplateVersion pic 999.
