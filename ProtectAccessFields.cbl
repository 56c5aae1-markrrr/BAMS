identification division.
program-id. ProtectAccessFields is initial.

data division.
working-storage section.
    01 DetailLength pic 999 value 60.

linkage section.
    01 ProtectMode pic x.
    copy AccessibilityNeed replacing AccessibilityNeed by ==ProtectedNeed==.

procedure division using ProtectMode, ProtectedNeed.
    call "ProtectSensitiveText" using ProtectMode, AccessAuthCode of ProtectedNeed,
        AccessDetail of ProtectedNeed, DetailLength
    goback
    .

end program ProtectAccessFields.
