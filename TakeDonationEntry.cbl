    01 DonationDonorAuthCode pic x(6) value spaces.
    01 DonationAmountTaken pic 9(5)v99 value zero.
    01 DonationMethodTaken pic x value space.
    01 DonationFundTaken pic x value space.
    01 BursaryAnswer pic x value space.
        88 DonationForBursary value "Y", "y".
    01 DeclarationFileName pic x(28) value "giftaid-declarations.dat".
    01 PostingDate pic x(8) value spaces.
    01 PostingAllowed pic 9 value zero.
        88 PostingIsAllowed value 1.

procedure division.
    display "Record a donation"
    move function current-date(1:8) to PostingDate
    call "CheckPeriodLock" using PostingDate, by reference PostingAllowed
    if not PostingIsAllowed
        goback
    end-if
    display "Donor AuthCode (blank for anonymous): " with no advancing
    accept DonationDonorAuthCode from console
    move function upper-case(DonationDonorAuthCode) to DonationDonorAuthCode
    display "Method (C=cash K=card B=bank transfer): " with no advancing
    accept DonationMethodTaken from console
    move function upper-case(DonationMethodTaken) to DonationMethodTaken
    display "Restricted to the bursary fund (Y/N)? " with no advancing
    accept BursaryAnswer from console
    if DonationForBursary
        move "B" to DonationFundTaken
    else
        move "G" to DonationFundTaken
    end-if
    call "RecordDonation" using DonationDonorAuthCode, DonationAmountTaken,
        DonationMethodTaken, DonationFundTaken
    if DonationDonorAuthCode not equal to spaces
        call "CaptureGiftAidDeclaration" using
            by content DeclarationFileName, DonationDonorAuthCode
