        88 DonationInCash         value "C".
        88 DonationByCard         value "K".
        88 DonationByBankTransfer value "B".
    05 filler pic x value space.
    05 DonationFund pic x.
        88 DonationIsGeneral values " ", "G".
        88 DonationIsBursary value "B".
    05 filler pic x value space.
    05 DonationChainHash pic x(16).
