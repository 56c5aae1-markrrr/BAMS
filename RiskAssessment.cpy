01 RiskAssessment.
    05 RiskID               pic x(6).
    05 RiskHazard           pic x(40).
    05 RiskLocation         pic x(30).
    05 RiskPeopleAtRisk     pic x(30).
    05 RiskControls         pic x(100).
    05 RiskLikelihoodBefore pic 9.
    05 RiskSeverityBefore   pic 9.
    05 RiskLikelihoodAfter  pic 9.
    05 RiskSeverityAfter    pic 9.
    05 RiskOwner            pic x(3).
        88 RiskIsUnowned value spaces.
    05 RiskReviewDue        pic x(8).
    05 RiskCheckpointID     pic x(6).
        88 RiskNotLinkedToRounds value spaces.
    05 RiskLastReviewed     pic x(8).
    05 RiskLastReviewedBy   pic x(3).
