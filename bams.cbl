    01 AccessAllowed pic 9 value zero.
        88 AccessIsAllowed value 1.
    01 GatedFunctionName pic x(12) value spaces.
    01 NonAttendeeMessage pic x(40) value spaces.

    01 WorkshopFileName pic x(20) value "workshops.dat".
    01 PitchFileName pic x(20) value "pitches.dat".
    01 DummyCount5 pic 999 value zero.
    01 DummyCount6 pic 999 value zero.
    01 DummyCount7 pic 9 value zero.
    01 QueryOutputDefault pic x value space.
    01 AppFeedMinutes pic 99 value 15.
    01 AppFeedSleepSeconds pic 9(4) value zero.
    01 AddresseeName pic x(30) value spaces.
    01 StandbyLocation pic x(60) value spaces.
    copy StandbyVerifyResult.
    copy OperatorSession.
    01 FieldKeyText pic x(32) value spaces.
    01 FieldKeyState pic 9 value zero.
        88 FieldKeyIsMissing value 2.
        88 FieldKeyIsWrong   value 3.

procedure division.
    accept CommandLineArgumentCount from argument-number
    call "GetFieldKey" using by reference FieldKeyText, FieldKeyState
    if FieldKeyIsMissing or FieldKeyIsWrong
        display "** Sensitive fields are protected and BAMS_FIELD_KEY is"
            " missing or wrong - set it to the current key and start again **"
        stop run
    end-if

    evaluate CommandLineArgumentCount
        when 0
        when "ROSTER"
            call "DisplayListOfAttendees" using by content AttendeesFileName
        when "MUSTER"
            call "OperatorSignOn"
            call "MusterReport" using by content AttendeesFileName
        when "DIETARY"
            call "GetDietaryStats" using by content AttendeesFileName,
        when "TABS"
            call "GetTabSettlementReport" using by content AttendeesFileName
        when "WELFARE"
            call "OperatorSignOn"
            call "GetWelfareDigestReport" using by content AttendeesFileName
        when "PROMOTIONS"
            call "GetPromotionsReport" using by content AttendeesFileName
            if ExtraFileName equal to spaces
                display "FEEDBACK requires a survey CSV file name as the fourth argument"
            else
                call "OperatorSignOn"
                call "ImportFeedbackCsv" using by content ExtraFileName,
                    by content FeedbackFileName
            end-if
            call "OperatorSignOn"
            call "TakeOperatorEntry"
        when "NIGHTLY"
            call "BatchSignOn"
            call "NightlyBatchRun" using by content AttendeesFileName
        when "RESTORE"
            call "RestoreAttendeeVersion" using by content AttendeesFileName
            if ExtraFileName equal to spaces
                display "SAR requires an AuthCode or email as the fourth argument"
            else
                call "OperatorSignOn"
                call "SubjectAccessExtract" using by content AttendeesFileName,
                    ExtraFileName
            end-if
            if ExtraFileName equal to spaces
                display "AMEND requires an amendments CSV file name as the fourth argument"
            else
                call "OperatorSignOn"
                call "ApplyWebAmendments" using by content ExtraFileName,
                    AttendeesFileName
            end-if
            if ExtraFileName equal to spaces
                display "ANPRIMPORT requires the camera read CSV file name as the fourth argument"
            else
                call "OperatorSignOn"
                call "ImportAnprReads" using by content ExtraFileName,
                    AttendeesFileName
            end-if
            if ExtraFileName equal to spaces
                display "WAIVERS requires the e-sign results CSV file name as the fourth argument"
            else
                call "OperatorSignOn"
                call "ImportWaiverResults" using by content ExtraFileName,
                    AttendeesFileName
            end-if
            call "OperatorSignOn"
            call "TakeAccessibilityEntry" using by content AttendeesFileName
        when "ACCESSLIST"
            call "OperatorSignOn"
            call "GetAccessWorklistReport" using by content "accessibility.dat"
        when "NOSHOWS"
            call "SweepNoShows" using by content AttendeesFileName
            call "TakeTraderEntry"
        when "TRADERINV"
            call "GenerateTraderInvoices" using by content "traders.dat"
        when "TURNOVER"
            call "OperatorSignOn"
            call "TakeTurnoverDeclaration"
        when "COMMISSION"
            call "GetOutstandingCommissionReport" using by content AttendeesFileName
        when "SUPPLIER"
            call "OperatorSignOn"
            call "TakeSupplierEntry"
        when "PO"
            call "OperatorSignOn"
            call "TakePurchaseOrderEntry"
        when "SUPPINV"
            move "EDITMONEY" to GatedFunctionName
            perform SignOnAndCheckAccess
            if AccessIsAllowed
                call "TakeSupplierInvoiceEntry"
            end-if
        when "POEXCEPT"
            call "GetPurchaseExceptionsReport" using by content AttendeesFileName
        when "RAFFLE"
            call "OperatorSignOn"
            call "TakeRaffleSale" using by content AttendeesFileName
        when "RAFFLEDRAW"
            call "OperatorSignOn"
            call "DrawRaffle"
        when "HIRE"
            call "OperatorSignOn"
            call "TakeHireEntry" using by content AttendeesFileName
        when "HIRESHEET"
            call "GetHireIssueSheet" using by content "hire-bookings.dat",
                AttendeesFileName, by content ExtraFileName(1:8)
        when "HIREDUE"
            call "GetUnreturnedHireReport" using by content AttendeesFileName
        when "PROMOCODE"
            call "OperatorSignOn"
            call "TakePromoCodeEntry"
            if AccessIsAllowed
                call "RunEventClosePack" using by content AttendeesFileName
            end-if
        when "REOPEN"
            move "PERIODLOCK" to GatedFunctionName
            perform SignOnAndCheckAccess
            if AccessIsAllowed
                call "ReopenFinancialPeriod"
            end-if
        when "REVERSE"
            move "EDITMONEY" to GatedFunctionName
            perform SignOnAndCheckAccess
            if AccessIsAllowed
                call "ReversePaymentEntry" using by content AttendeesFileName
            end-if
        when "REVERSALS"
            call "GetPaymentReversalsReport" using by content AttendeesFileName
        when "DISPUTE"
            move "RECONCILE" to GatedFunctionName
            perform SignOnAndCheckAccess
            if AccessIsAllowed
                call "TakeDisputeEntry" using by content AttendeesFileName
            end-if
        when "DISPUTES"
            call "GetDisputeRegisterReport" using by content AttendeesFileName
        when "DISPUTEPACK"
            if ExtraFileName equal to spaces
                display "DISPUTEPACK requires an AuthCode as the fourth argument"
            else
                call "PrintDisputeEvidencePack" using by content AttendeesFileName,
                    by content ExtraFileName(1:6)
            end-if
        when "VATCODES"
            move "EDITMONEY" to GatedFunctionName
            perform SignOnAndCheckAccess
            if AccessIsAllowed
                call "TakeVatCodeEntry"
            end-if
        when "VAT"
            call "GetVatReturnReport" using by content AttendeesFileName
        when "BURSARY"
            call "OperatorSignOn"
            call "TakeBursaryEntry" using by content AttendeesFileName
        when "BURSARYFUND"
            call "GetBursaryFundStatement" using by content AttendeesFileName
        when "CASHBAG"
            call "OperatorSignOn"
            call "CashBagScreen"
        when "CASHFLOW"
            call "GetCashflowForecast" using by content AttendeesFileName
        when "ASSET"
            move "EDITMONEY" to GatedFunctionName
            perform SignOnAndCheckAccess
            if AccessIsAllowed
                call "TakeAssetEntry" using by content AttendeesFileName
            end-if
        when "ASSETS"
            call "GetAssetRegisterReport" using by content AttendeesFileName
        when "APPROVALS"
            move "APPROVE" to GatedFunctionName
            perform SignOnAndCheckAccess
            if AccessIsAllowed
                call "ApprovalsScreen" using by content AttendeesFileName
            end-if
        when "PINCHANGE"
            call "OperatorSignOn"
            call "ChangeOperatorPin"
            if ExtraFileName equal to spaces
                display "UNSUB requires an unsubscribe CSV file name as the fourth argument"
            else
                call "OperatorSignOn"
                call "ImportUnsubscribes" using by content ExtraFileName,
                    AttendeesFileName
            end-if
            call "OperatorSignOn"
            call "TakeIncidentCaseEntry"
        when "INCIDENTS"
            call "OperatorSignOn"
            call "GetOpenIncidentsReport" using
                by content "incident-cases.dat", ExtraFileName
        when "PREPSHEET"
            call "GetKitchenPrepSheet" using by content AttendeesFileName,
                by content ExtraFileName(1:3)
        when "HACCPSHEET"
            call "GetHaccpSheet" using by content ExtraFileName(1:3)
        when "MERCHCOLLECT"
            call "OperatorSignOn"
            call "MerchCollectionScreen" using by content AttendeesFileName
        when "STOCKIN"
            call "OperatorSignOn"
            call "TakeStockDeliveryEntry"
        when "HACCP"
            call "OperatorSignOn"
            call "TakeFoodSafetyEntry"
        when "STOCKLOW"
            call "GetLowStockReport" using by content "kitchen-stock.dat"
        when "KITCHEN"
        when "FACILITATOR"
            call "OperatorSignOn"
            call "TakeFacilitatorEntry"
        when "WSINCOME"
            call "GetWorkshopIncomeReport" using by content WorkshopFileName
        when "ARRIVALSLOT"
            call "OperatorSignOn"
            call "TakeArrivalSlotEntry"
        when "SPREADSLOTS"
            call "SpreadArrivalSlots" using by content AttendeesFileName
        when "MISSING"
            call "OperatorSignOn"
            call "TakeMissingPersonAlert" using by content AttendeesFileName
        when "MISSINGLOG"
            call "PrintMissingPersonLog" using ExtraFileName
        when "FIRSTAID"
            move "MEDICAL" to GatedFunctionName
            perform SignOnAndCheckAccess
            if AccessIsAllowed
                call "TakeFirstAidEntry" using by content AttendeesFileName
            end-if
        when "FIRSTAIDSTATS"
            call "GetFirstAidSummaryReport"
        when "VISITOR"
            call "OperatorSignOn"
            call "SignSiteVisitor" using by reference NonAttendeeMessage
            display function trim(NonAttendeeMessage)
        when "ACCREDIT"
            call "OperatorSignOn"
            call "TakeAccreditationEntry" using by content AttendeesFileName
        when "ZONESCAN"
            call "OperatorSignOn"
            call "ZoneCheckpointScreen" using by content AttendeesFileName
        when "ZONEACCESS"
            call "GetZoneAccessReport" using by content ExtraFileName(1:8)
        when "RISK"
            call "OperatorSignOn"
            call "TakeRiskAssessmentEntry"
        when "RISKS"
            call "GetRiskRegisterReport"
        when "LOCATION"
            call "OperatorSignOn"
            call "TakeSiteLocationEntry"
        when "LOCATIONS"
            call "GetLocationCrossReference"
        when "HOOKUP"
            call "OperatorSignOn"
            call "TakeHookUpEntry" using by content AttendeesFileName
        when "HOOKUPS"
            call "GetElectricianSheet"
        when "SERVICE"
            call "OperatorSignOn"
            call "TakeSiteServiceEntry"
        when "ENVIRONMENT"
            call "GetEnvironmentalSummary"
        when "CARBON"
            call "GetTravelCarbonReport"
        when "TASK"
            call "OperatorSignOn"
            call "TakeSiteTaskEntry"
        when "BUILDSHEET"
            call "GetBuildSheet"
        when "DUTY"
            call "OperatorSignOn"
            call "TakeCampDutyEntry" using by content AttendeesFileName
        when "DUTYASSIGN"
            call "AssignCampDuties" using by content AttendeesFileName
        when "DUTYROTA"
            call "GetCampDutyRota" using by content AttendeesFileName
        when "DUTIESDUE"
            call "GetCampDutiesNotDone" using by content AttendeesFileName
        when "MINOR"
            call "OperatorSignOn"
            call "TakeUnaccompaniedMinorEntry" using by content AttendeesFileName
        when "WIFI"
            call "ProvisionWifiAccounts" using by content AttendeesFileName
        when "ENQUIRY"
            call "OperatorSignOn"
            call "TakeEnquiryEntry" using by content AttendeesFileName
        when "ENQUIRIES"
            call "GetEnquiryAgeingReport"
        when "COMPLAINTS"
            call "GetComplaintsSummary"
        when "SOURCE"
            move "SOURCE" to GatedFunctionName
            perform SignOnAndCheckAccess
            if AccessIsAllowed
                call "TakeMarketingSourceEntry"
            end-if
        when "CHANNELS"
            call "GetBookingChannelReport" using by content AttendeesFileName
        when "QUOTA"
            move "QUOTA" to GatedFunctionName
            perform SignOnAndCheckAccess
            if AccessIsAllowed
                call "TakeTicketQuotaEntry" using by content AttendeesFileName
            end-if
        when "FUNDING"
            call "OperatorSignOn"
            call "TakeFundingEntry"
        when "GRANTSPEND"
            if ExtraFileName equal to spaces
                display "GRANTSPEND requires a grant code as the fourth argument"
            else
                call "GetGrantSpendStatement" using by content ExtraFileName(1:8)
            end-if
        when "FUNDERREPORT"
            if ExtraFileName equal to spaces
                display "FUNDERREPORT requires a grant code as the fourth argument"
            else
                call "GetFunderReport" using by content ExtraFileName(1:8)
            end-if
        when "QUERY"
            call "OperatorSignOn"
            call "TakeAttendeeQuery" using by content AttendeesFileName
        when "RUNQUERY"
            if ExtraFileName equal to spaces
                display "RUNQUERY requires a saved query name as the fourth argument"
            else
                call "BatchSignOn"
                call "RunAttendeeQuery" using by content AttendeesFileName,
                    ExtraFileName(1:12), QueryOutputDefault,
                    by reference DummyCount7
            end-if
        when "APPFEED"
            call "ExportEventAppFeed" using by content AttendeesFileName
        when "APPFEEDLOOP"
            perform RegenerateAppFeed
        when "CALENDAR"
            if ExtraFileName equal to spaces
                display "CALENDAR requires an AuthCode as the fourth argument"
            else
                call "WriteAttendeeCalendar" using by content AttendeesFileName,
                    by content ExtraFileName(1:6)
            end-if
        when "PROGCAL"
            call "ExportProgrammeCalendar" using by content AttendeesFileName
        when "SMSREPLIES"
            move "IMPORT" to GatedFunctionName
            perform SignOnAndCheckAccess
            if AccessIsAllowed
                if ExtraFileName equal to spaces
                    display "SMSREPLIES requires the SMS replies CSV file name as the fourth argument"
                else
                    call "ImportSmsReplies" using by content ExtraFileName,
                        AttendeesFileName
                end-if
            end-if
        when "SMSUNMATCHED"
            call "GetUnmatchedSmsReport"
        when "TEMPLATES"
            move "TEMPLATES" to GatedFunctionName
            perform SignOnAndCheckAccess
            if AccessIsAllowed
                call "NoticeTemplateScreen" using by content AttendeesFileName
            end-if
        when "POSTADDR"
            if ExtraFileName equal to spaces
                display "POSTADDR requires an AuthCode as the fourth argument"
            else
                call "CapturePostalAddress" using
                    by content "postal-addresses.dat", ExtraFileName(1:6),
                    AddresseeName
            end-if
        when "LETTERS"
            call "PrintPostalLetters" using by content AttendeesFileName,
                by content ExtraFileName(1:8)
        when "ROTATEKEY"
            move "ROTATEKEY" to GatedFunctionName
            perform SignOnAndCheckAccess
            if AccessIsAllowed
                call "RotateFieldKey" using by content AttendeesFileName
            end-if
        when "READAUDIT"
            move "READAUDIT" to GatedFunctionName
            perform SignOnAndCheckAccess
            if AccessIsAllowed
                call "GetSensitiveReadsReport" using by content ExtraFileName(1:8)
            end-if
        when "CHAINCHECK"
            call "VerifyMoneyLogChains" using by content "N",
                by reference DummyCount7
        when "CENSUS"
            call "DataFileCensus" using by reference DummyCount7
        when "STANDBY"
            move "ARCHIVE" to GatedFunctionName
            perform SignOnAndCheckAccess
            if AccessIsAllowed
                move ExtraFileName to StandbyLocation
                if StandbyLocation equal to spaces
                    display "Standby drive or directory: " with no advancing
                    accept StandbyLocation from console
                end-if
                if StandbyLocation not equal to spaces
                    call "ReplicateToStandby" using by content StandbyLocation
                end-if
            end-if
        when "STANDBYVERIFY"
            call "VerifyStandbyCopy" using by reference StandbyVerifyResult
        when "RESTOREDRILL"
            move "ARCHIVE" to GatedFunctionName
            perform SignOnAndCheckAccess
            if AccessIsAllowed
                call "RunRestoreDrill" using by content AttendeesFileName
            end-if
        when "EXCEPTIONS"
            move "RECONCILE" to GatedFunctionName
            perform SignOnAndCheckAccess
            if AccessIsAllowed
                call "GetMoneyExceptionsReport" using by content ExtraFileName(1:8)
            end-if
        when "HANDOVER"
            call "OperatorSignOn"
            call "GetShiftHandoverReport" using by content ExtraFileName(1:8)
        when "MESSAGE"
            call "OperatorSignOn"
            call "TakeControlRoomMessage" using by content "M"
        when "BOARD"
            call "OperatorSignOn"
            call "GetCurrentOperator" using by reference OperatorSession
            call "ShowHandoverNotes" using by reference OperatorSession,
                by content "A"
        when "SAGPACK"
            call "GetSafetyAdvisoryPack" using by content AttendeesFileName
        when "LICENSING"
            call "GetLicensingReport" using by content ExtraFileName(1:8)
        when "FACCHASE"
            call "GetUnconfirmedFacilitatorsReport" using by content WorkshopFileName
        when "WSRELEASE"
                "TABS FIXTURE PACE CONVERT MEALORDERS WSRELEASE FACILITATOR "
                "FACCHASE STOCKIN STOCKLOW KITCHEN BUDGETS COMMIT BUDGETVAR "
                "RETENTION BARPRODUCT BARSALES MERCHCOLLECT PICKLIST MERCHDUE "
                "PREPSHEET HACCP HACCPSHEET INCIDENT INCIDENTS BARRED GIFTAID GACLAIM GAMISSING "
                "CARDRECON TILLMOVE JOURNAL GATEWAY UNSUB BROADCAST PROGRAMME FEED ALLOCATE "
                "SHIFTREQ COVERAGE VOLCREDITS VOLCLOCK KIT KITSHEET SHUTTLES PINCHANGE WRITEOFF CLOSEPACK REOPEN "
                "REVERSE REVERSALS APPROVALS DISPUTE DISPUTES DISPUTEPACK VATCODES VAT BURSARY BURSARYFUND CASHBAG CASHFLOW ASSET ASSETS TURNOVER COMMISSION SUPPLIER PO SUPPINV POEXCEPT RAFFLE RAFFLEDRAW HIRE HIRESHEET HIREDUE WSINCOME "
                "ARRIVALSLOT SPREADSLOTS MISSING MISSINGLOG FIRSTAID FIRSTAIDSTATS VISITOR ACCREDIT ZONESCAN ZONEACCESS LICENSING SAGPACK RISK RISKS "
                "LOCATION LOCATIONS HOOKUP HOOKUPS SERVICE ENVIRONMENT CARBON TASK BUILDSHEET "
                "DUTY DUTYASSIGN DUTYROTA DUTIESDUE MINOR WIFI ENQUIRY ENQUIRIES COMPLAINTS "
                "SOURCE CHANNELS QUOTA FUNDING GRANTSPEND FUNDERREPORT QUERY RUNQUERY "
                "APPFEED APPFEEDLOOP CALENDAR PROGCAL SMSREPLIES SMSUNMATCHED TEMPLATES "
                "POSTADDR LETTERS ROTATEKEY READAUDIT CHAINCHECK CENSUS STANDBY "
                "STANDBYVERIFY RESTOREDRILL HANDOVER MESSAGE BOARD EXCEPTIONS "
                "PROMOCODE PROMOTAKEUP TRADER TRADERINV LOANS LOANSDUE "
                "PLANCOLLECT PLANPOST WALLBOARD CLASHES ITINERARY ITINERARIES NOSHOWS "
                "ACCESS ACCESSLIST MENUPLAN ORDERSHEET ROLLOVER CLAIMS "
    end-evaluate
    .

RegenerateAppFeed section.
    *> Keeps the event app feed fresh through the event; interval in minutes
    if ExtraFileName(1:2) is numeric and ExtraFileName(1:2) > "00"
        move ExtraFileName(1:2) to AppFeedMinutes
    end-if
    display "Regenerating the event app feed every " AppFeedMinutes
        " minutes - interrupt to stop"
    perform forever
        call "ExportEventAppFeed" using by content AttendeesFileName
        perform varying AppFeedSleepSeconds from 1 by 1
            until AppFeedSleepSeconds > AppFeedMinutes * 60
            call "CBL_OC_NANOSLEEP" using by value 1000000000
        end-perform
    end-perform
    .

PromptAndAddVolunteer section.
    display "Add volunteer to " function trim(AttendeesFileName)
    display "AuthCode (matching attendee, or blank): " with no advancing
