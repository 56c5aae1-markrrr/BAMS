identification division.
program-id. CensusIndexedFile.

environment division.
input-output section.
    file-control.
        select AccessibilityCensusFile assign to CensusActiveName
            organization is indexed
            access mode is dynamic
            record key is AccessAuthCode of AccessibilityCensusRecord
            file status is CensusIndexedStatus.

        select AccreditationsCensusFile assign to CensusActiveName
            organization is indexed
            access mode is dynamic
            record key is AccreditHolderCode of AccreditationsCensusRecord
            file status is CensusIndexedStatus.

        select ArrivalSlotsCensusFile assign to CensusActiveName
            organization is indexed
            access mode is dynamic
            record key is ArrivalSlotKey of ArrivalSlotsCensusRecord
            file status is CensusIndexedStatus.

        select AssetRegisterCensusFile assign to CensusActiveName
            organization is indexed
            access mode is dynamic
            record key is AssetID of AssetRegisterCensusRecord
            file status is CensusIndexedStatus.

        select AssetsCensusFile assign to CensusActiveName
            organization is indexed
            access mode is dynamic
            record key is AssetID of AssetsCensusRecord
            file status is CensusIndexedStatus.

        select AttendanceConfirmedCensusFile assign to CensusActiveName
            organization is indexed
            access mode is dynamic
            record key is ConfirmedAuthCode of AttendanceConfirmedCensusRecord
            file status is CensusIndexedStatus.

        select AttendeeSlotsCensusFile assign to CensusActiveName
            organization is indexed
            access mode is dynamic
            record key is AttendeeSlotAuthCode of AttendeeSlotsCensusRecord
            file status is CensusIndexedStatus.

        select AttendeeTravelCensusFile assign to CensusActiveName
            organization is indexed
            access mode is dynamic
            record key is TravelAuthCode of AttendeeTravelCensusRecord
            file status is CensusIndexedStatus.

        select AttendeesCensusFile assign to CensusActiveName
            organization is indexed
            access mode is dynamic
            record key is AuthCode of AttendeesCensusRecord
            alternate record key is Email of AttendeesCensusRecord with duplicates
            alternate record key is AttendeeName of AttendeesCensusRecord with duplicates
            file status is CensusIndexedStatus.

        select AuthorizedPickupsCensusFile assign to CensusActiveName
            organization is indexed
            access mode is dynamic
            record key is PickupAuthCode of AuthorizedPickupsCensusRecord
            file status is CensusIndexedStatus.

        select BarProductsCensusFile assign to CensusActiveName
            organization is indexed
            access mode is dynamic
            record key is ProductCode of BarProductsCensusRecord
            file status is CensusIndexedStatus.

        select BarredPersonsCensusFile assign to CensusActiveName
            organization is indexed
            access mode is dynamic
            record key is BarredID of BarredPersonsCensusRecord
            file status is CensusIndexedStatus.

        select BookingChannelsCensusFile assign to CensusActiveName
            organization is indexed
            access mode is dynamic
            record key is ChannelAuthCode of BookingChannelsCensusRecord
            file status is CensusIndexedStatus.

        select BookingSourcesCensusFile assign to CensusActiveName
            organization is indexed
            access mode is dynamic
            record key is BookingSourceAuthCode of BookingSourcesCensusRecord
            file status is CensusIndexedStatus.

        select BursariesCensusFile assign to CensusActiveName
            organization is indexed
            access mode is dynamic
            record key is BursaryAuthCode of BursariesCensusRecord
            file status is CensusIndexedStatus.

        select CampDutiesCensusFile assign to CensusActiveName
            organization is indexed
            access mode is dynamic
            record key is DutyAuthCode of CampDutiesCensusRecord
            file status is CensusIndexedStatus.

        select CashBagsCensusFile assign to CensusActiveName
            organization is indexed
            access mode is dynamic
            record key is BagNumber of CashBagsCensusRecord
            file status is CensusIndexedStatus.

        select ContactPrefsCensusFile assign to CensusActiveName
            organization is indexed
            access mode is dynamic
            record key is PreferenceAuthCode of ContactPrefsCensusRecord
            file status is CensusIndexedStatus.

        select DisputesCensusFile assign to CensusActiveName
            organization is indexed
            access mode is dynamic
            record key is DisputeKey of DisputesCensusRecord
            file status is CensusIndexedStatus.

        select DutySlotsCensusFile assign to CensusActiveName
            organization is indexed
            access mode is dynamic
            record key is DutySlotID of DutySlotsCensusRecord
            file status is CensusIndexedStatus.

        select EnquiriesCensusFile assign to CensusActiveName
            organization is indexed
            access mode is dynamic
            record key is EnquiryID of EnquiriesCensusRecord
            file status is CensusIndexedStatus.

        select ExpenseBudgetsCensusFile assign to CensusActiveName
            organization is indexed
            access mode is dynamic
            record key is BudgetCategory of ExpenseBudgetsCensusRecord
            file status is CensusIndexedStatus.

        select ExpenseClaimsCensusFile assign to CensusActiveName
            organization is indexed
            access mode is dynamic
            record key is ClaimID of ExpenseClaimsCensusRecord
            file status is CensusIndexedStatus.

        select ExpenseCommitmentsCensusFile assign to CensusActiveName
            organization is indexed
            access mode is dynamic
            record key is CommitmentID of ExpenseCommitmentsCensusRecord
            file status is CensusIndexedStatus.

        select ExpenseGrantsCensusFile assign to CensusActiveName
            organization is indexed
            access mode is dynamic
            record key is TagExpenseID of ExpenseGrantsCensusRecord
            file status is CensusIndexedStatus.

        select ExpensesCensusFile assign to CensusActiveName
            organization is indexed
            access mode is dynamic
            record key is ExpenseID of ExpensesCensusRecord
            file status is CensusIndexedStatus.

        select FacilitatorsCensusFile assign to CensusActiveName
            organization is indexed
            access mode is dynamic
            record key is FacilitatorSessionID of FacilitatorsCensusRecord
            file status is CensusIndexedStatus.

        select FeedbackCensusFile assign to CensusActiveName
            organization is indexed
            access mode is dynamic
            record key is FeedbackAuthCode of FeedbackCensusRecord
            file status is CensusIndexedStatus.

        select FirstAidCensusFile assign to CensusActiveName
            organization is indexed
            access mode is dynamic
            record key is TreatmentID of FirstAidCensusRecord
            file status is CensusIndexedStatus.

        select FundingGrantsCensusFile assign to CensusActiveName
            organization is indexed
            access mode is dynamic
            record key is GrantCode of FundingGrantsCensusRecord
            file status is CensusIndexedStatus.

        select GateOfflineCensusFile assign to CensusActiveName
            organization is indexed
            access mode is dynamic
            record key is AuthCode of GateOfflineCensusRecord
            alternate record key is Email of GateOfflineCensusRecord with duplicates
            alternate record key is AttendeeName of GateOfflineCensusRecord with duplicates
            file status is CensusIndexedStatus.

        select GiftaidDeclarationsCensusFile assign to CensusActiveName
            organization is indexed
            access mode is dynamic
            record key is DeclarationAuthCode of GiftaidDeclarationsCensusRecord
            file status is CensusIndexedStatus.

        select HaccpPointsCensusFile assign to CensusActiveName
            organization is indexed
            access mode is dynamic
            record key is FoodPointKey of HaccpPointsCensusRecord
            file status is CensusIndexedStatus.

        select HireBookingsCensusFile assign to CensusActiveName
            organization is indexed
            access mode is dynamic
            record key is HireBookingKey of HireBookingsCensusRecord
            file status is CensusIndexedStatus.

        select HireCatalogueCensusFile assign to CensusActiveName
            organization is indexed
            access mode is dynamic
            record key is HireItemCode of HireCatalogueCensusRecord
            file status is CensusIndexedStatus.

        select HookupsCensusFile assign to CensusActiveName
            organization is indexed
            access mode is dynamic
            record key is HookUpKey of HookupsCensusRecord
            file status is CensusIndexedStatus.

        select IncidentCasesCensusFile assign to CensusActiveName
            organization is indexed
            access mode is dynamic
            record key is CaseID of IncidentCasesCensusRecord
            file status is CensusIndexedStatus.

        select KitBookingsCensusFile assign to CensusActiveName
            organization is indexed
            access mode is dynamic
            record key is KitBookingKey of KitBookingsCensusRecord
            file status is CensusIndexedStatus.

        select KitRegisterCensusFile assign to CensusActiveName
            organization is indexed
            access mode is dynamic
            record key is KitItemCode of KitRegisterCensusRecord
            file status is CensusIndexedStatus.

        select KitchenStockCensusFile assign to CensusActiveName
            organization is indexed
            access mode is dynamic
            record key is StockItemCode of KitchenStockCensusRecord
            file status is CensusIndexedStatus.

        select LostPropertyCensusFile assign to CensusActiveName
            organization is indexed
            access mode is dynamic
            record key is LostItemID of LostPropertyCensusRecord
            file status is CensusIndexedStatus.

        select MarketingSourcesCensusFile assign to CensusActiveName
            organization is indexed
            access mode is dynamic
            record key is SourceCode of MarketingSourcesCensusRecord
            file status is CensusIndexedStatus.

        select MealOrdersCensusFile assign to CensusActiveName
            organization is indexed
            access mode is dynamic
            record key is MealOrderKey of MealOrdersCensusRecord
            file status is CensusIndexedStatus.

        select MealServedCensusFile assign to CensusActiveName
            organization is indexed
            access mode is dynamic
            record key is MealServedKey of MealServedCensusRecord
            file status is CensusIndexedStatus.

        select MenuPlanCensusFile assign to CensusActiveName
            organization is indexed
            access mode is dynamic
            record key is MenuPlanKey of MenuPlanCensusRecord
            file status is CensusIndexedStatus.

        select MerchandiseCensusFile assign to CensusActiveName
            organization is indexed
            access mode is dynamic
            record key is MerchKey of MerchandiseCensusRecord
            file status is CensusIndexedStatus.

        select MissingAlertsCensusFile assign to CensusActiveName
            organization is indexed
            access mode is dynamic
            record key is AlertID of MissingAlertsCensusRecord
            file status is CensusIndexedStatus.

        select MoneyLogChainCensusFile assign to CensusActiveName
            organization is indexed
            access mode is dynamic
            record key is ChainLogCode of MoneyLogChainCensusRecord
            file status is CensusIndexedStatus.

        select NoticeTemplatesCensusFile assign to CensusActiveName
            organization is indexed
            access mode is dynamic
            record key is TemplateKey of NoticeTemplatesCensusRecord
            file status is CensusIndexedStatus.

        select OperatorsCensusFile assign to CensusActiveName
            organization is indexed
            access mode is dynamic
            record key is OperatorCode of OperatorsCensusRecord
            file status is CensusIndexedStatus.

        select PaymentPlansCensusFile assign to CensusActiveName
            organization is indexed
            access mode is dynamic
            record key is PaymentPlanKey of PaymentPlansCensusRecord
            file status is CensusIndexedStatus.

        select PendingApprovalsCensusFile assign to CensusActiveName
            organization is indexed
            access mode is dynamic
            record key is ApprovalID of PendingApprovalsCensusRecord
            file status is CensusIndexedStatus.

        select PersonMasterCensusFile assign to CensusActiveName
            organization is indexed
            access mode is dynamic
            record key is PersonID of PersonMasterCensusRecord
            file status is CensusIndexedStatus.

        select PitchAssignmentsCensusFile assign to CensusActiveName
            organization is indexed
            access mode is dynamic
            record key is AssignmentAuthCode of PitchAssignmentsCensusRecord
            file status is CensusIndexedStatus.

        select PitchesCensusFile assign to CensusActiveName
            organization is indexed
            access mode is dynamic
            record key is PitchNumber of PitchesCensusRecord
            file status is CensusIndexedStatus.

        select PostalAddressesCensusFile assign to CensusActiveName
            organization is indexed
            access mode is dynamic
            record key is PostalAuthCode of PostalAddressesCensusRecord
            file status is CensusIndexedStatus.

        select PowerBoardsCensusFile assign to CensusActiveName
            organization is indexed
            access mode is dynamic
            record key is BoardID of PowerBoardsCensusRecord
            file status is CensusIndexedStatus.

        select PromoCodesCensusFile assign to CensusActiveName
            organization is indexed
            access mode is dynamic
            record key is PromoCodeValue of PromoCodesCensusRecord
            file status is CensusIndexedStatus.

        select PurchaseOrdersCensusFile assign to CensusActiveName
            organization is indexed
            access mode is dynamic
            record key is POKey of PurchaseOrdersCensusRecord
            file status is CensusIndexedStatus.

        select RiskRegisterCensusFile assign to CensusActiveName
            organization is indexed
            access mode is dynamic
            record key is RiskID of RiskRegisterCensusRecord
            file status is CensusIndexedStatus.

        select SafetyCheckpointsCensusFile assign to CensusActiveName
            organization is indexed
            access mode is dynamic
            record key is CheckpointID of SafetyCheckpointsCensusRecord
            file status is CensusIndexedStatus.

        select SavedQueriesCensusFile assign to CensusActiveName
            organization is indexed
            access mode is dynamic
            record key is QueryName of SavedQueriesCensusRecord
            file status is CensusIndexedStatus.

        select ServiceScheduleCensusFile assign to CensusActiveName
            organization is indexed
            access mode is dynamic
            record key is ScheduleKey of ServiceScheduleCensusRecord
            file status is CensusIndexedStatus.

        select SessionWaitlistCensusFile assign to CensusActiveName
            organization is indexed
            access mode is dynamic
            record key is SessionWaitKey of SessionWaitlistCensusRecord
            file status is CensusIndexedStatus.

        select ShiftRequirementsCensusFile assign to CensusActiveName
            organization is indexed
            access mode is dynamic
            record key is RequirementKey of ShiftRequirementsCensusRecord
            file status is CensusIndexedStatus.

        select SiteLocationsCensusFile assign to CensusActiveName
            organization is indexed
            access mode is dynamic
            record key is LocationCode of SiteLocationsCensusRecord
            file status is CensusIndexedStatus.

        select SiteTasksCensusFile assign to CensusActiveName
            organization is indexed
            access mode is dynamic
            record key is TaskID of SiteTasksCensusRecord
            file status is CensusIndexedStatus.

        select SiteVisitorsCensusFile assign to CensusActiveName
            organization is indexed
            access mode is dynamic
            record key is VisitorPassID of SiteVisitorsCensusRecord
            file status is CensusIndexedStatus.

        select SpoolCatalogCensusFile assign to CensusActiveName
            organization is indexed
            access mode is dynamic
            record key is SpoolName of SpoolCatalogCensusRecord
            file status is CensusIndexedStatus.

        select SupplierInvoicesCensusFile assign to CensusActiveName
            organization is indexed
            access mode is dynamic
            record key is SupplierInvoiceKey of SupplierInvoicesCensusRecord
            file status is CensusIndexedStatus.

        select SuppliersCensusFile assign to CensusActiveName
            organization is indexed
            access mode is dynamic
            record key is SupplierCode of SuppliersCensusRecord
            file status is CensusIndexedStatus.

        select SuspenseCensusFile assign to CensusActiveName
            organization is indexed
            access mode is dynamic
            record key is SuspenseID of SuspenseCensusRecord
            file status is CensusIndexedStatus.

        select TabBalancesCensusFile assign to CensusActiveName
            organization is indexed
            access mode is dynamic
            record key is BalanceAuthCode of TabBalancesCensusRecord
            file status is CensusIndexedStatus.

        select TicketQuotasCensusFile assign to CensusActiveName
            organization is indexed
            access mode is dynamic
            record key is QuotaChannel of TicketQuotasCensusRecord
            file status is CensusIndexedStatus.

        select TraderCommissionCensusFile assign to CensusActiveName
            organization is indexed
            access mode is dynamic
            record key is CommissionTraderID of TraderCommissionCensusRecord
            file status is CensusIndexedStatus.

        select TradersCensusFile assign to CensusActiveName
            organization is indexed
            access mode is dynamic
            record key is TraderID of TradersCensusRecord
            file status is CensusIndexedStatus.

        select TrainingFixtureCensusFile assign to CensusActiveName
            organization is indexed
            access mode is dynamic
            record key is AuthCode of TrainingFixtureCensusRecord
            alternate record key is Email of TrainingFixtureCensusRecord with duplicates
            alternate record key is AttendeeName of TrainingFixtureCensusRecord with duplicates
            file status is CensusIndexedStatus.

        select TransportCensusFile assign to CensusActiveName
            organization is indexed
            access mode is dynamic
            record key is TransportAuthCode of TransportCensusRecord
            file status is CensusIndexedStatus.

        select TravelHistoryCensusFile assign to CensusActiveName
            organization is indexed
            access mode is dynamic
            record key is TravelTotalsYear of TravelHistoryCensusRecord
            file status is CensusIndexedStatus.

        select UnaccompaniedMinorsCensusFile assign to CensusActiveName
            organization is indexed
            access mode is dynamic
            record key is MinorAuthCode of UnaccompaniedMinorsCensusRecord
            file status is CensusIndexedStatus.

        select VatCodesCensusFile assign to CensusActiveName
            organization is indexed
            access mode is dynamic
            record key is VatItemKey of VatCodesCensusRecord
            file status is CensusIndexedStatus.

        select VehiclesCensusFile assign to CensusActiveName
            organization is indexed
            access mode is dynamic
            record key is VehicleAuthCode of VehiclesCensusRecord
            file status is CensusIndexedStatus.

        select VolunteerQualsCensusFile assign to CensusActiveName
            organization is indexed
            access mode is dynamic
            record key is QualificationKey of VolunteerQualsCensusRecord
            file status is CensusIndexedStatus.

        select VolunteersCensusFile assign to CensusActiveName
            organization is indexed
            access mode is dynamic
            record key is VolunteerAuthCode of VolunteersCensusRecord
            file status is CensusIndexedStatus.

        select VouchersCensusFile assign to CensusActiveName
            organization is indexed
            access mode is dynamic
            record key is VoucherCode of VouchersCensusRecord
            file status is CensusIndexedStatus.

        select WaitingListCensusFile assign to CensusActiveName
            organization is indexed
            access mode is dynamic
            record key is WaitingListAuthCode of WaitingListCensusRecord
            file status is CensusIndexedStatus.

        select WaiversCensusFile assign to CensusActiveName
            organization is indexed
            access mode is dynamic
            record key is WaiverAuthCode of WaiversCensusRecord
            file status is CensusIndexedStatus.

        select WifiAccountsCensusFile assign to CensusActiveName
            organization is indexed
            access mode is dynamic
            record key is WifiAuthCode of WifiAccountsCensusRecord
            file status is CensusIndexedStatus.

        select WorkshopFeesCensusFile assign to CensusActiveName
            organization is indexed
            access mode is dynamic
            record key is WorkshopFeeSessionID of WorkshopFeesCensusRecord
            file status is CensusIndexedStatus.

        select WorkshopSignupsCensusFile assign to CensusActiveName
            organization is indexed
            access mode is dynamic
            record key is WorkshopSignupKey of WorkshopSignupsCensusRecord
            file status is CensusIndexedStatus.

        select WorkshopsCensusFile assign to CensusActiveName
            organization is indexed
            access mode is dynamic
            record key is SessionID of WorkshopsCensusRecord
            file status is CensusIndexedStatus.

        select ZonesCensusFile assign to CensusActiveName
            organization is indexed
            access mode is dynamic
            record key is ZoneCode of ZonesCensusRecord
            file status is CensusIndexedStatus.

data division.
file section.
    fd AccessibilityCensusFile.
        copy AccessibilityNeed replacing AccessibilityNeed by ==AccessibilityCensusRecord==.

    fd AccreditationsCensusFile.
        copy Accreditation replacing Accreditation by ==AccreditationsCensusRecord==.

    fd ArrivalSlotsCensusFile.
        copy ArrivalSlot replacing ArrivalSlot by ==ArrivalSlotsCensusRecord==.

    fd AssetRegisterCensusFile.
        copy LoanAsset replacing LoanAsset by ==AssetRegisterCensusRecord==.

    fd AssetsCensusFile.
        copy FixedAsset replacing FixedAsset by ==AssetsCensusRecord==.

    fd AttendanceConfirmedCensusFile.
        copy AttendanceConfirmation replacing AttendanceConfirmation by ==AttendanceConfirmedCensusRecord==.

    fd AttendeeSlotsCensusFile.
        copy AttendeeArrivalSlot replacing AttendeeArrivalSlot by ==AttendeeSlotsCensusRecord==.

    fd AttendeeTravelCensusFile.
        copy AttendeeTravel replacing AttendeeTravel by ==AttendeeTravelCensusRecord==.

    fd AttendeesCensusFile.
        copy Attendee replacing Attendee by ==AttendeesCensusRecord==.

    fd AuthorizedPickupsCensusFile.
        copy AuthorizedPickup replacing AuthorizedPickup by ==AuthorizedPickupsCensusRecord==.

    fd BarProductsCensusFile.
        copy BarProduct replacing BarProduct by ==BarProductsCensusRecord==.

    fd BarredPersonsCensusFile.
        copy BarredPerson replacing BarredPerson by ==BarredPersonsCensusRecord==.

    fd BookingChannelsCensusFile.
        copy BookingChannel replacing BookingChannel by ==BookingChannelsCensusRecord==.

    fd BookingSourcesCensusFile.
        copy BookingSource replacing BookingSource by ==BookingSourcesCensusRecord==.

    fd BursariesCensusFile.
        copy BursaryApplication replacing BursaryApplication by ==BursariesCensusRecord==.

    fd CampDutiesCensusFile.
        copy CampDuty replacing CampDuty by ==CampDutiesCensusRecord==.

    fd CashBagsCensusFile.
        copy CashBag replacing CashBag by ==CashBagsCensusRecord==.

    fd ContactPrefsCensusFile.
        copy ContactPreference replacing ContactPreference by ==ContactPrefsCensusRecord==.

    fd DisputesCensusFile.
        copy DisputeCase replacing DisputeCase by ==DisputesCensusRecord==.

    fd DutySlotsCensusFile.
        copy DutySlot replacing DutySlot by ==DutySlotsCensusRecord==.

    fd EnquiriesCensusFile.
        copy Enquiry replacing Enquiry by ==EnquiriesCensusRecord==.

    fd ExpenseBudgetsCensusFile.
        copy ExpenseBudget replacing ExpenseBudget by ==ExpenseBudgetsCensusRecord==.

    fd ExpenseClaimsCensusFile.
        copy ExpenseClaim replacing ExpenseClaim by ==ExpenseClaimsCensusRecord==.

    fd ExpenseCommitmentsCensusFile.
        copy ExpenseCommitment replacing ExpenseCommitment by ==ExpenseCommitmentsCensusRecord==.

    fd ExpenseGrantsCensusFile.
        copy ExpenseGrantTag replacing ExpenseGrantTag by ==ExpenseGrantsCensusRecord==.

    fd ExpensesCensusFile.
        copy ExpenseEntry replacing ExpenseEntry by ==ExpensesCensusRecord==.

    fd FacilitatorsCensusFile.
        copy Facilitator replacing Facilitator by ==FacilitatorsCensusRecord==.

    fd FeedbackCensusFile.
        copy FeedbackResponse replacing FeedbackResponse by ==FeedbackCensusRecord==.

    fd FirstAidCensusFile.
        copy FirstAidTreatment replacing FirstAidTreatment by ==FirstAidCensusRecord==.

    fd FundingGrantsCensusFile.
        copy FundingGrant replacing FundingGrant by ==FundingGrantsCensusRecord==.

    fd GateOfflineCensusFile.
        copy Attendee replacing Attendee by ==GateOfflineCensusRecord==.

    fd GiftaidDeclarationsCensusFile.
        copy GiftAidDeclaration replacing GiftAidDeclaration by ==GiftaidDeclarationsCensusRecord==.

    fd HaccpPointsCensusFile.
        copy FoodSafetyPoint replacing FoodSafetyPoint by ==HaccpPointsCensusRecord==.

    fd HireBookingsCensusFile.
        copy HireBooking replacing HireBooking by ==HireBookingsCensusRecord==.

    fd HireCatalogueCensusFile.
        copy HireItem replacing HireItem by ==HireCatalogueCensusRecord==.

    fd HookupsCensusFile.
        copy HookUpBooking replacing HookUpBooking by ==HookupsCensusRecord==.

    fd IncidentCasesCensusFile.
        copy IncidentCase replacing IncidentCase by ==IncidentCasesCensusRecord==.

    fd KitBookingsCensusFile.
        copy KitBooking replacing KitBooking by ==KitBookingsCensusRecord==.

    fd KitRegisterCensusFile.
        copy KitItem replacing KitItem by ==KitRegisterCensusRecord==.

    fd KitchenStockCensusFile.
        copy StockItem replacing StockItem by ==KitchenStockCensusRecord==.

    fd LostPropertyCensusFile.
        copy LostPropertyItem replacing LostPropertyItem by ==LostPropertyCensusRecord==.

    fd MarketingSourcesCensusFile.
        copy MarketingSource replacing MarketingSource by ==MarketingSourcesCensusRecord==.

    fd MealOrdersCensusFile.
        copy MealOrder replacing MealOrder by ==MealOrdersCensusRecord==.

    fd MealServedCensusFile.
        copy MealServedRecord replacing MealServedRecord by ==MealServedCensusRecord==.

    fd MenuPlanCensusFile.
        copy MenuPlanEntry replacing MenuPlanEntry by ==MenuPlanCensusRecord==.

    fd MerchandiseCensusFile.
        copy MerchandiseOrder replacing MerchandiseOrder by ==MerchandiseCensusRecord==.

    fd MissingAlertsCensusFile.
        copy MissingPersonAlert replacing MissingPersonAlert by ==MissingAlertsCensusRecord==.

    fd MoneyLogChainCensusFile.
        copy MoneyLogChain replacing MoneyLogChain by ==MoneyLogChainCensusRecord==.

    fd NoticeTemplatesCensusFile.
        copy NoticeTemplate replacing NoticeTemplate by ==NoticeTemplatesCensusRecord==.

    fd OperatorsCensusFile.
        copy OperatorRecord replacing OperatorRecord by ==OperatorsCensusRecord==.

    fd PaymentPlansCensusFile.
        copy PaymentPlan replacing PaymentPlan by ==PaymentPlansCensusRecord==.

    fd PendingApprovalsCensusFile.
        copy PendingApproval replacing PendingApproval by ==PendingApprovalsCensusRecord==.

    fd PersonMasterCensusFile.
        copy PersonMaster replacing PersonMaster by ==PersonMasterCensusRecord==.

    fd PitchAssignmentsCensusFile.
        copy PitchAssignment replacing PitchAssignment by ==PitchAssignmentsCensusRecord==.

    fd PitchesCensusFile.
        copy PitchRecord replacing PitchRecord by ==PitchesCensusRecord==.

    fd PostalAddressesCensusFile.
        copy PostalAddress replacing PostalAddress by ==PostalAddressesCensusRecord==.

    fd PowerBoardsCensusFile.
        copy DistributionBoard replacing DistributionBoard by ==PowerBoardsCensusRecord==.

    fd PromoCodesCensusFile.
        copy PromoCode replacing PromoCode by ==PromoCodesCensusRecord==.

    fd PurchaseOrdersCensusFile.
        copy PurchaseOrderLine replacing PurchaseOrderLine by ==PurchaseOrdersCensusRecord==.

    fd RiskRegisterCensusFile.
        copy RiskAssessment replacing RiskAssessment by ==RiskRegisterCensusRecord==.

    fd SafetyCheckpointsCensusFile.
        copy SafetyCheckpoint replacing SafetyCheckpoint by ==SafetyCheckpointsCensusRecord==.

    fd SavedQueriesCensusFile.
        copy AttendeeQuery replacing AttendeeQuery by ==SavedQueriesCensusRecord==.

    fd ServiceScheduleCensusFile.
        copy SiteServiceSchedule replacing SiteServiceSchedule by ==ServiceScheduleCensusRecord==.

    fd SessionWaitlistCensusFile.
        copy SessionWaitEntry replacing SessionWaitEntry by ==SessionWaitlistCensusRecord==.

    fd ShiftRequirementsCensusFile.
        copy ShiftRequirement replacing ShiftRequirement by ==ShiftRequirementsCensusRecord==.

    fd SiteLocationsCensusFile.
        copy SiteLocation replacing SiteLocation by ==SiteLocationsCensusRecord==.

    fd SiteTasksCensusFile.
        copy SiteTask replacing SiteTask by ==SiteTasksCensusRecord==.

    fd SiteVisitorsCensusFile.
        copy SiteVisitor replacing SiteVisitor by ==SiteVisitorsCensusRecord==.

    fd SpoolCatalogCensusFile.
        copy SpoolCatalogEntry replacing SpoolCatalogEntry by ==SpoolCatalogCensusRecord==.

    fd SupplierInvoicesCensusFile.
        copy SupplierInvoice replacing SupplierInvoice by ==SupplierInvoicesCensusRecord==.

    fd SuppliersCensusFile.
        copy Supplier replacing Supplier by ==SuppliersCensusRecord==.

    fd SuspenseCensusFile.
        copy SuspenseEntry replacing SuspenseEntry by ==SuspenseCensusRecord==.

    fd TabBalancesCensusFile.
        copy TabBalanceRecord replacing TabBalanceRecord by ==TabBalancesCensusRecord==.

    fd TicketQuotasCensusFile.
        copy TicketQuota replacing TicketQuota by ==TicketQuotasCensusRecord==.

    fd TraderCommissionCensusFile.
        copy TraderCommission replacing TraderCommission by ==TraderCommissionCensusRecord==.

    fd TradersCensusFile.
        copy TraderRecord replacing TraderRecord by ==TradersCensusRecord==.

    fd TrainingFixtureCensusFile.
        copy Attendee replacing Attendee by ==TrainingFixtureCensusRecord==.

    fd TransportCensusFile.
        copy TransportRequest replacing TransportRequest by ==TransportCensusRecord==.

    fd TravelHistoryCensusFile.
        copy TravelCarbonTotals replacing TravelCarbonTotals by ==TravelHistoryCensusRecord==.

    fd UnaccompaniedMinorsCensusFile.
        copy UnaccompaniedMinor replacing UnaccompaniedMinor by ==UnaccompaniedMinorsCensusRecord==.

    fd VatCodesCensusFile.
        copy VatCodeAssignment replacing VatCodeAssignment by ==VatCodesCensusRecord==.

    fd VehiclesCensusFile.
        copy VehiclePass replacing VehiclePass by ==VehiclesCensusRecord==.

    fd VolunteerQualsCensusFile.
        copy VolunteerQualification replacing VolunteerQualification by ==VolunteerQualsCensusRecord==.

    fd VolunteersCensusFile.
        copy Volunteer replacing Volunteer by ==VolunteersCensusRecord==.

    fd VouchersCensusFile.
        copy CreditVoucher replacing CreditVoucher by ==VouchersCensusRecord==.

    fd WaitingListCensusFile.
        copy WaitingListEntry replacing WaitingListEntry by ==WaitingListCensusRecord==.

    fd WaiversCensusFile.
        copy WaiverRecord replacing WaiverRecord by ==WaiversCensusRecord==.

    fd WifiAccountsCensusFile.
        copy WifiCredential replacing WifiCredential by ==WifiAccountsCensusRecord==.

    fd WorkshopFeesCensusFile.
        copy WorkshopFee replacing WorkshopFee by ==WorkshopFeesCensusRecord==.

    fd WorkshopSignupsCensusFile.
        copy WorkshopSignup replacing WorkshopSignup by ==WorkshopSignupsCensusRecord==.

    fd WorkshopsCensusFile.
        copy WorkshopSession replacing WorkshopSession by ==WorkshopsCensusRecord==.

    fd ZonesCensusFile.
        copy RestrictedZone replacing RestrictedZone by ==ZonesCensusRecord==.

working-storage section.
    01 CensusIndexedStatus pic x(2).
    01 CensusActiveName pic x(24) value spaces.

linkage section.
    copy CensusRequest.

procedure division using CensusRequest.
    *> Each indexed file has to be opened with its own keys - the census
    *> asks for a file by name and gets its records back one at a time
    move CensusFileName to CensusActiveName
    move spaces to CensusIndexedStatus
    set CensusFileHandled to true
    evaluate CensusFileName
        when "accessibility.dat"
            perform CensusAccessibility
        when "accreditations.dat"
            perform CensusAccreditations
        when "arrival-slots.dat"
            perform CensusArrivalSlots
        when "asset-register.dat"
            perform CensusAssetRegister
        when "assets.dat"
            perform CensusAssets
        when "attendance-confirmed.dat"
            perform CensusAttendanceConfirmed
        when "attendee-slots.dat"
            perform CensusAttendeeSlots
        when "attendee-travel.dat"
            perform CensusAttendeeTravel
        when "attendees.dat"
            perform CensusAttendees
        when "authorized-pickups.dat"
            perform CensusAuthorizedPickups
        when "bar-products.dat"
            perform CensusBarProducts
        when "barred-persons.dat"
            perform CensusBarredPersons
        when "booking-channels.dat"
            perform CensusBookingChannels
        when "booking-sources.dat"
            perform CensusBookingSources
        when "bursaries.dat"
            perform CensusBursaries
        when "camp-duties.dat"
            perform CensusCampDuties
        when "cash-bags.dat"
            perform CensusCashBags
        when "contact-prefs.dat"
            perform CensusContactPrefs
        when "disputes.dat"
            perform CensusDisputes
        when "duty-slots.dat"
            perform CensusDutySlots
        when "enquiries.dat"
            perform CensusEnquiries
        when "expense-budgets.dat"
            perform CensusExpenseBudgets
        when "expense-claims.dat"
            perform CensusExpenseClaims
        when "expense-commitments.dat"
            perform CensusExpenseCommitments
        when "expense-grants.dat"
            perform CensusExpenseGrants
        when "expenses.dat"
            perform CensusExpenses
        when "facilitators.dat"
            perform CensusFacilitators
        when "feedback.dat"
            perform CensusFeedback
        when "first-aid.dat"
            perform CensusFirstAid
        when "funding-grants.dat"
            perform CensusFundingGrants
        when "gate-offline.dat"
            perform CensusGateOffline
        when "giftaid-declarations.dat"
            perform CensusGiftaidDeclarations
        when "haccp-points.dat"
            perform CensusHaccpPoints
        when "hire-bookings.dat"
            perform CensusHireBookings
        when "hire-catalogue.dat"
            perform CensusHireCatalogue
        when "hookups.dat"
            perform CensusHookups
        when "incident-cases.dat"
            perform CensusIncidentCases
        when "kit-bookings.dat"
            perform CensusKitBookings
        when "kit-register.dat"
            perform CensusKitRegister
        when "kitchen-stock.dat"
            perform CensusKitchenStock
        when "lostproperty.dat"
            perform CensusLostProperty
        when "marketing-sources.dat"
            perform CensusMarketingSources
        when "meal-orders.dat"
            perform CensusMealOrders
        when "meal-served.dat"
            perform CensusMealServed
        when "menu-plan.dat"
            perform CensusMenuPlan
        when "merchandise.dat"
            perform CensusMerchandise
        when "missing-alerts.dat"
            perform CensusMissingAlerts
        when "money-log-chain.dat"
            perform CensusMoneyLogChain
        when "notice-templates.dat"
            perform CensusNoticeTemplates
        when "operators.dat"
            perform CensusOperators
        when "payment-plans.dat"
            perform CensusPaymentPlans
        when "pending-approvals.dat"
            perform CensusPendingApprovals
        when "person-master.dat"
            perform CensusPersonMaster
        when "pitch-assignments.dat"
            perform CensusPitchAssignments
        when "pitches.dat"
            perform CensusPitches
        when "postal-addresses.dat"
            perform CensusPostalAddresses
        when "power-boards.dat"
            perform CensusPowerBoards
        when "promo-codes.dat"
            perform CensusPromoCodes
        when "purchase-orders.dat"
            perform CensusPurchaseOrders
        when "risk-register.dat"
            perform CensusRiskRegister
        when "safety-checkpoints.dat"
            perform CensusSafetyCheckpoints
        when "saved-queries.dat"
            perform CensusSavedQueries
        when "service-schedule.dat"
            perform CensusServiceSchedule
        when "session-waitlist.dat"
            perform CensusSessionWaitlist
        when "shift-requirements.dat"
            perform CensusShiftRequirements
        when "site-locations.dat"
            perform CensusSiteLocations
        when "site-tasks.dat"
            perform CensusSiteTasks
        when "site-visitors.dat"
            perform CensusSiteVisitors
        when "spool-catalog.dat"
            perform CensusSpoolCatalog
        when "supplier-invoices.dat"
            perform CensusSupplierInvoices
        when "suppliers.dat"
            perform CensusSuppliers
        when "suspense.dat"
            perform CensusSuspense
        when "tab-balances.dat"
            perform CensusTabBalances
        when "ticket-quotas.dat"
            perform CensusTicketQuotas
        when "trader-commission.dat"
            perform CensusTraderCommission
        when "traders.dat"
            perform CensusTraders
        when "training-fixture.dat"
            perform CensusTrainingFixture
        when "transport.dat"
            perform CensusTransport
        when "travel-history.dat"
            perform CensusTravelHistory
        when "unaccompanied-minors.dat"
            perform CensusUnaccompaniedMinors
        when "vat-codes.dat"
            perform CensusVatCodes
        when "vehicles.dat"
            perform CensusVehicles
        when "volunteer-quals.dat"
            perform CensusVolunteerQuals
        when "volunteers.dat"
            perform CensusVolunteers
        when "vouchers.dat"
            perform CensusVouchers
        when "waitinglist.dat"
            perform CensusWaitingList
        when "waivers.dat"
            perform CensusWaivers
        when "wifi-accounts.dat"
            perform CensusWifiAccounts
        when "workshop-fees.dat"
            perform CensusWorkshopFees
        when "workshop-signups.dat"
            perform CensusWorkshopSignups
        when "workshops.dat"
            perform CensusWorkshops
        when "zones.dat"
            perform CensusZones
        when other
            set CensusFileNotHandled to true
    end-evaluate
    move CensusIndexedStatus to CensusFileStatus
    goback
    .

CensusAccessibility section.
    evaluate true
        when CensusActionOpen
            open input AccessibilityCensusFile
        when CensusActionNext
            read AccessibilityCensusFile next record into CensusRecordImage
        when CensusActionClose
            close AccessibilityCensusFile
    end-evaluate
    .

CensusAccreditations section.
    evaluate true
        when CensusActionOpen
            open input AccreditationsCensusFile
        when CensusActionNext
            read AccreditationsCensusFile next record into CensusRecordImage
        when CensusActionClose
            close AccreditationsCensusFile
    end-evaluate
    .

CensusArrivalSlots section.
    evaluate true
        when CensusActionOpen
            open input ArrivalSlotsCensusFile
        when CensusActionNext
            read ArrivalSlotsCensusFile next record into CensusRecordImage
        when CensusActionClose
            close ArrivalSlotsCensusFile
    end-evaluate
    .

CensusAssetRegister section.
    evaluate true
        when CensusActionOpen
            open input AssetRegisterCensusFile
        when CensusActionNext
            read AssetRegisterCensusFile next record into CensusRecordImage
        when CensusActionClose
            close AssetRegisterCensusFile
    end-evaluate
    .

CensusAssets section.
    evaluate true
        when CensusActionOpen
            open input AssetsCensusFile
        when CensusActionNext
            read AssetsCensusFile next record into CensusRecordImage
        when CensusActionClose
            close AssetsCensusFile
    end-evaluate
    .

CensusAttendanceConfirmed section.
    evaluate true
        when CensusActionOpen
            open input AttendanceConfirmedCensusFile
        when CensusActionNext
            read AttendanceConfirmedCensusFile next record into CensusRecordImage
        when CensusActionClose
            close AttendanceConfirmedCensusFile
    end-evaluate
    .

CensusAttendeeSlots section.
    evaluate true
        when CensusActionOpen
            open input AttendeeSlotsCensusFile
        when CensusActionNext
            read AttendeeSlotsCensusFile next record into CensusRecordImage
        when CensusActionClose
            close AttendeeSlotsCensusFile
    end-evaluate
    .

CensusAttendeeTravel section.
    evaluate true
        when CensusActionOpen
            open input AttendeeTravelCensusFile
        when CensusActionNext
            read AttendeeTravelCensusFile next record into CensusRecordImage
        when CensusActionClose
            close AttendeeTravelCensusFile
    end-evaluate
    .

CensusAttendees section.
    evaluate true
        when CensusActionOpen
            open input AttendeesCensusFile
        when CensusActionNext
            read AttendeesCensusFile next record into CensusRecordImage
        when CensusActionClose
            close AttendeesCensusFile
    end-evaluate
    .

CensusAuthorizedPickups section.
    evaluate true
        when CensusActionOpen
            open input AuthorizedPickupsCensusFile
        when CensusActionNext
            read AuthorizedPickupsCensusFile next record into CensusRecordImage
        when CensusActionClose
            close AuthorizedPickupsCensusFile
    end-evaluate
    .

CensusBarProducts section.
    evaluate true
        when CensusActionOpen
            open input BarProductsCensusFile
        when CensusActionNext
            read BarProductsCensusFile next record into CensusRecordImage
        when CensusActionClose
            close BarProductsCensusFile
    end-evaluate
    .

CensusBarredPersons section.
    evaluate true
        when CensusActionOpen
            open input BarredPersonsCensusFile
        when CensusActionNext
            read BarredPersonsCensusFile next record into CensusRecordImage
        when CensusActionClose
            close BarredPersonsCensusFile
    end-evaluate
    .

CensusBookingChannels section.
    evaluate true
        when CensusActionOpen
            open input BookingChannelsCensusFile
        when CensusActionNext
            read BookingChannelsCensusFile next record into CensusRecordImage
        when CensusActionClose
            close BookingChannelsCensusFile
    end-evaluate
    .

CensusBookingSources section.
    evaluate true
        when CensusActionOpen
            open input BookingSourcesCensusFile
        when CensusActionNext
            read BookingSourcesCensusFile next record into CensusRecordImage
        when CensusActionClose
            close BookingSourcesCensusFile
    end-evaluate
    .

CensusBursaries section.
    evaluate true
        when CensusActionOpen
            open input BursariesCensusFile
        when CensusActionNext
            read BursariesCensusFile next record into CensusRecordImage
        when CensusActionClose
            close BursariesCensusFile
    end-evaluate
    .

CensusCampDuties section.
    evaluate true
        when CensusActionOpen
            open input CampDutiesCensusFile
        when CensusActionNext
            read CampDutiesCensusFile next record into CensusRecordImage
        when CensusActionClose
            close CampDutiesCensusFile
    end-evaluate
    .

CensusCashBags section.
    evaluate true
        when CensusActionOpen
            open input CashBagsCensusFile
        when CensusActionNext
            read CashBagsCensusFile next record into CensusRecordImage
        when CensusActionClose
            close CashBagsCensusFile
    end-evaluate
    .

CensusContactPrefs section.
    evaluate true
        when CensusActionOpen
            open input ContactPrefsCensusFile
        when CensusActionNext
            read ContactPrefsCensusFile next record into CensusRecordImage
        when CensusActionClose
            close ContactPrefsCensusFile
    end-evaluate
    .

CensusDisputes section.
    evaluate true
        when CensusActionOpen
            open input DisputesCensusFile
        when CensusActionNext
            read DisputesCensusFile next record into CensusRecordImage
        when CensusActionClose
            close DisputesCensusFile
    end-evaluate
    .

CensusDutySlots section.
    evaluate true
        when CensusActionOpen
            open input DutySlotsCensusFile
        when CensusActionNext
            read DutySlotsCensusFile next record into CensusRecordImage
        when CensusActionClose
            close DutySlotsCensusFile
    end-evaluate
    .

CensusEnquiries section.
    evaluate true
        when CensusActionOpen
            open input EnquiriesCensusFile
        when CensusActionNext
            read EnquiriesCensusFile next record into CensusRecordImage
        when CensusActionClose
            close EnquiriesCensusFile
    end-evaluate
    .

CensusExpenseBudgets section.
    evaluate true
        when CensusActionOpen
            open input ExpenseBudgetsCensusFile
        when CensusActionNext
            read ExpenseBudgetsCensusFile next record into CensusRecordImage
        when CensusActionClose
            close ExpenseBudgetsCensusFile
    end-evaluate
    .

CensusExpenseClaims section.
    evaluate true
        when CensusActionOpen
            open input ExpenseClaimsCensusFile
        when CensusActionNext
            read ExpenseClaimsCensusFile next record into CensusRecordImage
        when CensusActionClose
            close ExpenseClaimsCensusFile
    end-evaluate
    .

CensusExpenseCommitments section.
    evaluate true
        when CensusActionOpen
            open input ExpenseCommitmentsCensusFile
        when CensusActionNext
            read ExpenseCommitmentsCensusFile next record into CensusRecordImage
        when CensusActionClose
            close ExpenseCommitmentsCensusFile
    end-evaluate
    .

CensusExpenseGrants section.
    evaluate true
        when CensusActionOpen
            open input ExpenseGrantsCensusFile
        when CensusActionNext
            read ExpenseGrantsCensusFile next record into CensusRecordImage
        when CensusActionClose
            close ExpenseGrantsCensusFile
    end-evaluate
    .

CensusExpenses section.
    evaluate true
        when CensusActionOpen
            open input ExpensesCensusFile
        when CensusActionNext
            read ExpensesCensusFile next record into CensusRecordImage
        when CensusActionClose
            close ExpensesCensusFile
    end-evaluate
    .

CensusFacilitators section.
    evaluate true
        when CensusActionOpen
            open input FacilitatorsCensusFile
        when CensusActionNext
            read FacilitatorsCensusFile next record into CensusRecordImage
        when CensusActionClose
            close FacilitatorsCensusFile
    end-evaluate
    .

CensusFeedback section.
    evaluate true
        when CensusActionOpen
            open input FeedbackCensusFile
        when CensusActionNext
            read FeedbackCensusFile next record into CensusRecordImage
        when CensusActionClose
            close FeedbackCensusFile
    end-evaluate
    .

CensusFirstAid section.
    evaluate true
        when CensusActionOpen
            open input FirstAidCensusFile
        when CensusActionNext
            read FirstAidCensusFile next record into CensusRecordImage
        when CensusActionClose
            close FirstAidCensusFile
    end-evaluate
    .

CensusFundingGrants section.
    evaluate true
        when CensusActionOpen
            open input FundingGrantsCensusFile
        when CensusActionNext
            read FundingGrantsCensusFile next record into CensusRecordImage
        when CensusActionClose
            close FundingGrantsCensusFile
    end-evaluate
    .

CensusGateOffline section.
    evaluate true
        when CensusActionOpen
            open input GateOfflineCensusFile
        when CensusActionNext
            read GateOfflineCensusFile next record into CensusRecordImage
        when CensusActionClose
            close GateOfflineCensusFile
    end-evaluate
    .

CensusGiftaidDeclarations section.
    evaluate true
        when CensusActionOpen
            open input GiftaidDeclarationsCensusFile
        when CensusActionNext
            read GiftaidDeclarationsCensusFile next record into CensusRecordImage
        when CensusActionClose
            close GiftaidDeclarationsCensusFile
    end-evaluate
    .

CensusHaccpPoints section.
    evaluate true
        when CensusActionOpen
            open input HaccpPointsCensusFile
        when CensusActionNext
            read HaccpPointsCensusFile next record into CensusRecordImage
        when CensusActionClose
            close HaccpPointsCensusFile
    end-evaluate
    .

CensusHireBookings section.
    evaluate true
        when CensusActionOpen
            open input HireBookingsCensusFile
        when CensusActionNext
            read HireBookingsCensusFile next record into CensusRecordImage
        when CensusActionClose
            close HireBookingsCensusFile
    end-evaluate
    .

CensusHireCatalogue section.
    evaluate true
        when CensusActionOpen
            open input HireCatalogueCensusFile
        when CensusActionNext
            read HireCatalogueCensusFile next record into CensusRecordImage
        when CensusActionClose
            close HireCatalogueCensusFile
    end-evaluate
    .

CensusHookups section.
    evaluate true
        when CensusActionOpen
            open input HookupsCensusFile
        when CensusActionNext
            read HookupsCensusFile next record into CensusRecordImage
        when CensusActionClose
            close HookupsCensusFile
    end-evaluate
    .

CensusIncidentCases section.
    evaluate true
        when CensusActionOpen
            open input IncidentCasesCensusFile
        when CensusActionNext
            read IncidentCasesCensusFile next record into CensusRecordImage
        when CensusActionClose
            close IncidentCasesCensusFile
    end-evaluate
    .

CensusKitBookings section.
    evaluate true
        when CensusActionOpen
            open input KitBookingsCensusFile
        when CensusActionNext
            read KitBookingsCensusFile next record into CensusRecordImage
        when CensusActionClose
            close KitBookingsCensusFile
    end-evaluate
    .

CensusKitRegister section.
    evaluate true
        when CensusActionOpen
            open input KitRegisterCensusFile
        when CensusActionNext
            read KitRegisterCensusFile next record into CensusRecordImage
        when CensusActionClose
            close KitRegisterCensusFile
    end-evaluate
    .

CensusKitchenStock section.
    evaluate true
        when CensusActionOpen
            open input KitchenStockCensusFile
        when CensusActionNext
            read KitchenStockCensusFile next record into CensusRecordImage
        when CensusActionClose
            close KitchenStockCensusFile
    end-evaluate
    .

CensusLostProperty section.
    evaluate true
        when CensusActionOpen
            open input LostPropertyCensusFile
        when CensusActionNext
            read LostPropertyCensusFile next record into CensusRecordImage
        when CensusActionClose
            close LostPropertyCensusFile
    end-evaluate
    .

CensusMarketingSources section.
    evaluate true
        when CensusActionOpen
            open input MarketingSourcesCensusFile
        when CensusActionNext
            read MarketingSourcesCensusFile next record into CensusRecordImage
        when CensusActionClose
            close MarketingSourcesCensusFile
    end-evaluate
    .

CensusMealOrders section.
    evaluate true
        when CensusActionOpen
            open input MealOrdersCensusFile
        when CensusActionNext
            read MealOrdersCensusFile next record into CensusRecordImage
        when CensusActionClose
            close MealOrdersCensusFile
    end-evaluate
    .

CensusMealServed section.
    evaluate true
        when CensusActionOpen
            open input MealServedCensusFile
        when CensusActionNext
            read MealServedCensusFile next record into CensusRecordImage
        when CensusActionClose
            close MealServedCensusFile
    end-evaluate
    .

CensusMenuPlan section.
    evaluate true
        when CensusActionOpen
            open input MenuPlanCensusFile
        when CensusActionNext
            read MenuPlanCensusFile next record into CensusRecordImage
        when CensusActionClose
            close MenuPlanCensusFile
    end-evaluate
    .

CensusMerchandise section.
    evaluate true
        when CensusActionOpen
            open input MerchandiseCensusFile
        when CensusActionNext
            read MerchandiseCensusFile next record into CensusRecordImage
        when CensusActionClose
            close MerchandiseCensusFile
    end-evaluate
    .

CensusMissingAlerts section.
    evaluate true
        when CensusActionOpen
            open input MissingAlertsCensusFile
        when CensusActionNext
            read MissingAlertsCensusFile next record into CensusRecordImage
        when CensusActionClose
            close MissingAlertsCensusFile
    end-evaluate
    .

CensusMoneyLogChain section.
    evaluate true
        when CensusActionOpen
            open input MoneyLogChainCensusFile
        when CensusActionNext
            read MoneyLogChainCensusFile next record into CensusRecordImage
        when CensusActionClose
            close MoneyLogChainCensusFile
    end-evaluate
    .

CensusNoticeTemplates section.
    evaluate true
        when CensusActionOpen
            open input NoticeTemplatesCensusFile
        when CensusActionNext
            read NoticeTemplatesCensusFile next record into CensusRecordImage
        when CensusActionClose
            close NoticeTemplatesCensusFile
    end-evaluate
    .

CensusOperators section.
    evaluate true
        when CensusActionOpen
            open input OperatorsCensusFile
        when CensusActionNext
            read OperatorsCensusFile next record into CensusRecordImage
        when CensusActionClose
            close OperatorsCensusFile
    end-evaluate
    .

CensusPaymentPlans section.
    evaluate true
        when CensusActionOpen
            open input PaymentPlansCensusFile
        when CensusActionNext
            read PaymentPlansCensusFile next record into CensusRecordImage
        when CensusActionClose
            close PaymentPlansCensusFile
    end-evaluate
    .

CensusPendingApprovals section.
    evaluate true
        when CensusActionOpen
            open input PendingApprovalsCensusFile
        when CensusActionNext
            read PendingApprovalsCensusFile next record into CensusRecordImage
        when CensusActionClose
            close PendingApprovalsCensusFile
    end-evaluate
    .

CensusPersonMaster section.
    evaluate true
        when CensusActionOpen
            open input PersonMasterCensusFile
        when CensusActionNext
            read PersonMasterCensusFile next record into CensusRecordImage
        when CensusActionClose
            close PersonMasterCensusFile
    end-evaluate
    .

CensusPitchAssignments section.
    evaluate true
        when CensusActionOpen
            open input PitchAssignmentsCensusFile
        when CensusActionNext
            read PitchAssignmentsCensusFile next record into CensusRecordImage
        when CensusActionClose
            close PitchAssignmentsCensusFile
    end-evaluate
    .

CensusPitches section.
    evaluate true
        when CensusActionOpen
            open input PitchesCensusFile
        when CensusActionNext
            read PitchesCensusFile next record into CensusRecordImage
        when CensusActionClose
            close PitchesCensusFile
    end-evaluate
    .

CensusPostalAddresses section.
    evaluate true
        when CensusActionOpen
            open input PostalAddressesCensusFile
        when CensusActionNext
            read PostalAddressesCensusFile next record into CensusRecordImage
        when CensusActionClose
            close PostalAddressesCensusFile
    end-evaluate
    .

CensusPowerBoards section.
    evaluate true
        when CensusActionOpen
            open input PowerBoardsCensusFile
        when CensusActionNext
            read PowerBoardsCensusFile next record into CensusRecordImage
        when CensusActionClose
            close PowerBoardsCensusFile
    end-evaluate
    .

CensusPromoCodes section.
    evaluate true
        when CensusActionOpen
            open input PromoCodesCensusFile
        when CensusActionNext
            read PromoCodesCensusFile next record into CensusRecordImage
        when CensusActionClose
            close PromoCodesCensusFile
    end-evaluate
    .

CensusPurchaseOrders section.
    evaluate true
        when CensusActionOpen
            open input PurchaseOrdersCensusFile
        when CensusActionNext
            read PurchaseOrdersCensusFile next record into CensusRecordImage
        when CensusActionClose
            close PurchaseOrdersCensusFile
    end-evaluate
    .

CensusRiskRegister section.
    evaluate true
        when CensusActionOpen
            open input RiskRegisterCensusFile
        when CensusActionNext
            read RiskRegisterCensusFile next record into CensusRecordImage
        when CensusActionClose
            close RiskRegisterCensusFile
    end-evaluate
    .

CensusSafetyCheckpoints section.
    evaluate true
        when CensusActionOpen
            open input SafetyCheckpointsCensusFile
        when CensusActionNext
            read SafetyCheckpointsCensusFile next record into CensusRecordImage
        when CensusActionClose
            close SafetyCheckpointsCensusFile
    end-evaluate
    .

CensusSavedQueries section.
    evaluate true
        when CensusActionOpen
            open input SavedQueriesCensusFile
        when CensusActionNext
            read SavedQueriesCensusFile next record into CensusRecordImage
        when CensusActionClose
            close SavedQueriesCensusFile
    end-evaluate
    .

CensusServiceSchedule section.
    evaluate true
        when CensusActionOpen
            open input ServiceScheduleCensusFile
        when CensusActionNext
            read ServiceScheduleCensusFile next record into CensusRecordImage
        when CensusActionClose
            close ServiceScheduleCensusFile
    end-evaluate
    .

CensusSessionWaitlist section.
    evaluate true
        when CensusActionOpen
            open input SessionWaitlistCensusFile
        when CensusActionNext
            read SessionWaitlistCensusFile next record into CensusRecordImage
        when CensusActionClose
            close SessionWaitlistCensusFile
    end-evaluate
    .

CensusShiftRequirements section.
    evaluate true
        when CensusActionOpen
            open input ShiftRequirementsCensusFile
        when CensusActionNext
            read ShiftRequirementsCensusFile next record into CensusRecordImage
        when CensusActionClose
            close ShiftRequirementsCensusFile
    end-evaluate
    .

CensusSiteLocations section.
    evaluate true
        when CensusActionOpen
            open input SiteLocationsCensusFile
        when CensusActionNext
            read SiteLocationsCensusFile next record into CensusRecordImage
        when CensusActionClose
            close SiteLocationsCensusFile
    end-evaluate
    .

CensusSiteTasks section.
    evaluate true
        when CensusActionOpen
            open input SiteTasksCensusFile
        when CensusActionNext
            read SiteTasksCensusFile next record into CensusRecordImage
        when CensusActionClose
            close SiteTasksCensusFile
    end-evaluate
    .

CensusSiteVisitors section.
    evaluate true
        when CensusActionOpen
            open input SiteVisitorsCensusFile
        when CensusActionNext
            read SiteVisitorsCensusFile next record into CensusRecordImage
        when CensusActionClose
            close SiteVisitorsCensusFile
    end-evaluate
    .

CensusSpoolCatalog section.
    evaluate true
        when CensusActionOpen
            open input SpoolCatalogCensusFile
        when CensusActionNext
            read SpoolCatalogCensusFile next record into CensusRecordImage
        when CensusActionClose
            close SpoolCatalogCensusFile
    end-evaluate
    .

CensusSupplierInvoices section.
    evaluate true
        when CensusActionOpen
            open input SupplierInvoicesCensusFile
        when CensusActionNext
            read SupplierInvoicesCensusFile next record into CensusRecordImage
        when CensusActionClose
            close SupplierInvoicesCensusFile
    end-evaluate
    .

CensusSuppliers section.
    evaluate true
        when CensusActionOpen
            open input SuppliersCensusFile
        when CensusActionNext
            read SuppliersCensusFile next record into CensusRecordImage
        when CensusActionClose
            close SuppliersCensusFile
    end-evaluate
    .

CensusSuspense section.
    evaluate true
        when CensusActionOpen
            open input SuspenseCensusFile
        when CensusActionNext
            read SuspenseCensusFile next record into CensusRecordImage
        when CensusActionClose
            close SuspenseCensusFile
    end-evaluate
    .

CensusTabBalances section.
    evaluate true
        when CensusActionOpen
            open input TabBalancesCensusFile
        when CensusActionNext
            read TabBalancesCensusFile next record into CensusRecordImage
        when CensusActionClose
            close TabBalancesCensusFile
    end-evaluate
    .

CensusTicketQuotas section.
    evaluate true
        when CensusActionOpen
            open input TicketQuotasCensusFile
        when CensusActionNext
            read TicketQuotasCensusFile next record into CensusRecordImage
        when CensusActionClose
            close TicketQuotasCensusFile
    end-evaluate
    .

CensusTraderCommission section.
    evaluate true
        when CensusActionOpen
            open input TraderCommissionCensusFile
        when CensusActionNext
            read TraderCommissionCensusFile next record into CensusRecordImage
        when CensusActionClose
            close TraderCommissionCensusFile
    end-evaluate
    .

CensusTraders section.
    evaluate true
        when CensusActionOpen
            open input TradersCensusFile
        when CensusActionNext
            read TradersCensusFile next record into CensusRecordImage
        when CensusActionClose
            close TradersCensusFile
    end-evaluate
    .

CensusTrainingFixture section.
    evaluate true
        when CensusActionOpen
            open input TrainingFixtureCensusFile
        when CensusActionNext
            read TrainingFixtureCensusFile next record into CensusRecordImage
        when CensusActionClose
            close TrainingFixtureCensusFile
    end-evaluate
    .

CensusTransport section.
    evaluate true
        when CensusActionOpen
            open input TransportCensusFile
        when CensusActionNext
            read TransportCensusFile next record into CensusRecordImage
        when CensusActionClose
            close TransportCensusFile
    end-evaluate
    .

CensusTravelHistory section.
    evaluate true
        when CensusActionOpen
            open input TravelHistoryCensusFile
        when CensusActionNext
            read TravelHistoryCensusFile next record into CensusRecordImage
        when CensusActionClose
            close TravelHistoryCensusFile
    end-evaluate
    .

CensusUnaccompaniedMinors section.
    evaluate true
        when CensusActionOpen
            open input UnaccompaniedMinorsCensusFile
        when CensusActionNext
            read UnaccompaniedMinorsCensusFile next record into CensusRecordImage
        when CensusActionClose
            close UnaccompaniedMinorsCensusFile
    end-evaluate
    .

CensusVatCodes section.
    evaluate true
        when CensusActionOpen
            open input VatCodesCensusFile
        when CensusActionNext
            read VatCodesCensusFile next record into CensusRecordImage
        when CensusActionClose
            close VatCodesCensusFile
    end-evaluate
    .

CensusVehicles section.
    evaluate true
        when CensusActionOpen
            open input VehiclesCensusFile
        when CensusActionNext
            read VehiclesCensusFile next record into CensusRecordImage
        when CensusActionClose
            close VehiclesCensusFile
    end-evaluate
    .

CensusVolunteerQuals section.
    evaluate true
        when CensusActionOpen
            open input VolunteerQualsCensusFile
        when CensusActionNext
            read VolunteerQualsCensusFile next record into CensusRecordImage
        when CensusActionClose
            close VolunteerQualsCensusFile
    end-evaluate
    .

CensusVolunteers section.
    evaluate true
        when CensusActionOpen
            open input VolunteersCensusFile
        when CensusActionNext
            read VolunteersCensusFile next record into CensusRecordImage
        when CensusActionClose
            close VolunteersCensusFile
    end-evaluate
    .

CensusVouchers section.
    evaluate true
        when CensusActionOpen
            open input VouchersCensusFile
        when CensusActionNext
            read VouchersCensusFile next record into CensusRecordImage
        when CensusActionClose
            close VouchersCensusFile
    end-evaluate
    .

CensusWaitingList section.
    evaluate true
        when CensusActionOpen
            open input WaitingListCensusFile
        when CensusActionNext
            read WaitingListCensusFile next record into CensusRecordImage
        when CensusActionClose
            close WaitingListCensusFile
    end-evaluate
    .

CensusWaivers section.
    evaluate true
        when CensusActionOpen
            open input WaiversCensusFile
        when CensusActionNext
            read WaiversCensusFile next record into CensusRecordImage
        when CensusActionClose
            close WaiversCensusFile
    end-evaluate
    .

CensusWifiAccounts section.
    evaluate true
        when CensusActionOpen
            open input WifiAccountsCensusFile
        when CensusActionNext
            read WifiAccountsCensusFile next record into CensusRecordImage
        when CensusActionClose
            close WifiAccountsCensusFile
    end-evaluate
    .

CensusWorkshopFees section.
    evaluate true
        when CensusActionOpen
            open input WorkshopFeesCensusFile
        when CensusActionNext
            read WorkshopFeesCensusFile next record into CensusRecordImage
        when CensusActionClose
            close WorkshopFeesCensusFile
    end-evaluate
    .

CensusWorkshopSignups section.
    evaluate true
        when CensusActionOpen
            open input WorkshopSignupsCensusFile
        when CensusActionNext
            read WorkshopSignupsCensusFile next record into CensusRecordImage
        when CensusActionClose
            close WorkshopSignupsCensusFile
    end-evaluate
    .

CensusWorkshops section.
    evaluate true
        when CensusActionOpen
            open input WorkshopsCensusFile
        when CensusActionNext
            read WorkshopsCensusFile next record into CensusRecordImage
        when CensusActionClose
            close WorkshopsCensusFile
    end-evaluate
    .

CensusZones section.
    evaluate true
        when CensusActionOpen
            open input ZonesCensusFile
        when CensusActionNext
            read ZonesCensusFile next record into CensusRecordImage
        when CensusActionClose
            close ZonesCensusFile
    end-evaluate
    .

end program CensusIndexedFile.
