       *> -------------------------------------------
       *> DECLARE TABLE for FineCampaign
       *> One row per fine amnesty or food-for-fines
       *> campaign the board approves, set up through
       *> MAINT's FC card.  CampaignID is the two-letter
       *> code every forgiveness posted under the
       *> campaign carries as its Payment.ReasonCode
       *> (PayType 'A'), so FINEAMN's campaign report can
       *> find them again.  CampaignType:
       *>   'A' amnesty - FINEAMN forgives every
       *>       qualifying fine in one batch run
       *>   'F' food-for-fines - forgiven one patron at a
       *>       time at the desk when a donation comes in
       *>       (FINEPAY's A card)
       *> The FINEPAY A card works under either type, so
       *> the desk can clear a patron who comes in
       *> during an amnesty before the batch has run.
       *> What qualifies:
       *>   FineTypes    the charge types forgiven, 'D'
       *>                daily overdue and/or 'R' damage
       *>                charge (blank reads as 'D') - a
       *>                lost-item bill is never forgiven
       *>   FineDateFrom the FineDate window, inclusive;
       *>   FineDateTo   a blank From has no lower bound
       *>   PatronTypes  up to four PatronType letters,
       *>                blank = every membership type
       *>   Branches     up to five BranchIDs, the
       *>                branch of the copy the fine is
       *>                on, blank = every branch (a
       *>                copy since withdrawn only
       *>                qualifies with no branch
       *>                restriction)
       *> and never a fine already referred to the
       *> collection bureau.  Nothing is forgiven outside
       *> StartDate-EndDate, the campaign's own dates.
       *> ApprovedBy is the supervisor who signed off the
       *> campaign - the batch's Payment rows go on under
       *> that id, which is what stands in for the
       *> per-waiver WAIVEMAX approval.
       *> -------------------------------------------
          EXEC SQL DECLARE FineCampaign TABLE
          ( CampaignID            VARCHAR(2)
          , CampaignName          VARCHAR(20)
          , CampaignType          VARCHAR(1)
          , FineTypes             VARCHAR(2)
          , FineDateFrom          VARCHAR(8)
          , FineDateTo            VARCHAR(8)
          , PatronTypes           VARCHAR(4)
          , Branches              VARCHAR(10)
          , StartDate             VARCHAR(8)
          , EndDate               VARCHAR(8)
          , ApprovedBy            VARCHAR(8)
          ) END-EXEC.
       *> -------------------------------------------
       *> COBOL HOST VARIABLES FOR TABLE FineCampaign
       *> -------------------------------------------
       01  DCLFineCampaign.
           03 Camp-CampaignID                 PIC X(2).
           03 Camp-CampaignName               PIC X(20).
           03 Camp-CampaignType               PIC X(1).
           03 Camp-FineTypes                  PIC X(2).
           03 Camp-FineDateFrom               PIC X(8).
           03 Camp-FineDateTo                 PIC X(8).
           03 Camp-PatronTypes                PIC X(4).
           03 Camp-Branches                   PIC X(10).
           03 Camp-StartDate                  PIC X(8).
           03 Camp-EndDate                    PIC X(8).
           03 Camp-ApprovedBy                 PIC X(8).
       *> -------------------------------------------
       *> COBOL INDICATOR VARIABLES FOR TABLE FineCampaign
       *> -------------------------------------------
       01  DCLFineCampaign-NULL.
           03 Camp-CampaignID-NULL            PIC S9(04)  COMP-5.
           03 Camp-CampaignName-NULL          PIC S9(04)  COMP-5.
           03 Camp-CampaignType-NULL          PIC S9(04)  COMP-5.
           03 Camp-FineTypes-NULL             PIC S9(04)  COMP-5.
           03 Camp-FineDateFrom-NULL          PIC S9(04)  COMP-5.
           03 Camp-FineDateTo-NULL            PIC S9(04)  COMP-5.
           03 Camp-PatronTypes-NULL           PIC S9(04)  COMP-5.
           03 Camp-Branches-NULL              PIC S9(04)  COMP-5.
           03 Camp-StartDate-NULL             PIC S9(04)  COMP-5.
           03 Camp-EndDate-NULL               PIC S9(04)  COMP-5.
           03 Camp-ApprovedBy-NULL            PIC S9(04)  COMP-5.
