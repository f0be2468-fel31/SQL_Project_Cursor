       *> -------------------------------------------
       *> DECLARE TABLE for Withdrawal
       *> The withdrawal register: one row per copy
       *> retired through MAINT's RC card, written
       *> before the Book row is deleted so the board's
       *> yearly questions - when did it go, why, who
       *> approved it, where did it end up - still have
       *> an answer.  The copy's catalog details are
       *> carried over as they stood on the day.
       *> ReasonCode:
       *>   'WN' worn out / damaged beyond repair
       *>   'OD' outdated content
       *>   'LN' lost and never recovered (the copy
       *>        must carry LostFlag 'Y')
       *>   'DP' duplicate - surplus copy of the title
       *> Disposition:
       *>   'BS' sent to the Friends' book sale
       *>   'DC' discarded / recycled
       *>   'DN' donated
       *> UserID is who keyed the retirement,
       *> ApproverID the supervisor who approved it
       *> (the same id when a supervisor keyed it).
       *> AddDate is the copy's Book.AddDate carried
       *> over, so a copy added and withdrawn in the same
       *> year still counts as added on STATRTN's return.
       *> -------------------------------------------
          EXEC SQL DECLARE Withdrawal TABLE
          ( BookID                VARCHAR(6)
          , CopyNumber            VARCHAR(2)
          , BookTitle             VARCHAR(25)
          , BookAuthor            VARCHAR(13)
          , PublicationYear       VARCHAR(4)
          , Barcode               VARCHAR(13)
          , BranchID              VARCHAR(2)
          , SubjectCode           VARCHAR(3)
          , ItemType              VARCHAR(2)
          , WithdrawDate          VARCHAR(8)
          , ReasonCode            VARCHAR(2)
          , Disposition           VARCHAR(2)
          , UserID                VARCHAR(8)
          , ApproverID            VARCHAR(8)
          , AddDate               VARCHAR(8)
          ) END-EXEC.
       *> -------------------------------------------
       *> COBOL HOST VARIABLES FOR TABLE Withdrawal
       *> -------------------------------------------
       01  DCLWithdrawal.
           03 Wdr-BookID                      PIC X(6).
           03 Wdr-CopyNumber                  PIC X(2).
           03 Wdr-BookTitle                   PIC X(25).
           03 Wdr-BookAuthor                  PIC X(13).
           03 Wdr-PublicationYear             PIC X(4).
           03 Wdr-Barcode                     PIC X(13).
           03 Wdr-BranchID                    PIC X(2).
           03 Wdr-SubjectCode                 PIC X(3).
           03 Wdr-ItemType                    PIC X(2).
           03 Wdr-WithdrawDate                PIC X(8).
           03 Wdr-ReasonCode                  PIC X(2).
           03 Wdr-Disposition                 PIC X(2).
           03 Wdr-UserID                      PIC X(8).
           03 Wdr-ApproverID                  PIC X(8).
           03 Wdr-AddDate                     PIC X(8).
       *> -------------------------------------------
       *> COBOL INDICATOR VARIABLES FOR TABLE Withdrawal
       *> -------------------------------------------
       01  DCLWithdrawal-NULL.
           03 Wdr-BookID-NULL                 PIC S9(04)  COMP-5.
           03 Wdr-CopyNumber-NULL             PIC S9(04)  COMP-5.
           03 Wdr-BookTitle-NULL              PIC S9(04)  COMP-5.
           03 Wdr-BookAuthor-NULL             PIC S9(04)  COMP-5.
           03 Wdr-PublicationYear-NULL        PIC S9(04)  COMP-5.
           03 Wdr-Barcode-NULL                PIC S9(04)  COMP-5.
           03 Wdr-BranchID-NULL               PIC S9(04)  COMP-5.
           03 Wdr-SubjectCode-NULL            PIC S9(04)  COMP-5.
           03 Wdr-ItemType-NULL               PIC S9(04)  COMP-5.
           03 Wdr-WithdrawDate-NULL           PIC S9(04)  COMP-5.
           03 Wdr-ReasonCode-NULL             PIC S9(04)  COMP-5.
           03 Wdr-Disposition-NULL            PIC S9(04)  COMP-5.
           03 Wdr-UserID-NULL                 PIC S9(04)  COMP-5.
           03 Wdr-ApproverID-NULL             PIC S9(04)  COMP-5.
           03 Wdr-AddDate-NULL                PIC S9(04)  COMP-5.
