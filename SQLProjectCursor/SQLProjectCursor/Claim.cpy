       *> -------------------------------------------
       *> DECLARE TABLE for ClaimReturn
       *> A patron's claim that they returned a copy
       *> the system still shows on their card - the
       *> BOOKXFRM CR card opens one row.  While a claim
       *> is open the loan stays on the patron's card
       *> but FINECALC, LOSTITEM and OVERNOTE leave the
       *> copy alone, and CLMSRCH lists it for the
       *> shelves to be searched.  Status:
       *>   'O' open - under search
       *>   'F' found - the copy came back through a
       *>       BOOKXFER check-in, which closed the
       *>       claim and the loan together
       *>   'W' written off by CLMSRCH after the
       *>       CLAIMDAY period - the loan is closed
       *>       with no charge and the copy is counted
       *>       lost
       *> Rows are never deleted: the count of claims a
       *> patron has made, whatever became of them, is
       *> shown on ACCTSTMT so repeat claimers stand out.
       *> -------------------------------------------
          EXEC SQL DECLARE ClaimReturn TABLE
          ( BookID                VARCHAR(6)
          , CopyNumber            VARCHAR(2)
          , PatronNumber          VARCHAR(6)
          , ClaimDate             VARCHAR(8)
          , ClaimUserID           VARCHAR(8)
          , BranchID              VARCHAR(2)
          , Status                VARCHAR(1)
          , ResolveDate           VARCHAR(8)
          , ResolveUserID         VARCHAR(8)
          ) END-EXEC.
       *> -------------------------------------------
       *> COBOL HOST VARIABLES FOR TABLE ClaimReturn
       *> -------------------------------------------
       01  DCLClaimReturn.
           03 Clm-BookID                      PIC X(6).
           03 Clm-CopyNumber                  PIC X(2).
           03 Clm-PatronNumber                PIC X(6).
           03 Clm-ClaimDate                   PIC X(8).
           03 Clm-ClaimUserID                 PIC X(8).
           03 Clm-BranchID                    PIC X(2).
           03 Clm-Status                      PIC X(1).
           03 Clm-ResolveDate                 PIC X(8).
           03 Clm-ResolveUserID               PIC X(8).
       *> -------------------------------------------
       *> COBOL INDICATOR VARIABLES FOR TABLE ClaimReturn
       *> -------------------------------------------
       01  DCLClaimReturn-NULL.
           03 Clm-BookID-NULL                 PIC S9(04)  COMP-5.
           03 Clm-CopyNumber-NULL             PIC S9(04)  COMP-5.
           03 Clm-PatronNumber-NULL           PIC S9(04)  COMP-5.
           03 Clm-ClaimDate-NULL              PIC S9(04)  COMP-5.
           03 Clm-ClaimUserID-NULL            PIC S9(04)  COMP-5.
           03 Clm-BranchID-NULL               PIC S9(04)  COMP-5.
           03 Clm-Status-NULL                 PIC S9(04)  COMP-5.
           03 Clm-ResolveDate-NULL            PIC S9(04)  COMP-5.
           03 Clm-ResolveUserID-NULL          PIC S9(04)  COMP-5.
