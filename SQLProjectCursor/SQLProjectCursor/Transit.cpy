       *> -------------------------------------------
       *> DECLARE TABLE for BookTransit
       *> A copy between buildings.  A TR card no longer
       *> moves Book.BranchID the moment it posts - the
       *> book is still in a van, not on the other
       *> building's shelf - so BOOKXFER opens one row
       *> here instead, and the copy lands at the
       *> destination only when it is received there
       *> (an RT card through BOOKXFRM, or a check-in
       *> scanned at the destination desk).  Status:
       *>   'T' in transit - shipped, not yet received
       *>   'R' received at ToBranchID
       *> HoldPatron is the patron the copy was shipped
       *> to fill a hold for (PULLIST punches it on its
       *> TR cards), blank for a plain stock transfer
       *> (COLLBAL's balancing moves among them) -
       *> ACCTSTMT shows that patron the copy on its
       *> way.  INTRANS lists the rows still 'T' past
       *> the TRANSDAY window, by shipping branch.
       *> -------------------------------------------
          EXEC SQL DECLARE BookTransit TABLE
          ( BookID                VARCHAR(6)
          , CopyNumber            VARCHAR(2)
          , FromBranchID          VARCHAR(2)
          , ToBranchID            VARCHAR(2)
          , ShipDate              VARCHAR(8)
          , ShipUserID            VARCHAR(8)
          , HoldPatron            VARCHAR(6)
          , ReceiveDate           VARCHAR(8)
          , ReceiveUserID         VARCHAR(8)
          , Status                VARCHAR(1)
          ) END-EXEC.
       *> -------------------------------------------
       *> COBOL HOST VARIABLES FOR TABLE BookTransit
       *> -------------------------------------------
       01  DCLBookTransit.
           03 Trn-BookID                      PIC X(6).
           03 Trn-CopyNumber                  PIC X(2).
           03 Trn-FromBranchID                PIC X(2).
           03 Trn-ToBranchID                  PIC X(2).
           03 Trn-ShipDate                    PIC X(8).
           03 Trn-ShipUserID                  PIC X(8).
           03 Trn-HoldPatron                  PIC X(6).
           03 Trn-ReceiveDate                 PIC X(8).
           03 Trn-ReceiveUserID               PIC X(8).
           03 Trn-Status                      PIC X(1).
       *> -------------------------------------------
       *> COBOL INDICATOR VARIABLES FOR TABLE BookTransit
       *> -------------------------------------------
       01  DCLBookTransit-NULL.
           03 Trn-BookID-NULL                 PIC S9(04)  COMP-5.
           03 Trn-CopyNumber-NULL             PIC S9(04)  COMP-5.
           03 Trn-FromBranchID-NULL           PIC S9(04)  COMP-5.
           03 Trn-ToBranchID-NULL             PIC S9(04)  COMP-5.
           03 Trn-ShipDate-NULL               PIC S9(04)  COMP-5.
           03 Trn-ShipUserID-NULL             PIC S9(04)  COMP-5.
           03 Trn-HoldPatron-NULL             PIC S9(04)  COMP-5.
           03 Trn-ReceiveDate-NULL            PIC S9(04)  COMP-5.
           03 Trn-ReceiveUserID-NULL          PIC S9(04)  COMP-5.
           03 Trn-Status-NULL                 PIC S9(04)  COMP-5.
