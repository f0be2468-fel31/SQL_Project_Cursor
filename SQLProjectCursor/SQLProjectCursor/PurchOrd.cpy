       *> -------------------------------------------
       *> DECLARE TABLE for PurchaseOrder
       *> One row per title ordered from a Publisher
       *> master row, written by ACQMAINT's PO card.
       *> OrderID is assigned MAX+1 zero-padded, the
       *> Suspense scheme.  The copies are received
       *> against it one RV card at a time (each makes
       *> the Book row), so a short shipment just
       *> leaves the order part-received; a CN card
       *> cancels whatever is still outstanding.
       *> The quantities are three-digit zero-padded
       *> counts; UnitPrice is the '999.99' format the
       *> copies carry onto Book.ReplacementCost.
       *> Outstanding = QtyOrdered - QtyReceived -
       *> QtyCancelled, and at UnitPrice it is the
       *> money the order still encumbers.
       *> FiscalYear is the book-fund year the order
       *> is charged to (set from OrderDate and the
       *> FYSTART CircParm month) - with SubjectCode
       *> it names the BookFund row it spends from.
       *> Status:
       *>   'O' open - nothing received yet
       *>   'P' part-received
       *>   'C' closed - every copy received, or the
       *>       rest cancelled after a short shipment
       *>   'X' cancelled before anything arrived
       *> -------------------------------------------
          EXEC SQL DECLARE PurchaseOrder TABLE
          ( OrderID               VARCHAR(6)
          , PublisherID           VARCHAR(4)
          , BookID                VARCHAR(6)
          , BookTitle             VARCHAR(25)
          , BookAuthor            VARCHAR(13)
          , PublicationYear       VARCHAR(4)
          , BranchID              VARCHAR(2)
          , SubjectCode           VARCHAR(3)
          , ItemType              VARCHAR(2)
          , QtyOrdered            VARCHAR(3)
          , QtyReceived           VARCHAR(3)
          , QtyCancelled          VARCHAR(3)
          , UnitPrice             VARCHAR(6)
          , OrderDate             VARCHAR(8)
          , ExpectDate            VARCHAR(8)
          , LastReceiptDate       VARCHAR(8)
          , FiscalYear            VARCHAR(4)
          , Status                VARCHAR(1)
          , UserID                VARCHAR(8)
          ) END-EXEC.
       *> -------------------------------------------
       *> COBOL HOST VARIABLES FOR TABLE PurchaseOrder
       *> -------------------------------------------
       01  DCLPurchaseOrder.
           03 Po-OrderID                      PIC X(6).
           03 Po-PublisherID                  PIC X(4).
           03 Po-BookID                       PIC X(6).
           03 Po-BookTitle                    PIC X(25).
           03 Po-BookAuthor                   PIC X(13).
           03 Po-PublicationYear              PIC X(4).
           03 Po-BranchID                     PIC X(2).
           03 Po-SubjectCode                  PIC X(3).
           03 Po-ItemType                     PIC X(2).
           03 Po-QtyOrdered                   PIC X(3).
           03 Po-QtyReceived                  PIC X(3).
           03 Po-QtyCancelled                 PIC X(3).
           03 Po-UnitPrice                    PIC X(6).
           03 Po-OrderDate                    PIC X(8).
           03 Po-ExpectDate                   PIC X(8).
           03 Po-LastReceiptDate              PIC X(8).
           03 Po-FiscalYear                   PIC X(4).
           03 Po-Status                       PIC X(1).
           03 Po-UserID                       PIC X(8).
       *> -------------------------------------------
       *> COBOL INDICATOR VARIABLES FOR TABLE PurchaseOrder
       *> -------------------------------------------
       01  DCLPurchaseOrder-NULL.
           03 Po-OrderID-NULL                 PIC S9(04)  COMP-5.
           03 Po-PublisherID-NULL             PIC S9(04)  COMP-5.
           03 Po-BookID-NULL                  PIC S9(04)  COMP-5.
           03 Po-BookTitle-NULL               PIC S9(04)  COMP-5.
           03 Po-BookAuthor-NULL              PIC S9(04)  COMP-5.
           03 Po-PublicationYear-NULL         PIC S9(04)  COMP-5.
           03 Po-BranchID-NULL                PIC S9(04)  COMP-5.
           03 Po-SubjectCode-NULL             PIC S9(04)  COMP-5.
           03 Po-ItemType-NULL                PIC S9(04)  COMP-5.
           03 Po-QtyOrdered-NULL              PIC S9(04)  COMP-5.
           03 Po-QtyReceived-NULL             PIC S9(04)  COMP-5.
           03 Po-QtyCancelled-NULL            PIC S9(04)  COMP-5.
           03 Po-UnitPrice-NULL               PIC S9(04)  COMP-5.
           03 Po-OrderDate-NULL               PIC S9(04)  COMP-5.
           03 Po-ExpectDate-NULL              PIC S9(04)  COMP-5.
           03 Po-LastReceiptDate-NULL         PIC S9(04)  COMP-5.
           03 Po-FiscalYear-NULL              PIC S9(04)  COMP-5.
           03 Po-Status-NULL                  PIC S9(04)  COMP-5.
           03 Po-UserID-NULL                  PIC S9(04)  COMP-5.
