       *> -------------------------------------------
       *> DECLARE TABLE for OrderReceipt
       *> The receiving history of a PurchaseOrder -
       *> one row per ACQMAINT transaction against it:
       *>   TranType 'R' one copy received.  BookID/
       *>            CopyNumber/Barcode name the Book
       *>            row the card created; Amount is
       *>            the order's UnitPrice, the money
       *>            spent from the fund
       *>   TranType 'C' Quantity copies cancelled;
       *>            no Book row, Amount '000.00'
       *> Quantity is a three-digit zero-padded count
       *> ('001' on every R row).  UserID is the
       *> operator who keyed the card.
       *> -------------------------------------------
          EXEC SQL DECLARE OrderReceipt TABLE
          ( OrderID               VARCHAR(6)
          , TranDate              VARCHAR(8)
          , TranType              VARCHAR(1)
          , Quantity              VARCHAR(3)
          , Amount                VARCHAR(6)
          , BookID                VARCHAR(6)
          , CopyNumber            VARCHAR(2)
          , Barcode               VARCHAR(13)
          , UserID                VARCHAR(8)
          ) END-EXEC.
       *> -------------------------------------------
       *> COBOL HOST VARIABLES FOR TABLE OrderReceipt
       *> -------------------------------------------
       01  DCLOrderReceipt.
           03 Orcv-OrderID                    PIC X(6).
           03 Orcv-TranDate                   PIC X(8).
           03 Orcv-TranType                   PIC X(1).
           03 Orcv-Quantity                   PIC X(3).
           03 Orcv-Amount                     PIC X(6).
           03 Orcv-BookID                     PIC X(6).
           03 Orcv-CopyNumber                 PIC X(2).
           03 Orcv-Barcode                    PIC X(13).
           03 Orcv-UserID                     PIC X(8).
       *> -------------------------------------------
       *> COBOL INDICATOR VARIABLES FOR TABLE OrderReceipt
       *> -------------------------------------------
       01  DCLOrderReceipt-NULL.
           03 Orcv-OrderID-NULL               PIC S9(04)  COMP-5.
           03 Orcv-TranDate-NULL              PIC S9(04)  COMP-5.
           03 Orcv-TranType-NULL              PIC S9(04)  COMP-5.
           03 Orcv-Quantity-NULL              PIC S9(04)  COMP-5.
           03 Orcv-Amount-NULL                PIC S9(04)  COMP-5.
           03 Orcv-BookID-NULL                PIC S9(04)  COMP-5.
           03 Orcv-CopyNumber-NULL            PIC S9(04)  COMP-5.
           03 Orcv-Barcode-NULL               PIC S9(04)  COMP-5.
           03 Orcv-UserID-NULL                PIC S9(04)  COMP-5.
