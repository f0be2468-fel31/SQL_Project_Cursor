       *> -------------------------------------------
       *> DECLARE TABLE for BookFund
       *> The materials budget - one row per fiscal
       *> year and SubjectCode fund, keyed by an
       *> ACQMAINT AF card (a supervisor's).  Allocated
       *> is the '9999999.99' amount the board gave the
       *> fund for the year.  Encumbered and spent are
       *> not kept here - ACQRPT works them out from
       *> the PurchaseOrder rows charged to the fund,
       *> so they can never drift from the orders.
       *> -------------------------------------------
          EXEC SQL DECLARE BookFund TABLE
          ( FiscalYear            VARCHAR(4)
          , SubjectCode           VARCHAR(3)
          , Allocated             VARCHAR(10)
          , UserID                VARCHAR(8)
          , ChangeDate            VARCHAR(8)
          ) END-EXEC.
       *> -------------------------------------------
       *> COBOL HOST VARIABLES FOR TABLE BookFund
       *> -------------------------------------------
       01  DCLBookFund.
           03 Fund-FiscalYear                 PIC X(4).
           03 Fund-SubjectCode                PIC X(3).
           03 Fund-Allocated                  PIC X(10).
           03 Fund-UserID                     PIC X(8).
           03 Fund-ChangeDate                 PIC X(8).
       *> -------------------------------------------
       *> COBOL INDICATOR VARIABLES FOR TABLE BookFund
       *> -------------------------------------------
       01  DCLBookFund-NULL.
           03 Fund-FiscalYear-NULL            PIC S9(04)  COMP-5.
           03 Fund-SubjectCode-NULL           PIC S9(04)  COMP-5.
           03 Fund-Allocated-NULL             PIC S9(04)  COMP-5.
           03 Fund-UserID-NULL                PIC S9(04)  COMP-5.
           03 Fund-ChangeDate-NULL            PIC S9(04)  COMP-5.
