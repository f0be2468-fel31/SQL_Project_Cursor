       *> -------------------------------------------
       *> DECLARE TABLE for CollectRef
       *> The library's side of the collection bureau
       *> ledger: one row per debt FINEXTR sends to the
       *> bureau on the COLLECT file, keyed the way the
       *> bureau keys it back to us (patron, book/copy
       *> and the fine date).  ReferAmount is the debt
       *> as it stood on the day it was referred;
       *> COLLRET adds up, against the same row, what
       *> the bureau reports collecting and what it kept
       *> as commission, and dates the last report.
       *> Status:
       *>   'O' open - with the bureau
       *>   'P' paid - the bureau collected the whole
       *>       debt and the Fine row is closed
       *>   'U' returned by the bureau as uncollectable
       *>   'R' recalled - the bureau closed the debt
       *>       back to the library uncollected
       *> A 'U' or 'R' debt is still owed to us (the
       *> Fine row stays unpaid for the desk to collect
       *> or waive) but FINEXTR will not refer it again.
       *> Amounts are '999.99', as on Fine.
       *> -------------------------------------------
          EXEC SQL DECLARE CollectRef TABLE
          ( PatronNumber          VARCHAR(6)
          , BookID                VARCHAR(6)
          , CopyNumber            VARCHAR(2)
          , FineDate              VARCHAR(8)
          , FineType              VARCHAR(1)
          , ReferDate             VARCHAR(8)
          , ReferAmount           VARCHAR(6)
          , CollectedAmt          VARCHAR(6)
          , CommissionAmt         VARCHAR(6)
          , LastReportDate        VARCHAR(8)
          , Status                VARCHAR(1)
          ) END-EXEC.
       *> -------------------------------------------
       *> COBOL HOST VARIABLES FOR TABLE CollectRef
       *> -------------------------------------------
       01  DCLCollectRef.
           03 Cref-PatronNumber               PIC X(6).
           03 Cref-BookID                     PIC X(6).
           03 Cref-CopyNumber                 PIC X(2).
           03 Cref-FineDate                   PIC X(8).
           03 Cref-FineType                   PIC X(1).
           03 Cref-ReferDate                  PIC X(8).
           03 Cref-ReferAmount                PIC X(6).
           03 Cref-CollectedAmt               PIC X(6).
           03 Cref-CommissionAmt              PIC X(6).
           03 Cref-LastReportDate             PIC X(8).
           03 Cref-Status                     PIC X(1).
       *> -------------------------------------------
       *> COBOL INDICATOR VARIABLES FOR TABLE CollectRef
       *> -------------------------------------------
       01  DCLCollectRef-NULL.
           03 Cref-PatronNumber-NULL          PIC S9(04)  COMP-5.
           03 Cref-BookID-NULL                PIC S9(04)  COMP-5.
           03 Cref-CopyNumber-NULL            PIC S9(04)  COMP-5.
           03 Cref-FineDate-NULL              PIC S9(04)  COMP-5.
           03 Cref-FineType-NULL              PIC S9(04)  COMP-5.
           03 Cref-ReferDate-NULL             PIC S9(04)  COMP-5.
           03 Cref-ReferAmount-NULL           PIC S9(04)  COMP-5.
           03 Cref-CollectedAmt-NULL          PIC S9(04)  COMP-5.
           03 Cref-CommissionAmt-NULL         PIC S9(04)  COMP-5.
           03 Cref-LastReportDate-NULL        PIC S9(04)  COMP-5.
           03 Cref-Status-NULL                PIC S9(04)  COMP-5.
