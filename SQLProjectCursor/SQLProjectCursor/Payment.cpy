       *> PayType is P (payment) or W (waiver); the
       *> reason code travels with partial payments and
       *> waivers so the desk can say why.
       *> PayType B is an amount the collection bureau
       *> reports collecting, posted by COLLRET under
       *> its own id with reason BC - that money never
       *> passes through a drawer, so DRAWBAL leaves it
       *> out.
       *> PayType X is a lost-item bill BOOKXFER reversed
       *> when the copy came back (reason LR) - no cash,
       *> the row only carries the amount to GLPOST.
       *> PayType A is a fine forgiven under a fine
       *> amnesty or food-for-fines campaign - by
       *> FINEAMN's batch under the approving
       *> supervisor's id, or at the desk by FINEPAY's A
       *> card - with the campaign's code as ReasonCode.
       *> No cash; GLPOST writes it off like a waiver.
       *> ComebackDate, on PayType A rows only, is the
       *> earliest checkout on or after PayDate that
       *> ANONHIST has since stripped of the patron's
       *> number - the evidence FINEAMN's campaign report
       *> would otherwise lose that the patron borrowed
       *> again.  NULL until ANONHIST finds one.
       *> BranchID is the branch the money is credited
       *> to (the operator's home branch for a desk
       *> receipt, the copy's branch for the bureau and
       *> reversal rows); FineType is the charge the
       *> amount went against, D daily overdue, L
       *> lost-item bill or R damage charge.  Rows
       *> posted before either column existed carry
       *> NULL, which GLPOST reads as a daily fine with
       *> no branch.
       *> -------------------------------------------
          EXEC SQL DECLARE Payment TABLE
          ( PatronNumber          VARCHAR(6)
          , PayType               VARCHAR(1)
          , ReasonCode            VARCHAR(2)
          , UserID                VARCHAR(8)
          , BranchID              VARCHAR(2)
          , FineType              VARCHAR(1)
          , ComebackDate          VARCHAR(8)
          ) END-EXEC.
       *> -------------------------------------------
       *> COBOL HOST VARIABLES FOR TABLE Payment
           03 Pay-PayType                     PIC X(1).
           03 Pay-ReasonCode                  PIC X(2).
           03 Pay-UserID                      PIC X(8).
           03 Pay-BranchID                    PIC X(2).
           03 Pay-FineType                    PIC X(1).
           03 Pay-ComebackDate                PIC X(8).
       *> -------------------------------------------
       *> COBOL INDICATOR VARIABLES FOR TABLE Payment
       *> -------------------------------------------
           03 Pay-PayType-NULL                PIC S9(04)  COMP-5.
           03 Pay-ReasonCode-NULL             PIC S9(04)  COMP-5.
           03 Pay-UserID-NULL                 PIC S9(04)  COMP-5.
           03 Pay-BranchID-NULL               PIC S9(04)  COMP-5.
           03 Pay-FineType-NULL               PIC S9(04)  COMP-5.
           03 Pay-ComebackDate-NULL           PIC S9(04)  COMP-5.
