       *> forward unchanged; only the SYSIN card columns
       *> shifted (SUSPCONV re-lays open Suspense card
       *> images punched in the old columns).
       *> DueDate is the date a loan falls due, set by
       *> BOOKXFER at checkout and renewal: LoanDays
       *> open days on from the transaction date, closed
       *> LibCalendar dates not counted, so it always
       *> lands on a day the building is open.  It is
       *> the loan's record of truth - RemainingDays is
       *> the open days left between today and DueDate
       *> (negative once overdue), rebuilt from it by
       *> BOOKAGE, and every overdue/fine/lost job works
       *> out days late from DueDate.  Blank when the
       *> copy is not out; NULL on loans older than the
       *> column until DUECONV has back-filled them.
       *> DamageFlag 'Y' marks a copy that came back
       *> damaged (BOOKXFER's DM check-in) and is out of
       *> circulation pending repair or withdrawal -
       *> checkouts and availability counts skip it
       *> until a check-in from the mender brings it
       *> back.  NULL on rows older than the column,
       *> which reads as undamaged.
       *> AddDate is the day the copy went into stock -
       *> stamped by MAINT's AB card and ACQMAINT's RV
       *> receipt - so STATRTN can count copies added in
       *> a fiscal year and rebuild the year-end holding.
       *> ILLMAINT's temporary rows are not stock and
       *> carry none.  NULL on rows older than the column,
       *> which counts as held since before any year the
       *> return is run for.
       *> -------------------------------------------
          EXEC SQL DECLARE Book TABLE
          ( BookID                VARCHAR(6)
          , ItemType              VARCHAR(2)
          , SubjectCode           VARCHAR(3)
          , LastChangeDate        VARCHAR(8)
          , DueDate               VARCHAR(8)
          , DamageFlag            VARCHAR(1)
          , AddDate               VARCHAR(8)
          ) END-EXEC.
       *> -------------------------------------------
       *> COBOL HOST VARIABLES FOR TABLE Book
           03 Book-ItemType                   PIC X(2).
           03 Book-SubjectCode                PIC X(3).
           03 Book-LastChangeDate             PIC X(8).
           03 Book-DueDate                    PIC X(8).
           03 Book-DamageFlag                 PIC X(1).
           03 Book-AddDate                    PIC X(8).
       *> -------------------------------------------
       *> COBOL INDICATOR VARIABLES FOR TABLE Book
       *> -------------------------------------------
           03 Book-ItemType-NULL              PIC S9(04)  COMP-5.
           03 Book-SubjectCode-NULL           PIC S9(04)  COMP-5.
           03 Book-LastChangeDate-NULL        PIC S9(04)  COMP-5.
           03 Book-DueDate-NULL               PIC S9(04)  COMP-5.
           03 Book-DamageFlag-NULL            PIC S9(04)  COMP-5.
           03 Book-AddDate-NULL               PIC S9(04)  COMP-5.
