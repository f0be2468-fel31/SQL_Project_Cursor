       *> -------------------------------------------
       *> DECLARE TABLE for GLAccount
       *> Maps each kind of journal line GLPOST writes
       *> to the account number in the city's general
       *> ledger, so a chart-of-accounts change from
       *> the finance office is a table update, not a
       *> program change.  One row per AcctKey:
       *>   CASH      cash on hand at the desk
       *>   REVDAILY  daily overdue fine revenue
       *>   REVLOST   lost-item replacement revenue
       *>   REVDAMG   damage charge revenue
       *>   BUREAUAR  due from the collection bureau
       *>   PATRONAR  patron fines receivable
       *>   ALLOWNCE  allowance for waived fines
       *>   OVERSHRT  cash over/short
       *>   LOSTREV   lost-item bill reversals
       *> GLPOST refuses to run while any of these is
       *> missing - a journal posted to a blank account
       *> is worse than one posted a day late.  The
       *> branch goes on each line as the cost center,
       *> so the accounts themselves are library-wide.
       *> -------------------------------------------
          EXEC SQL DECLARE GLAccount TABLE
          ( AcctKey               VARCHAR(8)
          , GLAccount             VARCHAR(16)
          , AcctName              VARCHAR(30)
          ) END-EXEC.
       *> -------------------------------------------
       *> COBOL HOST VARIABLES FOR TABLE GLAccount
       *> -------------------------------------------
       01  DCLGLAccount.
           03 Gla-AcctKey                     PIC X(8).
           03 Gla-GLAccount                   PIC X(16).
           03 Gla-AcctName                    PIC X(30).
       *> -------------------------------------------
       *> COBOL INDICATOR VARIABLES FOR TABLE GLAccount
       *> -------------------------------------------
       01  DCLGLAccount-NULL.
           03 Gla-AcctKey-NULL                PIC S9(04)  COMP-5.
           03 Gla-GLAccount-NULL              PIC S9(04)  COMP-5.
           03 Gla-AcctName-NULL               PIC S9(04)  COMP-5.
