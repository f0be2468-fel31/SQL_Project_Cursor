       *> -------------------------------------------
       *> DECLARE TABLE for GLBatch
       *> One row per business date GLPOST has
       *> journalled to the city's general ledger: when
       *> the GLJRNL file was cut, how many lines it
       *> held and its debit and credit totals (the
       *> trailer's figures, '999999999.99').  As with
       *> DrawerClose, the row IS the posting - GLPOST
       *> refuses a business date already on file, so
       *> a re-run cannot send the city the same day's
       *> revenue twice.  A genuine re-send is a finance
       *> office decision: they delete the row after
       *> backing the first batch out of the ledger.
       *> -------------------------------------------
          EXEC SQL DECLARE GLBatch TABLE
          ( BusinessDate          VARCHAR(8)
          , PostDate              VARCHAR(8)
          , PostTime              VARCHAR(6)
          , LineCount             VARCHAR(5)
          , DebitTotal            VARCHAR(12)
          , CreditTotal           VARCHAR(12)
          ) END-EXEC.
       *> -------------------------------------------
       *> COBOL HOST VARIABLES FOR TABLE GLBatch
       *> -------------------------------------------
       01  DCLGLBatch.
           03 Glb-BusinessDate                PIC X(8).
           03 Glb-PostDate                    PIC X(8).
           03 Glb-PostTime                    PIC X(6).
           03 Glb-LineCount                   PIC X(5).
           03 Glb-DebitTotal                  PIC X(12).
           03 Glb-CreditTotal                 PIC X(12).
       *> -------------------------------------------
       *> COBOL INDICATOR VARIABLES FOR TABLE GLBatch
       *> -------------------------------------------
       01  DCLGLBatch-NULL.
           03 Glb-BusinessDate-NULL           PIC S9(04)  COMP-5.
           03 Glb-PostDate-NULL               PIC S9(04)  COMP-5.
           03 Glb-PostTime-NULL               PIC S9(04)  COMP-5.
           03 Glb-LineCount-NULL              PIC S9(04)  COMP-5.
           03 Glb-DebitTotal-NULL             PIC S9(04)  COMP-5.
           03 Glb-CreditTotal-NULL            PIC S9(04)  COMP-5.
