       *> -------------------------------------------
       *> DECLARE TABLE for LoanHistory
       *> DueDate carries the loan's due date as BOOKXFER
       *> set it at checkout (and moved it on renewal) -
       *> the same value as Book.DueDate while the loan
       *> is open, kept on the row after the return so a
       *> fine dispute can see when the book was due.
       *> NULL on loans older than the column.
       *> -------------------------------------------
          EXEC SQL DECLARE LoanHistory TABLE
          ( BookID                VARCHAR(6)
          , CheckoutDate          VARCHAR(8)
          , ReturnDate            VARCHAR(8)
          , BranchID              VARCHAR(2)
          , DueDate               VARCHAR(8)
          ) END-EXEC.
       *> -------------------------------------------
       *> COBOL HOST VARIABLES FOR TABLE LoanHistory
           03 LoanHist-CheckoutDate           PIC X(8).
           03 LoanHist-ReturnDate             PIC X(8).
           03 LoanHist-BranchID               PIC X(2).
           03 LoanHist-DueDate                PIC X(8).
       *> -------------------------------------------
       *> COBOL INDICATOR VARIABLES FOR TABLE LoanHistory
       *> -------------------------------------------
           03 LoanHist-CheckoutDate-NULL      PIC S9(04)  COMP-5.
           03 LoanHist-ReturnDate-NULL        PIC S9(04)  COMP-5.
           03 LoanHist-BranchID-NULL          PIC S9(04)  COMP-5.
           03 LoanHist-DueDate-NULL           PIC S9(04)  COMP-5.
