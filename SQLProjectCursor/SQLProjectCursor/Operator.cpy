       *> the id may post.  Maintained through MAINT's
       *> AO card (which itself needs a supervisor's
       *> approval once the table is populated).
       *> BranchID is the operator's home branch - the
       *> branch FINEPAY stamps on the receipts the
       *> operator takes, and the branch GLPOST posts
       *> the operator's drawer over/short to.
       *> -------------------------------------------
          EXEC SQL DECLARE Operator TABLE
          ( UserID                VARCHAR(8)
          , OperName              VARCHAR(20)
          , OperRole              VARCHAR(1)
          , ActiveFlag            VARCHAR(1)
          , BranchID              VARCHAR(2)
          ) END-EXEC.
       *> -------------------------------------------
       *> COBOL HOST VARIABLES FOR TABLE Operator
           03 Oper-OperName                   PIC X(20).
           03 Oper-OperRole                   PIC X(1).
           03 Oper-ActiveFlag                 PIC X(1).
           03 Oper-BranchID                   PIC X(2).
       *> -------------------------------------------
       *> COBOL INDICATOR VARIABLES FOR TABLE Operator
       *> -------------------------------------------
           03 Oper-OperName-NULL              PIC S9(04)  COMP-5.
           03 Oper-OperRole-NULL              PIC S9(04)  COMP-5.
           03 Oper-ActiveFlag-NULL            PIC S9(04)  COMP-5.
           03 Oper-BranchID-NULL              PIC S9(04)  COMP-5.
