       *> for it).  Same columns as LoanHistory plus the
       *> date the row was archived.  Each archived loan
       *> is first rolled up into CircSummary.
       *> DueDate rides along from LoanHistory (NULL on
       *> rows archived before the column existed).
       *> -------------------------------------------
          EXEC SQL DECLARE LoanHistArch TABLE
          ( BookID                VARCHAR(6)
          , ReturnDate            VARCHAR(8)
          , BranchID              VARCHAR(2)
          , ArchiveDate           VARCHAR(8)
          , DueDate               VARCHAR(8)
          ) END-EXEC.
       *> -------------------------------------------
       *> COBOL HOST VARIABLES FOR TABLE LoanHistArch
           03 LArch-ReturnDate                PIC X(8).
           03 LArch-BranchID                  PIC X(2).
           03 LArch-ArchiveDate               PIC X(8).
           03 LArch-DueDate                   PIC X(8).
       *> -------------------------------------------
       *> COBOL INDICATOR VARIABLES FOR TABLE LoanHistArch
       *> -------------------------------------------
           03 LArch-ReturnDate-NULL           PIC S9(04)  COMP-5.
           03 LArch-BranchID-NULL             PIC S9(04)  COMP-5.
           03 LArch-ArchiveDate-NULL          PIC S9(04)  COMP-5.
           03 LArch-DueDate-NULL              PIC S9(04)  COMP-5.
