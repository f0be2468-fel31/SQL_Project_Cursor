       *> -------------------------------------------
       *> DECLARE TABLE for StatReturn
       *> The figures STATRTN sent on each year's state
       *> public-library statistics return, one row per
       *> fiscal year/branch/data element/breakdown key,
       *> kept so the next year's worksheet can show the
       *> change against them.  BranchID '**' is the
       *> whole-library figure.  Element codes:
       *>   'HELD' copies held at year end   (by ItemType)
       *>   'ADDD' copies added in the year  (by ItemType)
       *>   'WDRN' copies withdrawn          (by ItemType)
       *>   'CIRC' circulation               (by ItemType)
       *>   'REGB' registered borrowers    (by PatronType)
       *>   'ACTB' active borrowers        (by PatronType)
       *>   'ILLB' interlibrary loans borrowed
       *>   'HLDP' holds placed
       *>   'HLDF' holds filled
       *> ElementKey is the ItemType or PatronType the
       *> figure is broken down by, blank where there is
       *> none (or for untyped copies).  ElementValue is
       *> the count zero-padded ('000001234').  RunDate
       *> is the day the year's figures were last built -
       *> a re-run replaces them.
       *> -------------------------------------------
          EXEC SQL DECLARE StatReturn TABLE
          ( FiscalYear            VARCHAR(4)
          , BranchID              VARCHAR(2)
          , Element               VARCHAR(4)
          , ElementKey            VARCHAR(2)
          , ElementValue          VARCHAR(9)
          , RunDate               VARCHAR(8)
          ) END-EXEC.
       *> -------------------------------------------
       *> COBOL HOST VARIABLES FOR TABLE StatReturn
       *> -------------------------------------------
       01  DCLStatReturn.
           03 Stat-FiscalYear                 PIC X(4).
           03 Stat-BranchID                   PIC X(2).
           03 Stat-Element                    PIC X(4).
           03 Stat-ElementKey                 PIC X(2).
           03 Stat-ElementValue               PIC X(9).
           03 Stat-RunDate                    PIC X(8).
       *> -------------------------------------------
       *> COBOL INDICATOR VARIABLES FOR TABLE StatReturn
       *> -------------------------------------------
       01  DCLStatReturn-NULL.
           03 Stat-FiscalYear-NULL            PIC S9(04)  COMP-5.
           03 Stat-BranchID-NULL              PIC S9(04)  COMP-5.
           03 Stat-Element-NULL               PIC S9(04)  COMP-5.
           03 Stat-ElementKey-NULL            PIC S9(04)  COMP-5.
           03 Stat-ElementValue-NULL          PIC S9(04)  COMP-5.
           03 Stat-RunDate-NULL               PIC S9(04)  COMP-5.
