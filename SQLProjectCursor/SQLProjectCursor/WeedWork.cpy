       *> -------------------------------------------
       *> DECLARE TABLE for WeedWork
       *> Work table for WEEDLIST: the run's weeding
       *> candidates, loaded fresh each run as the
       *> copies are judged title by title (which is
       *> how the last-copy-of-a-held-title rule has to
       *> be applied) and then read back in branch and
       *> subject order for the printed list.
       *> WeedReason: 'I' idle - no checkout in the
       *> idle window; 'A' older than the subject's age
       *> limit; 'B' both.  LastActivity is the latest
       *> date WEEDLIST found any use of the copy
       *> (YYYYMMDD; blank = none on record).
       *> -------------------------------------------
          EXEC SQL DECLARE WeedWork TABLE
          ( BranchID              VARCHAR(2)
          , SubjectCode           VARCHAR(3)
          , BookID                VARCHAR(6)
          , CopyNumber            VARCHAR(2)
          , BookTitle             VARCHAR(25)
          , PublicationYear       VARCHAR(4)
          , LastActivity          VARCHAR(8)
          , WeedReason            VARCHAR(1)
          ) END-EXEC.
       *> -------------------------------------------
       *> COBOL HOST VARIABLES FOR TABLE WeedWork
       *> -------------------------------------------
       01  DCLWeedWork.
           03 Weed-BranchID                   PIC X(2).
           03 Weed-SubjectCode                PIC X(3).
           03 Weed-BookID                     PIC X(6).
           03 Weed-CopyNumber                 PIC X(2).
           03 Weed-BookTitle                  PIC X(25).
           03 Weed-PublicationYear            PIC X(4).
           03 Weed-LastActivity               PIC X(8).
           03 Weed-WeedReason                 PIC X(1).
       *> -------------------------------------------
       *> COBOL INDICATOR VARIABLES FOR TABLE WeedWork
       *> -------------------------------------------
       01  DCLWeedWork-NULL.
           03 Weed-BranchID-NULL              PIC S9(04)  COMP-5.
           03 Weed-SubjectCode-NULL           PIC S9(04)  COMP-5.
           03 Weed-BookID-NULL                PIC S9(04)  COMP-5.
           03 Weed-CopyNumber-NULL            PIC S9(04)  COMP-5.
           03 Weed-BookTitle-NULL             PIC S9(04)  COMP-5.
           03 Weed-PublicationYear-NULL       PIC S9(04)  COMP-5.
           03 Weed-LastActivity-NULL          PIC S9(04)  COMP-5.
           03 Weed-WeedReason-NULL            PIC S9(04)  COMP-5.
