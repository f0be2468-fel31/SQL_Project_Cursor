       *> so spellings cannot drift - MAINT refuses an
       *> AB card whose subject is not on file here.
       *> Maintained through MAINT's AS card.
       *> AgeLimit is the subject's weeding age in years
       *> ('05' for a fast-dating subject like travel or
       *> computing): WEEDLIST suggests a copy published
       *> longer ago than that.  Blank/NULL means the
       *> subject does not date - age alone never makes
       *> one of its copies a candidate.
       *> -------------------------------------------
          EXEC SQL DECLARE SubjectCode TABLE
          ( SubjectCode           VARCHAR(3)
          , SubjectName           VARCHAR(20)
          , AgeLimit              VARCHAR(2)
          ) END-EXEC.
       *> -------------------------------------------
       *> COBOL HOST VARIABLES FOR TABLE SubjectCode
       01  DCLSubjectCode.
           03 Subj-SubjectCode                PIC X(3).
           03 Subj-SubjectName                PIC X(20).
           03 Subj-AgeLimit                   PIC X(2).
       *> -------------------------------------------
       *> COBOL INDICATOR VARIABLES FOR TABLE SubjectCode
       *> -------------------------------------------
       01  DCLSubjectCode-NULL.
           03 Subj-SubjectCode-NULL           PIC S9(04)  COMP-5.
           03 Subj-SubjectName-NULL           PIC S9(04)  COMP-5.
           03 Subj-AgeLimit-NULL              PIC S9(04)  COMP-5.
