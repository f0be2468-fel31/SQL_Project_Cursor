       *> -------------------------------------------
       *> DECLARE TABLE for OfflineTran
       *> Work table for OFFCIRC: the checkouts and
       *> check-ins a desk recorded while it was off the
       *> Library database, loaded fresh from the OFFCIRC
       *> upload file each run so they can be read back
       *> and posted in the order they happened (by
       *> TranDate and TranTime across every desk, not
       *> the order the files were gathered in).  SeqNo
       *> is the record's position in the upload file,
       *> zero-padded, and breaks ties between two desks
       *> stamping the same second.
       *> -------------------------------------------
          EXEC SQL DECLARE OfflineTran TABLE
          ( SeqNo                 VARCHAR(6)
          , TranDate              VARCHAR(8)
          , TranTime              VARCHAR(6)
          , TransCode             VARCHAR(2)
          , Barcode               VARCHAR(13)
          , PatronNumber          VARCHAR(6)
          , UserID                VARCHAR(8)
          , BranchID              VARCHAR(2)
          ) END-EXEC.
       *> -------------------------------------------
       *> COBOL HOST VARIABLES FOR TABLE OfflineTran
       *> -------------------------------------------
       01  DCLOfflineTran.
           03 Otran-SeqNo                     PIC X(6).
           03 Otran-TranDate                  PIC X(8).
           03 Otran-TranTime                  PIC X(6).
           03 Otran-TransCode                 PIC X(2).
           03 Otran-Barcode                   PIC X(13).
           03 Otran-PatronNumber              PIC X(6).
           03 Otran-UserID                    PIC X(8).
           03 Otran-BranchID                  PIC X(2).
       *> -------------------------------------------
       *> COBOL INDICATOR VARIABLES FOR TABLE OfflineTran
       *> -------------------------------------------
       01  DCLOfflineTran-NULL.
           03 Otran-SeqNo-NULL                PIC S9(04)  COMP-5.
           03 Otran-TranDate-NULL             PIC S9(04)  COMP-5.
           03 Otran-TranTime-NULL             PIC S9(04)  COMP-5.
           03 Otran-TransCode-NULL            PIC S9(04)  COMP-5.
           03 Otran-Barcode-NULL              PIC S9(04)  COMP-5.
           03 Otran-PatronNumber-NULL         PIC S9(04)  COMP-5.
           03 Otran-UserID-NULL               PIC S9(04)  COMP-5.
           03 Otran-BranchID-NULL             PIC S9(04)  COMP-5.
