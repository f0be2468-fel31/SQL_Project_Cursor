       *> SYSIN card columns shifted, and SUSPCONV
       *> re-lays any open Suspense card images punched
       *> in the old columns.
       *> KeepHistory 'Y' is the patron's own request
       *> (MAINT PC card) to keep their reading history;
       *> anything else lets ANONHIST replace their
       *> number on settled loans with the '*ANON*'
       *> marker once the PRIVDAYS window has passed.
       *> LastLoanDate is the latest return date on
       *> the loans ANONHIST stripped from the patron,
       *> so CIRCSTAT and PATPURGE can still tell an
       *> active borrower from an idle one.
       *> GuardianNumber links a juvenile card to the
       *> responsible adult's PatronNumber (MAINT AP at
       *> registration, GL card afterwards): the child's
       *> notices, letters and statements are addressed
       *> to the guardian by the guardian's DeliveryPref,
       *> and the guardian with every card linked to them
       *> is the household BOOKXFER's HHFINMAX check and
       *> ACCTSTMT's household statement cover.  Blank or
       *> NULL means the card stands alone.  BirthDate
       *> (YYYYMMDD, juvenile cards only) is what EXPCARDS
       *> reads to raise ConvertFlag 'Y' once the child
       *> reaches ADULTAGE - the desk converts the card
       *> with MAINT's CV card, which clears the link and
       *> the flag together.
       *> -------------------------------------------
          EXEC SQL DECLARE Patron TABLE
          ( PatronNumber          VARCHAR(6)
          , PatronType            VARCHAR(1)
          , RegDate               VARCHAR(8)
          , ExpireDate            VARCHAR(8)
          , KeepHistory           VARCHAR(1)
          , LastLoanDate          VARCHAR(8)
          , GuardianNumber        VARCHAR(6)
          , BirthDate             VARCHAR(8)
          , ConvertFlag           VARCHAR(1)
          ) END-EXEC.
       *> -------------------------------------------
       *> COBOL HOST VARIABLES FOR TABLE Patron
           03 Patron-PatronType               PIC X(1).
           03 Patron-RegDate                  PIC X(8).
           03 Patron-ExpireDate               PIC X(8).
           03 Patron-KeepHistory              PIC X(1).
           03 Patron-LastLoanDate             PIC X(8).
           03 Patron-GuardianNumber           PIC X(6).
           03 Patron-BirthDate                PIC X(8).
           03 Patron-ConvertFlag              PIC X(1).
       *> -------------------------------------------
       *> COBOL INDICATOR VARIABLES FOR TABLE Patron
       *> -------------------------------------------
           03 Patron-PatronType-NULL          PIC S9(04)  COMP-5.
           03 Patron-RegDate-NULL             PIC S9(04)  COMP-5.
           03 Patron-ExpireDate-NULL          PIC S9(04)  COMP-5.
           03 Patron-KeepHistory-NULL         PIC S9(04)  COMP-5.
           03 Patron-LastLoanDate-NULL        PIC S9(04)  COMP-5.
           03 Patron-GuardianNumber-NULL      PIC S9(04)  COMP-5.
           03 Patron-BirthDate-NULL           PIC S9(04)  COMP-5.
           03 Patron-ConvertFlag-NULL         PIC S9(04)  COMP-5.
