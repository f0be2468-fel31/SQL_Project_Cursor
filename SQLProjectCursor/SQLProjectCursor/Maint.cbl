      *>     AP  add a new patron (membership type in
      *>         col 77; registration and expiration
      *>         dates are stamped by the program, the
      *>         card term from the CARDTERM CircParm); a
      *>         juvenile card must name its guardian in
      *>         cols 78-83 and may carry the child's
      *>         birth date in cols 84-91
      *>     UP  update an existing patron's name/address
      *>     RW  renew a patron's card - a fresh
      *>         expiration date, CARDTERM years out
      *>     PC  set a patron's contact details and
      *>         notice delivery preference (clears the
      *>         contact-update flag BOUNCE raises on
      *>         undelivered email/text notices); col 52
      *>         records the patron's reading-history
      *>         choice - Y keep it, N let ANONHIST strip
      *>         it, blank leaves it as it was
      *>     GL  link a juvenile card to a different
      *>         guardian and/or record its birth date;
      *>         a blank guardian leaves the link as it
      *>         was, *NONE* in its place removes it
      *>     CV  convert a juvenile card that has come of
      *>         age (EXPCARDS flags them) to an adult
      *>         membership type - the guardian link and
      *>         the flag come off with it
      *>     AB  add a new book title/copy to the catalog
      *>     AS  add a subject/genre code to the
      *>         SubjectCode table (AB cards validate
      *>         their subject against it), or update
      *>         the name and weeding age limit of one
      *>         already on file
      *>     RC  retire (withdraw) a copy that is not
      *>         currently checked out - written to the
      *>         Withdrawal register with its reason,
      *>         disposition and approving supervisor
      *>         before the Book row goes
      *>     CB  manually correct Book.PatronNumber
      *>         (logged to AuditLog the same as a
      *>         checkout/check-in done through BOOKXFER;
      *>     AO  add or update an Operator master row
      *>         (once the table is populated, the card
      *>         needs an active supervisor's approval
      *>         in cols 33-40; cols 41-42 carry the
      *>         operator's home branch)
      *>     FC  set up (or change) a fine amnesty or
      *>         food-for-fines campaign - which fines
      *>         qualify, the campaign dates and the
      *>         supervisor who approved it (FINEAMN and
      *>         FINEPAY's A card do the forgiving)
      *>     RP  reprocess: re-feed every open Suspense
      *>         entry this program captured back through
      *>         the same card logic and retire the ones
      *>         that post cleanly
      *>     EJ  end of job ('U' in col 3 runs the job
      *>         unattended - no operator prompt at EOJ)
      *> Cards that carry a UserID (RC, CB, FC) validate it
      *> against the Operator master - an unknown or
      *> inactive id goes to Suspense instead of
      *> posting, the auditors' ask.
           88 OPERATOR-GOOD                VALUE 'Y'.
       01  WS-OPER-ROLE                    PIC X.
           88 SUPERVISOR-OPERATOR          VALUE 'S'.
       01  WS-GUARD-SWITCH                 PIC X.
           88 GUARDIAN-GOOD                VALUE 'Y'.
       01  WS-SCAN-IX                      PIC 9(2).
       01  WS-SCAN-SWITCH                  PIC X.
           88 SCAN-GOOD                    VALUE 'Y'.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
         EXEC SQL INCLUDE Book END-EXEC.
         EXEC SQL INCLUDE CircParm END-EXEC.
         EXEC SQL INCLUDE ItemType END-EXEC.
         EXEC SQL INCLUDE SubjCode END-EXEC.
         EXEC SQL INCLUDE Withdraw END-EXEC.
         EXEC SQL INCLUDE Operator END-EXEC.
         EXEC SQL INCLUDE NtcBnc END-EXEC.
         EXEC SQL INCLUDE FineCamp END-EXEC.
         EXEC SQL INCLUDE JobLog END-EXEC.
         01  WS-ROW-COUNT                  PIC S9(4) COMP-5 VALUE 0.
         01  WS-CHECK-USERID               PIC X(8).
         01  WS-CHECK-GUARDIAN             PIC X(6).
         01  WS-CHECK-WARD                 PIC X(6).
         01  WS-GUARD-TYPE                 PIC X(1).
         01  WS-GUARD-TYPE-NULL            PIC S9(04) COMP-5.
         01  WS-TODAY                      PIC X(8).
         01  WS-EXPIRE-DATE                PIC X(8).
         01  WS-PROGRAM-NAME               PIC X(8) VALUE 'MAINT'.
                88 MAINT-UPD-PATRON        VALUE 'UP'.
                88 MAINT-RENEW-PATRON      VALUE 'RW'.
                88 MAINT-PATRON-CONTACT    VALUE 'PC'.
                88 MAINT-GUARDIAN-LINK     VALUE 'GL'.
                88 MAINT-CONVERT-PATRON    VALUE 'CV'.
                88 MAINT-ADD-BOOK          VALUE 'AB'.
                88 MAINT-ADD-SUBJECT       VALUE 'AS'.
                88 MAINT-ADD-OPERATOR      VALUE 'AO'.
                88 MAINT-RETIRE-COPY       VALUE 'RC'.
                88 MAINT-CORRECT-BOOK      VALUE 'CB'.
                88 MAINT-FINE-CAMPAIGN     VALUE 'FC'.
                88 MAINT-REPROCESS         VALUE 'RP'.
                88 MAINT-END-JOB           VALUE 'EJ'.
             03 WS-MAINT-REST              PIC X(98).
      *> cols 67-76  Zip
      *> col  77     membership type: A adult, J juvenile,
      *>             S senior, F staff (blank = adult)
      *> cols 78-83  guardian's PatronNumber (AP, juvenile
      *>             cards only - and required on them)
      *> cols 84-91  birth date YYYYMMDD (AP; optional)
         01  WS-PATRON-CARD REDEFINES WS-MAINT-CARD.
             03 FILLER                     PIC X(2).
             03 PC-PATRON-NUMBER           PIC X(6).
             03 PC-STATE                   PIC X(2).
             03 PC-ZIP                     PIC X(10).
             03 PC-PATRON-TYPE             PIC X(1).
             03 PC-GUARDIAN-NUMBER         PIC X(6).
             03 PC-BIRTH-DATE              PIC X(8).

      *> cols  3- 8  PatronNumber of the card being renewed
         01  WS-RENEW-CARD REDEFINES WS-MAINT-CARD.
             03 FILLER                     PIC X(2).
             03 RW-PATRON-NUMBER           PIC X(6).

      *> cols  3- 8  PatronNumber of the juvenile card
      *> cols  9-14  guardian's PatronNumber (blank = no change,
      *>             *NONE* = unlink)
      *> cols 15-22  birth date YYYYMMDD (blank = no change)
         01  WS-GUARDIAN-CARD REDEFINES WS-MAINT-CARD.
             03 FILLER                     PIC X(2).
             03 GL-PATRON-NUMBER           PIC X(6).
             03 GL-GUARDIAN-NUMBER         PIC X(6).
                88 GL-UNLINK-GUARDIAN      VALUE '*NONE*'.
             03 GL-BIRTH-DATE              PIC X(8).

      *> cols  3- 8  PatronNumber of the juvenile card
      *> col   9     new membership type: A adult, S senior,
      *>             F staff (blank = adult)
         01  WS-CONVERT-CARD REDEFINES WS-MAINT-CARD.
             03 FILLER                     PIC X(2).
             03 CV-PATRON-NUMBER           PIC X(6).
             03 CV-PATRON-TYPE             PIC X(1).

      *> cols  3- 8  PatronNumber      cols  9-20 Phone
      *> cols 21-50  Email             col  51    delivery
      *>             preference: E = electronic (email/text
      *>             extract), P or blank = printed notice
      *> col  52    keep reading history: Y = keep, N = let
      *>             it be anonymized, blank = no change
         01  WS-CONTACT-CARD REDEFINES WS-MAINT-CARD.
             03 FILLER                     PIC X(2).
             03 CT-PATRON-NUMBER           PIC X(6).
             03 CT-PHONE                   PIC X(12).
             03 CT-EMAIL                   PIC X(30).
             03 CT-DELIVERY-PREF           PIC X(1).
             03 CT-KEEP-HISTORY            PIC X(1).

      *> cols  3- 8  BookID            cols  9-10 CopyNumber
      *> cols 11-35  BookTitle         cols 36-48 BookAuthor
             03 BC-SUBJECT-CODE            PIC X(3).

      *> cols  3- 5  subject/genre code    cols 6-25 its name
      *> cols 26-27  weeding age limit in years (blank = the
      *>             subject does not date)
         01  WS-SUBJECT-CARD REDEFINES WS-MAINT-CARD.
             03 FILLER                     PIC X(2).
             03 SJ-SUBJECT-CODE            PIC X(3).
             03 SJ-SUBJECT-NAME            PIC X(20).
             03 SJ-AGE-LIMIT               PIC X(2).

      *> cols  3-10  UserID being added/updated
      *> cols 11-30  operator's name
      *>             supervisor (waived only while the
      *>             Operator table is still empty, so the
      *>             first supervisor can be loaded at all)
      *> cols 41-42  home branch - where the operator's
      *>             receipts and drawer are posted
         01  WS-OPERATOR-CARD REDEFINES WS-MAINT-CARD.
             03 FILLER                     PIC X(2).
             03 AO-USERID                  PIC X(8).
             03 AO-ROLE                    PIC X(1).
             03 AO-ACTIVE                  PIC X(1).
             03 AO-APPROVER                PIC X(8).
             03 AO-BRANCH-ID               PIC X(2).

      *> cols  3- 8  BookID            cols  9-10 CopyNumber
      *> cols 11-18  UserID/terminal retiring the copy
      *> cols 19-20  reason: WN worn, OD outdated, LN lost and
      *>             not recovered, DP duplicate
      *> cols 21-22  disposition: BS book sale, DC discard,
      *>             DN donated
      *> cols 23-30  approving supervisor's UserID (blank when
      *>             the retiring UserID is a supervisor)
         01  WS-RETIRE-CARD REDEFINES WS-MAINT-CARD.
             03 FILLER                     PIC X(2).
             03 RTC-BOOK-ID                PIC X(6).
             03 RTC-COPY-NUMBER            PIC X(2).
             03 RTC-USERID                 PIC X(8).
             03 RTC-REASON                 PIC X(2).
             03 RTC-DISPOSITION            PIC X(2).
             03 RTC-APPROVER               PIC X(8).

      *> cols  3- 8  BookID            cols  9-10 CopyNumber
      *> cols 11-16  New PatronNumber  cols 17-24 UserID/terminal
             03 CC-COPY-NUMBER             PIC X(2).
             03 CC-NEW-PATRON              PIC X(6).
             03 CC-USERID                  PIC X(8).

      *> cols  3- 4  campaign code (the Payment reason code its
      *>             forgiveness rows carry)
      *> cols  5-24  campaign name
      *> col  25     type: A amnesty (batch), F food-for-fines
      *>             (desk)
      *> cols 26-27  charge types forgiven: D daily overdue,
      *>             R damage charge (blank = D; never L)
      *> cols 28-35  FineDate from YYYYMMDD (blank = no lower
      *>             bound)     cols 36-43  FineDate to
      *> cols 44-47  membership types A/J/S/F (blank = all)
      *> cols 48-57  up to five BranchIDs (blank = all)
      *> cols 58-65  campaign start     cols 66-73 campaign end
      *> cols 74-81  approving supervisor's UserID
         01  WS-CAMPAIGN-CARD REDEFINES WS-MAINT-CARD.
             03 FILLER                     PIC X(2).
             03 FC-CAMPAIGN-ID             PIC X(2).
             03 FC-CAMPAIGN-NAME           PIC X(20).
             03 FC-CAMPAIGN-TYPE           PIC X(1).
             03 FC-FINE-TYPES              PIC X(2).
             03 FC-FINE-DATE-FROM          PIC X(8).
             03 FC-FINE-DATE-TO            PIC X(8).
             03 FC-PATRON-TYPES            PIC X(4).
             03 FC-BRANCHES                PIC X(10).
             03 FC-START-DATE              PIC X(8).
             03 FC-END-DATE                PIC X(8).
             03 FC-APPROVER                PIC X(8).
       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL
               WHEN MAINT-PATRON-CONTACT
                   PERFORM MAINT-CONTACT-ROW
                      THRU MAINT-CONTACT-ROW-EXIT
               WHEN MAINT-GUARDIAN-LINK
                   PERFORM MAINT-GUARDIAN-LINK-ROW
                      THRU MAINT-GUARDIAN-LINK-ROW-EXIT
               WHEN MAINT-CONVERT-PATRON
                   PERFORM MAINT-CONVERT-PATRON-ROW
                      THRU MAINT-CONVERT-PATRON-ROW-EXIT
               WHEN MAINT-ADD-BOOK
                   PERFORM MAINT-ADD-BOOK-ROW
                      THRU MAINT-ADD-BOOK-ROW-EXIT
               WHEN MAINT-CORRECT-BOOK
                   PERFORM MAINT-CORRECT-BOOK-ROW
                      THRU MAINT-CORRECT-BOOK-ROW-EXIT
               WHEN MAINT-FINE-CAMPAIGN
                   PERFORM MAINT-FINE-CAMPAIGN-ROW
                      THRU MAINT-FINE-CAMPAIGN-ROW-EXIT
               WHEN OTHER
                   DISPLAY 'MAINT: UNRECOGNIZED FUNCTION CODE '
                           WS-MAINT-FUNCTION
               GO TO MAINT-ADD-PATRON-ROW-EXIT
           END-IF

      *> A juvenile card is registered to a responsible adult
      *> - its notices and statements go to them - so the
      *> guardian is required on a J card and refused on any
      *> other.
           IF PC-PATRON-TYPE = 'J'
               IF PC-GUARDIAN-NUMBER = SPACES
                   DISPLAY 'MAINT: PATRON ' PC-PATRON-NUMBER
                           ' - JUVENILE CARD NEEDS A GUARDIAN'
                           ' - ADD REJECTED'
                   ADD 1 TO WS-REJECT-COUNT
                   MOVE 'JUVENILE NEEDS A GUARDIAN'
                     TO Susp-RejectReason
                   PERFORM NOTE-CARD-REJECT
                   GO TO MAINT-ADD-PATRON-ROW-EXIT
               END-IF
               MOVE PC-GUARDIAN-NUMBER TO WS-CHECK-GUARDIAN
               MOVE PC-PATRON-NUMBER   TO WS-CHECK-WARD
               PERFORM CHECK-GUARDIAN
               IF NOT GUARDIAN-GOOD
                   ADD 1 TO WS-REJECT-COUNT
                   PERFORM NOTE-CARD-REJECT
                   GO TO MAINT-ADD-PATRON-ROW-EXIT
               END-IF
           ELSE
               IF PC-GUARDIAN-NUMBER NOT = SPACES
                   DISPLAY 'MAINT: PATRON ' PC-PATRON-NUMBER
                           ' - GUARDIAN GIVEN ON A NON-JUVENILE'
                           ' CARD - ADD REJECTED'
                   ADD 1 TO WS-REJECT-COUNT
                   MOVE 'GUARDIAN ONLY ON JUVENILE CARD'
                     TO Susp-RejectReason
                   PERFORM NOTE-CARD-REJECT
                   GO TO MAINT-ADD-PATRON-ROW-EXIT
               END-IF
           END-IF

           IF PC-BIRTH-DATE NOT = SPACES
              AND (PC-BIRTH-DATE IS NOT NUMERIC
                   OR PC-BIRTH-DATE > WS-TODAY)
               DISPLAY 'MAINT: PATRON ' PC-PATRON-NUMBER
                       ' - BIRTH DATE ' PC-BIRTH-DATE
                       ' NOT USABLE - ADD REJECTED'
               ADD 1 TO WS-REJECT-COUNT
               MOVE 'BAD BIRTH DATE' TO Susp-RejectReason
               PERFORM NOTE-CARD-REJECT
               GO TO MAINT-ADD-PATRON-ROW-EXIT
           END-IF

           PERFORM SET-EXPIRE-DATE
      *> Contact details and the delivery preference come in on
      *> a follow-up PC card - a new registration starts with a
                     ( PatronNumber, FirstName, LastName
                     , StreetAddress, City, State, Zip
                     , Phone, Email, DeliveryPref
                     , PatronType, RegDate, ExpireDate
                     , GuardianNumber, BirthDate, ConvertFlag )
               VALUES ( :PC-PATRON-NUMBER, :PC-FIRST-NAME
                      , :PC-LAST-NAME, :PC-STREET-ADDRESS
                      , :PC-CITY, :PC-STATE, :PC-ZIP
                      , SPACES, SPACES, SPACES
                      , :PC-PATRON-TYPE, :WS-TODAY
                      , :WS-EXPIRE-DATE
                      , :PC-GUARDIAN-NUMBER, :PC-BIRTH-DATE
                      , SPACES )
           END-EXEC
           ADD 1 TO WS-ADD-COUNT
           DISPLAY 'MAINT: PATRON ' PC-PATRON-NUMBER ' ADDED - '
                   PC-PATRON-TYPE ' CARD GOOD THROUGH '
                   WS-EXPIRE-DATE
           IF PC-GUARDIAN-NUMBER NOT = SPACES
               DISPLAY 'MAINT: PATRON ' PC-PATRON-NUMBER
                       ' LINKED TO GUARDIAN ' PC-GUARDIAN-NUMBER
           END-IF
           .
       MAINT-ADD-PATRON-ROW-EXIT.
           EXIT
               GO TO MAINT-CONTACT-ROW-EXIT
           END-IF

           IF CT-KEEP-HISTORY NOT = 'Y' AND CT-KEEP-HISTORY NOT = 'N'
              AND CT-KEEP-HISTORY NOT = SPACE
               DISPLAY 'MAINT: PATRON ' CT-PATRON-NUMBER
                       ' - KEEP-HISTORY FLAG ' CT-KEEP-HISTORY
                       ' NOT Y/N - CONTACT REJECTED'
               ADD 1 TO WS-REJECT-COUNT
               MOVE 'BAD KEEP-HISTORY FLAG' TO Susp-RejectReason
               PERFORM NOTE-CARD-REJECT
               GO TO MAINT-CONTACT-ROW-EXIT
           END-IF

      *> An electronic preference with nowhere to deliver to
      *> would silence every notice for the patron.
           IF CT-DELIVERY-PREF = 'E'
               ADD 1 TO WS-UPDATE-COUNT
               DISPLAY 'MAINT: PATRON ' CT-PATRON-NUMBER
                       ' CONTACT DETAILS UPDATED'
               IF CT-KEEP-HISTORY NOT = SPACE
                   PERFORM MAINT-SET-KEEP-HISTORY
               END-IF
               PERFORM MAINT-CLEAR-BOUNCES
           END-IF
           .
       MAINT-CONTACT-ROW-EXIT.
           EXIT
           .
      *> The patron's own say over their reading history.  A
      *> 'Y' holds ANONHIST off their settled loans; going
      *> back to 'N' lets the next run strip them.
       MAINT-SET-KEEP-HISTORY.
           EXEC SQL
               UPDATE Patron
                  SET KeepHistory = :CT-KEEP-HISTORY
                WHERE PatronNumber = :CT-PATRON-NUMBER
           END-EXEC
           DISPLAY 'MAINT: PATRON ' CT-PATRON-NUMBER
                   ' KEEP-HISTORY SET TO ' CT-KEEP-HISTORY
           .
      *> New details are on file, so the failed notices BOUNCE
      *> recorded against the old ones no longer count toward
      *> switching the patron to print, and the desk's flag
      *> comes down.
       MAINT-CLEAR-BOUNCES.
           EXEC SQL
               UPDATE NoticeBounce
                  SET Status    = 'C'
                     ,ClearDate = :WS-TODAY
                WHERE PatronNumber = :CT-PATRON-NUMBER
                  AND Status = 'O'
           END-EXEC
           IF SQLCODE NOT = 100
               DISPLAY 'MAINT: PATRON ' CT-PATRON-NUMBER
                       ' CONTACT-UPDATE FLAG CLEARED'
           END-IF
           .
      *> Re-links (or unlinks) a juvenile card - a new
      *> guardian after a custody change, or a link missed at
      *> registration - and records a birth date not taken at
      *> the time.  Either half may be blank, but not both.
       MAINT-GUARDIAN-LINK-ROW.
           IF GL-GUARDIAN-NUMBER = SPACES AND GL-BIRTH-DATE = SPACES
               DISPLAY 'MAINT: PATRON ' GL-PATRON-NUMBER
                       ' - NO GUARDIAN OR BIRTH DATE ON CARD'
                       ' - GUARDIAN LINK REJECTED'
               ADD 1 TO WS-REJECT-COUNT
               MOVE 'NOTHING TO CHANGE ON GL CARD' TO Susp-RejectReason
               PERFORM NOTE-CARD-REJECT
               GO TO MAINT-GUARDIAN-LINK-ROW-EXIT
           END-IF

           MOVE SPACE TO Patron-PatronType
           EXEC SQL
               SELECT PatronType
                 INTO :Patron-PatronType:Patron-PatronType-NULL
                 FROM Patron
                WHERE PatronNumber = :GL-PATRON-NUMBER
           END-EXEC
           IF SQLCODE = 100
               DISPLAY 'MAINT: PATRON ' GL-PATRON-NUMBER
                       ' NOT ON FILE - GUARDIAN LINK REJECTED'
               ADD 1 TO WS-REJECT-COUNT
               MOVE 'PATRON NOT ON FILE' TO Susp-RejectReason
               PERFORM NOTE-CARD-REJECT
               GO TO MAINT-GUARDIAN-LINK-ROW-EXIT
           END-IF
           IF Patron-PatronType-NULL < 0
               MOVE SPACE TO Patron-PatronType
           END-IF

           IF GL-GUARDIAN-NUMBER NOT = SPACES
              AND NOT GL-UNLINK-GUARDIAN
               IF Patron-PatronType NOT = 'J'
                   DISPLAY 'MAINT: PATRON ' GL-PATRON-NUMBER
                           ' IS NOT A JUVENILE CARD - GUARDIAN'
                           ' LINK REJECTED'
                   ADD 1 TO WS-REJECT-COUNT
                   MOVE 'GUARDIAN ONLY ON JUVENILE CARD'
                     TO Susp-RejectReason
                   PERFORM NOTE-CARD-REJECT
                   GO TO MAINT-GUARDIAN-LINK-ROW-EXIT
               END-IF
               MOVE GL-GUARDIAN-NUMBER TO WS-CHECK-GUARDIAN
               MOVE GL-PATRON-NUMBER   TO WS-CHECK-WARD
               PERFORM CHECK-GUARDIAN
               IF NOT GUARDIAN-GOOD
                   ADD 1 TO WS-REJECT-COUNT
                   PERFORM NOTE-CARD-REJECT
                   GO TO MAINT-GUARDIAN-LINK-ROW-EXIT
               END-IF
           END-IF

           IF GL-BIRTH-DATE NOT = SPACES
              AND (GL-BIRTH-DATE IS NOT NUMERIC
                   OR GL-BIRTH-DATE > WS-TODAY)
               DISPLAY 'MAINT: PATRON ' GL-PATRON-NUMBER
                       ' - BIRTH DATE ' GL-BIRTH-DATE
                       ' NOT USABLE - GUARDIAN LINK REJECTED'
               ADD 1 TO WS-REJECT-COUNT
               MOVE 'BAD BIRTH DATE' TO Susp-RejectReason
               PERFORM NOTE-CARD-REJECT
               GO TO MAINT-GUARDIAN-LINK-ROW-EXIT
           END-IF

           IF GL-UNLINK-GUARDIAN
               EXEC SQL
                   UPDATE Patron
                      SET GuardianNumber = ' '
                    WHERE PatronNumber = :GL-PATRON-NUMBER
               END-EXEC
               DISPLAY 'MAINT: PATRON ' GL-PATRON-NUMBER
                       ' GUARDIAN LINK REMOVED'
           ELSE
               IF GL-GUARDIAN-NUMBER NOT = SPACES
                   EXEC SQL
                       UPDATE Patron
                          SET GuardianNumber = :GL-GUARDIAN-NUMBER
                        WHERE PatronNumber = :GL-PATRON-NUMBER
                   END-EXEC
                   DISPLAY 'MAINT: PATRON ' GL-PATRON-NUMBER
                           ' LINKED TO GUARDIAN ' GL-GUARDIAN-NUMBER
               END-IF
           END-IF
           IF GL-BIRTH-DATE NOT = SPACES
               EXEC SQL
                   UPDATE Patron
                      SET BirthDate = :GL-BIRTH-DATE
                    WHERE PatronNumber = :GL-PATRON-NUMBER
               END-EXEC
               DISPLAY 'MAINT: PATRON ' GL-PATRON-NUMBER
                       ' BIRTH DATE SET TO ' GL-BIRTH-DATE
           END-IF
           ADD 1 TO WS-UPDATE-COUNT
           .
       MAINT-GUARDIAN-LINK-ROW-EXIT.
           EXIT
           .
      *> The desk's answer to EXPCARDS' come-of-age list: the
      *> card takes an adult membership type, stops being
      *> addressed to the guardian, and leaves the household.
       MAINT-CONVERT-PATRON-ROW.
           IF CV-PATRON-TYPE = SPACE
               MOVE 'A' TO CV-PATRON-TYPE
           END-IF
           IF CV-PATRON-TYPE NOT = 'A' AND CV-PATRON-TYPE NOT = 'S'
              AND CV-PATRON-TYPE NOT = 'F'
               DISPLAY 'MAINT: PATRON ' CV-PATRON-NUMBER
                       ' - MEMBERSHIP TYPE ' CV-PATRON-TYPE
                       ' NOT A/S/F - CONVERSION REJECTED'
               ADD 1 TO WS-REJECT-COUNT
               MOVE 'BAD MEMBERSHIP TYPE' TO Susp-RejectReason
               PERFORM NOTE-CARD-REJECT
               GO TO MAINT-CONVERT-PATRON-ROW-EXIT
           END-IF

           MOVE SPACE TO Patron-PatronType
           EXEC SQL
               SELECT PatronType
                 INTO :Patron-PatronType:Patron-PatronType-NULL
                 FROM Patron
                WHERE PatronNumber = :CV-PATRON-NUMBER
           END-EXEC
           IF SQLCODE = 100
               DISPLAY 'MAINT: PATRON ' CV-PATRON-NUMBER
                       ' NOT ON FILE - CONVERSION REJECTED'
               ADD 1 TO WS-REJECT-COUNT
               MOVE 'PATRON NOT ON FILE' TO Susp-RejectReason
               PERFORM NOTE-CARD-REJECT
               GO TO MAINT-CONVERT-PATRON-ROW-EXIT
           END-IF
           IF Patron-PatronType-NULL < 0 OR Patron-PatronType NOT = 'J'
               DISPLAY 'MAINT: PATRON ' CV-PATRON-NUMBER
                       ' IS NOT A JUVENILE CARD - CONVERSION'
                       ' REJECTED'
               ADD 1 TO WS-REJECT-COUNT
               MOVE 'NOT A JUVENILE CARD' TO Susp-RejectReason
               PERFORM NOTE-CARD-REJECT
               GO TO MAINT-CONVERT-PATRON-ROW-EXIT
           END-IF

           EXEC SQL
               UPDATE Patron
                  SET PatronType     = :CV-PATRON-TYPE
                     ,GuardianNumber = ' '
                     ,ConvertFlag    = ' '
                WHERE PatronNumber = :CV-PATRON-NUMBER
           END-EXEC
           ADD 1 TO WS-UPDATE-COUNT
           DISPLAY 'MAINT: PATRON ' CV-PATRON-NUMBER
                   ' CONVERTED TO MEMBERSHIP TYPE ' CV-PATRON-TYPE
                   ' - GUARDIAN LINK REMOVED'
           .
       MAINT-CONVERT-PATRON-ROW-EXIT.
           EXIT
           .
      *> The guardian named on a card (WS-CHECK-GUARDIAN) must
      *> be a patron on file, not the card itself and not
      *> another juvenile - a child cannot be answerable for a
      *> child.  Sets the reject reason on failure.
       CHECK-GUARDIAN.
           MOVE 'N'   TO WS-GUARD-SWITCH
           MOVE SPACE TO WS-GUARD-TYPE
           EXEC SQL
               SELECT PatronType
                 INTO :WS-GUARD-TYPE:WS-GUARD-TYPE-NULL
                 FROM Patron
                WHERE PatronNumber = :WS-CHECK-GUARDIAN
           END-EXEC
           EVALUATE TRUE
               WHEN WS-CHECK-GUARDIAN = WS-CHECK-WARD
                   DISPLAY 'MAINT: PATRON ' WS-CHECK-WARD
                           ' CANNOT BE ITS OWN GUARDIAN'
                           ' - CARD REJECTED'
                   MOVE 'CARD CANNOT BE OWN GUARDIAN'
                     TO Susp-RejectReason
               WHEN SQLCODE = 100
                   DISPLAY 'MAINT: GUARDIAN ' WS-CHECK-GUARDIAN
                           ' NOT ON FILE - CARD REJECTED'
                   MOVE 'GUARDIAN NOT ON FILE' TO Susp-RejectReason
               WHEN WS-GUARD-TYPE-NULL >= 0 AND WS-GUARD-TYPE = 'J'
                   DISPLAY 'MAINT: GUARDIAN ' WS-CHECK-GUARDIAN
                           ' IS A JUVENILE CARD - CARD REJECTED'
                   MOVE 'GUARDIAN IS A JUVENILE CARD'
                     TO Susp-RejectReason
               WHEN OTHER
                   MOVE 'Y' TO WS-GUARD-SWITCH
           END-EVALUATE
           .
       MAINT-UPDATE-PATRON-ROW.
           EXEC SQL
               UPDATE Patron
                     , PatronNumber, RemainingDays, RenewalCount
                     , Barcode, BranchID
                     , ReplacementCost, LostFlag, ItemType
                     , SubjectCode, LastChangeDate, AddDate )
               VALUES ( :BC-BOOK-ID, :BC-COPY-NUMBER
                      , :BC-BOOK-TITLE, :BC-BOOK-AUTHOR
                      , :BC-BOOK-PUBLISHER, :BC-PUBLICATION-YEAR
                      , :BC-BRANCH-ID
                      , :Book-ReplacementCost, SPACES
                      , :BC-ITEM-TYPE, :BC-SUBJECT-CODE
                      , :WS-TODAY, :WS-TODAY )
           END-EXEC
           ADD 1 TO WS-ADD-COUNT
           DISPLAY 'MAINT: BOOK ' BC-BOOK-ID ' COPY '
               PERFORM NOTE-CARD-REJECT
               GO TO MAINT-ADD-SUBJECT-ROW-EXIT
           END-IF
           IF SJ-AGE-LIMIT NOT = SPACES AND SJ-AGE-LIMIT NOT NUMERIC
               DISPLAY 'MAINT: SUBJECT ' SJ-SUBJECT-CODE
                       ' - AGE LIMIT ' SJ-AGE-LIMIT
                       ' NOT NUMERIC - CARD REJECTED'
               ADD 1 TO WS-REJECT-COUNT
               MOVE 'NON-NUMERIC AGE LIMIT' TO Susp-RejectReason
               PERFORM NOTE-CARD-REJECT
               GO TO MAINT-ADD-SUBJECT-ROW-EXIT
           END-IF

      *> A code already on file is updated in place, so the
      *> weeding age limit can be set on the existing codes.
           EXEC SQL
               SELECT COUNT(*)
                 INTO :WS-ROW-COUNT
           END-EXEC

           IF WS-ROW-COUNT NOT = 0
               EXEC SQL
                   UPDATE SubjectCode
                      SET SubjectName = :SJ-SUBJECT-NAME
                         ,AgeLimit    = :SJ-AGE-LIMIT
                    WHERE SubjectCode = :SJ-SUBJECT-CODE
               END-EXEC
               ADD 1 TO WS-UPDATE-COUNT
               DISPLAY 'MAINT: SUBJECT ' SJ-SUBJECT-CODE ' "'
                       SJ-SUBJECT-NAME '" UPDATED - AGE LIMIT '
                       SJ-AGE-LIMIT
           ELSE
               EXEC SQL
                   INSERT INTO SubjectCode
                         ( SubjectCode, SubjectName, AgeLimit )
                   VALUES ( :SJ-SUBJECT-CODE, :SJ-SUBJECT-NAME
                          , :SJ-AGE-LIMIT )
               END-EXEC
               ADD 1 TO WS-ADD-COUNT
               DISPLAY 'MAINT: SUBJECT ' SJ-SUBJECT-CODE ' "'
               GO TO MAINT-RETIRE-COPY-ROW-EXIT
           END-IF

      *> Every withdrawal names a supervisor who approved it -
      *> the board's question, and the reason the register
      *> exists.  A supervisor keying the card approves it.
           IF SUPERVISOR-OPERATOR AND RTC-APPROVER = SPACES
               MOVE RTC-USERID TO RTC-APPROVER
           END-IF
           MOVE RTC-APPROVER TO WS-CHECK-USERID
           PERFORM CHECK-OPERATOR
           IF NOT OPERATOR-GOOD
               ADD 1 TO WS-REJECT-COUNT
               PERFORM NOTE-CARD-REJECT
               GO TO MAINT-RETIRE-COPY-ROW-EXIT
           END-IF
           IF NOT SUPERVISOR-OPERATOR
               DISPLAY 'MAINT: APPROVER ' RTC-APPROVER
                       ' IS NOT A SUPERVISOR - RETIRE REJECTED'
               ADD 1 TO WS-REJECT-COUNT
               MOVE 'RC NEEDS SUPERVISOR APPROVAL'
                 TO Susp-RejectReason
               PERFORM NOTE-CARD-REJECT
               GO TO MAINT-RETIRE-COPY-ROW-EXIT
           END-IF

           IF RTC-REASON NOT = 'WN' AND RTC-REASON NOT = 'OD'
              AND RTC-REASON NOT = 'LN' AND RTC-REASON NOT = 'DP'
               DISPLAY 'MAINT: BOOK ' RTC-BOOK-ID ' COPY '
                       RTC-COPY-NUMBER ' - REASON ' RTC-REASON
                       ' NOT WN/OD/LN/DP - RETIRE REJECTED'
               ADD 1 TO WS-REJECT-COUNT
               MOVE 'BAD WITHDRAWAL REASON' TO Susp-RejectReason
               PERFORM NOTE-CARD-REJECT
               GO TO MAINT-RETIRE-COPY-ROW-EXIT
           END-IF
           IF RTC-DISPOSITION NOT = 'BS' AND RTC-DISPOSITION NOT = 'DC'
              AND RTC-DISPOSITION NOT = 'DN'
               DISPLAY 'MAINT: BOOK ' RTC-BOOK-ID ' COPY '
                       RTC-COPY-NUMBER ' - DISPOSITION '
                       RTC-DISPOSITION ' NOT BS/DC/DN'
                       ' - RETIRE REJECTED'
               ADD 1 TO WS-REJECT-COUNT
               MOVE 'BAD DISPOSITION' TO Susp-RejectReason
               PERFORM NOTE-CARD-REJECT
               GO TO MAINT-RETIRE-COPY-ROW-EXIT
           END-IF

           MOVE SPACES TO Book-PatronNumber Book-BookTitle
                          Book-BookAuthor Book-PublicationYear
                          Book-Barcode Book-BranchID Book-SubjectCode
                          Book-ItemType Book-LostFlag
           EXEC SQL
               SELECT PatronNumber, BookTitle, BookAuthor
                     ,PublicationYear, Barcode, BranchID
                     ,SubjectCode, ItemType, LostFlag, AddDate
                 INTO :Book-PatronNumber:Book-PatronNumber-NULL
                     ,:Book-BookTitle
                     ,:Book-BookAuthor
                     ,:Book-PublicationYear
                     ,:Book-Barcode:Book-Barcode-NULL
                     ,:Book-BranchID:Book-BranchID-NULL
                     ,:Book-SubjectCode:Book-SubjectCode-NULL
                     ,:Book-ItemType:Book-ItemType-NULL
                     ,:Book-LostFlag:Book-LostFlag-NULL
                     ,:Book-AddDate:Book-AddDate-NULL
                 FROM Book
                WHERE BookID = :RTC-BOOK-ID
                  AND CopyNumber = :RTC-COPY-NUMBER
               GO TO MAINT-RETIRE-COPY-ROW-EXIT
           END-IF

      *> A copy on the van the same way - its BookTransit row
      *> would be orphaned, and INTRANS, which reads the title
      *> off the Book row, would never list it as missing.
           EXEC SQL
               SELECT COUNT(*)
                 INTO :WS-ROW-COUNT
                 FROM BookTransit
                WHERE BookID = :RTC-BOOK-ID
                  AND CopyNumber = :RTC-COPY-NUMBER
                  AND Status = 'T'
           END-EXEC

           IF WS-ROW-COUNT NOT = 0
               DISPLAY 'MAINT: BOOK ' RTC-BOOK-ID ' COPY '
                       RTC-COPY-NUMBER
                       ' IS IN TRANSIT - RETIRE REJECTED'
               ADD 1 TO WS-REJECT-COUNT
               MOVE 'COPY IN TRANSIT' TO Susp-RejectReason
               PERFORM NOTE-CARD-REJECT
               GO TO MAINT-RETIRE-COPY-ROW-EXIT
           END-IF

      *> Lost-and-not-recovered has to be true of the copy, or
      *> the register would carry a missing book that is in
      *> fact on the shelf.
           IF RTC-REASON = 'LN'
              AND (Book-LostFlag-NULL < 0 OR Book-LostFlag NOT = 'Y')
               DISPLAY 'MAINT: BOOK ' RTC-BOOK-ID ' COPY '
                       RTC-COPY-NUMBER
                       ' IS NOT DECLARED LOST - RETIRE REJECTED'
               ADD 1 TO WS-REJECT-COUNT
               MOVE 'LN BUT COPY NOT LOST' TO Susp-RejectReason
               PERFORM NOTE-CARD-REJECT
               GO TO MAINT-RETIRE-COPY-ROW-EXIT
           END-IF

           PERFORM WRITE-WITHDRAWAL-ROW
           EXEC SQL
               DELETE FROM Book
                WHERE BookID = :RTC-BOOK-ID
           END-EXEC
           ADD 1 TO WS-RETIRE-COUNT
           DISPLAY 'MAINT: BOOK ' RTC-BOOK-ID ' COPY ' RTC-COPY-NUMBER
                   ' RETIRED BY ' RTC-USERID ' APPROVED BY '
                   RTC-APPROVER ' - ' RTC-REASON '/' RTC-DISPOSITION
           .
       MAINT-RETIRE-COPY-ROW-EXIT.
           EXIT
           .
       WRITE-WITHDRAWAL-ROW.
           IF Book-Barcode-NULL < 0
               MOVE SPACES TO Book-Barcode
           END-IF
           IF Book-BranchID-NULL < 0
               MOVE SPACES TO Book-BranchID
           END-IF
           IF Book-SubjectCode-NULL < 0
               MOVE SPACES TO Book-SubjectCode
           END-IF
           IF Book-ItemType-NULL < 0
               MOVE SPACES TO Book-ItemType
           END-IF
           IF Book-AddDate-NULL < 0
               MOVE SPACES TO Book-AddDate
           END-IF
           MOVE RTC-BOOK-ID          TO Wdr-BookID
           MOVE RTC-COPY-NUMBER      TO Wdr-CopyNumber
           MOVE Book-BookTitle       TO Wdr-BookTitle
           MOVE Book-BookAuthor      TO Wdr-BookAuthor
           MOVE Book-PublicationYear TO Wdr-PublicationYear
           MOVE Book-Barcode         TO Wdr-Barcode
           MOVE Book-BranchID        TO Wdr-BranchID
           MOVE Book-SubjectCode     TO Wdr-SubjectCode
           MOVE Book-ItemType        TO Wdr-ItemType
           MOVE WS-TODAY             TO Wdr-WithdrawDate
           MOVE RTC-REASON           TO Wdr-ReasonCode
           MOVE RTC-DISPOSITION      TO Wdr-Disposition
           MOVE RTC-USERID           TO Wdr-UserID
           MOVE RTC-APPROVER         TO Wdr-ApproverID
           MOVE Book-AddDate         TO Wdr-AddDate
           EXEC SQL
               INSERT INTO Withdrawal
                     ( BookID, CopyNumber, BookTitle, BookAuthor
                     , PublicationYear, Barcode, BranchID
                     , SubjectCode, ItemType, WithdrawDate
                     , ReasonCode, Disposition, UserID
                     , ApproverID, AddDate )
               VALUES ( :Wdr-BookID, :Wdr-CopyNumber
                      , :Wdr-BookTitle, :Wdr-BookAuthor
                      , :Wdr-PublicationYear, :Wdr-Barcode
                      , :Wdr-BranchID, :Wdr-SubjectCode
                      , :Wdr-ItemType, :Wdr-WithdrawDate
                      , :Wdr-ReasonCode, :Wdr-Disposition
                      , :Wdr-UserID, :Wdr-ApproverID
                      , :Wdr-AddDate )
           END-EXEC
           .
      *> A hand-edit of who holds a book is exactly what the
      *> waiver-log review flagged - the correcting id must be
      *> a known, active SUPERVISOR.
                      SET OperName   = :AO-OPER-NAME
                         ,OperRole   = :AO-ROLE
                         ,ActiveFlag = :AO-ACTIVE
                         ,BranchID   = :AO-BRANCH-ID
                    WHERE UserID = :AO-USERID
               END-EXEC
               ADD 1 TO WS-UPDATE-COUNT
               EXEC SQL
                   INSERT INTO Operator
                         ( UserID, OperName, OperRole
                         , ActiveFlag, BranchID )
                   VALUES ( :AO-USERID, :AO-OPER-NAME
                          , :AO-ROLE, :AO-ACTIVE
                          , :AO-BRANCH-ID )
               END-EXEC
               ADD 1 TO WS-ADD-COUNT
               DISPLAY 'MAINT: OPERATOR ' AO-USERID ' ADDED - '
       MAINT-ADD-OPERATOR-ROW-EXIT.
           EXIT
           .
      *> A campaign forgives fines wholesale under one
      *> supervisor's sign-off, so the card is checked hard:
      *> lost-item bills can never be put in, and the dates
      *> must be real YYYYMMDD values in the right order.  A
      *> code already on file is updated in place (the board
      *> moves an end date or adds a branch).
       MAINT-FINE-CAMPAIGN-ROW.
           IF FC-CAMPAIGN-ID = SPACES
               DISPLAY 'MAINT: CAMPAIGN CODE IS BLANK'
                       ' - CARD REJECTED'
               ADD 1 TO WS-REJECT-COUNT
               MOVE 'BLANK CAMPAIGN CODE' TO Susp-RejectReason
               PERFORM NOTE-CARD-REJECT
               GO TO MAINT-FINE-CAMPAIGN-ROW-EXIT
           END-IF
           IF FC-CAMPAIGN-TYPE NOT = 'A' AND FC-CAMPAIGN-TYPE NOT = 'F'
               DISPLAY 'MAINT: CAMPAIGN ' FC-CAMPAIGN-ID
                       ' - TYPE ' FC-CAMPAIGN-TYPE
                       ' NOT A/F - CARD REJECTED'
               ADD 1 TO WS-REJECT-COUNT
               MOVE 'BAD CAMPAIGN TYPE' TO Susp-RejectReason
               PERFORM NOTE-CARD-REJECT
               GO TO MAINT-FINE-CAMPAIGN-ROW-EXIT
           END-IF

           IF FC-FINE-TYPES = SPACES
               MOVE 'D' TO FC-FINE-TYPES
           END-IF
           MOVE 'Y' TO WS-SCAN-SWITCH
           PERFORM VARYING WS-SCAN-IX FROM 1 BY 1
                   UNTIL WS-SCAN-IX > 2
               IF FC-FINE-TYPES (WS-SCAN-IX:1) NOT = 'D'
                  AND FC-FINE-TYPES (WS-SCAN-IX:1) NOT = 'R'
                  AND FC-FINE-TYPES (WS-SCAN-IX:1) NOT = SPACE
                   MOVE 'N' TO WS-SCAN-SWITCH
               END-IF
           END-PERFORM
           IF NOT SCAN-GOOD
               DISPLAY 'MAINT: CAMPAIGN ' FC-CAMPAIGN-ID
                       ' - CHARGE TYPES ' FC-FINE-TYPES
                       ' NOT D/R - CARD REJECTED'
               ADD 1 TO WS-REJECT-COUNT
               MOVE 'BAD CAMPAIGN CHARGE TYPE' TO Susp-RejectReason
               PERFORM NOTE-CARD-REJECT
               GO TO MAINT-FINE-CAMPAIGN-ROW-EXIT
           END-IF

           MOVE 'Y' TO WS-SCAN-SWITCH
           PERFORM VARYING WS-SCAN-IX FROM 1 BY 1
                   UNTIL WS-SCAN-IX > 4
               IF FC-PATRON-TYPES (WS-SCAN-IX:1) NOT = 'A'
                  AND FC-PATRON-TYPES (WS-SCAN-IX:1) NOT = 'J'
                  AND FC-PATRON-TYPES (WS-SCAN-IX:1) NOT = 'S'
                  AND FC-PATRON-TYPES (WS-SCAN-IX:1) NOT = 'F'
                  AND FC-PATRON-TYPES (WS-SCAN-IX:1) NOT = SPACE
                   MOVE 'N' TO WS-SCAN-SWITCH
               END-IF
           END-PERFORM
           IF NOT SCAN-GOOD
               DISPLAY 'MAINT: CAMPAIGN ' FC-CAMPAIGN-ID
                       ' - MEMBERSHIP TYPES ' FC-PATRON-TYPES
                       ' NOT A/J/S/F - CARD REJECTED'
               ADD 1 TO WS-REJECT-COUNT
               MOVE 'BAD MEMBERSHIP TYPE' TO Susp-RejectReason
               PERFORM NOTE-CARD-REJECT
               GO TO MAINT-FINE-CAMPAIGN-ROW-EXIT
           END-IF

           IF (FC-FINE-DATE-FROM NOT = SPACES
               AND FC-FINE-DATE-FROM IS NOT NUMERIC)
              OR FC-FINE-DATE-TO IS NOT NUMERIC
              OR FC-START-DATE IS NOT NUMERIC
              OR FC-END-DATE IS NOT NUMERIC
               DISPLAY 'MAINT: CAMPAIGN ' FC-CAMPAIGN-ID
                       ' - A DATE IS MISSING OR NOT YYYYMMDD'
                       ' - CARD REJECTED'
               ADD 1 TO WS-REJECT-COUNT
               MOVE 'BAD CAMPAIGN DATE' TO Susp-RejectReason
               PERFORM NOTE-CARD-REJECT
               GO TO MAINT-FINE-CAMPAIGN-ROW-EXIT
           END-IF
           IF (FC-FINE-DATE-FROM NOT = SPACES
               AND FC-FINE-DATE-FROM > FC-FINE-DATE-TO)
              OR FC-START-DATE > FC-END-DATE
               DISPLAY 'MAINT: CAMPAIGN ' FC-CAMPAIGN-ID
                       ' - A FROM DATE IS AFTER ITS TO DATE'
                       ' - CARD REJECTED'
               ADD 1 TO WS-REJECT-COUNT
               MOVE 'CAMPAIGN DATES OUT OF ORDER' TO Susp-RejectReason
               PERFORM NOTE-CARD-REJECT
               GO TO MAINT-FINE-CAMPAIGN-ROW-EXIT
           END-IF

           MOVE FC-APPROVER TO WS-CHECK-USERID
           PERFORM CHECK-OPERATOR
           IF NOT OPERATOR-GOOD
               ADD 1 TO WS-REJECT-COUNT
               PERFORM NOTE-CARD-REJECT
               GO TO MAINT-FINE-CAMPAIGN-ROW-EXIT
           END-IF
           IF NOT SUPERVISOR-OPERATOR
               DISPLAY 'MAINT: APPROVER ' FC-APPROVER
                       ' IS NOT A SUPERVISOR - FC CARD REJECTED'
               ADD 1 TO WS-REJECT-COUNT
               MOVE 'FC NEEDS SUPERVISOR APPROVAL' TO Susp-RejectReason
               PERFORM NOTE-CARD-REJECT
               GO TO MAINT-FINE-CAMPAIGN-ROW-EXIT
           END-IF

           MOVE FC-CAMPAIGN-ID    TO Camp-CampaignID
           MOVE FC-CAMPAIGN-NAME  TO Camp-CampaignName
           MOVE FC-CAMPAIGN-TYPE  TO Camp-CampaignType
           MOVE FC-FINE-TYPES     TO Camp-FineTypes
           MOVE FC-FINE-DATE-FROM TO Camp-FineDateFrom
           MOVE FC-FINE-DATE-TO   TO Camp-FineDateTo
           MOVE FC-PATRON-TYPES   TO Camp-PatronTypes
           MOVE FC-BRANCHES       TO Camp-Branches
           MOVE FC-START-DATE     TO Camp-StartDate
           MOVE FC-END-DATE       TO Camp-EndDate
           MOVE FC-APPROVER       TO Camp-ApprovedBy
           EXEC SQL
               SELECT COUNT(*)
                 INTO :WS-ROW-COUNT
                 FROM FineCampaign
                WHERE CampaignID = :Camp-CampaignID
           END-EXEC
           IF WS-ROW-COUNT NOT = 0
               EXEC SQL
                   UPDATE FineCampaign
                      SET CampaignName = :Camp-CampaignName
                         ,CampaignType = :Camp-CampaignType
                         ,FineTypes    = :Camp-FineTypes
                         ,FineDateFrom = :Camp-FineDateFrom
                         ,FineDateTo   = :Camp-FineDateTo
                         ,PatronTypes  = :Camp-PatronTypes
                         ,Branches     = :Camp-Branches
                         ,StartDate    = :Camp-StartDate
                         ,EndDate      = :Camp-EndDate
                         ,ApprovedBy   = :Camp-ApprovedBy
                    WHERE CampaignID = :Camp-CampaignID
               END-EXEC
               ADD 1 TO WS-UPDATE-COUNT
               DISPLAY 'MAINT: CAMPAIGN ' FC-CAMPAIGN-ID ' "'
                       FC-CAMPAIGN-NAME '" UPDATED'
           ELSE
               EXEC SQL
                   INSERT INTO FineCampaign
                         ( CampaignID, CampaignName, CampaignType
                         , FineTypes, FineDateFrom, FineDateTo
                         , PatronTypes, Branches, StartDate
                         , EndDate, ApprovedBy )
                   VALUES ( :Camp-CampaignID, :Camp-CampaignName
                          , :Camp-CampaignType, :Camp-FineTypes
                          , :Camp-FineDateFrom, :Camp-FineDateTo
                          , :Camp-PatronTypes, :Camp-Branches
                          , :Camp-StartDate, :Camp-EndDate
                          , :Camp-ApprovedBy )
               END-EXEC
               ADD 1 TO WS-ADD-COUNT
               DISPLAY 'MAINT: CAMPAIGN ' FC-CAMPAIGN-ID ' "'
                       FC-CAMPAIGN-NAME '" ADDED'
           END-IF
           DISPLAY 'MAINT: CAMPAIGN ' FC-CAMPAIGN-ID ' RUNS '
                   FC-START-DATE ' TO ' FC-END-DATE
                   ' - FINES DATED TO ' FC-FINE-DATE-TO
           .
       MAINT-FINE-CAMPAIGN-ROW-EXIT.
           EXIT
           .
      *> A fresh reject is captured to Suspense with its card
      *> image; a reject during a reprocess run just refreshes
      *> the reason and date on the row being retried.  The
