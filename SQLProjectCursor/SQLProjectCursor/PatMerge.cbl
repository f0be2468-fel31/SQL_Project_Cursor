      *> For an accepted card:
      *>   - Book, Fine, Payment, LoanHistory,
      *>     HoldShelf, Notice and ILLRequest rows are
      *>     re-pointed from the loser to the survivor,
      *>     as is the patron a copy in transit is
      *>     being shipped to, and the loser's
      *>     claims-returned history (so the survivor's
      *>     claim count on ACCTSTMT is the whole story)
      *>   - so are the loser's collection-bureau ledger
      *>     rows (the bureau still knows the old number,
      *>     so its later returns land in Suspense for
      *>     the desk to re-key) and undelivered-notice
      *>     history (the survivor inherits the
      *>     contact-update flag)
      *>   - a Reservation of the loser's is re-pointed
      *>     too, unless the survivor already waits on
      *>     the same title - then the duplicate is
      *>     singleton SELECT FINEPAY's payment posting
      *>     depends on.  The desk settles one of the
      *>     fines first and re-feeds the card via *RP
      *>   - juvenile cards linked to the loser as their
      *>     guardian are re-linked to the survivor, and
      *>     a survivor that is itself a juvenile card
      *>     with no guardian takes the loser's.  A card
      *>     is REFUSED when one number is the other's
      *>     guardian (the household would collapse into
      *>     one card), or when the loser is a guardian
      *>     and the survivor is a juvenile card
      *>   - the survivor takes the later of the two
      *>     LastLoanDate stamps, and KeepHistory 'Y' if
      *>     either card asked to keep its history
      *>   - the losing Patron row goes to PatronArchive
      *>     (no hard delete) and comes off Patron
      *>   - the merge is written to AuditLog as 'PM'
         01  WS-PROGRAM-NAME               PIC X(8) VALUE 'PATMERGE'.
         01  WS-MAX-SUSP                   PIC X(6).
         01  WS-MAX-SUSP-NULL              PIC S9(04) COMP-5.
         01  WS-LOSER-GUARDIAN             PIC X(6).
         01  WS-LOSER-GUARDIAN-NULL        PIC S9(04) COMP-5.
         01  WS-SURV-TYPE                  PIC X(1).
         01  WS-SURV-TYPE-NULL             PIC S9(04) COMP-5.
         01  WS-SURV-GUARDIAN              PIC X(6).
         01  WS-SURV-GUARDIAN-NULL         PIC S9(04) COMP-5.
         01  WS-LOSER-LAST-LOAN            PIC X(8).
         01  WS-LOSER-LAST-LOAN-NULL       PIC S9(04) COMP-5.
         01  WS-LOSER-KEEP                 PIC X(1).
         01  WS-LOSER-KEEP-NULL            PIC S9(04) COMP-5.
         01  WS-SURV-LAST-LOAN             PIC X(8).
         01  WS-SURV-LAST-LOAN-NULL        PIC S9(04) COMP-5.
         01  WS-SURV-KEEP                  PIC X(1).
         01  WS-SURV-KEEP-NULL             PIC S9(04) COMP-5.
       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL
           MOVE SPACES TO Patron-FirstName Patron-LastName
           EXEC SQL
               SELECT FirstName, LastName, StreetAddress, City
                     ,State, Zip, GuardianNumber
                     ,LastLoanDate, KeepHistory
                 INTO :Patron-FirstName, :Patron-LastName
                     ,:Patron-StreetAddress, :Patron-City
                     ,:Patron-State, :Patron-Zip
                     ,:WS-LOSER-GUARDIAN:WS-LOSER-GUARDIAN-NULL
                     ,:WS-LOSER-LAST-LOAN:WS-LOSER-LAST-LOAN-NULL
                     ,:WS-LOSER-KEEP:WS-LOSER-KEEP-NULL
                 FROM Patron
                WHERE PatronNumber = :WS-CARD-LOSER
           END-EXEC
               GO TO PROCESS-CARD-EXIT
           END-IF

      *> Guardian links.  Merging a child's card into its own
      *> guardian's (or the reverse) is never a duplicate
      *> registration, and a juvenile card cannot take over
      *> the loser's wards.
           IF WS-LOSER-GUARDIAN-NULL < 0
               MOVE SPACES TO WS-LOSER-GUARDIAN
           END-IF
           EXEC SQL
               SELECT PatronType, GuardianNumber
                     ,LastLoanDate, KeepHistory
                 INTO :WS-SURV-TYPE:WS-SURV-TYPE-NULL
                     ,:WS-SURV-GUARDIAN:WS-SURV-GUARDIAN-NULL
                     ,:WS-SURV-LAST-LOAN:WS-SURV-LAST-LOAN-NULL
                     ,:WS-SURV-KEEP:WS-SURV-KEEP-NULL
                 FROM Patron
                WHERE PatronNumber = :WS-CARD-SURVIVOR
           END-EXEC
           IF WS-LOSER-LAST-LOAN-NULL < 0
               MOVE SPACES TO WS-LOSER-LAST-LOAN
           END-IF
           IF WS-LOSER-KEEP-NULL < 0
               MOVE SPACE TO WS-LOSER-KEEP
           END-IF
           IF WS-SURV-LAST-LOAN-NULL < 0
               MOVE SPACES TO WS-SURV-LAST-LOAN
           END-IF
           IF WS-SURV-KEEP-NULL < 0
               MOVE SPACE TO WS-SURV-KEEP
           END-IF
           IF WS-SURV-TYPE-NULL < 0
               MOVE SPACES TO WS-SURV-TYPE
           END-IF
           IF WS-SURV-GUARDIAN-NULL < 0
               MOVE SPACES TO WS-SURV-GUARDIAN
           END-IF
           IF WS-LOSER-GUARDIAN = WS-CARD-SURVIVOR
              OR WS-SURV-GUARDIAN = WS-CARD-LOSER
               DISPLAY 'PATMERGE: ' WS-CARD-LOSER ' AND '
                       WS-CARD-SURVIVOR ' ARE GUARDIAN AND WARD'
                       ' - CARD REJECTED'
               ADD 1 TO WS-REJECT-COUNT
               MOVE 'GUARDIAN/WARD MERGE REFUSED'
                 TO Susp-RejectReason
               PERFORM NOTE-CARD-REJECT
               GO TO PROCESS-CARD-EXIT
           END-IF
           EXEC SQL
               SELECT COUNT(*)
                 INTO :WS-ROW-COUNT
                 FROM Patron
                WHERE GuardianNumber = :WS-CARD-LOSER
           END-EXEC
           IF WS-ROW-COUNT NOT = 0 AND WS-SURV-TYPE = 'J'
               DISPLAY 'PATMERGE: ' WS-CARD-LOSER ' IS A GUARDIAN;'
                       ' SURVIVOR ' WS-CARD-SURVIVOR
                       ' IS A JUVENILE CARD - CARD REJECTED'
               ADD 1 TO WS-REJECT-COUNT
               MOVE 'JUVENILE SURVIVOR CANNOT TAKE WARDS'
                 TO Susp-RejectReason
               PERFORM NOTE-CARD-REJECT
               GO TO PROCESS-CARD-EXIT
           END-IF

      *> FINECALC/LOSTITEM keep at most one unpaid fine of a
      *> charge type per patron/book/copy, and FINEPAY's
      *> singleton SELECT depends on it.  If the loser and the
                  AND A.CopyNumber = B.CopyNumber
                  AND A.PaidFlag = 'N'
                  AND B.PaidFlag = 'N'
                  AND ( (A.FineType IN ('L', 'R')
                         AND B.FineType = A.FineType)
                     OR ( (A.FineType IS NULL
                           OR A.FineType NOT IN ('L', 'R'))
                      AND (B.FineType IS NULL
                           OR B.FineType NOT IN ('L', 'R')) ) )
           END-EXEC
           IF WS-ROW-COUNT NOT = 0
               DISPLAY 'PATMERGE: ' WS-CARD-LOSER ' AND '
                  SET PatronNumber = :WS-CARD-SURVIVOR
                WHERE PatronNumber = :WS-CARD-LOSER
           END-EXEC
           EXEC SQL
               UPDATE BookTransit
                  SET HoldPatron = :WS-CARD-SURVIVOR
                WHERE HoldPatron = :WS-CARD-LOSER
                  AND Status = 'T'
           END-EXEC
           EXEC SQL
               UPDATE ClaimReturn
                  SET PatronNumber = :WS-CARD-SURVIVOR
                WHERE PatronNumber = :WS-CARD-LOSER
           END-EXEC
           EXEC SQL
               UPDATE CollectRef
                  SET PatronNumber = :WS-CARD-SURVIVOR
                WHERE PatronNumber = :WS-CARD-LOSER
           END-EXEC
           EXEC SQL
               UPDATE NoticeBounce
                  SET PatronNumber = :WS-CARD-SURVIVOR
                WHERE PatronNumber = :WS-CARD-LOSER
           END-EXEC
           EXEC SQL
               UPDATE Patron
                  SET GuardianNumber = :WS-CARD-SURVIVOR
                WHERE GuardianNumber = :WS-CARD-LOSER
           END-EXEC
           IF WS-SURV-TYPE = 'J' AND WS-SURV-GUARDIAN = SPACES
              AND WS-LOSER-GUARDIAN NOT = SPACES
               EXEC SQL
                   UPDATE Patron
                      SET GuardianNumber = :WS-LOSER-GUARDIAN
                    WHERE PatronNumber = :WS-CARD-SURVIVOR
               END-EXEC
           END-IF
      *> The loser's borrowing counts as the survivor's - the
      *> later of the two ANONHIST stamps stands, so the
      *> merged patron is not taken for idle - and either
      *> card's request to keep its reading history holds
      *> for the merged one.
           IF WS-LOSER-LAST-LOAN > WS-SURV-LAST-LOAN
               EXEC SQL
                   UPDATE Patron
                      SET LastLoanDate = :WS-LOSER-LAST-LOAN
                    WHERE PatronNumber = :WS-CARD-SURVIVOR
               END-EXEC
           END-IF
           IF WS-LOSER-KEEP = 'Y' AND WS-SURV-KEEP NOT = 'Y'
               EXEC SQL
                   UPDATE Patron
                      SET KeepHistory = 'Y'
                    WHERE PatronNumber = :WS-CARD-SURVIVOR
               END-EXEC
           END-IF
           .
       MERGE-RESERVATIONS.
           EXEC SQL
