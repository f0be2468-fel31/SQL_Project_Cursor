      *> and why.  A patron is archived only when ALL of
      *> these hold:
      *>   - no LoanHistory checkout or return inside
      *>     the last N years (nor, once ANONHIST has
      *>     stripped the number off the loans, a
      *>     Patron.LastLoanDate inside them)
      *>   - nothing currently out on Book
      *>   - nothing waiting on the hold shelf
      *>   - no Reservation rows
      *>   - no unpaid Fine rows
      *>   - no juvenile card still names the patron as
      *>     its guardian (the child's notices and
      *>     statements are addressed through that row;
      *>     the desk re-links or converts the child
      *>     first)
      *> N comes from a single optional SYSIN card,
      *> cols 1-2 (years); blank or zero means 5.
      *> -------------------------------------------
               GO TO CHECK-ONE-PATRON-EXIT
           END-IF

      *> Anonymized loans no longer carry the number, so the
      *> activity they stood for is read off the stamp ANONHIST
      *> left on the Patron row.
           EXEC SQL
               SELECT COUNT(*)
                 INTO :WS-ROW-COUNT
                 FROM Patron
                WHERE PatronNumber = :Patron-PatronNumber
                  AND LastLoanDate >= :WS-CUTOFF-DATE
           END-EXEC
           IF WS-ROW-COUNT NOT = 0
               PERFORM SKIP-PATRON-ACTIVE
               GO TO CHECK-ONE-PATRON-EXIT
           END-IF

           EXEC SQL
               SELECT COUNT(*)
                 INTO :WS-ROW-COUNT
                 FROM Patron
                WHERE GuardianNumber = :Patron-PatronNumber
           END-EXEC
           IF WS-ROW-COUNT NOT = 0
               PERFORM SKIP-PATRON-GUARDIAN
               GO TO CHECK-ONE-PATRON-EXIT
           END-IF

           PERFORM ARCHIVE-PATRON-ROW
           .
       CHECK-ONE-PATRON-EXIT.
                   Patron-FirstName ' ' Patron-LastName
                   ' - LOAN ACTIVITY SINCE ' WS-CUTOFF-DATE
           .
       SKIP-PATRON-GUARDIAN.
           ADD 1 TO WS-SKIP-COUNT
           DISPLAY '  SKIPPED ' Patron-PatronNumber ' '
                   Patron-FirstName ' ' Patron-LastName
                   ' - GUARDIAN OF A LINKED JUVENILE CARD'
           .
       ARCHIVE-PATRON-ROW.
           MOVE Patron-PatronNumber   TO Arch-PatronNumber
           MOVE Patron-FirstName      TO Arch-FirstName
