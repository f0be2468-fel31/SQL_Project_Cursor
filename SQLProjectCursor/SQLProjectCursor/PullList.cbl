      *> the other building, a TR transfer card in the
      *> BOOKXFRM layout is punched to the TRANSFER
      *> file to ship the copy there - the reservation
      *> stays queued, the card names the patron so
      *> the copy shows in transit on their ACCTSTMT,
      *> and its receipt at the other building parks
      *> it on that branch's hold shelf.  A copy
      *> already in transit is never pulled again, and
      *> a hold with a copy already on its way is not
      *> listed twice.  A copy out for repair (DamageFlag)
      *> is not on the shelf to be pulled.
      *>
      *> SYSIN:
      *>   first card: cols 1-2 BranchID of this
         EXEC SQL INCLUDE HoldShelf END-EXEC.
         EXEC SQL INCLUDE Audit END-EXEC.
         EXEC SQL INCLUDE Notice END-EXEC.
         EXEC SQL INCLUDE Transit END-EXEC.
         EXEC SQL INCLUDE JobLog END-EXEC.
      *> Run parameter card (SYSIN, first card).
         01  WS-PARM-CARD.
                   ' COPY(IES) TO PULL AT THIS BRANCH'
           .
       LIST-ONE-TITLE.
      *> a shelved, unspoken-for, not-lost, undamaged copy
      *> of the title at this branch - no copy here means
      *> the other building's list covers the title
           MOVE SPACES TO WS-PULL-COPY
           EXEC SQL
               SELECT MIN(CopyNumber)
                  AND A.BranchID = :WS-BRANCH-PARM
                  AND A.PatronNumber = SPACES
                  AND (A.LostFlag IS NULL OR A.LostFlag <> 'Y')
                  AND (A.DamageFlag IS NULL OR A.DamageFlag <> 'Y')
                  AND NOT EXISTS
                      ( SELECT 1 FROM HoldShelf H
                         WHERE H.BookID = A.BookID
                           AND H.CopyNumber = A.CopyNumber )
                  AND NOT EXISTS
                      ( SELECT 1 FROM BookTransit T
                         WHERE T.BookID = A.BookID
                           AND T.CopyNumber = A.CopyNumber
                           AND T.Status = 'T' )
           END-EXEC
           IF SQLCODE = 100 OR WS-PULL-COPY-NULL < 0
              OR WS-PULL-COPY = SPACES
           IF WS-TOP-PATRON = SPACES
               GO TO LIST-ONE-TITLE-EXIT
           END-IF
           PERFORM COUNT-COPIES-ON-THE-WAY
           IF WS-ROW-COUNT NOT = 0
               GO TO LIST-ONE-TITLE-EXIT
           END-IF

           MOVE SPACES TO Book-BookTitle
           EXEC SQL
           .
       POST-ONE-PULL.
           MOVE SPACES TO Book-PatronNumber Book-BranchID
                          Book-LostFlag Book-DamageFlag
           EXEC SQL
               SELECT PatronNumber, BranchID, LostFlag, DamageFlag
                 INTO :Book-PatronNumber:Book-PatronNumber-NULL
                     ,:Book-BranchID:Book-BranchID-NULL
                     ,:Book-LostFlag:Book-LostFlag-NULL
                     ,:Book-DamageFlag:Book-DamageFlag-NULL
                 FROM Book
                WHERE BookID = :WS-CARD-BOOKID
                  AND CopyNumber = :WS-CARD-COPY-NUMBER
               AND Book-PatronNumber NOT = SPACES)
              OR (Book-LostFlag-NULL >= 0
                  AND Book-LostFlag = 'Y')
              OR (Book-DamageFlag-NULL >= 0
                  AND Book-DamageFlag = 'Y')
               DISPLAY 'PULLIST: ' WS-CARD-BOOKID '/'
                       WS-CARD-COPY-NUMBER
                       ' IS NOT AVAILABLE - CARD REJECTED'
               ADD 1 TO WS-REJECT-COUNT
               GO TO POST-ONE-PULL-EXIT
           END-IF
           EXEC SQL
               SELECT COUNT(*)
                 INTO :WS-ROW-COUNT
                 FROM BookTransit
                WHERE BookID = :WS-CARD-BOOKID
                  AND CopyNumber = :WS-CARD-COPY-NUMBER
                  AND Status = 'T'
           END-EXEC
           IF WS-ROW-COUNT NOT = 0
               DISPLAY 'PULLIST: ' WS-CARD-BOOKID '/'
                       WS-CARD-COPY-NUMBER
                       ' IS ALREADY IN TRANSIT'
                       ' - CARD REJECTED'
               ADD 1 TO WS-REJECT-COUNT
               GO TO POST-ONE-PULL-EXIT
           END-IF

           PERFORM GET-TOP-RESERVATION
           IF WS-TOP-PATRON = SPACES
               ADD 1 TO WS-REJECT-COUNT
               GO TO POST-ONE-PULL-EXIT
           END-IF
           PERFORM COUNT-COPIES-ON-THE-WAY
           IF WS-ROW-COUNT NOT = 0
               DISPLAY 'PULLIST: A COPY OF ' WS-CARD-BOOKID
                       ' IS ALREADY IN TRANSIT FOR PATRON '
                       WS-TOP-PATRON ' - CARD REJECTED'
               ADD 1 TO WS-REJECT-COUNT
               GO TO POST-ONE-PULL-EXIT
           END-IF

           IF WS-TOP-PICKUP = SPACES
              OR WS-TOP-PICKUP = WS-BRANCH-PARM
               END-IF
           END-IF
           .
      *> Copies of the title already shipped to fill the top
      *> reservation - a hold with one on its way needs no
      *> second pull.
       COUNT-COPIES-ON-THE-WAY.
           EXEC SQL
               SELECT COUNT(*)
                 INTO :WS-ROW-COUNT
                 FROM BookTransit
                WHERE BookID = :WS-CARD-BOOKID
                  AND HoldPatron = :WS-TOP-PATRON
                  AND Status = 'T'
           END-EXEC
           .
      *> The reservation comes off the queue and the copy goes
      *> behind the desk, just as a check-in fill would - with
      *> the audit 'RS' row and the hold-ready notice.
                   Hold-PickupDeadline ' FOR PATRON '
                   WS-TOP-PATRON
           .
      *> The reservation stays in the queue - the TR card
      *> carries the patron it is for, so the copy is shown to
      *> them in transit once the card has posted, and the RT
      *> receipt at the other building parks it on that
      *> branch's hold shelf.
       PUNCH-TRANSFER-CARD.
           MOVE SPACES               TO TRANSFER-CARD
           MOVE WS-CARD-BOOKID       TO TC-BOOKID
           MOVE WS-CARD-COPY-NUMBER  TO TC-COPY-NUMBER
           MOVE WS-TOP-PATRON        TO TC-PATRON
           MOVE 'TR'                 TO TC-TRANS-CODE
           MOVE WS-CARD-USERID       TO TC-USERID
           MOVE WS-TOP-PICKUP        TO TC-BRANCH
