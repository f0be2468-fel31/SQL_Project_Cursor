      *> to COMMIT/ROLLBACK the unit of work; BOOKXFER
      *> only issues the SELECT/UPDATE statements for
      *> the transfer itself.
      *>
      *> A TR transfer puts the copy IN TRANSIT (an open
      *> BookTransit row) rather than moving its branch
      *> on the spot; the RT receive card - or a check-in
      *> at the destination desk - lands it there.
      *>
      *> A CR card records the patron's claim that the copy
      *> was returned: the loan stays on the card but an open
      *> ClaimReturn row holds off the overdue and lost-item
      *> jobs while CLMSRCH has the shelves searched.  A
      *> check-in of the copy settles the claim as found.
      *> A DM card checks a copy in damaged: the loan closes,
      *> the copy comes out of circulation (DamageFlag) and
      *> the patron is billed a FineType 'R' charge; a plain
      *> check-in of the copy from the mender returns it.
      *>
      *> A caller replaying a transaction that happened while
      *> the desk was off the database (OFFCIRC) passes the
      *> day it really happened in XFER-TRANS-DATE.  The
      *> transaction is judged and recorded as of that day -
      *> card expiry, unpaid fines, due date, the loan and
      *> the audit row - while what only starts now (notices,
      *> a hold-shelf pickup window, the catalog-change stamp
      *> the extracts key on, a ledger reversal) is dated the
      *> run day.  Blank means today, as it always did.
      *>
      *> A juvenile card linked to a guardian is one card of
      *> a household - the guardian and every card linked to
      *> them.  When the HHFINMAX CircParm row is set, a
      *> checkout is also refused (code 72) once the unpaid
      *> fines across the whole household reach it, so the
      *> FINEMAX limit cannot be side-stepped by borrowing
      *> on a brother's or sister's card.  No row, no check.
      *> -------------------------------------------
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       01  WS-PICKUP-WINDOW                PIC 9 VALUE 7.
       01  WS-DATE-INT                     PIC 9(8).
       01  WS-DEADLINE-NUM                 PIC 9(8).
      *> Due-date stepping - an integer date walked forward a
      *> day at a time, counting only the days the building
      *> is open.
       01  WS-DUE-INT                      PIC 9(7).
       01  WS-DUE-NUM                      PIC 9(8).
       01  WS-OPEN-DAY-COUNT               PIC 9(3).
      *> Circulation limits, loaded once per run from the
      *> operator-maintained CircParm table (LOANCAP/FINEMAX
      *> rows); the VALUEs here are only the fallback when a
       01  WS-TYPE-FINE-LIMIT              PIC 9(3)V99.
       01  WS-EFF-LOAN-CAP                 PIC 9(3).
       01  WS-EFF-FINE-LIMIT               PIC 9(3)V99.
      *> Household fine limit (HHFINMAX CircParm row) - there
      *> is no default; without the row the check is off.
       01  WS-HOUSE-LIMIT-SWITCH           PIC X VALUE 'N'.
           88 XFER-HOUSE-LIMIT-SET         VALUE 'Y'.
       01  WS-HOUSE-LIMIT-NUM              PIC 9(3)V99.
      *> Damage charge - the card's amount, else the copy's
      *> replacement cost, else the LOSTCOST CircParm row, else
      *> this default (LOSTITEM's).  A Fine row holds 999.99 at
      *> most, so a bigger card amount is held to that.
       01  WS-DEFAULT-COST                 PIC 9(3)V99 VALUE 25.00.
       01  WS-CHARGE-NUM                   PIC 9(4)V99.
       01  WS-CHARGE-EDIT                  PIC 999.99.
       01  WS-FINE-AMOUNT-NUM              PIC 9(4)V99.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
         EXEC SQL INCLUDE Book END-EXEC.
         EXEC SQL INCLUDE CircParm END-EXEC.
         EXEC SQL INCLUDE ItemType END-EXEC.
         EXEC SQL INCLUDE Notice END-EXEC.
         EXEC SQL INCLUDE Transit END-EXEC.
         EXEC SQL INCLUDE Claim END-EXEC.
         EXEC SQL INCLUDE Payment END-EXEC.
         01  WS-MAX-NTC                    PIC X(6).
         01  WS-MAX-NTC-NULL               PIC S9(04) COMP-5.
         01  WS-CURRENT-PATRON             PIC X(6).
         01  WS-PATRON-TYPE-NULL           PIC S9(04) COMP-5.
         01  WS-PATRON-EXPIRE              PIC X(8).
         01  WS-PATRON-EXPIRE-NULL         PIC S9(04) COMP-5.
         01  WS-PATRON-GUARDIAN            PIC X(6).
         01  WS-PATRON-GUARDIAN-NULL       PIC S9(04) COMP-5.
         01  WS-HOUSE-HEAD                 PIC X(6).
         01  WS-PARM-NAME                  PIC X(8).
         01  WS-LOANHIST-PATRON            PIC X(6).
         01  WS-NEXT-PATRON                PIC X(6).
         01  WS-AUDIT-NEW-PATRON           PIC X(6).
         01  WS-AUDIT-SOURCE               PIC X(2).
         01  WS-PATRON-COUNT               PIC S9(4) COMP-5 VALUE 0.
         01  WS-CLOSED-COUNT               PIC S9(4) COMP-5 VALUE 0.
         01  WS-TODAY                      PIC X(8).
         01  WS-RUN-DATE                   PIC X(8).
         01  WS-MAX-QUEUE-POS              PIC X(2).
         01  WS-MAX-QUEUE-POS-NULL         PIC S9(04) COMP-5.
         01  WS-POPPED-POS                 PIC X(2).

      *> FineAmount is a character column ('999.99'), so the
      *> unpaid total is fetched a row at a time and summed
      *> with NUMVAL rather than with SQL SUM.  A backdated
      *> checkout only counts what was owed by that day.
       EXEC SQL
           DECLARE CSR-UNPAID-FINES CURSOR FOR
               SELECT FineAmount
                 FROM Fine
                WHERE PatronNumber = :XFER-PATRON-NUMBER
                  AND PaidFlag = 'N'
                  AND FineDate <= :WS-TODAY
       END-EXEC.

      *> The same row-at-a-time total over the household: the
      *> guardian's own fines and those of every card linked
      *> to the guardian.
       EXEC SQL
           DECLARE CSR-HOUSE-FINES CURSOR FOR
               SELECT A.FineAmount
                 FROM Fine A, Patron B
                WHERE A.PatronNumber = B.PatronNumber
                  AND (B.PatronNumber = :WS-HOUSE-HEAD
                       OR B.GuardianNumber = :WS-HOUSE-HEAD)
                  AND A.PaidFlag = 'N'
                  AND A.FineDate <= :WS-TODAY
       END-EXEC.

       PROCEDURE DIVISION USING BOOKXFER-PARM.
           END-EXEC
           MOVE '00' TO XFER-RETURN-CODE
           MOVE SPACES TO WS-CURRENT-PATRON
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE
           MOVE WS-RUN-DATE TO WS-TODAY
           IF XFER-TRANS-DATE NOT = SPACES
              AND XFER-TRANS-DATE NOT = LOW-VALUES
               MOVE XFER-TRANS-DATE TO WS-TODAY
           END-IF
           EVALUATE TRUE
               WHEN XFER-CHECKOUT
                   PERFORM XFER-DO-CHECKOUT THRU XFER-DO-CHECKOUT-EXIT
               WHEN XFER-TRANSFER
                   PERFORM XFER-DO-TRANSFER
                      THRU XFER-DO-TRANSFER-EXIT
               WHEN XFER-RECEIVE
                   PERFORM XFER-DO-RECEIVE
                      THRU XFER-DO-RECEIVE-EXIT
               WHEN XFER-CLAIM-RETURNED
                   PERFORM XFER-DO-CLAIM
                      THRU XFER-DO-CLAIM-EXIT
               WHEN XFER-DAMAGED-CHECKIN
                   PERFORM XFER-DO-DAMAGED
                      THRU XFER-DO-DAMAGED-EXIT
               WHEN OTHER
                   MOVE '16' TO XFER-RETURN-CODE
           END-EVALUATE
               GO TO XFER-DO-CHECKOUT-EXIT
           END-IF

           PERFORM XFER-CHECK-HOUSEHOLD-FINES
              THRU XFER-CHECK-HOUSEHOLD-FINES-EXIT
           IF NOT XFER-OK
               GO TO XFER-DO-CHECKOUT-EXIT
           END-IF

           MOVE SPACES TO Book-PatronNumber Book-LostFlag
                          Book-ItemType Book-DamageFlag
           EXEC SQL
               SELECT PatronNumber, LostFlag, ItemType, DamageFlag
                 INTO :Book-PatronNumber:Book-PatronNumber-NULL
                     ,:Book-LostFlag:Book-LostFlag-NULL
                     ,:Book-ItemType:Book-ItemType-NULL
                     ,:Book-DamageFlag:Book-DamageFlag-NULL
                 FROM Book
                WHERE BookID = :XFER-BOOKID
                  AND CopyNumber = :XFER-COPY-NUMBER
               GO TO XFER-DO-CHECKOUT-EXIT
           END-IF

      *> A copy that came back damaged is with the mender (or
      *> on its way to withdrawal), not on the shelf.
           IF Book-DamageFlag-NULL >= 0 AND Book-DamageFlag = 'Y'
               MOVE '68' TO XFER-RETURN-CODE
               GO TO XFER-DO-CHECKOUT-EXIT
           END-IF

      *> A copy shipped on a TR card is in the van, not on
      *> anybody's shelf - it circulates again once it has
      *> been received at the other end.
           PERFORM XFER-FIND-TRANSIT
           IF SQLCODE NOT = 100
               MOVE '56' TO XFER-RETURN-CODE
               GO TO XFER-DO-CHECKOUT-EXIT
           END-IF

      *> A copy parked on the hold shelf is only checked out
      *> to the patron it is waiting for; anyone else at the
      *> desk with it in hand is turned away.  The hold comes
              THRU XFER-LOAD-ITEM-TYPE-EXIT
           MOVE WS-ITEM-LOAN-DAYS TO WS-DAYS-EDIT
           MOVE WS-DAYS-EDIT      TO Book-RemainingDays
           PERFORM XFER-SET-DUE-DATE

           EXEC SQL
               UPDATE Book
                  SET PatronNumber  = :XFER-PATRON-NUMBER
                     ,RemainingDays = :Book-RemainingDays
                     ,RenewalCount  = '0'
                     ,LastChangeDate = :WS-RUN-DATE
                     ,DueDate       = :Book-DueDate
                WHERE BookID = :XFER-BOOKID
                  AND CopyNumber = :XFER-COPY-NUMBER
           END-EXEC
           EXIT
           .
       XFER-DO-CHECKIN.
           MOVE SPACES TO Book-BranchID Book-LostFlag Book-DamageFlag
           EXEC SQL
               SELECT PatronNumber, BranchID, LostFlag, DamageFlag
                 INTO :Book-PatronNumber:Book-PatronNumber-NULL
                     ,:Book-BranchID:Book-BranchID-NULL
                     ,:Book-LostFlag:Book-LostFlag-NULL
                     ,:Book-DamageFlag:Book-DamageFlag-NULL
                 FROM Book
                WHERE BookID = :XFER-BOOKID
                  AND CopyNumber = :XFER-COPY-NUMBER
               GO TO XFER-DO-CHECKIN-EXIT
           END-IF

      *> A copy in transit scanned in at its destination desk
      *> has arrived - the check-in is its receipt (this is
      *> how a SCANIN feed lands transfers).  Scanned in
      *> anywhere else it is still on its way, and is refused
      *> rather than being mistaken for a loan return.
           PERFORM XFER-FIND-TRANSIT
           IF SQLCODE NOT = 100
               IF XFER-BRANCH-ID = Trn-ToBranchID
                   PERFORM XFER-RECEIVE-COPY
               ELSE
                   MOVE '56' TO XFER-RETURN-CODE
               END-IF
               GO TO XFER-DO-CHECKIN-EXIT
           END-IF

      *> A copy returned at the other building is refused so the
      *> desk ships it home (or transfers it with a TR card)
      *> instead of the catalog silently lying about where it
               GO TO XFER-DO-CHECKIN-EXIT
           END-IF

      *> A damaged copy checked in with nobody's card on it is
      *> back from the mender - it rejoins the circulating
      *> count (audited 'DR') and can go straight to a hold.
           IF Book-DamageFlag-NULL >= 0 AND Book-DamageFlag = 'Y'
              AND (Book-PatronNumber-NULL < 0
                   OR Book-PatronNumber = SPACES)
               PERFORM XFER-REINSTATE-DAMAGED-COPY
               PERFORM XFER-CHECK-RESERVATION
               GO TO XFER-DO-CHECKIN-EXIT
           END-IF

           IF Book-PatronNumber-NULL < 0 OR Book-PatronNumber = SPACES
               MOVE '16' TO XFER-RETURN-CODE
               GO TO XFER-DO-CHECKIN-EXIT
                  SET PatronNumber  = SPACES
                     ,RemainingDays = SPACES
                     ,RenewalCount  = SPACES
                     ,LastChangeDate = :WS-RUN-DATE
                     ,DueDate       = SPACES
                WHERE BookID = :XFER-BOOKID
                  AND CopyNumber = :XFER-COPY-NUMBER
           END-EXEC
           PERFORM XFER-WRITE-AUDIT

           PERFORM XFER-CLOSE-LOANHIST
           PERFORM XFER-RESOLVE-CLAIM
           PERFORM XFER-CHECK-RESERVATION
           .
       XFER-DO-CHECKIN-EXIT.
      *> left alone, the refund is a desk matter), the
      *> LostFlag comes off so the copy circulates again, and
      *> the reinstatement is audited as 'LR' so DAYJRNL can
      *> show lost books recovered.  The reversed amount goes
      *> on a PayType 'X' Payment row (no cash) so GLPOST can
      *> post the reversal to the ledger.
       XFER-REINSTATE-LOST-COPY.
           MOVE SPACES TO WS-LOST-PATRON Fine-FineAmount
           EXEC SQL
               SELECT PatronNumber, FineAmount
                 INTO :WS-LOST-PATRON, :Fine-FineAmount
                 FROM Fine
                WHERE BookID = :XFER-BOOKID
                  AND CopyNumber = :XFER-COPY-NUMBER
                      AND FineType = 'L'
                      AND PaidFlag = 'N'
               END-EXEC
               PERFORM XFER-WRITE-REVERSAL-ROW
               DISPLAY 'BOOKXFER: LOST-ITEM BILL REVERSED FOR'
                       ' PATRON ' WS-LOST-PATRON ' - BOOK '
                       XFER-BOOKID ' COPY ' XFER-COPY-NUMBER
           EXEC SQL
               UPDATE Book
                  SET LostFlag = ' '
                     ,LastChangeDate = :WS-RUN-DATE
                WHERE BookID = :XFER-BOOKID
                  AND CopyNumber = :XFER-COPY-NUMBER
           END-EXEC
           MOVE 'LR'           TO WS-AUDIT-SOURCE
           PERFORM XFER-WRITE-AUDIT
           .
       XFER-WRITE-REVERSAL-ROW.
           MOVE WS-LOST-PATRON     TO Pay-PatronNumber
           MOVE XFER-BOOKID        TO Pay-BookID
           MOVE XFER-COPY-NUMBER   TO Pay-CopyNumber
           MOVE WS-RUN-DATE        TO Pay-PayDate
           MOVE Fine-FineAmount    TO Pay-PayAmount
           MOVE 'X'                TO Pay-PayType
           MOVE 'LR'               TO Pay-ReasonCode
           MOVE XFER-USERID        TO Pay-UserID
           MOVE 'L'                TO Pay-FineType
           IF Book-BranchID-NULL >= 0
               MOVE Book-BranchID  TO Pay-BranchID
           ELSE
               MOVE SPACES         TO Pay-BranchID
           END-IF
           EXEC SQL
               INSERT INTO Payment
                     ( PatronNumber, BookID, CopyNumber, PayDate
                     , PayAmount, PayType, ReasonCode, UserID
                     , BranchID, FineType )
               VALUES ( :Pay-PatronNumber, :Pay-BookID
                      , :Pay-CopyNumber, :Pay-PayDate
                      , :Pay-PayAmount, :Pay-PayType
                      , :Pay-ReasonCode, :Pay-UserID
                      , :Pay-BranchID, :Pay-FineType )
           END-EXEC
           .
       XFER-DO-RENEW.
           MOVE SPACES TO Book-ItemType
           EXEC SQL
               GO TO XFER-DO-RENEW-EXIT
           END-IF

      *> The patron says the copy is already back on the shelf
      *> - a renewal would contradict the claim under search.
           PERFORM XFER-FIND-CLAIM
           IF SQLCODE NOT = 100
               MOVE '64' TO XFER-RETURN-CODE
               GO TO XFER-DO-RENEW-EXIT
           END-IF

           MOVE 0 TO WS-RENEWAL-COUNT-NUM
           IF Book-RenewalCount-NULL >= 0
              AND Book-RenewalCount NOT = SPACES

      *> The renewal cap is the media type's now (a new
      *> release with cap '0' never renews); the fresh loan
      *> period is the type's as well, and runs from today -
      *> the new due date goes on the copy and on the open
      *> LoanHistory row alike.
           PERFORM XFER-LOAD-ITEM-TYPE
              THRU XFER-LOAD-ITEM-TYPE-EXIT

           MOVE WS-RENEWAL-COUNT-NUM TO Book-RenewalCount
           MOVE WS-ITEM-LOAN-DAYS    TO WS-DAYS-EDIT
           MOVE WS-DAYS-EDIT         TO Book-RemainingDays
           PERFORM XFER-SET-DUE-DATE

           EXEC SQL
               UPDATE Book
                  SET RemainingDays = :Book-RemainingDays
                     ,RenewalCount  = :Book-RenewalCount
                     ,DueDate       = :Book-DueDate
                WHERE BookID = :XFER-BOOKID
                  AND CopyNumber = :XFER-COPY-NUMBER
           END-EXEC

           EXEC SQL
               UPDATE LoanHistory
                  SET DueDate = :Book-DueDate
                WHERE BookID = :XFER-BOOKID
                  AND CopyNumber = :XFER-COPY-NUMBER
                  AND PatronNumber = :XFER-PATRON-NUMBER
                  AND ReturnDate = ' '
           END-EXEC
           .
       XFER-DO-RENEW-EXIT.
      *> help to someone standing at this desk, so the hold is
      *> accepted and PULLIST brings the book to the patron.
      *> A card without a branch keeps the old system-wide
      *> test.  A copy in transit is on neither shelf, and a
      *> damaged one is with the mender.
           EXEC SQL
               SELECT COUNT(*)
                 INTO :WS-PATRON-COUNT
                WHERE A.BookID = :XFER-BOOKID
                  AND A.PatronNumber = SPACES
                  AND (A.LostFlag IS NULL OR A.LostFlag <> 'Y')
                  AND (A.DamageFlag IS NULL OR A.DamageFlag <> 'Y')
                  AND ( (:XFER-BRANCH-ID = ' ')
                     OR (A.BranchID = :XFER-BRANCH-ID) )
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

           IF WS-PATRON-COUNT NOT = 0
                      , :Resv-PickupBranchID )
           END-EXEC

      *> The placement is audited (source 'HP') - the
      *> Reservation row comes off when the hold is filled, so
      *> this is the only lasting record that it was taken
      *> (STATRTN counts holds placed from it).  The patron's
      *> number stays off the row: it would outlive ANONHIST's
      *> window as a record of who wanted what.
           MOVE SPACES TO WS-AUDIT-OLD-PATRON
           MOVE SPACES TO WS-AUDIT-NEW-PATRON
           MOVE 'HP'   TO WS-AUDIT-SOURCE
           PERFORM XFER-WRITE-AUDIT

           DISPLAY 'BOOKXFER: PATRON ' XFER-PATRON-NUMBER
                   ' PLACED ON HOLD FOR BOOK ' XFER-BOOKID
                   ' AT QUEUE POSITION ' Resv-QueuePosition
      *> hand-edited.  The copy must exist, must not be out on a
      *> patron's card, and must not be sitting on the hold shelf
      *> waiting for a pickup at its current building.
      *> Posting the card ships the copy: an open BookTransit
      *> row records where it left from, where it is going, the
      *> day and the desk that sent it, and (on PULLIST's cards)
      *> the patron whose hold it is going to fill.  BranchID
      *> does not move until the copy is received - the TR card
      *> is the shipment, not the arrival.
       XFER-DO-TRANSFER.
           IF XFER-BRANCH-ID = SPACES
               MOVE '16' TO XFER-RETURN-CODE
               GO TO XFER-DO-TRANSFER-EXIT
           END-IF

           MOVE SPACES TO Book-PatronNumber Book-BranchID
           MOVE SPACES TO Book-LostFlag Book-DamageFlag
           EXEC SQL
               SELECT PatronNumber, BranchID, LostFlag, DamageFlag
                 INTO :Book-PatronNumber:Book-PatronNumber-NULL
                     ,:Book-BranchID:Book-BranchID-NULL
                     ,:Book-LostFlag:Book-LostFlag-NULL
                     ,:Book-DamageFlag:Book-DamageFlag-NULL
                 FROM Book
                WHERE BookID = :XFER-BOOKID
                  AND CopyNumber = :XFER-COPY-NUMBER
               GO TO XFER-DO-TRANSFER-EXIT
           END-IF

      *> A lost copy is not on any shelf to ship, and a damaged
      *> one is with the mender - neither goes in the van, as
      *> neither goes out on a checkout.
           IF Book-LostFlag-NULL >= 0 AND Book-LostFlag = 'Y'
               MOVE '48' TO XFER-RETURN-CODE
               GO TO XFER-DO-TRANSFER-EXIT
           END-IF
           IF Book-DamageFlag-NULL >= 0 AND Book-DamageFlag = 'Y'
               MOVE '68' TO XFER-RETURN-CODE
               GO TO XFER-DO-TRANSFER-EXIT
           END-IF

           MOVE SPACES TO WS-HOLD-PATRON
           EXEC SQL
               SELECT PatronNumber
               GO TO XFER-DO-TRANSFER-EXIT
           END-IF

      *> Already shipped once - it has to be received before it
      *> can be sent anywhere else.
           PERFORM XFER-FIND-TRANSIT
           IF SQLCODE NOT = 100
               MOVE '56' TO XFER-RETURN-CODE
               GO TO XFER-DO-TRANSFER-EXIT
           END-IF

      *> Shipping a copy to the building it already lives in
      *> would leave it in transit to nowhere.
           IF Book-BranchID-NULL < 0
               MOVE SPACES TO Book-BranchID
           END-IF
           IF Book-BranchID = XFER-BRANCH-ID
               MOVE '44' TO XFER-RETURN-CODE
               GO TO XFER-DO-TRANSFER-EXIT
           END-IF

           MOVE XFER-BOOKID          TO Trn-BookID
           MOVE XFER-COPY-NUMBER     TO Trn-CopyNumber
           MOVE Book-BranchID        TO Trn-FromBranchID
           MOVE XFER-BRANCH-ID       TO Trn-ToBranchID
           MOVE WS-TODAY             TO Trn-ShipDate
           MOVE XFER-USERID          TO Trn-ShipUserID
           MOVE XFER-PATRON-NUMBER   TO Trn-HoldPatron
           MOVE SPACES               TO Trn-ReceiveDate
           MOVE SPACES               TO Trn-ReceiveUserID
           MOVE 'T'                  TO Trn-Status

           EXEC SQL
               INSERT INTO BookTransit
                     ( BookID, CopyNumber, FromBranchID
                     , ToBranchID, ShipDate, ShipUserID
                     , HoldPatron, ReceiveDate, ReceiveUserID
                     , Status )
               VALUES ( :Trn-BookID, :Trn-CopyNumber
                      , :Trn-FromBranchID, :Trn-ToBranchID
                      , :Trn-ShipDate, :Trn-ShipUserID
                      , :Trn-HoldPatron, :Trn-ReceiveDate
                      , :Trn-ReceiveUserID, :Trn-Status )
           END-EXEC

      *> In transit changes how the copy answers an
      *> availability question, so the catalog-change stamp
      *> moves now rather than on arrival.
           EXEC SQL
               UPDATE Book
                  SET LastChangeDate = :WS-RUN-DATE
                WHERE BookID = :XFER-BOOKID
                  AND CopyNumber = :XFER-COPY-NUMBER
           END-EXEC
           PERFORM XFER-WRITE-AUDIT

           DISPLAY 'BOOKXFER: BOOK ' XFER-BOOKID ' COPY '
                   XFER-COPY-NUMBER ' IN TRANSIT FROM BRANCH '
                   Trn-FromBranchID ' TO BRANCH ' XFER-BRANCH-ID
           .
       XFER-DO-TRANSFER-EXIT.
           EXIT
           .
      *> Receipt of a transferred copy at its destination - the
      *> RT card.  The card's branch is the receiving desk and
      *> has to be the one the copy was shipped to; a copy with
      *> no open transit row has nothing to receive.
       XFER-DO-RECEIVE.
           IF XFER-BRANCH-ID = SPACES
               MOVE '16' TO XFER-RETURN-CODE
               GO TO XFER-DO-RECEIVE-EXIT
           END-IF

           MOVE SPACES TO Book-BranchID
           EXEC SQL
               SELECT BranchID
                 INTO :Book-BranchID:Book-BranchID-NULL
                 FROM Book
                WHERE BookID = :XFER-BOOKID
                  AND CopyNumber = :XFER-COPY-NUMBER
           END-EXEC

           IF SQLCODE = 100
               MOVE '08' TO XFER-RETURN-CODE
               GO TO XFER-DO-RECEIVE-EXIT
           END-IF

           PERFORM XFER-FIND-TRANSIT
           IF SQLCODE = 100
               MOVE '60' TO XFER-RETURN-CODE
               GO TO XFER-DO-RECEIVE-EXIT
           END-IF

           IF Trn-ToBranchID NOT = XFER-BRANCH-ID
               MOVE '44' TO XFER-RETURN-CODE
               GO TO XFER-DO-RECEIVE-EXIT
           END-IF

           PERFORM XFER-RECEIVE-COPY
           .
       XFER-DO-RECEIVE-EXIT.
           EXIT
           .
      *> Claims-returned - the CR card.  The copy has to be on
      *> the card patron's account (the desk keys the claim
      *> for the patron at the counter) and not already under
      *> a claim.  Nothing moves on the Book row: the loan
      *> stays open so the book is still known to be out, and
      *> the open ClaimReturn row is what the overnight fine
      *> and lost-item jobs look for to leave it alone.
       XFER-DO-CLAIM.
           EXEC SQL
               SELECT PatronNumber
                 INTO :Book-PatronNumber:Book-PatronNumber-NULL
                 FROM Book
                WHERE BookID = :XFER-BOOKID
                  AND CopyNumber = :XFER-COPY-NUMBER
           END-EXEC

           IF SQLCODE = 100
               MOVE '08' TO XFER-RETURN-CODE
               GO TO XFER-DO-CLAIM-EXIT
           END-IF

           IF Book-PatronNumber-NULL < 0
              OR Book-PatronNumber = SPACES
              OR Book-PatronNumber NOT = XFER-PATRON-NUMBER
               MOVE '16' TO XFER-RETURN-CODE
               GO TO XFER-DO-CLAIM-EXIT
           END-IF

           PERFORM XFER-FIND-CLAIM
           IF SQLCODE NOT = 100
               MOVE '64' TO XFER-RETURN-CODE
               GO TO XFER-DO-CLAIM-EXIT
           END-IF

           MOVE XFER-BOOKID          TO Clm-BookID
           MOVE XFER-COPY-NUMBER     TO Clm-CopyNumber
           MOVE XFER-PATRON-NUMBER   TO Clm-PatronNumber
           MOVE WS-TODAY             TO Clm-ClaimDate
           MOVE XFER-USERID          TO Clm-ClaimUserID
           MOVE XFER-BRANCH-ID       TO Clm-BranchID
           MOVE 'O'                  TO Clm-Status
           MOVE SPACES               TO Clm-ResolveDate
           MOVE SPACES               TO Clm-ResolveUserID

           EXEC SQL
               INSERT INTO ClaimReturn
                     ( BookID, CopyNumber, PatronNumber
                     , ClaimDate, ClaimUserID, BranchID
                     , Status, ResolveDate, ResolveUserID )
               VALUES ( :Clm-BookID, :Clm-CopyNumber
                      , :Clm-PatronNumber, :Clm-ClaimDate
                      , :Clm-ClaimUserID, :Clm-BranchID
                      , :Clm-Status, :Clm-ResolveDate
                      , :Clm-ResolveUserID )
           END-EXEC

           MOVE XFER-PATRON-NUMBER TO WS-AUDIT-OLD-PATRON
           MOVE XFER-PATRON-NUMBER TO WS-AUDIT-NEW-PATRON
           MOVE 'CR'               TO WS-AUDIT-SOURCE
           PERFORM XFER-WRITE-AUDIT

           DISPLAY 'BOOKXFER: BOOK ' XFER-BOOKID ' COPY '
                   XFER-COPY-NUMBER ' CLAIMED RETURNED BY PATRON '
                   XFER-PATRON-NUMBER ' - UNDER SEARCH'
           .
       XFER-DO-CLAIM-EXIT.
           EXIT
           .
      *> The copy's open claim, if it has one - SQLCODE 100
      *> means nobody has claimed it returned.
       XFER-FIND-CLAIM.
           MOVE SPACES TO Clm-PatronNumber Clm-ClaimDate
           EXEC SQL
               SELECT PatronNumber, ClaimDate
                 INTO :Clm-PatronNumber, :Clm-ClaimDate
                 FROM ClaimReturn
                WHERE BookID = :XFER-BOOKID
                  AND CopyNumber = :XFER-COPY-NUMBER
                  AND Status = 'O'
           END-EXEC
           .
      *> The copy has turned up, so an open claim on it is
      *> settled as found.  The claim stays on file for the
      *> patron's claim count either way.
       XFER-RESOLVE-CLAIM.
           PERFORM XFER-FIND-CLAIM
           IF SQLCODE NOT = 100
               EXEC SQL
                   UPDATE ClaimReturn
                      SET Status = 'F'
                         ,ResolveDate = :WS-TODAY
                         ,ResolveUserID = :XFER-USERID
                    WHERE BookID = :XFER-BOOKID
                      AND CopyNumber = :XFER-COPY-NUMBER
                      AND Status = 'O'
               END-EXEC
               DISPLAY 'BOOKXFER: CLAIM OF ' Clm-ClaimDate
                       ' BY PATRON ' Clm-PatronNumber ' - BOOK '
                       XFER-BOOKID ' COPY ' XFER-COPY-NUMBER
                       ' FOUND'
           END-IF
           .
      *> Damaged check-in - the DM card.  The loan closes the
      *> same as a CI (the patron has handed the book back),
      *> but the copy does not go back to the shelf or to the
      *> next hold: DamageFlag takes it out of circulation
      *> until the mender checks it in again or it is
      *> withdrawn.  The patron is billed a FineType 'R'
      *> charge, kept apart from any daily fine or lost bill
      *> on the copy so FINEPAY posts against each on its own.
       XFER-DO-DAMAGED.
           MOVE SPACES TO Book-ReplacementCost Book-BranchID
           EXEC SQL
               SELECT PatronNumber, ReplacementCost, BranchID
                 INTO :Book-PatronNumber:Book-PatronNumber-NULL
                     ,:Book-ReplacementCost
                         :Book-ReplacementCost-NULL
                     ,:Book-BranchID:Book-BranchID-NULL
                 FROM Book
                WHERE BookID = :XFER-BOOKID
                  AND CopyNumber = :XFER-COPY-NUMBER
           END-EXEC

           IF SQLCODE = 100
               MOVE '08' TO XFER-RETURN-CODE
               GO TO XFER-DO-DAMAGED-EXIT
           END-IF

      *> Handed in at the other building, the same as a CI -
      *> the desk ships it home rather than taking it out of
      *> circulation where the catalog says it is not.
           IF XFER-BRANCH-ID NOT = SPACES
              AND Book-BranchID-NULL >= 0
              AND Book-BranchID NOT = SPACES
              AND Book-BranchID NOT = XFER-BRANCH-ID
               MOVE '44' TO XFER-RETURN-CODE
               GO TO XFER-DO-DAMAGED-EXIT
           END-IF

           IF Book-PatronNumber-NULL < 0 OR Book-PatronNumber = SPACES
               MOVE '16' TO XFER-RETURN-CODE
               GO TO XFER-DO-DAMAGED-EXIT
           END-IF

           MOVE Book-PatronNumber TO WS-CURRENT-PATRON

           EXEC SQL
               UPDATE Book
                  SET PatronNumber  = SPACES
                     ,RemainingDays = SPACES
                     ,RenewalCount  = SPACES
                     ,DamageFlag    = 'Y'
                     ,LastChangeDate = :WS-RUN-DATE
                     ,DueDate       = SPACES
                WHERE BookID = :XFER-BOOKID
                  AND CopyNumber = :XFER-COPY-NUMBER
           END-EXEC

           MOVE WS-CURRENT-PATRON  TO WS-AUDIT-OLD-PATRON
           MOVE SPACES             TO WS-AUDIT-NEW-PATRON
           MOVE 'DM'               TO WS-AUDIT-SOURCE
           PERFORM XFER-WRITE-AUDIT

           PERFORM XFER-CLOSE-LOANHIST
           PERFORM XFER-RESOLVE-CLAIM
           PERFORM XFER-BILL-DAMAGE

           DISPLAY 'BOOKXFER: BOOK ' XFER-BOOKID ' COPY '
                   XFER-COPY-NUMBER ' CHECKED IN DAMAGED - PATRON '
                   WS-CURRENT-PATRON ' BILLED ' WS-CHARGE-EDIT
           .
       XFER-DO-DAMAGED-EXIT.
           EXIT
           .
      *> Works out the charge and writes it.  A second DM on
      *> the same loan's copy before the first bill is settled
      *> adds to the open bill rather than opening another.
       XFER-BILL-DAMAGE.
           MOVE 0 TO WS-CHARGE-NUM
           IF XFER-CHARGE-AMOUNT IS NUMERIC
               COMPUTE WS-CHARGE-NUM =
                   FUNCTION NUMVAL(XFER-CHARGE-AMOUNT) / 100
           END-IF
           IF WS-CHARGE-NUM = 0
               IF Book-ReplacementCost-NULL >= 0
                  AND Book-ReplacementCost NOT = SPACES
                   MOVE FUNCTION NUMVAL(Book-ReplacementCost)
                     TO WS-CHARGE-NUM
               ELSE
                   MOVE WS-DEFAULT-COST TO WS-CHARGE-NUM
                   MOVE SPACES TO Parm-ParmValue
                   EXEC SQL
                       SELECT ParmValue
                         INTO :Parm-ParmValue
                         FROM CircParm
                        WHERE ParmName = 'LOSTCOST'
                   END-EXEC
                   IF SQLCODE NOT = 100
                      AND Parm-ParmValue NOT = SPACES
                       MOVE FUNCTION NUMVAL(Parm-ParmValue)
                         TO WS-CHARGE-NUM
                   END-IF
               END-IF
           END-IF
           IF WS-CHARGE-NUM > 999.99
               MOVE 999.99 TO WS-CHARGE-NUM
           END-IF
           MOVE WS-CHARGE-NUM TO WS-CHARGE-EDIT

           MOVE SPACES TO Fine-FineAmount
           EXEC SQL
               SELECT FineAmount
                 INTO :Fine-FineAmount
                 FROM Fine
                WHERE PatronNumber = :WS-CURRENT-PATRON
                  AND BookID = :XFER-BOOKID
                  AND CopyNumber = :XFER-COPY-NUMBER
                  AND FineType = 'R'
                  AND PaidFlag = 'N'
           END-EXEC

           IF SQLCODE NOT = 100
               COMPUTE WS-FINE-AMOUNT-NUM =
                   FUNCTION NUMVAL(Fine-FineAmount) + WS-CHARGE-NUM
               IF WS-FINE-AMOUNT-NUM > 999.99
                   MOVE 999.99 TO WS-FINE-AMOUNT-NUM
               END-IF
               MOVE WS-FINE-AMOUNT-NUM TO WS-CHARGE-EDIT
               MOVE WS-CHARGE-EDIT     TO Fine-FineAmount
               EXEC SQL
                   UPDATE Fine
                      SET FineAmount = :Fine-FineAmount
                         ,FineDate = :WS-TODAY
                    WHERE PatronNumber = :WS-CURRENT-PATRON
                      AND BookID = :XFER-BOOKID
                      AND CopyNumber = :XFER-COPY-NUMBER
                      AND FineType = 'R'
                      AND PaidFlag = 'N'
               END-EXEC
           ELSE
               MOVE WS-CURRENT-PATRON    TO Fine-PatronNumber
               MOVE XFER-BOOKID          TO Fine-BookID
               MOVE XFER-COPY-NUMBER     TO Fine-CopyNumber
               MOVE WS-TODAY             TO Fine-FineDate
               MOVE '000'                TO Fine-DaysLate
               MOVE WS-CHARGE-EDIT       TO Fine-FineAmount
               MOVE 'N'                  TO Fine-PaidFlag
               MOVE 'N'                  TO Fine-ReferredFlag
               MOVE 'R'                  TO Fine-FineType
               EXEC SQL
                   INSERT INTO Fine
                         ( PatronNumber, BookID, CopyNumber, FineDate
                         , DaysLate, FineAmount, PaidFlag
                         , ReferredFlag, FineType )
                   VALUES ( :Fine-PatronNumber, :Fine-BookID
                         , :Fine-CopyNumber, :Fine-FineDate
                         , :Fine-DaysLate, :Fine-FineAmount
                         , :Fine-PaidFlag, :Fine-ReferredFlag
                         , :Fine-FineType )
               END-EXEC
           END-IF

           MOVE WS-CURRENT-PATRON   TO Ntc-PatronNumber
           MOVE 'FN'                TO Ntc-NoticeType
           MOVE XFER-BOOKID         TO Ntc-BookID
           MOVE XFER-COPY-NUMBER    TO Ntc-CopyNumber
           MOVE SPACES              TO Ntc-NoticeText
           STRING 'ITEM RETURNED DAMAGED - CHARGE '
                      DELIMITED BY SIZE
                  Fine-FineAmount DELIMITED BY SIZE
             INTO Ntc-NoticeText
           PERFORM XFER-WRITE-NOTICE
           .
      *> Back from the mender: DamageFlag comes off and the
      *> return to stock is audited 'DR'.  Any repair charge
      *> stays with the patron - it is the desk's to waive.
       XFER-REINSTATE-DAMAGED-COPY.
           EXEC SQL
               UPDATE Book
                  SET DamageFlag = ' '
                     ,LastChangeDate = :WS-RUN-DATE
                WHERE BookID = :XFER-BOOKID
                  AND CopyNumber = :XFER-COPY-NUMBER
           END-EXEC

           MOVE SPACES TO WS-AUDIT-OLD-PATRON
           MOVE SPACES TO WS-AUDIT-NEW-PATRON
           MOVE 'DR'   TO WS-AUDIT-SOURCE
           PERFORM XFER-WRITE-AUDIT

           DISPLAY 'BOOKXFER: BOOK ' XFER-BOOKID ' COPY '
                   XFER-COPY-NUMBER ' REPAIRED - BACK IN CIRCULATION'
           .
      *> The copy's open transit row, if it has one - SQLCODE
      *> 100 means it is not in transit.
       XFER-FIND-TRANSIT.
           MOVE SPACES TO Trn-FromBranchID Trn-ToBranchID
                          Trn-HoldPatron
           EXEC SQL
               SELECT FromBranchID, ToBranchID, ShipDate
                     ,HoldPatron
                 INTO :Trn-FromBranchID, :Trn-ToBranchID
                     ,:Trn-ShipDate
                     ,:Trn-HoldPatron:Trn-HoldPatron-NULL
                 FROM BookTransit
                WHERE BookID = :XFER-BOOKID
                  AND CopyNumber = :XFER-COPY-NUMBER
                  AND Status = 'T'
           END-EXEC
           .
      *> The copy has arrived: it now lives at the destination,
      *> the transit row is closed with who received it and
      *> when, the receipt is audited 'RT', and the copy goes
      *> through the same reservation check a check-in does -
      *> so a copy shipped to fill a hold parks on the
      *> destination's hold shelf and its patron is notified.
       XFER-RECEIVE-COPY.
           EXEC SQL
               UPDATE Book
                  SET BranchID = :Trn-ToBranchID
                     ,LastChangeDate = :WS-RUN-DATE
                WHERE BookID = :XFER-BOOKID
                  AND CopyNumber = :XFER-COPY-NUMBER
           END-EXEC

           EXEC SQL
               UPDATE BookTransit
                  SET Status = 'R'
                     ,ReceiveDate = :WS-TODAY
                     ,ReceiveUserID = :XFER-USERID
                WHERE BookID = :XFER-BOOKID
                  AND CopyNumber = :XFER-COPY-NUMBER
                  AND Status = 'T'
           END-EXEC

           MOVE SPACES TO WS-AUDIT-OLD-PATRON
           MOVE SPACES TO WS-AUDIT-NEW-PATRON
           MOVE 'RT'   TO WS-AUDIT-SOURCE
           PERFORM XFER-WRITE-AUDIT

           DISPLAY 'BOOKXFER: BOOK ' XFER-BOOKID ' COPY '
                   XFER-COPY-NUMBER ' RECEIVED AT BRANCH '
                   Trn-ToBranchID ' FROM BRANCH ' Trn-FromBranchID

           MOVE Trn-ToBranchID TO Book-BranchID
           MOVE 0              TO Book-BranchID-NULL
           PERFORM XFER-CHECK-RESERVATION
           .
      *> A reserved copy is no longer checked straight out to
      *> the next patron in the queue (that charged them a
      *> 14-day loan for a book still behind the desk) - it is
      *> building (or one with no pickup branch) - a hold that
      *> wants the other branch stays in the queue for PULLIST
      *> to fill with a transfer, rather than parking the copy
      *> where its patron is not.  A transferred copy comes
      *> through here on receipt, at its new branch.
       XFER-CHECK-RESERVATION.
           IF Book-BranchID-NULL < 0
               MOVE SPACES TO Book-BranchID
           END-IF
           .
       XFER-PARK-ON-HOLD-SHELF.
           MOVE FUNCTION NUMVAL(WS-RUN-DATE) TO WS-DATE-INT
           COMPUTE WS-DEADLINE-NUM = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE(WS-DATE-INT)
                + WS-PICKUP-WINDOW)
           MOVE XFER-BOOKID         TO Hold-BookID
           MOVE XFER-COPY-NUMBER    TO Hold-CopyNumber
           MOVE WS-NEXT-PATRON      TO Hold-PatronNumber
           MOVE WS-RUN-DATE         TO Hold-HoldDate
           MOVE WS-DEADLINE-NUM     TO Hold-PickupDeadline

           EXEC SQL
      *> question, so the catalog-change stamp moves too.
           EXEC SQL
               UPDATE Book
                  SET LastChangeDate = :WS-RUN-DATE
                WHERE BookID = :XFER-BOOKID
                  AND CopyNumber = :XFER-COPY-NUMBER
           END-EXEC
           ADD 1 TO WS-NTC-NEXT-NUM

           MOVE WS-NTC-NEXT-NUM TO Ntc-NoticeID
           MOVE WS-RUN-DATE     TO Ntc-NoticeDate
           MOVE 'O'             TO Ntc-Status

           EXEC SQL
           MOVE WS-TODAY             TO LoanHist-CheckoutDate
           MOVE SPACES               TO LoanHist-ReturnDate
           MOVE XFER-BRANCH-ID       TO LoanHist-BranchID
           MOVE Book-DueDate         TO LoanHist-DueDate

           EXEC SQL
               INSERT INTO LoanHistory
                     ( BookID, CopyNumber, PatronNumber
                     , CheckoutDate, ReturnDate, BranchID
                     , DueDate )
               VALUES ( :LoanHist-BookID, :LoanHist-CopyNumber
                      , :LoanHist-PatronNumber
                      , :LoanHist-CheckoutDate, :LoanHist-ReturnDate
                      , :LoanHist-BranchID, :LoanHist-DueDate )
           END-EXEC
           .
       XFER-CLOSE-LOANHIST.
                  AND ReturnDate = ' '
           END-EXEC
           .
      *> The due date is LoanDays OPEN days on from today - a
      *> date LibCalendar lists as closed is stepped over
      *> without being counted, the same way BOOKAGE never
      *> counts one down - so the loan always falls due on a
      *> day the patron can bring the book back, and the
      *> RemainingDays written alongside it (the same number
      *> of open days) agrees with it from the first night.
      *> The caller has loaded the copy's item type.
       XFER-SET-DUE-DATE.
           MOVE FUNCTION NUMVAL(WS-TODAY) TO WS-DATE-INT
           COMPUTE WS-DUE-INT = FUNCTION INTEGER-OF-DATE(WS-DATE-INT)
           MOVE WS-TODAY TO Book-DueDate
           MOVE 0 TO WS-OPEN-DAY-COUNT
           PERFORM UNTIL WS-OPEN-DAY-COUNT >= WS-ITEM-LOAN-DAYS
               ADD 1 TO WS-DUE-INT
               COMPUTE WS-DUE-NUM = FUNCTION DATE-OF-INTEGER(WS-DUE-INT)
               MOVE WS-DUE-NUM TO Book-DueDate
               EXEC SQL
                   SELECT COUNT(*)
                     INTO :WS-CLOSED-COUNT
                     FROM LibCalendar
                    WHERE ClosedDate = :Book-DueDate
               END-EXEC
               IF WS-CLOSED-COUNT = 0
                   ADD 1 TO WS-OPEN-DAY-COUNT
               END-IF
           END-PERFORM
           .
      *> The desk used to eyeball these limits by memory - now a
      *> checkout or hold is refused outright when the patron is
      *> at the concurrent-loan cap or owes unpaid fines at or
               END-IF
           END-IF
           .
      *> The household is the guardian of a linked card, or
      *> the borrower themselves when cards are linked to
      *> them; a card in neither position has no household
      *> and FINEMAX alone applies.
       XFER-CHECK-HOUSEHOLD-FINES.
           IF NOT XFER-HOUSE-LIMIT-SET
               GO TO XFER-CHECK-HOUSEHOLD-FINES-EXIT
           END-IF
           IF WS-PATRON-GUARDIAN NOT = SPACES
               MOVE WS-PATRON-GUARDIAN TO WS-HOUSE-HEAD
           ELSE
               MOVE XFER-PATRON-NUMBER TO WS-HOUSE-HEAD
               EXEC SQL
                   SELECT COUNT(*)
                     INTO :WS-PATRON-COUNT
                     FROM Patron
                    WHERE GuardianNumber = :WS-HOUSE-HEAD
               END-EXEC
               IF WS-PATRON-COUNT = 0
                   GO TO XFER-CHECK-HOUSEHOLD-FINES-EXIT
               END-IF
           END-IF

           MOVE 0 TO WS-FINE-TOTAL-NUM
           EXEC SQL
               OPEN CSR-HOUSE-FINES
           END-EXEC
           PERFORM UNTIL SQLSTATE >= "02000"
               EXEC SQL
                   FETCH CSR-HOUSE-FINES INTO :Fine-FineAmount
               END-EXEC
               IF SQLSTATE < "02000"
                   ADD FUNCTION NUMVAL(Fine-FineAmount)
                     TO WS-FINE-TOTAL-NUM
               END-IF
           END-PERFORM
           EXEC SQL
               CLOSE CSR-HOUSE-FINES
           END-EXEC
           IF WS-FINE-TOTAL-NUM >= WS-HOUSE-LIMIT-NUM
               MOVE '72' TO XFER-RETURN-CODE
           END-IF
           .
       XFER-CHECK-HOUSEHOLD-FINES-EXIT.
           EXIT
           .
      *> Probes the per-type parameter rows for the patron's
      *> type, remembering which type is cached so a run of
      *> cards for the same membership type costs one pair of
                 TO WS-FINE-LIMIT-NUM
           END-IF

           MOVE SPACES TO Parm-ParmValue
           EXEC SQL
               SELECT ParmValue
                 INTO :Parm-ParmValue
                 FROM CircParm
                WHERE ParmName = 'HHFINMAX'
           END-EXEC
           IF SQLCODE NOT = 100 AND Parm-ParmValue NOT = SPACES
               MOVE FUNCTION NUMVAL(Parm-ParmValue)
                 TO WS-HOUSE-LIMIT-NUM
               MOVE 'Y' TO WS-HOUSE-LIMIT-SWITCH
           END-IF

           MOVE 'Y' TO WS-PARM-SWITCH
           .
       XFER-LOAD-CIRC-PARMS-EXIT.
           .
      *> Confirms the patron exists and picks up the type and
      *> card-expiration date in the same probe - the checkout
      *> path checks the date, the limits path uses the type,
      *> and the household check the guardian link.
       XFER-VALIDATE-PATRON.
           MOVE SPACE  TO WS-PATRON-TYPE
           MOVE SPACES TO WS-PATRON-EXPIRE WS-PATRON-GUARDIAN
           EXEC SQL
               SELECT PatronType, ExpireDate, GuardianNumber
                 INTO :WS-PATRON-TYPE:WS-PATRON-TYPE-NULL
                     ,:WS-PATRON-EXPIRE:WS-PATRON-EXPIRE-NULL
                     ,:WS-PATRON-GUARDIAN:WS-PATRON-GUARDIAN-NULL
                 FROM Patron
                WHERE PatronNumber = :XFER-PATRON-NUMBER
           END-EXEC
               IF WS-PATRON-EXPIRE-NULL < 0
                   MOVE SPACES TO WS-PATRON-EXPIRE
               END-IF
               IF WS-PATRON-GUARDIAN-NULL < 0
                   MOVE SPACES TO WS-PATRON-GUARDIAN
               END-IF
           END-IF
           .
       XFER-SQL-ERROR.
