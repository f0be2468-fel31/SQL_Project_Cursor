      *> and the library never collected for the book.
      *> This job declares a copy LOST once it is at or
      *> past the lost threshold (LOSTDAYS CircParm row,
      *> program default 45 days overdue, counted in open
      *> days from the DueDate BOOKXFER recorded - the
      *> RemainingDays counter is only read for a loan
      *> DUECONV has not given a due date yet):
      *>   - bills the patron the copy's ReplacementCost
      *>     (or the LOSTCOST CircParm default when the
      *>     Book row has none on file) as a Fine row
      *> If the book later comes back through a BOOKXFER
      *> check-in, that path reverses the open bill and
      *> clears LostFlag (audited 'LR').
      *> A copy under an open claims-returned search is
      *> left to CLMSRCH, which writes it off on its own
      *> terms if it never turns up.
      *> Run nightly after BOOKAGE.  A single optional
      *> SYSIN card: col 1 'U' = unattended (no operator
      *> prompt at EOJ).
       01  WS-DEFAULT-COST                 PIC 9(3)V99 VALUE 25.00.
       01  WS-DAYS-NUM                     PIC S999.
       01  WS-DAYS-ABS                     PIC 999.
      *> Raw day count before the cap - a loan can be open far
      *> longer past its DueDate than WS-DAYS-NUM holds.
       01  WS-DAYS-CALC                    PIC S9(5).
       01  WS-DATE-INT                     PIC 9(8).
       01  WS-DUE-DATE-INT                 PIC 9(8).
       01  WS-COST-NUM                     PIC 9(3)V99.
       01  WS-COST-EDIT                    PIC 999.99.
       01  WS-LOST-COUNT                   PIC 9(5) VALUE 0.
         EXEC SQL INCLUDE Audit END-EXEC.
         EXEC SQL INCLUDE CircParm END-EXEC.
         EXEC SQL INCLUDE Notice END-EXEC.
         EXEC SQL INCLUDE Claim END-EXEC.
         EXEC SQL INCLUDE JobLog END-EXEC.
         01  WS-ROW-COUNT                  PIC S9(4) COMP-5 VALUE 0.
         01  WS-CLOSED-COUNT               PIC S9(4) COMP-5 VALUE 0.
         01  WS-TODAY                      PIC X(8).
         01  WS-MAX-NTC                    PIC X(6).
         01  WS-MAX-NTC-NULL               PIC S9(04) COMP-5.
                  ,PatronNumber
                  ,RemainingDays
                  ,ReplacementCost
                  ,DueDate
             FROM  Book
             WHERE (PatronNumber <> ' ')
               AND (LostFlag IS NULL OR LostFlag <> 'Y')
               AND NOT EXISTS
                   ( SELECT 1 FROM ClaimReturn C
                      WHERE C.BookID = Book.BookID
                        AND C.CopyNumber = Book.CopyNumber
                        AND C.Status = 'O' )
             ORDER BY BookID, CopyNumber
       END-EXEC.

                      ,:Book-RemainingDays
                      ,:Book-ReplacementCost
                          :Book-ReplacementCost-NULL
                      ,:Book-DueDate:Book-DueDate-NULL
               END-EXEC
               IF SQLSTATE < "02000"
                   PERFORM CHECK-ONE-LOAN
           END-PERFORM
           .
       CHECK-ONE-LOAN.
           PERFORM COMPUTE-DAYS-LATE
           IF WS-DAYS-NUM < 0
               COMPUTE WS-DAYS-ABS = 0 - WS-DAYS-NUM
               IF WS-DAYS-ABS >= WS-LOST-THRESHOLD
               END-IF
           END-IF
           .
      *> Days late come from the copy's DueDate: the open days
      *> after it up to today, closed LibCalendar dates not
      *> counted (exactly the days BOOKAGE counts down), and
      *> returned negative the way RemainingDays reads once a
      *> loan is overdue.  A loan with no DueDate yet keeps
      *> the RemainingDays reading.  Capped at 999 days late,
      *> as FINECALC does.
       COMPUTE-DAYS-LATE.
           IF Book-DueDate-NULL < 0 OR Book-DueDate = SPACES
               MOVE FUNCTION NUMVAL(Book-RemainingDays)
                 TO WS-DAYS-NUM
           ELSE
               IF Book-DueDate NOT < WS-TODAY
                   MOVE 0 TO WS-DAYS-NUM
               ELSE
                   EXEC SQL
                       SELECT COUNT(*)
                         INTO :WS-CLOSED-COUNT
                         FROM LibCalendar
                        WHERE ClosedDate > :Book-DueDate
                          AND ClosedDate <= :WS-TODAY
                   END-EXEC
                   MOVE FUNCTION NUMVAL(WS-TODAY)    TO WS-DATE-INT
                   MOVE FUNCTION NUMVAL(Book-DueDate) TO WS-DUE-DATE-INT
                   COMPUTE WS-DAYS-CALC =
                       FUNCTION INTEGER-OF-DATE(WS-DUE-DATE-INT)
                     - FUNCTION INTEGER-OF-DATE(WS-DATE-INT)
                     + WS-CLOSED-COUNT
                   IF WS-DAYS-CALC < -999
                       MOVE -999 TO WS-DAYS-CALC
                   END-IF
                   MOVE WS-DAYS-CALC TO WS-DAYS-NUM
               END-IF
           END-IF
           .
      *> An open replacement bill already on the copy means a
      *> prior run declared it and something hand-edited the
      *> Book row since - flagged for the desk, not billed
                     ,RenewalCount  = SPACES
                     ,LostFlag      = 'Y'
                     ,LastChangeDate = :WS-TODAY
                     ,DueDate       = SPACES
                WHERE BookID = :Book-BookID
                  AND CopyNumber = :Book-CopyNumber
           END-EXEC
