       PROGRAM-ID. FINECALC.
      *> -------------------------------------------
      *> FINECALC - batch overdue-fines job.  Scans
      *> Book for copies past their DueDate and writes
      *> a Fine row for each one so the desk has
      *> something to bill patrons for.
      *>
      *> Closed days never reach a fine: DaysLate is
      *> the count of open days between the DueDate
      *> BOOKXFER recorded and today, LibCalendar's
      *> closed dates left out - and this job itself
      *> stands down on a closed date rather than bill
      *> a day the patron could not possibly have
      *> returned the book.  Working from the stored
      *> date means a skipped or doubled BOOKAGE night
      *> no longer moves the bill; only a loan still
      *> waiting for its DUECONV due date reads the
      *> RemainingDays counter the old way.
      *> A copy the patron has claimed returned (an open
      *> ClaimReturn row) is not billed while the
      *> shelves are searched for it.
      *> -------------------------------------------
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       01  WS-ITEM-FINE-RATE               PIC 9V99 VALUE 0.25.
       01  WS-DAYS-LATE-NUM                PIC S999.
       01  WS-DAYS-LATE-ABS                PIC 999.
      *> Raw day count before the cap - a loan can be open far
      *> longer past its DueDate than Fine.DaysLate holds.
       01  WS-DAYS-LATE-CALC               PIC S9(5).
       01  WS-DATE-INT                     PIC 9(8).
       01  WS-DUE-DATE-INT                 PIC 9(8).
       01  WS-FINE-AMOUNT-NUM              PIC 999V99.
       01  WS-FINE-AMOUNT-CALC             PIC 9(5)V99.
       01  WS-FINE-AMOUNT-EDIT             PIC 999.99.
       01  WS-FINE-COUNT                   PIC 9(5) VALUE 0.
       01  WS-SKIP-COUNT                   PIC 9(5) VALUE 0.
         EXEC SQL INCLUDE Calendar END-EXEC.
         EXEC SQL INCLUDE ItemType END-EXEC.
         EXEC SQL INCLUDE Notice END-EXEC.
         EXEC SQL INCLUDE Claim END-EXEC.
         EXEC SQL INCLUDE JobLog END-EXEC.
         01  WS-ROW-COUNT                  PIC S9(4) COMP-5 VALUE 0.
         01  WS-CLOSED-COUNT               PIC S9(4) COMP-5 VALUE 0.
         01  WS-TODAY                      PIC X(8).
         01  WS-MAX-NTC                    PIC X(6).
         01  WS-MAX-NTC-NULL               PIC S9(04) COMP-5.
                  ,A.PatronNumber
                  ,A.RemainingDays
                  ,A.ItemType
                  ,A.DueDate
             FROM  Book A
             WHERE (A.PatronNumber <> ' ')
               AND NOT EXISTS
                   ( SELECT 1 FROM ClaimReturn C
                      WHERE C.BookID = A.BookID
                        AND C.CopyNumber = A.CopyNumber
                        AND C.Status = 'O' )
             ORDER BY A.BookID
       END-EXEC.

                      ,:Book-PatronNumber
                      ,:Book-RemainingDays
                      ,:Book-ItemType:Book-ItemType-NULL
                      ,:Book-DueDate:Book-DueDate-NULL
               END-EXEC
               IF SQLSTATE < "02000"
                   PERFORM CHECK-OVERDUE-BOOK
           IF Book-ItemType-NULL < 0
               MOVE SPACES TO Book-ItemType
           END-IF
           PERFORM COMPUTE-DAYS-LATE
           IF WS-DAYS-LATE-NUM < 0
               PERFORM LOAD-ITEM-TYPE-RATE
                  THRU LOAD-ITEM-TYPE-RATE-EXIT
               PERFORM WRITE-FINE-ROW THRU WRITE-FINE-ROW-EXIT
           END-IF
           .
      *> Days late come from the copy's DueDate: the open days
      *> after it up to today, closed LibCalendar dates not
      *> counted (exactly the days BOOKAGE counts down), and
      *> returned negative the way RemainingDays reads once a
      *> loan is overdue.  A loan with no DueDate yet keeps
      *> the RemainingDays reading.  Capped at 999 days late,
      *> the most Fine.DaysLate holds, the way BOOKAGE floors
      *> its count.
       COMPUTE-DAYS-LATE.
           IF Book-DueDate-NULL < 0 OR Book-DueDate = SPACES
               MOVE FUNCTION NUMVAL(Book-RemainingDays)
                 TO WS-DAYS-LATE-NUM
           ELSE
               IF Book-DueDate NOT < WS-TODAY
                   MOVE 0 TO WS-DAYS-LATE-NUM
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
                   COMPUTE WS-DAYS-LATE-CALC =
                       FUNCTION INTEGER-OF-DATE(WS-DUE-DATE-INT)
                     - FUNCTION INTEGER-OF-DATE(WS-DATE-INT)
                     + WS-CLOSED-COUNT
                   IF WS-DAYS-LATE-CALC < -999
                       MOVE -999 TO WS-DAYS-LATE-CALC
                   END-IF
                   MOVE WS-DAYS-LATE-CALC TO WS-DAYS-LATE-NUM
               END-IF
           END-IF
           .
      *> Probes the ItemType row for the copy's media type,
      *> remembering which type is cached.  A blank ItemType
      *> or a code with no parameter row bills at the default
           EXIT
           .
      *> Only a daily fine suppresses another daily fine - an
      *> open lost-item bill ('L') or damage charge ('R') on
      *> the copy is a separate debt and must not stop the
      *> overdue charge.
       WRITE-FINE-ROW.
           EXEC SQL
               SELECT COUNT(*)
                  AND CopyNumber = :Book-CopyNumber
                  AND PatronNumber = :Book-PatronNumber
                  AND PaidFlag = 'N'
                  AND (FineType IS NULL
                       OR FineType NOT IN ('L', 'R'))
           END-EXEC

           IF WS-ROW-COUNT NOT = 0
           END-IF

           COMPUTE WS-DAYS-LATE-ABS = 0 - WS-DAYS-LATE-NUM
      *> A Fine row holds 999.99 at most; a dear rate over the
      *> full 999 days would run past it.
           COMPUTE WS-FINE-AMOUNT-CALC =
               WS-DAYS-LATE-ABS * WS-ITEM-FINE-RATE
           IF WS-FINE-AMOUNT-CALC > 999.99
               MOVE 999.99 TO WS-FINE-AMOUNT-CALC
           END-IF
           MOVE WS-FINE-AMOUNT-CALC  TO WS-FINE-AMOUNT-NUM
           MOVE WS-FINE-AMOUNT-NUM   TO WS-FINE-AMOUNT-EDIT

           MOVE Book-BookID          TO Fine-BookID
