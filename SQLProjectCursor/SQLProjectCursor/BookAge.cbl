      *> fall due nor go further overdue on closed days,
      *> and the fines FINECALC computes from
      *> RemainingDays never include them.
      *>
      *> A loan BOOKXFER has given a DueDate is no longer
      *> stepped down at all: its RemainingDays is rebuilt
      *> from the date every run (open days from today to
      *> the due date, negative past it), so a night this
      *> job missed, or a rerun over rows it already did,
      *> cannot leave the counter a day out.  Only a loan
      *> DUECONV has not dated yet is still decremented.
      *> -------------------------------------------
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       01  WS-DAYS-NUM                     PIC S999.
       01  WS-DAYS-ABS                     PIC 99.
       01  WS-DAYS-EDIT                    PIC 999.
       01  WS-DATE-INT                     PIC 9(8).
       01  WS-DUE-DATE-INT                 PIC 9(8).
       01  WS-DAYS-CALC                    PIC S9(5).

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
         EXEC SQL INCLUDE Book END-EXEC.
         01  WS-SEARCH-BRANCH              PIC X(2) VALUE SPACES.
         01  WS-RESTART-BOOKID             PIC X(6).
         01  WS-RESTART-COPY               PIC X(2).
         01  WS-CLOSED-COUNT               PIC S9(4) COMP-5 VALUE 0.
       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE StrmChk END-EXEC.
                   BookID
                  ,CopyNumber
                  ,RemainingDays
                  ,DueDate
             FROM  Book
             WHERE (PatronNumber <> ' ')
               AND ( (:WS-RESTART-BOOKID = SPACES)
                       :Book-BookID
                      ,:Book-CopyNumber
                      ,:Book-RemainingDays
                      ,:Book-DueDate:Book-DueDate-NULL
               END-EXEC
               IF SQLSTATE < "02000"
                   PERFORM AGE-ONE-LOAN
      *> overdue values carry a leading minus ('-01') that NUMVAL in
      *> FINECALC and OVERNOTE reads back correctly.
       AGE-ONE-LOAN.
           IF Book-DueDate-NULL < 0
               MOVE SPACES TO Book-DueDate
           END-IF
           IF Book-DueDate = SPACES
               MOVE FUNCTION NUMVAL(Book-RemainingDays) TO WS-DAYS-NUM
               IF WS-DAYS-NUM > -99
                   SUBTRACT 1 FROM WS-DAYS-NUM
               END-IF
           ELSE
               PERFORM DAYS-FROM-DUE-DATE
           END-IF
           IF WS-DAYS-NUM < 0
               COMPUTE WS-DAYS-ABS = 0 - WS-DAYS-NUM
           END-EXEC
           ADD 1 TO WS-AGED-COUNT
           .
      *> Open days between today and the due date: the calendar
      *> gap less the LibCalendar closed dates inside it, so the
      *> count is the one this job would have reached stepping
      *> down a day per open night.  Floored at -99 like the
      *> decrement.
       DAYS-FROM-DUE-DATE.
           MOVE FUNCTION NUMVAL(WS-TODAY)     TO WS-DATE-INT
           MOVE FUNCTION NUMVAL(Book-DueDate) TO WS-DUE-DATE-INT
           IF Book-DueDate < WS-TODAY
               EXEC SQL
                   SELECT COUNT(*)
                     INTO :WS-CLOSED-COUNT
                     FROM LibCalendar
                    WHERE ClosedDate > :Book-DueDate
                      AND ClosedDate <= :WS-TODAY
               END-EXEC
               COMPUTE WS-DAYS-CALC =
                   FUNCTION INTEGER-OF-DATE(WS-DUE-DATE-INT)
                 - FUNCTION INTEGER-OF-DATE(WS-DATE-INT)
                 + WS-CLOSED-COUNT
           ELSE
               EXEC SQL
                   SELECT COUNT(*)
                     INTO :WS-CLOSED-COUNT
                     FROM LibCalendar
                    WHERE ClosedDate > :WS-TODAY
                      AND ClosedDate <= :Book-DueDate
               END-EXEC
               COMPUTE WS-DAYS-CALC =
                   FUNCTION INTEGER-OF-DATE(WS-DUE-DATE-INT)
                 - FUNCTION INTEGER-OF-DATE(WS-DATE-INT)
                 - WS-CLOSED-COUNT
           END-IF
           IF WS-DAYS-CALC < -99
               MOVE -99 TO WS-DAYS-CALC
           END-IF
           MOVE WS-DAYS-CALC TO WS-DAYS-NUM
           .
      *> Tracks progress and commits at intervals so a long run does
      *> not hold locks/log space for the whole catalog and so a
      *> restart has somewhere recent to resume from.
