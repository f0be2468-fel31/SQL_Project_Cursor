      *>     has no matching Patron row
      *>   - a Book that looks checked out (RemainingDays
      *>     is set) but PatronNumber is blank
      *>   - a loan whose RemainingDays disagrees with
      *>     its DueDate (the open days from today to the
      *>     due date, closed LibCalendar dates left out -
      *>     the figure BOOKAGE rebuilds each night, so run
      *>     this after BOOKAGE), or a loan with no DueDate
      *>     at all (missed by DUECONV)
      *> A single optional SYSIN card selects the branch:
      *>     cols 1-2  BranchID (blank = both buildings)
      *>     col  3    'U' = unattended (no operator
       01  MFSQLMESSAGETEXT                PIC X(250).
       01  WS-BAD-PATRON-COUNT             PIC 9(5) VALUE 0.
       01  WS-BAD-DAYS-COUNT               PIC 9(5) VALUE 0.
       01  WS-BAD-DUE-COUNT                PIC 9(5) VALUE 0.
       01  WS-DATE-INT                     PIC 9(8).
       01  WS-DUE-DATE-INT                 PIC 9(8).
       01  WS-DAYS-CALC                    PIC S9(5).
       01  WS-DAYS-ON-FILE                 PIC S9(5).
       01  WS-DAYS-EXPECT-EDIT             PIC -(4)9.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
         EXEC SQL INCLUDE Book END-EXEC.
         EXEC SQL INCLUDE Patron END-EXEC.
         EXEC SQL INCLUDE JobLog END-EXEC.
         01  WS-TODAY                      PIC X(8).
         01  WS-CLOSED-COUNT               PIC S9(4) COMP-5 VALUE 0.
      *> Branch-selection parameter card (SYSIN, optional).
         01  WS-BRANCH-CARD.
             03 WS-BRANCH-PARM             PIC X(2).
             ORDER BY BookID
       END-EXEC.

       EXEC SQL
             DECLARE CSR-BAD-DUE CURSOR FOR SELECT
                   BookID
                  ,CopyNumber
                  ,BookTitle
                  ,RemainingDays
                  ,DueDate
             FROM  Book
             WHERE (PatronNumber <> ' ')
               AND ( (:WS-BRANCH-PARM = ' ')
                  OR (BranchID = :WS-BRANCH-PARM) )
             ORDER BY BookID, CopyNumber
       END-EXEC.

       PROCEDURE DIVISION.
       RUN-START.
           EXEC SQL
               WHENEVER SQLERROR PERFORM OpenESQL-Error
           END-EXEC
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY
           PERFORM READ-BRANCH-CARD
           PERFORM CONNECT-TO-DATABASE
           PERFORM WRITE-RUNLOG-START
           PERFORM REPORT-BAD-PATRON
           PERFORM REPORT-BAD-DAYS
           PERFORM REPORT-BAD-DUE
           PERFORM SHUT-DOWN
           .
       READ-BRANCH-CARD.
           DISPLAY 'RECONCIL: ' WS-BAD-DAYS-COUNT
                   ' BOOK(S) WITH A DUE DATE AND NO PATRON'
           .
       REPORT-BAD-DUE.
           DISPLAY 'RECONCIL: LOANS WHOSE REMAININGDAYS DISAGREES'
                   ' WITH THE DUE DATE'
           EXEC SQL
               OPEN CSR-BAD-DUE
           END-EXEC
           PERFORM UNTIL SQLSTATE >= "02000"
               EXEC SQL
                   FETCH CSR-BAD-DUE INTO
                       :Book-BookID
                      ,:Book-CopyNumber
                      ,:Book-BookTitle
                      ,:Book-RemainingDays
                      ,:Book-DueDate:Book-DueDate-NULL
               END-EXEC
               IF SQLSTATE < "02000"
                   PERFORM CHECK-ONE-DUE-DATE
               END-IF
           END-PERFORM
           EXEC SQL
               CLOSE CSR-BAD-DUE
           END-EXEC
           DISPLAY 'RECONCIL: ' WS-BAD-DUE-COUNT
                   ' LOAN(S) OUT OF STEP WITH THE DUE DATE'
           .
      *> The expected count is worked the way BOOKAGE rebuilds
      *> it - the calendar gap to the due date less the closed
      *> dates inside it, negative once past, floored at -99.
       CHECK-ONE-DUE-DATE.
           IF Book-DueDate-NULL < 0
               MOVE SPACES TO Book-DueDate
           END-IF
           IF Book-DueDate = SPACES
               DISPLAY '  BOOKID=' Book-BookID
                       ' COPY=' Book-CopyNumber
                       ' TITLE=' Book-BookTitle
                       ' REMAININGDAYS=' Book-RemainingDays
                       ' BUT NO DUE DATE ON FILE'
               ADD 1 TO WS-BAD-DUE-COUNT
           ELSE
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
               MOVE 0 TO WS-DAYS-ON-FILE
               IF Book-RemainingDays NOT = SPACES
                   MOVE FUNCTION NUMVAL(Book-RemainingDays)
                     TO WS-DAYS-ON-FILE
               END-IF
               IF Book-RemainingDays = SPACES
                  OR WS-DAYS-ON-FILE NOT = WS-DAYS-CALC
                   MOVE WS-DAYS-CALC TO WS-DAYS-EXPECT-EDIT
                   DISPLAY '  BOOKID=' Book-BookID
                           ' COPY=' Book-CopyNumber
                           ' TITLE=' Book-BookTitle
                           ' REMAININGDAYS=' Book-RemainingDays
                           ' DUE=' Book-DueDate
                           ' EXPECTED=' WS-DAYS-EXPECT-EDIT
                   ADD 1 TO WS-BAD-DUE-COUNT
               END-IF
           END-IF
           .
       SHUT-DOWN.
           PERFORM WRITE-RUNLOG-END
           EXEC SQL DISCONNECT CURRENT END-EXEC
               WS-BAD-PATRON-COUNT DELIMITED BY SIZE
               ' BADDAYS=' DELIMITED BY SIZE
               WS-BAD-DAYS-COUNT DELIMITED BY SIZE
               ' BADDUE=' DELIMITED BY SIZE
               WS-BAD-DUE-COUNT DELIMITED BY SIZE
             INTO Jlog-RunCounters
           EXEC SQL
               UPDATE JobRunLog
