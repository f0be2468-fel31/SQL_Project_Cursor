       IDENTIFICATION DIVISION.
       PROGRAM-ID. DUECONV.
      *> -------------------------------------------
      *> DUECONV - one-time due-date conversion for
      *> the loans already out when BOOKXFER started
      *> recording Book.DueDate.  Those loans only know
      *> their RemainingDays counter, so the due date is
      *> worked back out of it: the copy is due that
      *> many OPEN days from today (closed LibCalendar
      *> dates are stepped over, exactly as BOOKAGE
      *> skips them), or - for an overdue loan - that
      *> many open days ago.  The date goes on the Book
      *> row and on the loan's open LoanHistory row.
      *> A counter BOOKAGE had already floored at -99
      *> dates the loan 99 open days back; anything
      *> older than that was past the lost threshold
      *> long ago.
      *>
      *> Only copies on loan with no DueDate are
      *> touched, so a rerun after a failure just picks
      *> up the loans the first pass did not reach, and
      *> checkouts made since BOOKXFER went in are left
      *> alone.  A loan with a blank RemainingDays has
      *> nothing to convert from - it is listed for the
      *> desk and RECONCIL keeps reporting it until it
      *> is checked in and out again.
      *> Run once, after the new BOOKXFER is promoted
      *> and before the next BOOKAGE.
      *> A single optional SYSIN card: col 1 'U' =
      *> unattended (no operator prompt at EOJ).
      *> -------------------------------------------
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       01  MFSQLMESSAGETEXT                PIC X(250).

       01  WS-CONVERT-COUNT                PIC 9(5) VALUE 0.
       01  WS-SKIP-COUNT                   PIC 9(5) VALUE 0.
       01  WS-FETCH-COUNT                  PIC 9(5) VALUE 0.
       01  WS-COMMIT-INTERVAL              PIC 9(3) VALUE 100.
       01  WS-DAYS-NUM                     PIC S999.
       01  WS-DAYS-ABS                     PIC 999.
       01  WS-OPEN-DAY-COUNT               PIC 999.
       01  WS-DATE-INT                     PIC 9(8).
       01  WS-STEP-INT                     PIC 9(7).
       01  WS-STEP-NUM                     PIC 9(8).
      *> Run-mode parameter card (SYSIN, optional).
      *> col 1  'U' = unattended (no operator prompt at EOJ)
       01  WS-RUNMODE-CARD.
           03 WS-RUN-MODE                  PIC X.
              88 UNATTENDED-RUN            VALUE 'U'.
           03 FILLER                       PIC X(79).

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
         EXEC SQL INCLUDE Book END-EXEC.
         EXEC SQL INCLUDE JobLog END-EXEC.
         01  WS-TODAY                      PIC X(8).
         01  WS-STEP-DATE                  PIC X(8).
         01  WS-CLOSED-COUNT               PIC S9(4) COMP-5 VALUE 0.
       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL
             DECLARE CSR-UNDATED CURSOR WITH HOLD FOR SELECT
                   BookID
                  ,CopyNumber
                  ,PatronNumber
                  ,RemainingDays
             FROM  Book
             WHERE (PatronNumber <> ' ')
               AND (DueDate IS NULL OR DueDate = ' ')
             ORDER BY BookID, CopyNumber
       END-EXEC.

       PROCEDURE DIVISION.
       RUN-START.
           EXEC SQL
               WHENEVER SQLERROR PERFORM OpenESQL-Error
           END-EXEC
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY
           PERFORM READ-RUNMODE-CARD
           PERFORM CONNECT-TO-DATABASE
           PERFORM WRITE-RUNLOG-START
           PERFORM OPEN-CURSOR
           PERFORM FETCH-LOANS
           PERFORM SHUT-DOWN
           .
       READ-RUNMODE-CARD.
           MOVE SPACES TO WS-RUNMODE-CARD
           ACCEPT WS-RUNMODE-CARD FROM SYSIN
           .
       CONNECT-TO-DATABASE.
           EXEC SQL
               CONNECT TO 'Library'
           END-EXEC
           .
       OPEN-CURSOR.
           EXEC SQL
               OPEN CSR-UNDATED
           END-EXEC
           .
       FETCH-LOANS.
           PERFORM UNTIL SQLSTATE >= "02000"
               EXEC SQL
                   FETCH CSR-UNDATED INTO
                       :Book-BookID
                      ,:Book-CopyNumber
                      ,:Book-PatronNumber
                      ,:Book-RemainingDays
                          :Book-RemainingDays-NULL
               END-EXEC
               IF SQLSTATE < "02000"
                   PERFORM CONVERT-ONE-LOAN
                      THRU CONVERT-ONE-LOAN-EXIT
               END-IF
           END-PERFORM
           .
       CONVERT-ONE-LOAN.
           IF Book-RemainingDays-NULL < 0
              OR Book-RemainingDays = SPACES
               ADD 1 TO WS-SKIP-COUNT
               DISPLAY 'DUECONV: BOOK ' Book-BookID ' COPY '
                       Book-CopyNumber ' OUT TO PATRON '
                       Book-PatronNumber ' HAS NO REMAININGDAYS'
                       ' - NOT DATED'
               GO TO CONVERT-ONE-LOAN-EXIT
           END-IF

           MOVE FUNCTION NUMVAL(Book-RemainingDays) TO WS-DAYS-NUM
           MOVE FUNCTION NUMVAL(WS-TODAY) TO WS-DATE-INT
           COMPUTE WS-STEP-INT = FUNCTION INTEGER-OF-DATE(WS-DATE-INT)
           IF WS-DAYS-NUM < 0
               COMPUTE WS-DAYS-ABS = 0 - WS-DAYS-NUM
               PERFORM STEP-BACK-OPEN-DAYS
           ELSE
               MOVE WS-DAYS-NUM TO WS-DAYS-ABS
               PERFORM STEP-FORWARD-OPEN-DAYS
           END-IF
           MOVE WS-STEP-DATE TO Book-DueDate

           EXEC SQL
               UPDATE Book
                  SET DueDate = :Book-DueDate
                WHERE BookID = :Book-BookID
                  AND CopyNumber = :Book-CopyNumber
           END-EXEC

           EXEC SQL
               UPDATE LoanHistory
                  SET DueDate = :Book-DueDate
                WHERE BookID = :Book-BookID
                  AND CopyNumber = :Book-CopyNumber
                  AND PatronNumber = :Book-PatronNumber
                  AND ReturnDate = ' '
           END-EXEC

           ADD 1 TO WS-CONVERT-COUNT
           DISPLAY 'DUECONV: BOOK ' Book-BookID ' COPY '
                   Book-CopyNumber ' REMAININGDAYS '
                   Book-RemainingDays ' - DUE ' Book-DueDate

           ADD 1 TO WS-FETCH-COUNT
           IF WS-FETCH-COUNT >= WS-COMMIT-INTERVAL
               EXEC SQL COMMIT END-EXEC
               MOVE 0 TO WS-FETCH-COUNT
           END-IF
           .
       CONVERT-ONE-LOAN-EXIT.
           EXIT
           .
      *> Not yet due: the due date is the day the last of the
      *> remaining open days is used up (zero days left means
      *> due today) - the same walk BOOKXFER makes from the
      *> checkout date.
       STEP-FORWARD-OPEN-DAYS.
           MOVE WS-TODAY TO WS-STEP-DATE
           MOVE 0 TO WS-OPEN-DAY-COUNT
           PERFORM UNTIL WS-OPEN-DAY-COUNT >= WS-DAYS-ABS
               ADD 1 TO WS-STEP-INT
               PERFORM PROBE-STEP-DATE
               IF WS-CLOSED-COUNT = 0
                   ADD 1 TO WS-OPEN-DAY-COUNT
               END-IF
           END-PERFORM
           .
      *> Overdue: walk back from today until that many open
      *> days have been passed, then on back over any closed
      *> dates to the open day the loan fell due - so the open
      *> days after the due date up to today come to exactly
      *> the days late the counter showed.
       STEP-BACK-OPEN-DAYS.
           MOVE 0 TO WS-OPEN-DAY-COUNT
           PERFORM UNTIL WS-OPEN-DAY-COUNT >= WS-DAYS-ABS
               PERFORM PROBE-STEP-DATE
               IF WS-CLOSED-COUNT = 0
                   ADD 1 TO WS-OPEN-DAY-COUNT
               END-IF
               SUBTRACT 1 FROM WS-STEP-INT
           END-PERFORM
           PERFORM PROBE-STEP-DATE
           PERFORM UNTIL WS-CLOSED-COUNT = 0
               SUBTRACT 1 FROM WS-STEP-INT
               PERFORM PROBE-STEP-DATE
           END-PERFORM
           .
      *> Turns the integer date being walked into YYYYMMDD and
      *> asks LibCalendar whether the building is shut that day.
       PROBE-STEP-DATE.
           COMPUTE WS-STEP-NUM = FUNCTION DATE-OF-INTEGER(WS-STEP-INT)
           MOVE WS-STEP-NUM TO WS-STEP-DATE
           EXEC SQL
               SELECT COUNT(*)
                 INTO :WS-CLOSED-COUNT
                 FROM LibCalendar
                WHERE ClosedDate = :WS-STEP-DATE
           END-EXEC
           .
       SHUT-DOWN.
           EXEC SQL
               CLOSE CSR-UNDATED
           END-EXEC
           EXEC SQL COMMIT END-EXEC
           DISPLAY ' '
           DISPLAY 'DUECONV: ' WS-CONVERT-COUNT
                   ' LOAN(S) GIVEN A DUE DATE'
           DISPLAY 'DUECONV: ' WS-SKIP-COUNT
                   ' LOAN(S) WITH NOTHING TO CONVERT FROM'
           PERFORM WRITE-RUNLOG-END
           EXEC SQL DISCONNECT CURRENT END-EXEC
           IF NOT UNATTENDED-RUN
               Display ' '
               Stop 'Press <CR> to terminate'
           END-IF
           STOP RUN
           .
      *> -------------------------------------------
      *> JobRunLog bookkeeping - a row goes on with
      *> status 'R' as the run starts; WRITE-RUNLOG-END
      *> closes it out as 'S' with the run's counters
      *> (the SQL error handler closes it as 'F').
      *> -------------------------------------------
       WRITE-RUNLOG-START.
           MOVE 'DUECONV ' TO Jlog-ProgramName
           MOVE FUNCTION CURRENT-DATE (1:8) TO Jlog-RunDate
           MOVE FUNCTION CURRENT-DATE (9:6) TO Jlog-StartTime
           MOVE SPACES TO Jlog-EndTime
           MOVE 'R'    TO Jlog-RunStatus
           MOVE SPACES TO Jlog-RunCounters
           EXEC SQL
               INSERT INTO JobRunLog
                     ( ProgramName, RunDate, StartTime, EndTime
                     , RunStatus, RunCounters )
               VALUES ( :Jlog-ProgramName, :Jlog-RunDate
                      , :Jlog-StartTime, :Jlog-EndTime
                      , :Jlog-RunStatus, :Jlog-RunCounters )
           END-EXEC
           EXEC SQL COMMIT END-EXEC
           .
       WRITE-RUNLOG-END.
           MOVE FUNCTION CURRENT-DATE (9:6) TO Jlog-EndTime
           MOVE 'S' TO Jlog-RunStatus
           MOVE SPACES TO Jlog-RunCounters
           STRING
               'DATED=' DELIMITED BY SIZE
               WS-CONVERT-COUNT DELIMITED BY SIZE
               ' SKIPPED=' DELIMITED BY SIZE
               WS-SKIP-COUNT DELIMITED BY SIZE
             INTO Jlog-RunCounters
           EXEC SQL
               UPDATE JobRunLog
                  SET EndTime     = :Jlog-EndTime
                     ,RunStatus   = :Jlog-RunStatus
                     ,RunCounters = :Jlog-RunCounters
                WHERE ProgramName = :Jlog-ProgramName
                  AND RunDate     = :Jlog-RunDate
                  AND StartTime   = :Jlog-StartTime
           END-EXEC
           EXEC SQL COMMIT END-EXEC
           .
       OpenESQL-Error SECTION.

           display "SQL Error = " sqlstate " " sqlcode
           display MFSQLMESSAGETEXT
      *> Close out the JobRunLog row as failed so the morning
      *> operator sees the abend in the run log, not just in
      *> SYSOUT.  WHENEVER goes to CONTINUE first so an error
      *> updating the log cannot re-enter this handler.
           EXEC SQL
               WHENEVER SQLERROR CONTINUE
           END-EXEC
           MOVE FUNCTION CURRENT-DATE (9:6) TO Jlog-EndTime
           MOVE 'F' TO Jlog-RunStatus
           EXEC SQL
               UPDATE JobRunLog
                  SET EndTime   = :Jlog-EndTime
                     ,RunStatus = :Jlog-RunStatus
                WHERE ProgramName = :Jlog-ProgramName
                  AND RunDate     = :Jlog-RunDate
                  AND StartTime   = :Jlog-StartTime
           END-EXEC
           EXEC SQL COMMIT END-EXEC
           stop run
           .
