       IDENTIFICATION DIVISION.
       PROGRAM-ID. ANONHIST.
      *> -------------------------------------------
      *> ANONHIST - loan history anonymization.
      *> LoanHistory, LoanHistArch and the CO/CI rows
      *> of AuditLog/AuditLogArch record which patron
      *> borrowed which copy for as long as the row
      *> lives, and the library-records confidentiality
      *> law says we may not keep a reading history
      *> once the loan is settled.  This job replaces
      *> the PatronNumber on every closed loan returned
      *> before the cutoff with the '*ANON*' marker,
      *> in both the live and the archived detail, and
      *> does the same to the checkout ('CO') and
      *> check-in ('CI') AuditLog rows that loan wrote.
      *> The book, copy, branch and dates all stay, so
      *> CIRCSTAT, RESTOCK and WEEDLIST count the loan
      *> exactly as before - only the borrower goes.
      *> A loan is left alone (and counted by reason)
      *> while anything still hangs on it:
      *>   - the patron asked to keep their history
      *>     (Patron.KeepHistory 'Y', MAINT PC card)
      *>   - an unpaid Fine on the patron/book/copy
      *>   - an open ClaimReturn on the patron/book/copy
      *>   - an open Suspense card image carrying both
      *>     the patron's number and the BookID
      *> and the next run takes it once that clears.
      *> The latest return date stripped is stamped on
      *> Patron.LastLoanDate so the idle-patron list
      *> and PATPURGE still see the patron as active.
      *> A checkout on or after a fine the patron had
      *> forgiven under a campaign (Payment PayType 'A')
      *> is stamped on that Payment row's ComebackDate
      *> first, so FINEAMN's campaign report still counts
      *> the patron as having borrowed again.
      *> Commits at intervals like HISTARCH.
      *> SYSIN, one optional card:
      *>     cols 1-8  cutoff date YYYYMMDD (blank =
      *>               run date less PRIVDAYS days,
      *>               CircParm, default 90)
      *>     col  9    'U' = unattended (no operator
      *>               prompt at EOJ)
      *> -------------------------------------------
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       01  MFSQLMESSAGETEXT                PIC X(250).

       01  WS-RETAIN-DAYS                  PIC 9(4) VALUE 90.
       01  WS-DATE-INT                     PIC 9(8).
       01  WS-CUTOFF-NUM                   PIC 9(8).
       01  WS-FETCH-COUNT                  PIC 9(5) VALUE 0.
       01  WS-COMMIT-INTERVAL              PIC 9(3) VALUE 100.
       01  WS-LOAN-ANON-COUNT              PIC 9(5) VALUE 0.
       01  WS-ARCH-ANON-COUNT              PIC 9(5) VALUE 0.
       01  WS-KEEP-SKIP-COUNT              PIC 9(5) VALUE 0.
       01  WS-FINE-SKIP-COUNT              PIC 9(5) VALUE 0.
       01  WS-CLAIM-SKIP-COUNT             PIC 9(5) VALUE 0.
       01  WS-SUSP-SKIP-COUNT              PIC 9(5) VALUE 0.
       01  WS-SKIP-COUNT                   PIC 9(5) VALUE 0.
       01  WS-HELD-SWITCH                  PIC X VALUE 'N'.
           88 WS-LOAN-HELD                 VALUE 'Y'.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
         EXEC SQL INCLUDE LoanHist END-EXEC.
         EXEC SQL INCLUDE LoanArch END-EXEC.
         EXEC SQL INCLUDE CircParm END-EXEC.
         EXEC SQL INCLUDE JobLog END-EXEC.
      *> Cutoff parameter card (SYSIN, optional).
      *> cols 1-8  cutoff date YYYYMMDD (blank = today - PRIVDAYS)
      *> col  9    'U' = unattended (no operator prompt at EOJ)
         01  WS-CUTOFF-CARD.
             03 WS-CUTOFF-DATE             PIC X(8).
             03 WS-RUN-MODE                PIC X.
                88 UNATTENDED-RUN          VALUE 'U'.
             03 FILLER                     PIC X(71).
         01  WS-TODAY                      PIC X(8).
         01  WS-ANON-MARKER                PIC X(6) VALUE '*ANON*'.
         01  WS-ROW-COUNT                  PIC S9(4) COMP-5 VALUE 0.
      *> The loan being looked at, from whichever cursor.
         01  WS-LOAN-BOOKID                PIC X(6).
         01  WS-LOAN-COPY                  PIC X(2).
         01  WS-LOAN-PATRON                PIC X(6).
         01  WS-LOAN-CHECKOUT              PIC X(8).
         01  WS-LOAN-RETURN                PIC X(8).
      *> VARCHAR-style host variables (length + text) so the
      *> Suspense LIKE patterns are bound by their content
      *> length, not padded out with blanks to match.
         01  WS-BOOK-LIKE.
             49 WS-BOOK-LIKE-LEN           PIC S9(4) COMP-5.
             49 WS-BOOK-LIKE-TEXT          PIC X(8).
         01  WS-PATRON-LIKE.
             49 WS-PATRON-LIKE-LEN         PIC S9(4) COMP-5.
             49 WS-PATRON-LIKE-TEXT        PIC X(8).
       EXEC SQL END DECLARE SECTION END-EXEC.

      *> Both sweep cursors rewrite the PatronNumber through
      *> WHERE CURRENT OF (neither table has a unique key), so
      *> they are FOR UPDATE cursors with no ORDER BY, the
      *> HISTARCH treatment.
       EXEC SQL
             DECLARE CSR-CLOSED-LOANS CURSOR WITH HOLD FOR SELECT
                   BookID
                  ,CopyNumber
                  ,PatronNumber
                  ,CheckoutDate
                  ,ReturnDate
             FROM  LoanHistory
             WHERE (ReturnDate <> ' ')
               AND (ReturnDate < :WS-CUTOFF-DATE)
               AND (PatronNumber <> :WS-ANON-MARKER)
             FOR UPDATE
       END-EXEC.

       EXEC SQL
             DECLARE CSR-ARCH-LOANS CURSOR WITH HOLD FOR SELECT
                   BookID
                  ,CopyNumber
                  ,PatronNumber
                  ,CheckoutDate
                  ,ReturnDate
             FROM  LoanHistArch
             WHERE (ReturnDate <> ' ')
               AND (ReturnDate < :WS-CUTOFF-DATE)
               AND (PatronNumber <> :WS-ANON-MARKER)
             FOR UPDATE
       END-EXEC.

       PROCEDURE DIVISION.
       RUN-START.
           EXEC SQL
               WHENEVER SQLERROR PERFORM OpenESQL-Error
           END-EXEC
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY
           PERFORM READ-CUTOFF-CARD
           PERFORM CONNECT-TO-DATABASE
           PERFORM WRITE-RUNLOG-START
           PERFORM SET-CUTOFF-DATE
           DISPLAY 'ANONHIST: ANONYMIZING LOANS RETURNED BEFORE '
                   WS-CUTOFF-DATE
           PERFORM ANONYMIZE-LOANS
           PERFORM ANONYMIZE-ARCH-LOANS
           PERFORM SHUT-DOWN
           .
       READ-CUTOFF-CARD.
           MOVE SPACES TO WS-CUTOFF-CARD
           ACCEPT WS-CUTOFF-CARD FROM SYSIN
           .
       CONNECT-TO-DATABASE.
           EXEC SQL
               CONNECT TO 'Library'
           END-EXEC
           .
      *> The retention window is counted in days, so the
      *> default cutoff is real date arithmetic (the ILLDUE
      *> treatment), not the year-string step HISTARCH uses.
       SET-CUTOFF-DATE.
           IF WS-CUTOFF-DATE = SPACES
               MOVE SPACES TO Parm-ParmValue
               EXEC SQL
                   SELECT ParmValue
                     INTO :Parm-ParmValue
                     FROM CircParm
                    WHERE ParmName = 'PRIVDAYS'
               END-EXEC
               IF SQLCODE NOT = 100 AND Parm-ParmValue NOT = SPACES
                   MOVE FUNCTION NUMVAL(Parm-ParmValue)
                     TO WS-RETAIN-DAYS
               END-IF
               MOVE FUNCTION NUMVAL(WS-TODAY) TO WS-DATE-INT
               COMPUTE WS-CUTOFF-NUM = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE(WS-DATE-INT)
                    - WS-RETAIN-DAYS)
               MOVE WS-CUTOFF-NUM TO WS-CUTOFF-DATE
           END-IF
           .
       ANONYMIZE-LOANS.
           EXEC SQL
               OPEN CSR-CLOSED-LOANS
           END-EXEC
           PERFORM UNTIL SQLSTATE >= "02000"
               EXEC SQL
                   FETCH CSR-CLOSED-LOANS INTO
                       :LoanHist-BookID
                      ,:LoanHist-CopyNumber
                      ,:LoanHist-PatronNumber
                      ,:LoanHist-CheckoutDate
                      ,:LoanHist-ReturnDate
               END-EXEC
               IF SQLSTATE < "02000"
                   PERFORM ANONYMIZE-ONE-LOAN
               END-IF
           END-PERFORM
           EXEC SQL
               CLOSE CSR-CLOSED-LOANS
           END-EXEC
           EXEC SQL COMMIT END-EXEC
           DISPLAY 'ANONHIST: ' WS-LOAN-ANON-COUNT
                   ' LOAN(S) ANONYMIZED IN LoanHistory'
           .
      *> The rewrite through the cursor is the last statement
      *> on the row, so a CO/CI audit update or Patron/Payment
      *> stamp that finds nothing to change cannot leave
      *> SQLSTATE at 02000 and end the sweep early.
       ANONYMIZE-ONE-LOAN.
           MOVE LoanHist-BookID       TO WS-LOAN-BOOKID
           MOVE LoanHist-CopyNumber   TO WS-LOAN-COPY
           MOVE LoanHist-PatronNumber TO WS-LOAN-PATRON
           MOVE LoanHist-CheckoutDate TO WS-LOAN-CHECKOUT
           MOVE LoanHist-ReturnDate   TO WS-LOAN-RETURN
           PERFORM CHECK-LOAN-HELD THRU CHECK-LOAN-HELD-EXIT
           IF NOT WS-LOAN-HELD
               PERFORM ANONYMIZE-LOAN-AUDIT
               PERFORM STAMP-LAST-LOAN
               PERFORM STAMP-AMNESTY-COMEBACK
               EXEC SQL
                   UPDATE LoanHistory
                      SET PatronNumber = :WS-ANON-MARKER
                    WHERE CURRENT OF CSR-CLOSED-LOANS
               END-EXEC
               ADD 1 TO WS-LOAN-ANON-COUNT
               PERFORM COMMIT-AT-INTERVAL
           END-IF
           .
       ANONYMIZE-ARCH-LOANS.
           EXEC SQL
               OPEN CSR-ARCH-LOANS
           END-EXEC
           PERFORM UNTIL SQLSTATE >= "02000"
               EXEC SQL
                   FETCH CSR-ARCH-LOANS INTO
                       :LArch-BookID
                      ,:LArch-CopyNumber
                      ,:LArch-PatronNumber
                      ,:LArch-CheckoutDate
                      ,:LArch-ReturnDate
               END-EXEC
               IF SQLSTATE < "02000"
                   PERFORM ANONYMIZE-ONE-ARCH-LOAN
               END-IF
           END-PERFORM
           EXEC SQL
               CLOSE CSR-ARCH-LOANS
           END-EXEC
           EXEC SQL COMMIT END-EXEC
           DISPLAY 'ANONHIST: ' WS-ARCH-ANON-COUNT
                   ' LOAN(S) ANONYMIZED IN LoanHistArch'
           .
       ANONYMIZE-ONE-ARCH-LOAN.
           MOVE LArch-BookID          TO WS-LOAN-BOOKID
           MOVE LArch-CopyNumber      TO WS-LOAN-COPY
           MOVE LArch-PatronNumber    TO WS-LOAN-PATRON
           MOVE LArch-CheckoutDate    TO WS-LOAN-CHECKOUT
           MOVE LArch-ReturnDate      TO WS-LOAN-RETURN
           PERFORM CHECK-LOAN-HELD THRU CHECK-LOAN-HELD-EXIT
           IF NOT WS-LOAN-HELD
               PERFORM ANONYMIZE-LOAN-AUDIT
               PERFORM STAMP-LAST-LOAN
               PERFORM STAMP-AMNESTY-COMEBACK
               EXEC SQL
                   UPDATE LoanHistArch
                      SET PatronNumber = :WS-ANON-MARKER
                    WHERE CURRENT OF CSR-ARCH-LOANS
               END-EXEC
               ADD 1 TO WS-ARCH-ANON-COUNT
               PERFORM COMMIT-AT-INTERVAL
           END-IF
           .
      *> Anything still open against the loan keeps the
      *> borrower's number on it - the desk, the bureau or a
      *> reprocess run may yet need to find it.  The checks
      *> are all COUNT(*), so none of them can end the sweep.
       CHECK-LOAN-HELD.
           MOVE 'N' TO WS-HELD-SWITCH

           EXEC SQL
               SELECT COUNT(*)
                 INTO :WS-ROW-COUNT
                 FROM Patron
                WHERE PatronNumber = :WS-LOAN-PATRON
                  AND KeepHistory = 'Y'
           END-EXEC
           IF WS-ROW-COUNT NOT = 0
               ADD 1 TO WS-KEEP-SKIP-COUNT
               GO TO CHECK-LOAN-HELD-SKIP
           END-IF

           EXEC SQL
               SELECT COUNT(*)
                 INTO :WS-ROW-COUNT
                 FROM Fine
                WHERE PatronNumber = :WS-LOAN-PATRON
                  AND BookID = :WS-LOAN-BOOKID
                  AND CopyNumber = :WS-LOAN-COPY
                  AND PaidFlag = 'N'
           END-EXEC
           IF WS-ROW-COUNT NOT = 0
               ADD 1 TO WS-FINE-SKIP-COUNT
               GO TO CHECK-LOAN-HELD-SKIP
           END-IF

           EXEC SQL
               SELECT COUNT(*)
                 INTO :WS-ROW-COUNT
                 FROM ClaimReturn
                WHERE PatronNumber = :WS-LOAN-PATRON
                  AND BookID = :WS-LOAN-BOOKID
                  AND CopyNumber = :WS-LOAN-COPY
                  AND Status = 'O'
           END-EXEC
           IF WS-ROW-COUNT NOT = 0
               ADD 1 TO WS-CLAIM-SKIP-COUNT
               GO TO CHECK-LOAN-HELD-SKIP
           END-IF

           MOVE SPACES TO WS-BOOK-LIKE-TEXT WS-PATRON-LIKE-TEXT
           STRING '%' DELIMITED BY SIZE
               WS-LOAN-BOOKID DELIMITED BY SPACE
               '%' DELIMITED BY SIZE
             INTO WS-BOOK-LIKE-TEXT
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-BOOK-LIKE-TEXT))
             TO WS-BOOK-LIKE-LEN
           STRING '%' DELIMITED BY SIZE
               WS-LOAN-PATRON DELIMITED BY SPACE
               '%' DELIMITED BY SIZE
             INTO WS-PATRON-LIKE-TEXT
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-PATRON-LIKE-TEXT))
             TO WS-PATRON-LIKE-LEN
           EXEC SQL
               SELECT COUNT(*)
                 INTO :WS-ROW-COUNT
                 FROM Suspense
                WHERE Status = 'O'
                  AND CardImage LIKE :WS-BOOK-LIKE
                  AND CardImage LIKE :WS-PATRON-LIKE
           END-EXEC
           IF WS-ROW-COUNT NOT = 0
               ADD 1 TO WS-SUSP-SKIP-COUNT
               GO TO CHECK-LOAN-HELD-SKIP
           END-IF
           GO TO CHECK-LOAN-HELD-EXIT
           .
       CHECK-LOAN-HELD-SKIP.
           MOVE 'Y' TO WS-HELD-SWITCH
           ADD 1 TO WS-SKIP-COUNT
           .
       CHECK-LOAN-HELD-EXIT.
           EXIT
           .
      *> BOOKXFER's checkout writes 'CO' with the borrower as
      *> the new number on the checkout date, and its check-in
      *> writes 'CI' with the borrower as the old number on the
      *> return date.  Those rows go the same way as the loan,
      *> live or archived; the other audit sources are desk
      *> corrections, not reading history, and stay as they are.
       ANONYMIZE-LOAN-AUDIT.
           EXEC SQL
               UPDATE AuditLog
                  SET NewPatronNumber = :WS-ANON-MARKER
                WHERE BookID = :WS-LOAN-BOOKID
                  AND CopyNumber = :WS-LOAN-COPY
                  AND NewPatronNumber = :WS-LOAN-PATRON
                  AND ChangeDate = :WS-LOAN-CHECKOUT
                  AND ChangeSource = 'CO'
           END-EXEC
           EXEC SQL
               UPDATE AuditLog
                  SET OldPatronNumber = :WS-ANON-MARKER
                WHERE BookID = :WS-LOAN-BOOKID
                  AND CopyNumber = :WS-LOAN-COPY
                  AND OldPatronNumber = :WS-LOAN-PATRON
                  AND ChangeDate = :WS-LOAN-RETURN
                  AND ChangeSource = 'CI'
           END-EXEC
           EXEC SQL
               UPDATE AuditLogArch
                  SET NewPatronNumber = :WS-ANON-MARKER
                WHERE BookID = :WS-LOAN-BOOKID
                  AND CopyNumber = :WS-LOAN-COPY
                  AND NewPatronNumber = :WS-LOAN-PATRON
                  AND ChangeDate = :WS-LOAN-CHECKOUT
                  AND ChangeSource = 'CO'
           END-EXEC
           EXEC SQL
               UPDATE AuditLogArch
                  SET OldPatronNumber = :WS-ANON-MARKER
                WHERE BookID = :WS-LOAN-BOOKID
                  AND CopyNumber = :WS-LOAN-COPY
                  AND OldPatronNumber = :WS-LOAN-PATRON
                  AND ChangeDate = :WS-LOAN-RETURN
                  AND ChangeSource = 'CI'
           END-EXEC
           .
      *> Only ever moves the stamp forward; a purged patron has
      *> no row left to stamp, which is fine.
       STAMP-LAST-LOAN.
           EXEC SQL
               UPDATE Patron
                  SET LastLoanDate = :WS-LOAN-RETURN
                WHERE PatronNumber = :WS-LOAN-PATRON
                  AND ( LastLoanDate IS NULL
                     OR LastLoanDate < :WS-LOAN-RETURN )
           END-EXEC
           .
      *> Keeps the earliest checkout on or after each forgiven
      *> fine's PayDate; FINEAMN decides whether it fell inside
      *> the campaign's comeback window.
       STAMP-AMNESTY-COMEBACK.
           EXEC SQL
               UPDATE Payment
                  SET ComebackDate = :WS-LOAN-CHECKOUT
                WHERE PatronNumber = :WS-LOAN-PATRON
                  AND PayType = 'A'
                  AND PayDate <= :WS-LOAN-CHECKOUT
                  AND ( ComebackDate IS NULL
                     OR ComebackDate = ' '
                     OR ComebackDate > :WS-LOAN-CHECKOUT )
           END-EXEC
           .
      *> Commits at intervals so a long sweep does not hold
      *> locks/log space for the whole table; the WITH HOLD
      *> cursors stay positioned across the commit.
       COMMIT-AT-INTERVAL.
           ADD 1 TO WS-FETCH-COUNT
           IF WS-FETCH-COUNT >= WS-COMMIT-INTERVAL
               EXEC SQL COMMIT END-EXEC
               MOVE 0 TO WS-FETCH-COUNT
           END-IF
           .
       SHUT-DOWN.
           DISPLAY 'ANONHIST: ' WS-SKIP-COUNT ' LOAN(S) HELD BACK'
           DISPLAY '  PATRON KEEPS HISTORY  ' WS-KEEP-SKIP-COUNT
           DISPLAY '  UNPAID FINE           ' WS-FINE-SKIP-COUNT
           DISPLAY '  OPEN CLAIM            ' WS-CLAIM-SKIP-COUNT
           DISPLAY '  OPEN SUSPENSE ENTRY   ' WS-SUSP-SKIP-COUNT
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
           MOVE 'ANONHIST' TO Jlog-ProgramName
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
               'LOANS=' DELIMITED BY SIZE
               WS-LOAN-ANON-COUNT DELIMITED BY SIZE
               ' ARCH=' DELIMITED BY SIZE
               WS-ARCH-ANON-COUNT DELIMITED BY SIZE
               ' HELD=' DELIMITED BY SIZE
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
