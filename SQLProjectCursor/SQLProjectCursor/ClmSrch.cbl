       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLMSRCH.
      *> -------------------------------------------
      *> CLMSRCH - claims-returned search list and
      *> write-off.  A patron who says "I brought that
      *> back" gets a CR card through BOOKXFRM, which
      *> opens a ClaimReturn row and stops FINECALC,
      *> LOSTITEM and OVERNOTE from chasing the copy.
      *> Somebody still has to look for the book, and a
      *> claim cannot stay open forever - this job does
      *> both, in two steps:
      *>   - write-off: an open claim older than the
      *>     CLAIMDAY CircParm window (default 60 days)
      *>     is closed as 'W'.  The copy comes off the
      *>     patron's card with no charge, is counted
      *>     lost (LostFlag 'Y', so a later check-in
      *>     reinstates it the usual way), the open
      *>     LoanHistory row is closed and the write-off
      *>     is audited 'CW'.  A fine already on file
      *>     for the copy is left for the desk.  A
      *>     claim whose copy is no longer on the
      *>     patron's card is passed over and listed
      *>     for the desk instead
      *>   - search list: every claim still open, by
      *>     the branch the copy belongs to and then
      *>     subject and title, so each building's
      *>     pages know which shelves to read
      *> Run daily.  A single optional SYSIN card:
      *>     cols 1-2  BranchID for the search list
      *>               (blank = both buildings; the
      *>               write-off always runs system
      *>               wide)
      *>     col  3    'U' = unattended (no operator
      *>               prompt at EOJ)
      *> -------------------------------------------
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       01  MFSQLMESSAGETEXT                PIC X(250).

      *> Days a claim stays under search before it is written
      *> off - only the fallback when the CircParm row is
      *> missing.
       01  WS-CLAIM-DAYS                   PIC 9(3) VALUE 60.
       01  WS-DATE-INT                     PIC 9(8).
       01  WS-CUTOFF-NUM                   PIC 9(8).
       01  WS-CLAIM-INT                    PIC 9(8).
       01  WS-DAYS-OUT                     PIC 9(5).
       01  WS-BREAK-BRANCH                 PIC X(2) VALUE LOW-VALUES.
       01  WS-BRANCH-COUNT                 PIC 9(5) VALUE 0.
       01  WS-OPEN-COUNT                   PIC 9(5) VALUE 0.
       01  WS-WRITEOFF-COUNT               PIC 9(5) VALUE 0.
       01  WS-NOT-WITH-COUNT               PIC 9(5) VALUE 0.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
         EXEC SQL INCLUDE Claim END-EXEC.
         EXEC SQL INCLUDE Book END-EXEC.
         EXEC SQL INCLUDE Audit END-EXEC.
         EXEC SQL INCLUDE CircParm END-EXEC.
         EXEC SQL INCLUDE JobLog END-EXEC.
      *> Branch-selection parameter card (SYSIN, optional).
         01  WS-BRANCH-CARD.
             03 WS-BRANCH-PARM             PIC X(2).
             03 WS-RUN-MODE                PIC X.
                88 UNATTENDED-RUN          VALUE 'U'.
             03 FILLER                     PIC X(77).
         01  WS-TODAY                      PIC X(8).
         01  WS-CUTOFF-DATE                PIC X(8).
       EXEC SQL END DECLARE SECTION END-EXEC.

      *> WITH HOLD - each write-off commits as it goes, and the
      *> cursor has to survive the COMMIT.
       EXEC SQL
             DECLARE CSR-CLAIM-EXPIRED CURSOR WITH HOLD FOR SELECT
                   BookID
                  ,CopyNumber
                  ,PatronNumber
                  ,ClaimDate
             FROM  ClaimReturn
             WHERE (Status = 'O')
               AND (ClaimDate <= :WS-CUTOFF-DATE)
             ORDER BY BookID, CopyNumber
       END-EXEC.

       EXEC SQL
             DECLARE CSR-CLAIM-SEARCH CURSOR FOR SELECT
                   B.BranchID
                  ,B.SubjectCode
                  ,B.BookTitle
                  ,A.BookID
                  ,A.CopyNumber
                  ,A.PatronNumber
                  ,A.ClaimDate
             FROM  ClaimReturn A, Book B
             WHERE (A.BookID = B.BookID)
               AND (A.CopyNumber = B.CopyNumber)
               AND (A.Status = 'O')
               AND ( (:WS-BRANCH-PARM = ' ')
                  OR (B.BranchID = :WS-BRANCH-PARM) )
             ORDER BY B.BranchID, B.SubjectCode, B.BookTitle
                     ,A.BookID, A.CopyNumber
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
           PERFORM LOAD-CLAIM-PARM
           PERFORM SET-CUTOFF-DATE
           PERFORM WRITE-OFF-EXPIRED
           DISPLAY ' '
           DISPLAY 'CLMSRCH: CLAIMED-RETURNED COPIES TO SEARCH FOR'
                   ' - ' WS-TODAY
           PERFORM LIST-OPEN-CLAIMS
           PERFORM SHUT-DOWN
           .
       READ-BRANCH-CARD.
           MOVE SPACES TO WS-BRANCH-CARD
           ACCEPT WS-BRANCH-CARD FROM SYSIN
           .
       CONNECT-TO-DATABASE.
           EXEC SQL
               CONNECT TO 'Library'
           END-EXEC
           .
       LOAD-CLAIM-PARM.
           MOVE SPACES TO Parm-ParmValue
           EXEC SQL
               SELECT ParmValue
                 INTO :Parm-ParmValue
                 FROM CircParm
                WHERE ParmName = 'CLAIMDAY'
           END-EXEC
           IF SQLCODE NOT = 100 AND Parm-ParmValue NOT = SPACES
               MOVE FUNCTION NUMVAL(Parm-ParmValue)
                 TO WS-CLAIM-DAYS
           END-IF
           .
       SET-CUTOFF-DATE.
           MOVE FUNCTION NUMVAL(WS-TODAY) TO WS-DATE-INT
           COMPUTE WS-CUTOFF-NUM = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE(WS-DATE-INT)
                - WS-CLAIM-DAYS)
           MOVE WS-CUTOFF-NUM TO WS-CUTOFF-DATE
           .
      *> -------------------------------------------
      *> Step 1 - write off claims past the window.
      *> -------------------------------------------
       WRITE-OFF-EXPIRED.
           EXEC SQL
               OPEN CSR-CLAIM-EXPIRED
           END-EXEC
           PERFORM UNTIL SQLSTATE >= "02000"
               EXEC SQL
                   FETCH CSR-CLAIM-EXPIRED INTO
                       :Clm-BookID
                      ,:Clm-CopyNumber
                      ,:Clm-PatronNumber
                      ,:Clm-ClaimDate
               END-EXEC
               IF SQLSTATE < "02000"
                   PERFORM WRITE-OFF-ONE-CLAIM
                      THRU WRITE-OFF-ONE-CLAIM-EXIT
               END-IF
           END-PERFORM
           EXEC SQL
               CLOSE CSR-CLAIM-EXPIRED
           END-EXEC
           .
      *> The copy never turned up.  The claim is given the
      *> benefit of the doubt - no bill - but the copy is no
      *> longer on the shelf to be had, so it comes out of the
      *> circulating count exactly as LOSTITEM would take it
      *> out, and the loan closes on the write-off date.
      *> A copy that is no longer on the claimant's card has
      *> been returned or lent again since the claim without
      *> the claim being closed - nothing is written off, and
      *> the claim is listed for the desk to settle by hand.
      *> The ROLLBACK also leaves SQLSTATE clean for the fetch
      *> loop.
       WRITE-OFF-ONE-CLAIM.
           EXEC SQL
               UPDATE Book
                  SET PatronNumber  = SPACES
                     ,RemainingDays = SPACES
                     ,RenewalCount  = SPACES
                     ,LostFlag      = 'Y'
                     ,LastChangeDate = :WS-TODAY
                     ,DueDate       = SPACES
                WHERE BookID = :Clm-BookID
                  AND CopyNumber = :Clm-CopyNumber
                  AND PatronNumber = :Clm-PatronNumber
           END-EXEC
           IF SQLCODE = 100
               EXEC SQL ROLLBACK END-EXEC
               ADD 1 TO WS-NOT-WITH-COUNT
               DISPLAY 'CLMSRCH: CLAIM OF ' Clm-ClaimDate
                       ' BY PATRON ' Clm-PatronNumber ' - BOOK '
                       Clm-BookID ' COPY ' Clm-CopyNumber
                       ' - COPY NO LONGER WITH CLAIMANT, NOT'
                       ' WRITTEN OFF'
               GO TO WRITE-OFF-ONE-CLAIM-EXIT
           END-IF

      *> The audit row carries the branch the copy belongs to,
      *> as every other circulation audit row does.
           MOVE SPACES TO Book-BranchID
           EXEC SQL
               SELECT BranchID
                 INTO :Book-BranchID:Book-BranchID-NULL
                 FROM Book
                WHERE BookID = :Clm-BookID
                  AND CopyNumber = :Clm-CopyNumber
           END-EXEC
           IF Book-BranchID-NULL < 0
               MOVE SPACES TO Book-BranchID
           END-IF

           EXEC SQL
               UPDATE LoanHistory
                  SET ReturnDate = :WS-TODAY
                WHERE BookID = :Clm-BookID
                  AND CopyNumber = :Clm-CopyNumber
                  AND PatronNumber = :Clm-PatronNumber
                  AND ReturnDate = ' '
           END-EXEC

           EXEC SQL
               UPDATE ClaimReturn
                  SET Status = 'W'
                     ,ResolveDate = :WS-TODAY
                     ,ResolveUserID = 'CLMSRCH'
                WHERE BookID = :Clm-BookID
                  AND CopyNumber = :Clm-CopyNumber
                  AND Status = 'O'
           END-EXEC

           MOVE Clm-BookID           TO Audit-BookID
           MOVE Clm-CopyNumber       TO Audit-CopyNumber
           MOVE Clm-PatronNumber     TO Audit-OldPatronNumber
           MOVE SPACES               TO Audit-NewPatronNumber
           MOVE WS-TODAY             TO Audit-ChangeDate
           MOVE 'CLMSRCH'            TO Audit-UserID
           MOVE 'CW'                 TO Audit-ChangeSource
           MOVE Book-BranchID        TO Audit-BranchID

           EXEC SQL
               INSERT INTO AuditLog
                     ( BookID, CopyNumber, OldPatronNumber
                     , NewPatronNumber, ChangeDate, UserID
                     , ChangeSource, BranchID )
               VALUES ( :Audit-BookID, :Audit-CopyNumber
                      , :Audit-OldPatronNumber
                      , :Audit-NewPatronNumber, :Audit-ChangeDate
                      , :Audit-UserID, :Audit-ChangeSource
                      , :Audit-BranchID )
           END-EXEC

           EXEC SQL COMMIT END-EXEC
           ADD 1 TO WS-WRITEOFF-COUNT
           DISPLAY 'CLMSRCH: CLAIM OF ' Clm-ClaimDate ' BY PATRON '
                   Clm-PatronNumber ' - BOOK ' Clm-BookID ' COPY '
                   Clm-CopyNumber ' NOT FOUND, WRITTEN OFF'
           .
       WRITE-OFF-ONE-CLAIM-EXIT.
           EXIT
           .
      *> -------------------------------------------
      *> Step 2 - the search list.
      *> -------------------------------------------
       LIST-OPEN-CLAIMS.
           EXEC SQL
               OPEN CSR-CLAIM-SEARCH
           END-EXEC
           PERFORM UNTIL SQLSTATE >= "02000"
               EXEC SQL
                   FETCH CSR-CLAIM-SEARCH INTO
                       :Book-BranchID:Book-BranchID-NULL
                      ,:Book-SubjectCode:Book-SubjectCode-NULL
                      ,:Book-BookTitle
                      ,:Clm-BookID
                      ,:Clm-CopyNumber
                      ,:Clm-PatronNumber
                      ,:Clm-ClaimDate
               END-EXEC
               IF SQLSTATE < "02000"
                   PERFORM PRINT-ONE-CLAIM
               END-IF
           END-PERFORM
           IF WS-BREAK-BRANCH NOT = LOW-VALUES
               PERFORM PRINT-BRANCH-FOOTER
           END-IF
           EXEC SQL
               CLOSE CSR-CLAIM-SEARCH
           END-EXEC
           .
       PRINT-ONE-CLAIM.
           IF Book-BranchID-NULL < 0
               MOVE SPACES TO Book-BranchID
           END-IF
           IF Book-SubjectCode-NULL < 0
               MOVE SPACES TO Book-SubjectCode
           END-IF
           IF Book-BranchID NOT = WS-BREAK-BRANCH
               IF WS-BREAK-BRANCH NOT = LOW-VALUES
                   PERFORM PRINT-BRANCH-FOOTER
               END-IF
               MOVE Book-BranchID TO WS-BREAK-BRANCH
               MOVE 0 TO WS-BRANCH-COUNT
               DISPLAY ' '
               IF Book-BranchID = SPACES
                   DISPLAY 'BRANCH: (NOT RECORDED)'
               ELSE
                   DISPLAY 'BRANCH: ' Book-BranchID
               END-IF
           END-IF

           MOVE FUNCTION NUMVAL(Clm-ClaimDate) TO WS-CLAIM-INT
           COMPUTE WS-DAYS-OUT =
               FUNCTION INTEGER-OF-DATE(WS-DATE-INT)
             - FUNCTION INTEGER-OF-DATE(WS-CLAIM-INT)

           DISPLAY '  ' Book-SubjectCode ' ' Clm-BookID '/'
                   Clm-CopyNumber ' "' Book-BookTitle '"'
           DISPLAY '      CLAIMED ' Clm-ClaimDate ' BY PATRON '
                   Clm-PatronNumber ' - ' WS-DAYS-OUT
                   ' DAY(S) UNDER SEARCH'
           ADD 1 TO WS-BRANCH-COUNT
           ADD 1 TO WS-OPEN-COUNT
           .
       PRINT-BRANCH-FOOTER.
           DISPLAY '  ' WS-BRANCH-COUNT ' COPY(IES) TO SEARCH FOR'
                   ' AT BRANCH ' WS-BREAK-BRANCH
           .
       SHUT-DOWN.
           EXEC SQL COMMIT END-EXEC
           DISPLAY ' '
           DISPLAY 'CLMSRCH: ' WS-WRITEOFF-COUNT
                   ' CLAIM(S) OVER ' WS-CLAIM-DAYS
                   ' DAYS WRITTEN OFF'
           DISPLAY 'CLMSRCH: ' WS-NOT-WITH-COUNT
                   ' CLAIM(S) PASSED OVER - COPY NO LONGER WITH'
                   ' CLAIMANT'
           DISPLAY 'CLMSRCH: ' WS-OPEN-COUNT
                   ' CLAIM(S) STILL UNDER SEARCH'
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
           MOVE 'CLMSRCH ' TO Jlog-ProgramName
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
               'WRITTENOFF=' DELIMITED BY SIZE
               WS-WRITEOFF-COUNT DELIMITED BY SIZE
               ' NOTWITH=' DELIMITED BY SIZE
               WS-NOT-WITH-COUNT DELIMITED BY SIZE
               ' OPEN=' DELIMITED BY SIZE
               WS-OPEN-COUNT DELIMITED BY SIZE
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
