       IDENTIFICATION DIVISION.
       PROGRAM-ID. WEEDLIST.
      *> -------------------------------------------
      *> WEEDLIST - weeding-candidate report.  Lists,
      *> by branch and then by SubjectCode, the copies
      *> worth pulling for a look at withdrawal:
      *>   - idle: no checkout in the idle window -
      *>     no LoanHistory row for the copy, and no
      *>     CircSummary month for the title at the
      *>     copy's branch (HISTARCH's rollup keeps no
      *>     copy number, so a title that circulated at
      *>     the branch counts for every copy there),
      *>     since the cutoff.  A copy added or touched
      *>     since then (LastChangeDate) is not idle.
      *>   - aged: published longer ago than its
      *>     subject's AgeLimit on the SubjectCode table
      *>     (subjects with no limit never age out)
      *> Checked-out and declared-lost copies are not
      *> on the shelf to pull and are not listed.  The
      *> last copy of a title that still has
      *> Reservations is never suggested - copies are
      *> judged title by title and one copy of a held
      *> title is always kept back.
      *> The list is a pull list only: staff check the
      *> copies on the shelf and key MAINT RC cards for
      *> the ones that go, which writes the Withdrawal
      *> register.
      *> SYSIN (one optional card):
      *>   cols 1-2  idle window in years (blank = the
      *>             WEEDIDLE CircParm, default 3)
      *>   cols 3-4  BranchID to list (blank = every
      *>             branch)
      *>   col  9    'U' = unattended (no operator
      *>             prompt at EOJ)
      *> -------------------------------------------
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       01  MFSQLMESSAGETEXT                PIC X(250).

       01  WS-IDLE-YEARS                   PIC 99 VALUE 3.
       01  WS-THIS-YEAR                    PIC 9(4).
       01  WS-CUTOFF-YEAR                  PIC 9(4).
       01  WS-PUB-YEAR-NUM                 PIC 9(4).
       01  WS-AGE-LIMIT-NUM                PIC 99.
       01  WS-IDLE-SWITCH                  PIC X.
           88 WS-COPY-IDLE                 VALUE 'Y'.
       01  WS-AGED-SWITCH                  PIC X.
           88 WS-COPY-AGED                 VALUE 'Y'.
       01  WS-TITLE-BOOKID                 PIC X(6) VALUE SPACES.
       01  WS-TITLE-SUGGESTED              PIC 9(4).
       01  WS-BREAK-BRANCH                 PIC X(2).
       01  WS-BREAK-SUBJECT                PIC X(3).
       01  WS-FIRST-LINE-SWITCH            PIC X VALUE 'Y'.
           88 WS-FIRST-LINE                VALUE 'Y'.
       01  WS-REASON-TEXT                  PIC X(18).
       01  WS-COPY-COUNT-READ              PIC 9(5) VALUE 0.
       01  WS-CANDIDATE-COUNT              PIC 9(5) VALUE 0.
       01  WS-KEPT-BACK-COUNT              PIC 9(5) VALUE 0.
       01  WS-SUBJ-LINE-COUNT              PIC 9(5) VALUE 0.
       01  WS-BRANCH-LINE-COUNT            PIC 9(5) VALUE 0.
      *> Run parameter card (SYSIN, optional).
      *> cols 1-2  idle window in years (blank = WEEDIDLE parm)
      *> cols 3-4  BranchID to list (blank = every branch)
      *> col  9    'U' = unattended (no operator prompt at EOJ)
       01  WS-WEED-CARD.
           03 WS-CARD-IDLE-YEARS           PIC X(2).
           03 WS-CARD-BRANCH               PIC X(2).
           03 FILLER                       PIC X(4).
           03 WS-RUN-MODE                  PIC X.
              88 UNATTENDED-RUN            VALUE 'U'.
           03 FILLER                       PIC X(71).

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
         EXEC SQL INCLUDE Book END-EXEC.
         EXEC SQL INCLUDE SubjCode END-EXEC.
         EXEC SQL INCLUDE CircParm END-EXEC.
         EXEC SQL INCLUDE WeedWork END-EXEC.
         EXEC SQL INCLUDE JobLog END-EXEC.
         01  WS-TODAY                      PIC X(8).
         01  WS-CUTOFF-DATE                PIC X(8).
         01  WS-LAST-ACTIVITY              PIC X(8).
         01  WS-LAST-LOAN                  PIC X(8).
         01  WS-LAST-LOAN-NULL             PIC S9(04) COMP-5.
         01  WS-LAST-MONTH                 PIC X(6).
         01  WS-LAST-MONTH-NULL            PIC S9(04) COMP-5.
         01  WS-TITLE-COPIES               PIC S9(4) COMP-5 VALUE 0.
         01  WS-TITLE-HOLDS                PIC S9(4) COMP-5 VALUE 0.
       EXEC SQL END DECLARE SECTION END-EXEC.

      *> Every copy, title by title, so the held-title rule
      *> can count what it has already suggested of a title.
       EXEC SQL
             DECLARE CSR-COPIES CURSOR FOR SELECT
                   BookID
                  ,CopyNumber
                  ,BookTitle
                  ,PublicationYear
                  ,BranchID
                  ,SubjectCode
                  ,LastChangeDate
             FROM  Book
             WHERE (PatronNumber IS NULL OR PatronNumber = ' ')
               AND (LostFlag IS NULL OR LostFlag <> 'Y')
             ORDER BY BookID, CopyNumber
       END-EXEC.

       EXEC SQL
             DECLARE CSR-CANDIDATES CURSOR FOR SELECT
                   BranchID
                  ,SubjectCode
                  ,BookID
                  ,CopyNumber
                  ,BookTitle
                  ,PublicationYear
                  ,LastActivity
                  ,WeedReason
             FROM  WeedWork
             ORDER BY BranchID, SubjectCode, BookID, CopyNumber
       END-EXEC.

       PROCEDURE DIVISION.
       RUN-START.
           EXEC SQL
               WHENEVER SQLERROR PERFORM OpenESQL-Error
           END-EXEC
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY
           PERFORM READ-WEED-CARD
           PERFORM CONNECT-TO-DATABASE
           PERFORM WRITE-RUNLOG-START
           PERFORM LOAD-IDLE-YEARS
           MOVE WS-TODAY (1:4) TO WS-THIS-YEAR
           COMPUTE WS-CUTOFF-YEAR = WS-THIS-YEAR - WS-IDLE-YEARS
           MOVE WS-TODAY TO WS-CUTOFF-DATE
           MOVE WS-CUTOFF-YEAR TO WS-CUTOFF-DATE (1:4)
           DISPLAY 'WEEDLIST: WEEDING CANDIDATES - ' WS-TODAY
           DISPLAY 'WEEDLIST: IDLE = NO CHECKOUT SINCE '
                   WS-CUTOFF-DATE
           PERFORM SELECT-CANDIDATES
           PERFORM PRINT-CANDIDATES
           PERFORM SHUT-DOWN
           .
       READ-WEED-CARD.
           MOVE SPACES TO WS-WEED-CARD
           ACCEPT WS-WEED-CARD FROM SYSIN
           .
       CONNECT-TO-DATABASE.
           EXEC SQL
               CONNECT TO 'Library'
           END-EXEC
           .
      *> The card's window wins; then the WEEDIDLE CircParm
      *> row; then the program default.
       LOAD-IDLE-YEARS.
           IF WS-CARD-IDLE-YEARS NUMERIC
              AND WS-CARD-IDLE-YEARS NOT = '00'
               MOVE WS-CARD-IDLE-YEARS TO WS-IDLE-YEARS
           ELSE
               MOVE SPACES TO Parm-ParmValue
               EXEC SQL
                   SELECT ParmValue
                     INTO :Parm-ParmValue
                     FROM CircParm
                    WHERE ParmName = 'WEEDIDLE'
               END-EXEC
               IF SQLCODE NOT = 100 AND Parm-ParmValue NOT = SPACES
                   MOVE FUNCTION NUMVAL(Parm-ParmValue)
                     TO WS-IDLE-YEARS
               END-IF
           END-IF
           .
      *> The work table is loaded fresh each run - whatever a
      *> prior run left behind is cleared first.
       SELECT-CANDIDATES.
           EXEC SQL
               DELETE FROM WeedWork
           END-EXEC
           EXEC SQL
               OPEN CSR-COPIES
           END-EXEC
           PERFORM UNTIL SQLSTATE >= "02000"
               EXEC SQL
                   FETCH CSR-COPIES INTO
                       :Book-BookID
                      ,:Book-CopyNumber
                      ,:Book-BookTitle
                      ,:Book-PublicationYear
                      ,:Book-BranchID:Book-BranchID-NULL
                      ,:Book-SubjectCode:Book-SubjectCode-NULL
                      ,:Book-LastChangeDate:Book-LastChangeDate-NULL
               END-EXEC
               IF SQLSTATE < "02000"
                   PERFORM JUDGE-ONE-COPY THRU JUDGE-ONE-COPY-EXIT
               END-IF
           END-PERFORM
           EXEC SQL
               CLOSE CSR-COPIES
           END-EXEC
           EXEC SQL COMMIT END-EXEC
           .
       JUDGE-ONE-COPY.
           ADD 1 TO WS-COPY-COUNT-READ
           IF Book-BranchID-NULL < 0
               MOVE SPACES TO Book-BranchID
           END-IF
           IF Book-SubjectCode-NULL < 0
               MOVE SPACES TO Book-SubjectCode
           END-IF
           IF Book-LastChangeDate-NULL < 0
               MOVE SPACES TO Book-LastChangeDate
           END-IF
           IF Book-BookID NOT = WS-TITLE-BOOKID
               PERFORM START-NEW-TITLE
           END-IF
           IF WS-CARD-BRANCH NOT = SPACES
              AND Book-BranchID NOT = WS-CARD-BRANCH
               GO TO JUDGE-ONE-COPY-EXIT
           END-IF

           PERFORM CHECK-COPY-IDLE
           PERFORM CHECK-COPY-AGED
           IF NOT WS-COPY-IDLE AND NOT WS-COPY-AGED
               GO TO JUDGE-ONE-COPY-EXIT
           END-IF

      *> A title patrons are still queueing for keeps at least
      *> one copy, however idle or old the others are.
           IF WS-TITLE-HOLDS > 0
              AND WS-TITLE-COPIES - WS-TITLE-SUGGESTED <= 1
               ADD 1 TO WS-KEPT-BACK-COUNT
               GO TO JUDGE-ONE-COPY-EXIT
           END-IF

           PERFORM WRITE-CANDIDATE-ROW
           ADD 1 TO WS-TITLE-SUGGESTED
           ADD 1 TO WS-CANDIDATE-COUNT
           .
       JUDGE-ONE-COPY-EXIT.
           EXIT
           .
      *> Copies of a title are counted across every branch - a
      *> held title's last copy is the last one anywhere.  A
      *> copy marked lost or damaged is not there to keep.
       START-NEW-TITLE.
           MOVE Book-BookID TO WS-TITLE-BOOKID
           MOVE 0 TO WS-TITLE-SUGGESTED
           EXEC SQL
               SELECT COUNT(*)
                 INTO :WS-TITLE-COPIES
                 FROM Book
                WHERE BookID = :Book-BookID
                  AND (LostFlag IS NULL OR LostFlag <> 'Y')
                  AND (DamageFlag IS NULL OR DamageFlag <> 'Y')
           END-EXEC
           EXEC SQL
               SELECT COUNT(*)
                 INTO :WS-TITLE-HOLDS
                 FROM Reservation
                WHERE BookID = :Book-BookID
           END-EXEC
           .
      *> Latest use of the copy on record: its own newest
      *> LoanHistory checkout, the title's newest CircSummary
      *> month at the copy's branch, or the copy's last
      *> catalog change, whichever is latest.  MAX comes back
      *> NULL (not "no row") when there is nothing, which keeps
      *> the fetch loop's SQLSTATE clean.
       CHECK-COPY-IDLE.
           MOVE 'N' TO WS-IDLE-SWITCH
           MOVE Book-LastChangeDate TO WS-LAST-ACTIVITY

           MOVE SPACES TO WS-LAST-LOAN
           EXEC SQL
               SELECT MAX(CheckoutDate)
                 INTO :WS-LAST-LOAN:WS-LAST-LOAN-NULL
                 FROM LoanHistory
                WHERE BookID = :Book-BookID
                  AND CopyNumber = :Book-CopyNumber
           END-EXEC
           IF WS-LAST-LOAN-NULL >= 0
              AND WS-LAST-LOAN > WS-LAST-ACTIVITY
               MOVE WS-LAST-LOAN TO WS-LAST-ACTIVITY
           END-IF

           MOVE SPACES TO WS-LAST-MONTH
           EXEC SQL
               SELECT MAX(YearMonth)
                 INTO :WS-LAST-MONTH:WS-LAST-MONTH-NULL
                 FROM CircSummary
                WHERE BookID = :Book-BookID
                  AND BranchID = :Book-BranchID
           END-EXEC
           IF WS-LAST-MONTH-NULL >= 0
              AND WS-LAST-MONTH NOT = SPACES
              AND WS-LAST-MONTH > WS-LAST-ACTIVITY (1:6)
               MOVE WS-LAST-MONTH TO WS-LAST-ACTIVITY (1:6)
               MOVE '01' TO WS-LAST-ACTIVITY (7:2)
           END-IF

           IF WS-LAST-ACTIVITY < WS-CUTOFF-DATE
               MOVE 'Y' TO WS-IDLE-SWITCH
           END-IF
           .
       CHECK-COPY-AGED.
           MOVE 'N' TO WS-AGED-SWITCH
           IF Book-PublicationYear NOT NUMERIC
              OR Book-SubjectCode = SPACES
               GO TO CHECK-COPY-AGED-EXIT
           END-IF
           MOVE SPACES TO Subj-AgeLimit
           EXEC SQL
               SELECT MAX(AgeLimit)
                 INTO :Subj-AgeLimit:Subj-AgeLimit-NULL
                 FROM SubjectCode
                WHERE SubjectCode = :Book-SubjectCode
           END-EXEC
           IF Subj-AgeLimit-NULL < 0 OR Subj-AgeLimit NOT NUMERIC
               GO TO CHECK-COPY-AGED-EXIT
           END-IF
           MOVE Subj-AgeLimit TO WS-AGE-LIMIT-NUM
           MOVE Book-PublicationYear TO WS-PUB-YEAR-NUM
           IF WS-THIS-YEAR - WS-PUB-YEAR-NUM > WS-AGE-LIMIT-NUM
               MOVE 'Y' TO WS-AGED-SWITCH
           END-IF
           .
       CHECK-COPY-AGED-EXIT.
           EXIT
           .
       WRITE-CANDIDATE-ROW.
           MOVE Book-BranchID        TO Weed-BranchID
           MOVE Book-SubjectCode     TO Weed-SubjectCode
           MOVE Book-BookID          TO Weed-BookID
           MOVE Book-CopyNumber      TO Weed-CopyNumber
           MOVE Book-BookTitle       TO Weed-BookTitle
           MOVE Book-PublicationYear TO Weed-PublicationYear
           MOVE WS-LAST-ACTIVITY     TO Weed-LastActivity
           EVALUATE TRUE
               WHEN WS-COPY-IDLE AND WS-COPY-AGED
                   MOVE 'B' TO Weed-WeedReason
               WHEN WS-COPY-IDLE
                   MOVE 'I' TO Weed-WeedReason
               WHEN OTHER
                   MOVE 'A' TO Weed-WeedReason
           END-EVALUATE
           EXEC SQL
               INSERT INTO WeedWork
                     ( BranchID, SubjectCode, BookID, CopyNumber
                     , BookTitle, PublicationYear, LastActivity
                     , WeedReason )
               VALUES ( :Weed-BranchID, :Weed-SubjectCode
                      , :Weed-BookID, :Weed-CopyNumber
                      , :Weed-BookTitle, :Weed-PublicationYear
                      , :Weed-LastActivity, :Weed-WeedReason )
           END-EXEC
           .
       PRINT-CANDIDATES.
           EXEC SQL
               OPEN CSR-CANDIDATES
           END-EXEC
           PERFORM UNTIL SQLSTATE >= "02000"
               EXEC SQL
                   FETCH CSR-CANDIDATES INTO
                       :Weed-BranchID
                      ,:Weed-SubjectCode
                      ,:Weed-BookID
                      ,:Weed-CopyNumber
                      ,:Weed-BookTitle
                      ,:Weed-PublicationYear
                      ,:Weed-LastActivity
                      ,:Weed-WeedReason
               END-EXEC
               IF SQLSTATE < "02000"
                   PERFORM PRINT-CANDIDATE-LINE
               END-IF
           END-PERFORM
           EXEC SQL
               CLOSE CSR-CANDIDATES
           END-EXEC
           IF NOT WS-FIRST-LINE
               PERFORM PRINT-SUBJECT-TOTAL
               PERFORM PRINT-BRANCH-TOTAL
           END-IF
           .
       PRINT-CANDIDATE-LINE.
           IF WS-FIRST-LINE
               MOVE 'N' TO WS-FIRST-LINE-SWITCH
               MOVE Weed-BranchID TO WS-BREAK-BRANCH
               MOVE Weed-SubjectCode TO WS-BREAK-SUBJECT
               PERFORM PRINT-BRANCH-HEADING
               PERFORM PRINT-SUBJECT-HEADING
           END-IF
           IF Weed-BranchID NOT = WS-BREAK-BRANCH
               PERFORM PRINT-SUBJECT-TOTAL
               PERFORM PRINT-BRANCH-TOTAL
               MOVE Weed-BranchID TO WS-BREAK-BRANCH
               MOVE Weed-SubjectCode TO WS-BREAK-SUBJECT
               PERFORM PRINT-BRANCH-HEADING
               PERFORM PRINT-SUBJECT-HEADING
           END-IF
           IF Weed-SubjectCode NOT = WS-BREAK-SUBJECT
               PERFORM PRINT-SUBJECT-TOTAL
               MOVE Weed-SubjectCode TO WS-BREAK-SUBJECT
               PERFORM PRINT-SUBJECT-HEADING
           END-IF
           EVALUATE Weed-WeedReason
               WHEN 'B'
                   MOVE 'IDLE AND OUTDATED' TO WS-REASON-TEXT
               WHEN 'I'
                   MOVE 'IDLE' TO WS-REASON-TEXT
               WHEN OTHER
                   MOVE 'OUTDATED' TO WS-REASON-TEXT
           END-EVALUATE
           DISPLAY '    ' Weed-BookID ' ' Weed-CopyNumber ' '
                   Weed-BookTitle ' ' Weed-PublicationYear
                   ' LAST USE ' Weed-LastActivity ' '
                   WS-REASON-TEXT
           ADD 1 TO WS-SUBJ-LINE-COUNT
           ADD 1 TO WS-BRANCH-LINE-COUNT
           .
       PRINT-BRANCH-HEADING.
           MOVE 0 TO WS-BRANCH-LINE-COUNT
           DISPLAY ' '
           DISPLAY 'BRANCH: ' WS-BREAK-BRANCH
           .
       PRINT-SUBJECT-HEADING.
           MOVE 0 TO WS-SUBJ-LINE-COUNT
           MOVE SPACES TO Subj-SubjectName
           EXEC SQL
               SELECT MAX(SubjectName)
                 INTO :Subj-SubjectName:Subj-SubjectName-NULL
                 FROM SubjectCode
                WHERE SubjectCode = :WS-BREAK-SUBJECT
           END-EXEC
           IF WS-BREAK-SUBJECT = SPACES
               MOVE '(NOT CLASSIFIED)' TO Subj-SubjectName
           END-IF
           DISPLAY '  SUBJECT: ' WS-BREAK-SUBJECT ' '
                   Subj-SubjectName
           DISPLAY '    BOOKID CP TITLE                     '
                   'PUB  LAST USE          REASON'
           .
       PRINT-SUBJECT-TOTAL.
           DISPLAY '    -- ' WS-SUBJ-LINE-COUNT
                   ' CANDIDATE(S) IN THIS SUBJECT --'
           .
       PRINT-BRANCH-TOTAL.
           DISPLAY '  -- ' WS-BRANCH-LINE-COUNT
                   ' CANDIDATE(S) AT BRANCH ' WS-BREAK-BRANCH ' --'
           .
       SHUT-DOWN.
           DISPLAY ' '
           DISPLAY 'WEEDLIST: ' WS-COPY-COUNT-READ
                   ' SHELVED COPY(IES) EXAMINED'
           DISPLAY 'WEEDLIST: ' WS-CANDIDATE-COUNT
                   ' WEEDING CANDIDATE(S) LISTED'
           DISPLAY 'WEEDLIST: ' WS-KEPT-BACK-COUNT
                   ' KEPT BACK AS LAST COPY OF A HELD TITLE'
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
           MOVE 'WEEDLIST' TO Jlog-ProgramName
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
               'READ=' DELIMITED BY SIZE
               WS-COPY-COUNT-READ DELIMITED BY SIZE
               ' CAND=' DELIMITED BY SIZE
               WS-CANDIDATE-COUNT DELIMITED BY SIZE
               ' KEPT=' DELIMITED BY SIZE
               WS-KEPT-BACK-COUNT DELIMITED BY SIZE
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
