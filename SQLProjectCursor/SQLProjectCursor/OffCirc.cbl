       IDENTIFICATION DIVISION.
       PROGRAM-ID. OFFCIRC.
      *> -------------------------------------------
      *> OFFCIRC - offline circulation upload.  When the
      *> Library database or the network is down, the
      *> desks keep lending on paper or on the scanners'
      *> own memory, and afterwards the clerk used to
      *> re-key it all through BOOKXFRM/SCANIN as if it
      *> happened that day - wrong due dates, wrong
      *> LoanHistory CheckoutDates, wrong fines.  The
      *> scanners' dumps and the keyed-up paper sheets
      *> now go on one OFFCIRC upload file carrying the
      *> date and time each checkout/check-in really
      *> happened, and this job:
      *>   - loads the file into the OfflineTran work
      *>     table and reads it back in time order
      *>     across every desk, so a check-in at one
      *>     counter posts before the same copy's
      *>     checkout at another an hour later
      *>   - CALLs BOOKXFER for each one with the real
      *>     date in XFER-TRANS-DATE, so the loan, its
      *>     due date and the AuditLog row are backdated
      *>     (and card expiry and fines are judged as of
      *>     that day) - no circulation logic here
      *>   - sends what cannot simply post to Suspense
      *>     for a supervisor, and prints every open one
      *>     as the conflict report:
      *>       the same copy checked out twice
      *>       a check-in for a copy that was never out
      *>       a checkout to a patron blocked at the
      *>         time (card expired, at the loan cap, over
      *>         the fine limit or the household's - BOOKXFER
      *>         52/36/40/72)
      *>       a checkout of a copy a hold was waiting on
      *>         (BOOKXFER 32 - typically a copy checked
      *>         in offline and lent straight back out
      *>         while its reservation wanted it)
      *>     plus records that are not on file or do
      *>     not make sense.  The supervisor settles the
      *>     cause (renews the card, takes the fine,
      *>     checks the copy in) and re-feeds with '*RP';
      *>     the original date rides on the record image
      *>   - notes a posted check-in whose copy FINECALC
      *>     has already billed for days after it really
      *>     came back, for the desk to review
      *> Upload record, fixed 80 bytes:
      *>     cols  1- 2  Trans-Code (CO/CI)
      *>     cols  3-10  date it happened YYYYMMDD
      *>     cols 11-16  time it happened HHMMSS
      *>     cols 17-29  Barcode scanned off the copy
      *>     cols 30-35  PatronNumber (blank on a CI)
      *>     cols 36-43  desk/scanner UserID
      *>     cols 44-45  BranchID of the desk
      *> A single optional SYSIN card:
      *>     cols 1-3  '*RP' = re-feed the open Suspense
      *>               entries this program captured
      *>               instead of reading OFFCIRC
      *>     col  9    'U' = unattended (no operator
      *>               prompt at EOJ)
      *> -------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> Record sequential, fixed 80 bytes - the card framing
      *> SCANIN reads, so the scanners' dump utility needs
      *> only the date and time put in front.
           SELECT OFFLINE-UPLOAD-FILE ASSIGN TO 'OFFCIRC'
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  OFFLINE-UPLOAD-FILE.
       01  OFFLINE-UPLOAD-RECORD           PIC X(80).
       WORKING-STORAGE SECTION.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       01  MFSQLMESSAGETEXT                PIC X(250).

       01  WS-EOF-SWITCH                   PIC X VALUE 'N'.
           88 WS-EOF                       VALUE 'Y'.
       01  WS-REPRO-SWITCH                 PIC X VALUE 'N'.
           88 WS-REPROCESSING              VALUE 'Y'.
       01  WS-REJECT-SWITCH                PIC X VALUE 'N'.
           88 WS-RECORD-REJECTED           VALUE 'Y'.
       01  WS-READ-COUNT                   PIC 9(5) VALUE 0.
       01  WS-LOAD-COUNT                   PIC 9(5) VALUE 0.
       01  WS-POST-COUNT                   PIC 9(5) VALUE 0.
       01  WS-REJECT-COUNT                 PIC 9(5) VALUE 0.
       01  WS-CONFLICT-COUNT               PIC 9(5) VALUE 0.
       01  WS-TWICE-COUNT                  PIC 9(5) VALUE 0.
       01  WS-NOT-OUT-COUNT                PIC 9(5) VALUE 0.
       01  WS-BLOCKED-COUNT                PIC 9(5) VALUE 0.
       01  WS-HELD-COUNT                   PIC 9(5) VALUE 0.
       01  WS-FINE-REVIEW-COUNT            PIC 9(5) VALUE 0.
       01  WS-OPEN-CONFLICT-COUNT          PIC 9(5) VALUE 0.
       01  WS-SEQ-NUM                      PIC 9(6) VALUE 0.
       01  WS-SUSP-NEXT-NUM                PIC 9(6) VALUE 0.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
         EXEC SQL INCLUDE Book END-EXEC.
         EXEC SQL INCLUDE OffTran END-EXEC.
         EXEC SQL INCLUDE Suspense END-EXEC.
         EXEC SQL INCLUDE JobLog END-EXEC.
         01  WS-PROGRAM-NAME               PIC X(8) VALUE 'OFFCIRC'.
         01  WS-TODAY                      PIC X(8).
         01  WS-ROW-COUNT                  PIC S9(4) COMP-5 VALUE 0.
         01  WS-MAX-SUSP                   PIC X(6).
         01  WS-MAX-SUSP-NULL              PIC S9(04) COMP-5.
      *> Upload record, fixed 80 bytes (layout in the header).
      *> It is also the image a rejected record is captured to
      *> Suspense with.
         01  WS-OFFLINE-RECORD.
             03 OFF-TRANS-CODE             PIC X(2).
             03 OFF-TRAN-DATE              PIC X(8).
             03 OFF-TRAN-TIME              PIC X(6).
             03 OFF-BARCODE                PIC X(13).
             03 OFF-PATRON-NUMBER          PIC X(6).
             03 OFF-USERID                 PIC X(8).
             03 OFF-BRANCH-ID              PIC X(2).
             03 FILLER                     PIC X(35).
      *> Run parameter card (SYSIN, optional).
         01  WS-PARM-CARD.
             03 WS-PARM-REPROCESS          PIC X(3).
             03 FILLER                     PIC X(5).
             03 WS-RUN-MODE                PIC X.
                88 UNATTENDED-RUN          VALUE 'U'.
             03 FILLER                     PIC X(71).
       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE BookXfer END-EXEC.

      *> WITH HOLD - every transaction is committed as it posts
      *> (BOOKXFER leaves the unit of work to its caller), and
      *> the cursor has to stay open across the commits.
       EXEC SQL
             DECLARE CSR-OFFLINE CURSOR WITH HOLD FOR SELECT
                   SeqNo
                  ,TranDate
                  ,TranTime
                  ,TransCode
                  ,Barcode
                  ,PatronNumber
                  ,UserID
                  ,BranchID
             FROM  OfflineTran
             ORDER BY TranDate, TranTime, SeqNo
       END-EXEC.

       EXEC SQL
             DECLARE CSR-SUSPENSE CURSOR WITH HOLD FOR SELECT
                   SuspenseID
                  ,CardImage
             FROM  Suspense
             WHERE (ProgramName = :WS-PROGRAM-NAME)
               AND (Status = 'O')
             ORDER BY SuspenseID
       END-EXEC.

       EXEC SQL
             DECLARE CSR-CONFLICTS CURSOR FOR SELECT
                   SuspenseID
                  ,CardImage
                  ,RejectReason
                  ,RejectDate
             FROM  Suspense
             WHERE (ProgramName = :WS-PROGRAM-NAME)
               AND (Status = 'O')
             ORDER BY SuspenseID
       END-EXEC.

       PROCEDURE DIVISION.
       RUN-START.
           EXEC SQL
               WHENEVER SQLERROR PERFORM OpenESQL-Error
           END-EXEC
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY
           PERFORM READ-PARM-CARD
           PERFORM CONNECT-TO-DATABASE
           PERFORM WRITE-RUNLOG-START
           IF WS-PARM-REPROCESS = '*RP'
               PERFORM REPROCESS-SUSPENSE
           ELSE
               PERFORM LOAD-UPLOAD-FILE
               PERFORM POST-OFFLINE-TRANS
           END-IF
           PERFORM PRINT-CONFLICT-REPORT
           PERFORM SHUT-DOWN
           .
       READ-PARM-CARD.
           MOVE SPACES TO WS-PARM-CARD
           ACCEPT WS-PARM-CARD FROM SYSIN
           .
       CONNECT-TO-DATABASE.
           EXEC SQL
               CONNECT TO 'Library'
           END-EXEC
           .
      *> -------------------------------------------
      *> Load - the whole upload goes into the work
      *> table first, because time order across the
      *> desks is only known once every desk's records
      *> are on hand.  A record that cannot be placed
      *> in time (or is not a CO/CI) goes straight to
      *> Suspense.
      *> -------------------------------------------
       LOAD-UPLOAD-FILE.
           DISPLAY 'OFFCIRC: LOADING THE OFFLINE UPLOAD'
           EXEC SQL
               DELETE FROM OfflineTran
           END-EXEC
           EXEC SQL COMMIT END-EXEC
           OPEN INPUT OFFLINE-UPLOAD-FILE
           PERFORM READ-UPLOAD-RECORD
           PERFORM UNTIL WS-EOF
               ADD 1 TO WS-READ-COUNT
               PERFORM LOAD-ONE-RECORD THRU LOAD-ONE-RECORD-EXIT
               PERFORM READ-UPLOAD-RECORD
           END-PERFORM
           CLOSE OFFLINE-UPLOAD-FILE
           EXEC SQL COMMIT END-EXEC
           DISPLAY 'OFFCIRC: ' WS-LOAD-COUNT ' OF ' WS-READ-COUNT
                   ' RECORD(S) LOADED FOR POSTING'
           .
       READ-UPLOAD-RECORD.
           READ OFFLINE-UPLOAD-FILE INTO WS-OFFLINE-RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ
           .
       LOAD-ONE-RECORD.
           MOVE 'N' TO WS-REJECT-SWITCH
           PERFORM CHECK-OFFLINE-RECORD THRU CHECK-OFFLINE-RECORD-EXIT
           IF WS-RECORD-REJECTED
               GO TO LOAD-ONE-RECORD-EXIT
           END-IF

           MOVE WS-READ-COUNT       TO WS-SEQ-NUM
           MOVE WS-SEQ-NUM          TO Otran-SeqNo
           MOVE OFF-TRAN-DATE       TO Otran-TranDate
           MOVE OFF-TRAN-TIME       TO Otran-TranTime
           MOVE OFF-TRANS-CODE      TO Otran-TransCode
           MOVE OFF-BARCODE         TO Otran-Barcode
           MOVE OFF-PATRON-NUMBER   TO Otran-PatronNumber
           MOVE OFF-USERID          TO Otran-UserID
           MOVE OFF-BRANCH-ID       TO Otran-BranchID
           EXEC SQL
               INSERT INTO OfflineTran
                     ( SeqNo, TranDate, TranTime, TransCode
                     , Barcode, PatronNumber, UserID, BranchID )
               VALUES ( :Otran-SeqNo, :Otran-TranDate
                      , :Otran-TranTime, :Otran-TransCode
                      , :Otran-Barcode, :Otran-PatronNumber
                      , :Otran-UserID, :Otran-BranchID )
           END-EXEC
           ADD 1 TO WS-LOAD-COUNT
           .
       LOAD-ONE-RECORD-EXIT.
           EXIT
           .
      *> The record has to say what happened and exactly when -
      *> a date in the future, or a missing time, cannot be put
      *> in order against the other desks.
       CHECK-OFFLINE-RECORD.
           IF OFF-TRANS-CODE NOT = 'CO' AND OFF-TRANS-CODE NOT = 'CI'
               DISPLAY 'OFFCIRC: ' OFF-BARCODE ' - TRANS-CODE '
                       OFF-TRANS-CODE ' NOT CO/CI - REJECTED'
               MOVE 'BAD TRANSACTION CODE' TO Susp-RejectReason
               PERFORM NOTE-TRAN-REJECT
               GO TO CHECK-OFFLINE-RECORD-EXIT
           END-IF

           IF OFF-TRAN-DATE IS NOT NUMERIC
              OR OFF-TRAN-DATE > WS-TODAY
              OR OFF-TRAN-TIME IS NOT NUMERIC
               DISPLAY 'OFFCIRC: ' OFF-BARCODE ' - DATE/TIME '
                       OFF-TRAN-DATE ' ' OFF-TRAN-TIME
                       ' NOT USABLE - REJECTED'
               MOVE 'BAD TRANSACTION DATE/TIME' TO Susp-RejectReason
               PERFORM NOTE-TRAN-REJECT
               GO TO CHECK-OFFLINE-RECORD-EXIT
           END-IF

           IF OFF-TRANS-CODE = 'CO' AND OFF-PATRON-NUMBER = SPACES
               DISPLAY 'OFFCIRC: ' OFF-BARCODE ' - CHECKOUT ON '
                       OFF-TRAN-DATE ' WITH NO PATRON - REJECTED'
               MOVE 'NO PATRON ON CHECKOUT' TO Susp-RejectReason
               PERFORM NOTE-TRAN-REJECT
               GO TO CHECK-OFFLINE-RECORD-EXIT
           END-IF
           .
       CHECK-OFFLINE-RECORD-EXIT.
           EXIT
           .
      *> -------------------------------------------
      *> Post - oldest first.  Each transaction is its
      *> own unit of work, and the COMMIT that closes
      *> it is the last statement on the row, so a
      *> not-found inside BOOKXFER cannot leave SQLSTATE
      *> at 02000 and end the read early.
      *> -------------------------------------------
       POST-OFFLINE-TRANS.
           DISPLAY 'OFFCIRC: POSTING IN THE ORDER IT HAPPENED'
           EXEC SQL
               OPEN CSR-OFFLINE
           END-EXEC
           PERFORM UNTIL SQLSTATE >= "02000"
               EXEC SQL
                   FETCH CSR-OFFLINE INTO
                       :Otran-SeqNo
                      ,:Otran-TranDate
                      ,:Otran-TranTime
                      ,:Otran-TransCode
                      ,:Otran-Barcode
                      ,:Otran-PatronNumber
                      ,:Otran-UserID
                      ,:Otran-BranchID
               END-EXEC
               IF SQLSTATE < "02000"
                   MOVE SPACES              TO WS-OFFLINE-RECORD
                   MOVE Otran-TransCode     TO OFF-TRANS-CODE
                   MOVE Otran-TranDate      TO OFF-TRAN-DATE
                   MOVE Otran-TranTime      TO OFF-TRAN-TIME
                   MOVE Otran-Barcode       TO OFF-BARCODE
                   MOVE Otran-PatronNumber  TO OFF-PATRON-NUMBER
                   MOVE Otran-UserID        TO OFF-USERID
                   MOVE Otran-BranchID      TO OFF-BRANCH-ID
                   MOVE 'N' TO WS-REJECT-SWITCH
                   PERFORM POST-ONE-TRAN THRU POST-ONE-TRAN-EXIT
                   EXEC SQL COMMIT END-EXEC
               END-IF
           END-PERFORM
           EXEC SQL
               CLOSE CSR-OFFLINE
           END-EXEC
           .
       POST-ONE-TRAN.
           MOVE OFF-BARCODE TO Book-Barcode
           MOVE SPACES TO Book-BookID Book-CopyNumber
           EXEC SQL
               SELECT BookID, CopyNumber
                 INTO :Book-BookID, :Book-CopyNumber
                 FROM Book
                WHERE Barcode = :Book-Barcode
           END-EXEC
           IF SQLCODE = 100
               DISPLAY 'OFFCIRC: BARCODE ' OFF-BARCODE
                       ' NOT ON FILE - REJECTED'
               MOVE 'BARCODE NOT ON FILE' TO Susp-RejectReason
               PERFORM NOTE-TRAN-REJECT
               GO TO POST-ONE-TRAN-EXIT
           END-IF

           MOVE Book-BookID          TO XFER-BOOKID
           MOVE Book-CopyNumber      TO XFER-COPY-NUMBER
           MOVE OFF-PATRON-NUMBER    TO XFER-PATRON-NUMBER
           MOVE OFF-TRANS-CODE       TO XFER-TRANS-CODE
           MOVE OFF-USERID           TO XFER-USERID
           MOVE OFF-BRANCH-ID        TO XFER-BRANCH-ID
           MOVE SPACES               TO XFER-CHARGE-AMOUNT
           MOVE OFF-TRAN-DATE        TO XFER-TRANS-DATE
           MOVE SPACES               TO XFER-RETURN-CODE

           CALL 'BOOKXFER' USING BOOKXFER-PARM

           IF XFER-OK
               ADD 1 TO WS-POST-COUNT
               DISPLAY 'OFFCIRC: ' OFF-TRAN-DATE ' ' OFF-TRAN-TIME
                       ' ' XFER-TRANS-CODE ' ' XFER-BOOKID '/'
                       XFER-COPY-NUMBER ' PATRON '
                       XFER-PATRON-NUMBER ' - POSTED'
               IF XFER-CHECKIN
                   PERFORM CHECK-LATE-FINE
               END-IF
               GO TO POST-ONE-TRAN-EXIT
           END-IF

           PERFORM NOTE-TRAN-CONFLICT
           .
       POST-ONE-TRAN-EXIT.
           EXIT
           .
      *> BOOKXFER's refusal says which conflict it is.  The
      *> reasons read as the supervisor's worklist on the
      *> conflict report.
       NOTE-TRAN-CONFLICT.
           MOVE SPACES TO Susp-RejectReason
           EVALUATE TRUE
               WHEN XFER-ALREADY-OUT
                   MOVE 'COPY CHECKED OUT TWICE'
                     TO Susp-RejectReason
                   ADD 1 TO WS-TWICE-COUNT
               WHEN XFER-NOT-CHECKED-OUT AND XFER-CHECKIN
                   MOVE 'CHECK-IN OF COPY NEVER OUT'
                     TO Susp-RejectReason
                   ADD 1 TO WS-NOT-OUT-COUNT
               WHEN XFER-CARD-EXPIRED
                 OR XFER-LOAN-CAP-REACHED
                 OR XFER-FINE-LIMIT-REACHED
                 OR XFER-HOUSEHOLD-FINE-LIMIT
                   STRING 'PATRON BLOCKED AT TIME - RC '
                              DELIMITED BY SIZE
                          XFER-RETURN-CODE DELIMITED BY SIZE
                     INTO Susp-RejectReason
                   ADD 1 TO WS-BLOCKED-COUNT
               WHEN XFER-HELD-FOR-OTHER
                   MOVE 'COPY HELD FOR ANOTHER PATRON'
                     TO Susp-RejectReason
                   ADD 1 TO WS-HELD-COUNT
               WHEN OTHER
                   STRING 'XFER RETURN CODE ' DELIMITED BY SIZE
                          XFER-RETURN-CODE DELIMITED BY SIZE
                     INTO Susp-RejectReason
           END-EVALUATE
           ADD 1 TO WS-CONFLICT-COUNT
           DISPLAY 'OFFCIRC: ' OFF-TRAN-DATE ' ' OFF-TRAN-TIME
                   ' ' XFER-TRANS-CODE ' ' XFER-BOOKID '/'
                   XFER-COPY-NUMBER ' PATRON ' XFER-PATRON-NUMBER
                   ' - ' Susp-RejectReason
           PERFORM NOTE-TRAN-REJECT
           .
      *> FINECALC may have billed the loan on nights after the
      *> copy had in fact come back; the bill is the desk's to
      *> adjust (FINEPAY), so it is only pointed out here.
       CHECK-LATE-FINE.
           EXEC SQL
               SELECT COUNT(*)
                 INTO :WS-ROW-COUNT
                 FROM Fine
                WHERE BookID = :XFER-BOOKID
                  AND CopyNumber = :XFER-COPY-NUMBER
                  AND PaidFlag = 'N'
                  AND (FineType IS NULL OR FineType = 'D')
                  AND FineDate > :OFF-TRAN-DATE
           END-EXEC
           IF WS-ROW-COUNT NOT = 0
               ADD 1 TO WS-FINE-REVIEW-COUNT
               DISPLAY 'OFFCIRC:   REVIEW - OVERDUE FINE ON '
                       XFER-BOOKID '/' XFER-COPY-NUMBER
                       ' WAS BILLED AFTER ITS RETURN ON '
                       OFF-TRAN-DATE
           END-IF
           .
      *> A fresh reject is captured to Suspense with its record
      *> image; a reject during a reprocess run just refreshes
      *> the reason and date on the row being retried.  The
      *> caller has already set Susp-RejectReason.
       NOTE-TRAN-REJECT.
           MOVE 'Y' TO WS-REJECT-SWITCH
           ADD 1 TO WS-REJECT-COUNT
           IF WS-REPROCESSING
               EXEC SQL
                   UPDATE Suspense
                      SET RejectReason = :Susp-RejectReason
                         ,RejectDate   = :WS-TODAY
                    WHERE SuspenseID = :Susp-SuspenseID
               END-EXEC
           ELSE
               PERFORM WRITE-SUSPENSE-ROW
           END-IF
           .
      *> SuspenseID is MAX+1 zero-padded, the same scheme the
      *> card programs use.
       WRITE-SUSPENSE-ROW.
           MOVE SPACES TO WS-MAX-SUSP
           EXEC SQL
               SELECT MAX(SuspenseID)
                 INTO :WS-MAX-SUSP:WS-MAX-SUSP-NULL
                 FROM Suspense
           END-EXEC
           MOVE 0 TO WS-SUSP-NEXT-NUM
           IF WS-MAX-SUSP-NULL >= 0 AND WS-MAX-SUSP NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-MAX-SUSP)
                 TO WS-SUSP-NEXT-NUM
           END-IF
           ADD 1 TO WS-SUSP-NEXT-NUM

           MOVE WS-SUSP-NEXT-NUM   TO Susp-SuspenseID
           MOVE WS-PROGRAM-NAME    TO Susp-ProgramName
           MOVE WS-OFFLINE-RECORD  TO Susp-CardImage
           MOVE WS-TODAY           TO Susp-RejectDate
           MOVE OFF-USERID         TO Susp-UserID
           MOVE 'O'                TO Susp-Status

           EXEC SQL
               INSERT INTO Suspense
                     ( SuspenseID, ProgramName, CardImage
                     , RejectReason, RejectDate, UserID, Status )
               VALUES ( :Susp-SuspenseID, :Susp-ProgramName
                      , :Susp-CardImage, :Susp-RejectReason
                      , :Susp-RejectDate, :Susp-UserID
                      , :Susp-Status )
           END-EXEC
           DISPLAY 'OFFCIRC: RECORD CAPTURED TO SUSPENSE AS '
                   Susp-SuspenseID
           .
      *> Re-feeds every open suspense record this program
      *> captured, oldest capture first, through the same
      *> checks and posting; a clean post retires the row, a
      *> repeat failure leaves it open with a fresh reason.
      *> The record still carries the day it happened, so a
      *> resolved conflict posts backdated like the rest.
       REPROCESS-SUSPENSE.
           DISPLAY 'OFFCIRC: REPROCESSING OPEN SUSPENSE RECORDS'
           MOVE 'Y' TO WS-REPRO-SWITCH
           EXEC SQL
               OPEN CSR-SUSPENSE
           END-EXEC
           PERFORM UNTIL SQLSTATE >= "02000"
               EXEC SQL
                   FETCH CSR-SUSPENSE INTO
                       :Susp-SuspenseID
                      ,:Susp-CardImage
               END-EXEC
               IF SQLSTATE < "02000"
                   PERFORM REPROCESS-ONE-RECORD
               END-IF
           END-PERFORM
           EXEC SQL
               CLOSE CSR-SUSPENSE
           END-EXEC
           MOVE 'N' TO WS-REPRO-SWITCH
           .
       REPROCESS-ONE-RECORD.
           MOVE Susp-CardImage TO WS-OFFLINE-RECORD
           ADD 1 TO WS-READ-COUNT
           MOVE 'N' TO WS-REJECT-SWITCH
           PERFORM CHECK-OFFLINE-RECORD THRU CHECK-OFFLINE-RECORD-EXIT
           IF NOT WS-RECORD-REJECTED
               PERFORM POST-ONE-TRAN THRU POST-ONE-TRAN-EXIT
           END-IF
           IF NOT WS-RECORD-REJECTED
               EXEC SQL
                   UPDATE Suspense
                      SET Status = 'C'
                    WHERE SuspenseID = :Susp-SuspenseID
               END-EXEC
               DISPLAY 'OFFCIRC: SUSPENSE ' Susp-SuspenseID
                       ' POSTED AND RETIRED'
           END-IF
           EXEC SQL COMMIT END-EXEC
           .
      *> -------------------------------------------
      *> Conflict report - every offline record still
      *> open in Suspense, this run's and any earlier
      *> run's the supervisor has not cleared yet.
      *> -------------------------------------------
       PRINT-CONFLICT-REPORT.
           DISPLAY ' '
           DISPLAY 'OFFCIRC: OFFLINE CIRCULATION CONFLICTS - '
                   WS-TODAY
           DISPLAY ' '
           DISPLAY 'SUSP#  HAPPENED        CD BARCODE       PATRON'
                   ' BR REASON                         CAPTURED'
           EXEC SQL
               OPEN CSR-CONFLICTS
           END-EXEC
           PERFORM UNTIL SQLSTATE >= "02000"
               EXEC SQL
                   FETCH CSR-CONFLICTS INTO
                       :Susp-SuspenseID
                      ,:Susp-CardImage
                      ,:Susp-RejectReason
                      ,:Susp-RejectDate
               END-EXEC
               IF SQLSTATE < "02000"
                   MOVE Susp-CardImage TO WS-OFFLINE-RECORD
                   ADD 1 TO WS-OPEN-CONFLICT-COUNT
                   DISPLAY Susp-SuspenseID ' ' OFF-TRAN-DATE ' '
                           OFF-TRAN-TIME ' ' OFF-TRANS-CODE ' '
                           OFF-BARCODE ' ' OFF-PATRON-NUMBER ' '
                           OFF-BRANCH-ID ' ' Susp-RejectReason ' '
                           Susp-RejectDate
               END-IF
           END-PERFORM
           EXEC SQL
               CLOSE CSR-CONFLICTS
           END-EXEC
           DISPLAY ' '
           DISPLAY 'OFFCIRC: ' WS-OPEN-CONFLICT-COUNT
                   ' OPEN CONFLICT(S) AWAITING A SUPERVISOR'
           .
       SHUT-DOWN.
           DISPLAY ' '
           DISPLAY 'OFFCIRC: RECORDS READ          ' WS-READ-COUNT
           DISPLAY 'OFFCIRC: POSTED (BACKDATED)    ' WS-POST-COUNT
           DISPLAY 'OFFCIRC: SENT TO SUSPENSE      ' WS-REJECT-COUNT
           DISPLAY 'OFFCIRC:   CHECKED OUT TWICE   ' WS-TWICE-COUNT
           DISPLAY 'OFFCIRC:   CHECK-IN NEVER OUT  ' WS-NOT-OUT-COUNT
           DISPLAY 'OFFCIRC:   PATRON BLOCKED      ' WS-BLOCKED-COUNT
           DISPLAY 'OFFCIRC:   HELD FOR A HOLD     ' WS-HELD-COUNT
           DISPLAY 'OFFCIRC: FINES TO REVIEW       '
                   WS-FINE-REVIEW-COUNT
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
           MOVE 'OFFCIRC' TO Jlog-ProgramName
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
               WS-READ-COUNT DELIMITED BY SIZE
               ' POST=' DELIMITED BY SIZE
               WS-POST-COUNT DELIMITED BY SIZE
               ' CONF=' DELIMITED BY SIZE
               WS-CONFLICT-COUNT DELIMITED BY SIZE
               ' REJ=' DELIMITED BY SIZE
               WS-REJECT-COUNT DELIMITED BY SIZE
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
