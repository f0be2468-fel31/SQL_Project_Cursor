       IDENTIFICATION DIVISION.
       PROGRAM-ID. INTRANS.
      *> -------------------------------------------
      *> INTRANS - daily missing-in-transit report.
      *> A TR card ships a copy; it lands at the other
      *> building only when it is received there (RT
      *> card, or a check-in at the destination desk).
      *> A copy that left one building and never showed
      *> up at the other is sitting in a van, a tote or
      *> a back room - this run lists every copy still
      *> in transit past the window, grouped by the
      *> branch that shipped it (control breaks, the
      *> SIMPACC pattern), so each building chases its
      *> own shipments.  A copy shipped to fill a hold
      *> shows the patron who is waiting for it.
      *> The window is the TRANSDAY CircParm row
      *> (default 3 days) unless the card overrides it.
      *> A single optional SYSIN card:
      *>     cols 1-3  days in transit before a copy is
      *>               listed (blank/zero = TRANSDAY)
      *>     col  4    'U' = unattended (no operator
      *>               prompt at EOJ)
      *> -------------------------------------------
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       01  MFSQLMESSAGETEXT                PIC X(250).

       01  WS-WINDOW-DAYS                  PIC 9(3) VALUE 3.
       01  WS-DATE-INT                     PIC 9(8).
       01  WS-CUTOFF-NUM                   PIC 9(8).
       01  WS-SHIP-INT                     PIC 9(8).
       01  WS-DAYS-OUT                     PIC 9(5).
       01  WS-BREAK-BRANCH                 PIC X(2) VALUE LOW-VALUES.
       01  WS-BRANCH-COUNT                 PIC 9(5) VALUE 0.
       01  WS-MISSING-COUNT                PIC 9(5) VALUE 0.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
         EXEC SQL INCLUDE Transit END-EXEC.
         EXEC SQL INCLUDE Book END-EXEC.
         EXEC SQL INCLUDE CircParm END-EXEC.
         EXEC SQL INCLUDE JobLog END-EXEC.
      *> Window parameter card (SYSIN, optional).
      *> cols 1-3  days in transit (blank/zero = TRANSDAY)
      *> col  4    'U' = unattended (no operator prompt at EOJ)
         01  WS-WINDOW-CARD.
             03 WS-CARD-DAYS               PIC X(3).
             03 WS-RUN-MODE                PIC X.
                88 UNATTENDED-RUN          VALUE 'U'.
             03 FILLER                     PIC X(76).
         01  WS-TODAY                      PIC X(8).
         01  WS-CUTOFF-DATE                PIC X(8).
       EXEC SQL END DECLARE SECTION END-EXEC.

      *> Shipped before the cutoff means the window has
      *> run out; the title comes off the copy's own Book row.
       EXEC SQL
             DECLARE CSR-IN-TRANSIT CURSOR FOR SELECT
                   A.BookID
                  ,A.CopyNumber
                  ,A.FromBranchID
                  ,A.ToBranchID
                  ,A.ShipDate
                  ,A.ShipUserID
                  ,A.HoldPatron
                  ,B.BookTitle
             FROM  BookTransit A, Book B
             WHERE (A.BookID = B.BookID)
               AND (A.CopyNumber = B.CopyNumber)
               AND (A.Status = 'T')
               AND (A.ShipDate < :WS-CUTOFF-DATE)
             ORDER BY A.FromBranchID, A.ShipDate, A.BookID
                     ,A.CopyNumber
       END-EXEC.

       PROCEDURE DIVISION.
       RUN-START.
           EXEC SQL
               WHENEVER SQLERROR PERFORM OpenESQL-Error
           END-EXEC
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY
           PERFORM READ-WINDOW-CARD
           PERFORM CONNECT-TO-DATABASE
           PERFORM WRITE-RUNLOG-START
           PERFORM LOAD-TRANSIT-PARM
           PERFORM SET-CUTOFF-DATE
           DISPLAY 'INTRANS: COPIES IN TRANSIT MORE THAN '
                   WS-WINDOW-DAYS ' DAY(S) - ' WS-TODAY
           PERFORM OPEN-CURSOR
           PERFORM FETCH-IN-TRANSIT
           PERFORM SHUT-DOWN
           .
       READ-WINDOW-CARD.
           MOVE SPACES TO WS-WINDOW-CARD
           ACCEPT WS-WINDOW-CARD FROM SYSIN
           .
       CONNECT-TO-DATABASE.
           EXEC SQL
               CONNECT TO 'Library'
           END-EXEC
           .
      *> The card's window wins; without one the operator's
      *> TRANSDAY row applies, and without that the default.
       LOAD-TRANSIT-PARM.
           IF WS-CARD-DAYS NOT = SPACES
              AND FUNCTION NUMVAL(WS-CARD-DAYS) > 0
               MOVE FUNCTION NUMVAL(WS-CARD-DAYS) TO WS-WINDOW-DAYS
           ELSE
               MOVE SPACES TO Parm-ParmValue
               EXEC SQL
                   SELECT ParmValue
                     INTO :Parm-ParmValue
                     FROM CircParm
                    WHERE ParmName = 'TRANSDAY'
               END-EXEC
               IF SQLCODE NOT = 100 AND Parm-ParmValue NOT = SPACES
                   MOVE FUNCTION NUMVAL(Parm-ParmValue)
                     TO WS-WINDOW-DAYS
               END-IF
           END-IF
           .
       SET-CUTOFF-DATE.
           MOVE FUNCTION NUMVAL(WS-TODAY) TO WS-DATE-INT
           COMPUTE WS-CUTOFF-NUM = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE(WS-DATE-INT)
                - WS-WINDOW-DAYS)
           MOVE WS-CUTOFF-NUM TO WS-CUTOFF-DATE
           .
       OPEN-CURSOR.
           EXEC SQL
               OPEN CSR-IN-TRANSIT
           END-EXEC
           .
       FETCH-IN-TRANSIT.
           PERFORM UNTIL SQLSTATE >= "02000"
               EXEC SQL
                   FETCH CSR-IN-TRANSIT INTO
                       :Trn-BookID
                      ,:Trn-CopyNumber
                      ,:Trn-FromBranchID
                      ,:Trn-ToBranchID
                      ,:Trn-ShipDate
                      ,:Trn-ShipUserID
                      ,:Trn-HoldPatron:Trn-HoldPatron-NULL
                      ,:Book-BookTitle
               END-EXEC
               IF SQLSTATE < "02000"
                   PERFORM PRINT-ONE-COPY
               END-IF
           END-PERFORM
           IF WS-BREAK-BRANCH NOT = LOW-VALUES
               PERFORM PRINT-BRANCH-FOOTER
           END-IF
           .
       PRINT-ONE-COPY.
           IF Trn-FromBranchID NOT = WS-BREAK-BRANCH
               IF WS-BREAK-BRANCH NOT = LOW-VALUES
                   PERFORM PRINT-BRANCH-FOOTER
               END-IF
               MOVE Trn-FromBranchID TO WS-BREAK-BRANCH
               MOVE 0 TO WS-BRANCH-COUNT
               DISPLAY ' '
               DISPLAY 'SHIPPED FROM BRANCH ' Trn-FromBranchID ':'
           END-IF
           IF Trn-HoldPatron-NULL < 0
               MOVE SPACES TO Trn-HoldPatron
           END-IF

           MOVE FUNCTION NUMVAL(Trn-ShipDate) TO WS-SHIP-INT
           COMPUTE WS-DAYS-OUT =
               FUNCTION INTEGER-OF-DATE(WS-DATE-INT)
             - FUNCTION INTEGER-OF-DATE(WS-SHIP-INT)

           DISPLAY '  ' Trn-BookID '/' Trn-CopyNumber ' "'
                   Book-BookTitle '" TO BRANCH ' Trn-ToBranchID
                   ' SHIPPED ' Trn-ShipDate ' BY ' Trn-ShipUserID
                   ' - ' WS-DAYS-OUT ' DAY(S)'
           IF Trn-HoldPatron NOT = SPACES
               DISPLAY '      FILLS A HOLD FOR PATRON '
                       Trn-HoldPatron
           END-IF
           ADD 1 TO WS-BRANCH-COUNT
           ADD 1 TO WS-MISSING-COUNT
           .
       PRINT-BRANCH-FOOTER.
           DISPLAY '  ' WS-BRANCH-COUNT ' COPY(IES) NOT RECEIVED'
                   ' FROM BRANCH ' WS-BREAK-BRANCH
           .
       SHUT-DOWN.
           EXEC SQL
               CLOSE CSR-IN-TRANSIT
           END-EXEC
           DISPLAY ' '
           DISPLAY 'INTRANS: ' WS-MISSING-COUNT
                   ' COPY(IES) MISSING IN TRANSIT'
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
           MOVE 'INTRANS ' TO Jlog-ProgramName
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
               'MISSING=' DELIMITED BY SIZE
               WS-MISSING-COUNT DELIMITED BY SIZE
               ' DAYS=' DELIMITED BY SIZE
               WS-WINDOW-DAYS DELIMITED BY SIZE
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
