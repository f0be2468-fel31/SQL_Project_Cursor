       IDENTIFICATION DIVISION.
       PROGRAM-ID. COLLBAL.
      *> -------------------------------------------
      *> COLLBAL - collection balancing between the
      *> branches.  Copies sit where they were first
      *> shelved; the borrowing and the holds go where
      *> the readers are, so one building ends up with
      *> a shelf of copies nobody takes out while the
      *> other runs a queue for the same title.  For
      *> every title this compares, branch by branch:
      *>   COPIES the copies the branch holds - Book
      *>          rows shelved there, not lost or
      *>          damaged, with copies in the van
      *>          counted at the branch they are
      *>          going to
      *>   LOANS  checkouts AT the branch in the demand
      *>          window (LoanHistory.BranchID)
      *>   HOLDS  reservations waiting for pickup there
      *>          (Reservation.PickupBranchID - a hold
      *>          with no pickup branch asks nothing of
      *>          either building)
      *> A branch NEEDS one copy for every TURN uses
      *> (loans plus holds) in the window, rounded up,
      *> where TURN is the CircParm BALTURN figure
      *> (default 6).  A branch needing more copies
      *> than it holds is short; a branch holding more
      *> than it needs can spare its idle copies - on
      *> the shelf, not lost or out for repair, not on
      *> the hold shelf or already in transit, and not
      *> borrowed once in the window.  Spare copies go
      *> one at a time to whichever branch is shortest
      *> until nobody is short or nothing is left to
      *> spare.  No move ever leaves a branch with no
      *> copy of the title, nor with fewer than its own
      *> demand needs.  ILLMAINT's temporary rows are
      *> not stock and their titles are never looked at.
      *> The report lists every title with a move or a
      *> branch still short, then the same figures
      *> rolled up by SubjectCode and branch, with the
      *> copies each branch gains and gives up.
      *> Two modes, as PULLIST:
      *>   'L' (list) - the report only
      *>   'P' (post) - also punches one TR card per
      *>       move in the BOOKXFRM layout to the
      *>       TRANSFER file, as a plain stock transfer
      *>       (no hold patron); BOOKXFRM ships the
      *>       copy and it lands when it is received.
      *> No run recommends more moves than the cap
      *> (CircParm BALCAP, default 20) - titles are
      *> taken in BookID order and the moves past the
      *> cap are listed as held back.  A held-back move
      *> changes nothing on the report: the branch it
      *> was meant for is still shown short, and the
      *> rollup counts only the moves this run makes.
      *> The copies this run ships are in transit on the
      *> next run, so the held-back moves come round
      *> again.
      *> SYSIN (one card):
      *>   cols 1-3   demand window in days (blank =
      *>              CircParm BALDAYS, default 365)
      *>   cols 4-6   move cap (blank = BALCAP)
      *>   col  7     mode 'L' or 'P' (blank = L)
      *>   col  9     'U' = unattended
      *>   cols 10-17 UserID the TR cards go on under
      *>              (required in P mode)
      *> -------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> Punched TR cards for BOOKXFRM, one 80-byte card
      *> image per record.
           SELECT TRANSFER-FILE ASSIGN TO 'TRANSFER'
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  TRANSFER-FILE.
       01  TRANSFER-CARD.
           03 TC-BOOKID                    PIC X(6).
           03 TC-COPY-NUMBER               PIC X(2).
           03 TC-PATRON                    PIC X(6).
           03 TC-TRANS-CODE                PIC X(2).
           03 TC-USERID                    PIC X(8).
           03 TC-BRANCH                    PIC X(2).
           03 FILLER                       PIC X(54).
       WORKING-STORAGE SECTION.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       01  MFSQLMESSAGETEXT                PIC X(250).

       01  WS-TITLE-SWITCH                 PIC X VALUE 'N'.
           88 TITLES-DONE                  VALUE 'Y'.
       01  WS-MOVE-SWITCH                  PIC X VALUE 'N'.
           88 NO-MORE-MOVES                VALUE 'Y'.
       01  WS-WINDOW-DAYS                  PIC 9(3) VALUE 365.
       01  WS-MOVE-CAP                     PIC 9(3) VALUE 20.
       01  WS-TURN-RATE                    PIC 9(3) VALUE 6.
       01  WS-DATE-INT                     PIC 9(8).
       01  WS-USES                         PIC 9(7).
       01  WS-KEEP                         PIC 9(5).
       01  WS-BEST                         PIC S9(5).
       01  WS-TITLE-COUNT                  PIC 9(7) VALUE 0.
       01  WS-LISTED-COUNT                 PIC 9(5) VALUE 0.
       01  WS-MOVE-COUNT                   PIC 9(5) VALUE 0.
       01  WS-PUNCH-COUNT                  PIC 9(5) VALUE 0.
       01  WS-HELD-COUNT                   PIC 9(5) VALUE 0.
       01  WS-SHORT-COUNT                  PIC 9(5) VALUE 0.
       01  WS-COUNT-EDIT                   PIC ZZZZ9.
       01  WS-LOANS-EDIT                   PIC ZZZZZZ9.
       01  WS-NEED-EDIT                    PIC ZZZZ9.
      *> One title's branches, built from the title's
      *> stock, transit, loan and hold groups and then
      *> worked down as copies are moved.  IDLE-COPY holds
      *> the copy numbers the branch could spare, in copy
      *> order; IDLE-NEXT is the next one to send.  HELD is
      *> the moves held back by the cap that would have
      *> filled the branch - still owed it after this run.
       01  WS-BR-MAX                       PIC 9(2) VALUE 10.
       01  WS-BR-USED                      PIC 9(2) VALUE 0.
       01  WS-BR-IX                        PIC 9(2).
       01  WS-SRC-IX                       PIC 9(2).
       01  WS-DST-IX                       PIC 9(2).
       01  WS-ADD-BRANCH                   PIC X(2).
       01  WS-BRANCH-TABLE.
           03 WS-BR-ENTRY                  OCCURS 10 TIMES.
              05 WS-BR-ID                  PIC X(2).
              05 WS-BR-COPIES              PIC S9(5).
              05 WS-BR-LOANS               PIC 9(7).
              05 WS-BR-HOLDS               PIC 9(5).
              05 WS-BR-NEEDED              PIC 9(5).
              05 WS-BR-SHORT               PIC S9(5).
              05 WS-BR-SPARE               PIC S9(5).
              05 WS-BR-IN                  PIC 9(3).
              05 WS-BR-OUT                 PIC 9(3).
              05 WS-BR-HELD                PIC 9(3).
              05 WS-BR-IDLE-USED           PIC 9(2).
              05 WS-BR-IDLE-NEXT           PIC 9(2).
              05 WS-BR-IDLE-COPY           PIC X(2) OCCURS 10 TIMES.
      *> The title's moves, printed under its branch lines.
       01  WS-MV-USED                      PIC 9(2) VALUE 0.
       01  WS-MV-IX                        PIC 9(2).
       01  WS-MOVE-TABLE.
           03 WS-MV-ENTRY                  OCCURS 50 TIMES.
              05 WS-MV-COPY                PIC X(2).
              05 WS-MV-FROM                PIC X(2).
              05 WS-MV-TO                  PIC X(2).
              05 WS-MV-STATUS              PIC X.
                 88 MV-HELD-BACK           VALUE 'H'.
      *> Subject/branch rollup (the CIRCSTAT subject-table
      *> pattern, keyed by branch as well).
       01  WS-SUBJ-USED                    PIC 9(3) VALUE 0.
       01  WS-SUBJ-IX                      PIC 9(3).
       01  WS-SUBJ-ADD-CODE                PIC X(3).
       01  WS-SUBJ-TABLE.
           03 WS-SUBJ-ENTRY                OCCURS 300 TIMES.
              05 WS-SUBJ-CODE              PIC X(3).
              05 WS-SUBJ-BRANCH            PIC X(2).
              05 WS-SUBJ-COPIES            PIC S9(7).
              05 WS-SUBJ-LOANS             PIC 9(7).
              05 WS-SUBJ-HOLDS             PIC 9(5).
              05 WS-SUBJ-NEEDED            PIC 9(7).
              05 WS-SUBJ-IN                PIC 9(5).
              05 WS-SUBJ-OUT               PIC 9(5).
      *> Run parameter card (SYSIN).
       01  WS-BAL-CARD.
           03 WS-CARD-DAYS                 PIC X(3).
           03 WS-CARD-CAP                  PIC X(3).
           03 WS-CARD-MODE                 PIC X.
              88 POSTING-MOVES             VALUE 'P'.
           03 FILLER                       PIC X.
           03 WS-RUN-MODE                  PIC X.
              88 UNATTENDED-RUN            VALUE 'U'.
           03 WS-CARD-USERID               PIC X(8).
           03 FILLER                       PIC X(63).

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
         EXEC SQL INCLUDE Book END-EXEC.
         EXEC SQL INCLUDE SubjCode END-EXEC.
         EXEC SQL INCLUDE CircParm END-EXEC.
         EXEC SQL INCLUDE JobLog END-EXEC.
         01  WS-TODAY                      PIC X(8).
         01  WS-SINCE                      PIC X(8).
         01  WS-TITLE-ID                   PIC X(6).
         01  WS-GROUP-BRANCH               PIC X(2).
         01  WS-GROUP-BRANCH-NULL          PIC S9(04) COMP-5.
         01  WS-GROUP-TO                   PIC X(2).
         01  WS-GROUP-TO-NULL              PIC S9(04) COMP-5.
         01  WS-GROUP-COUNT                PIC S9(9) COMP-5.
         01  WS-IDLE-COPY                  PIC X(2).
       EXEC SQL END DECLARE SECTION END-EXEC.

      *> Every title with stock on a branch shelf.
       EXEC SQL
             DECLARE CSR-TITLES CURSOR FOR SELECT DISTINCT
                   A.BookID
             FROM  Book A
             WHERE A.BranchID <> ' '
               AND NOT EXISTS
                   ( SELECT 1 FROM ILLRequest I
                      WHERE I.BookID = A.BookID )
             ORDER BY A.BookID
       END-EXEC.

      *> A branch's holding is its usable copies - a lost or
      *> damaged copy is no copy to keep, so it cannot stand
      *> in for the one good copy that would otherwise move.
       EXEC SQL
             DECLARE CSR-TITLE-STOCK CURSOR FOR SELECT
                   BranchID
                  ,COUNT(*)
             FROM  Book
             WHERE BookID = :WS-TITLE-ID
               AND BranchID <> ' '
               AND (LostFlag IS NULL OR LostFlag <> 'Y')
               AND (DamageFlag IS NULL OR DamageFlag <> 'Y')
             GROUP BY BranchID
       END-EXEC.

      *> A copy in the van is still on the shipping branch's
      *> Book row until it is received.  Only the usable
      *> copies CSR-TITLE-STOCK counted are moved across.
       EXEC SQL
             DECLARE CSR-TITLE-TRANSIT CURSOR FOR SELECT
                   T.FromBranchID
                  ,T.ToBranchID
                  ,COUNT(*)
             FROM  BookTransit T, Book B
             WHERE (T.BookID = B.BookID)
               AND (T.CopyNumber = B.CopyNumber)
               AND (T.BookID = :WS-TITLE-ID)
               AND (T.Status = 'T')
               AND (B.BranchID <> ' ')
               AND (B.LostFlag IS NULL OR B.LostFlag <> 'Y')
               AND (B.DamageFlag IS NULL OR B.DamageFlag <> 'Y')
             GROUP BY T.FromBranchID, T.ToBranchID
       END-EXEC.

       EXEC SQL
             DECLARE CSR-TITLE-LOANS CURSOR FOR SELECT
                   BranchID
                  ,COUNT(*)
             FROM  LoanHistory
             WHERE BookID = :WS-TITLE-ID
               AND CheckoutDate >= :WS-SINCE
               AND BranchID <> ' '
             GROUP BY BranchID
       END-EXEC.

       EXEC SQL
             DECLARE CSR-TITLE-HOLDS CURSOR FOR SELECT
                   PickupBranchID
                  ,COUNT(*)
             FROM  Reservation
             WHERE BookID = :WS-TITLE-ID
               AND PickupBranchID <> ' '
             GROUP BY PickupBranchID
       END-EXEC.

      *> Copies a branch could send - PULLIST's available
      *> copy, and not borrowed once in the window.
       EXEC SQL
             DECLARE CSR-IDLE-COPIES CURSOR FOR SELECT
                   A.BranchID
                  ,A.CopyNumber
             FROM  Book A
             WHERE A.BookID = :WS-TITLE-ID
               AND A.BranchID <> ' '
               AND A.PatronNumber = SPACES
               AND (A.LostFlag IS NULL OR A.LostFlag <> 'Y')
               AND (A.DamageFlag IS NULL OR A.DamageFlag <> 'Y')
               AND NOT EXISTS
                   ( SELECT 1 FROM HoldShelf H
                      WHERE H.BookID = A.BookID
                        AND H.CopyNumber = A.CopyNumber )
               AND NOT EXISTS
                   ( SELECT 1 FROM BookTransit T
                      WHERE T.BookID = A.BookID
                        AND T.CopyNumber = A.CopyNumber
                        AND T.Status = 'T' )
               AND NOT EXISTS
                   ( SELECT 1 FROM LoanHistory L
                      WHERE L.BookID = A.BookID
                        AND L.CopyNumber = A.CopyNumber
                        AND L.CheckoutDate >= :WS-SINCE )
             ORDER BY A.BranchID, A.CopyNumber
       END-EXEC.

       PROCEDURE DIVISION.
       RUN-START.
           EXEC SQL
               WHENEVER SQLERROR PERFORM OpenESQL-Error
           END-EXEC
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY
           PERFORM READ-BAL-CARD
           PERFORM CONNECT-TO-DATABASE
           PERFORM WRITE-RUNLOG-START
           PERFORM LOAD-BAL-PARMS
           OPEN OUTPUT TRANSFER-FILE
           IF POSTING-MOVES
               DISPLAY 'COLLBAL: COLLECTION BALANCING - POSTING'
                       ' MOVES - ' WS-TODAY
           ELSE
               DISPLAY 'COLLBAL: COLLECTION BALANCING - ' WS-TODAY
           END-IF
           DISPLAY 'COLLBAL: DEMAND SINCE ' WS-SINCE
                   ', ONE COPY PER ' WS-TURN-RATE
                   ' USES, CAP ' WS-MOVE-CAP ' MOVES'
           PERFORM BALANCE-TITLES
           PERFORM PRINT-SUBJECT-TOTALS
           PERFORM SHUT-DOWN
           .
       READ-BAL-CARD.
           MOVE SPACES TO WS-BAL-CARD
           ACCEPT WS-BAL-CARD FROM SYSIN
           IF POSTING-MOVES AND WS-CARD-USERID = SPACES
               DISPLAY 'COLLBAL: USERID IS REQUIRED ON THE'
                       ' PARAMETER CARD IN P MODE - RUN STOPPED'
               STOP RUN
           END-IF
           .
       CONNECT-TO-DATABASE.
           EXEC SQL
               CONNECT TO 'Library'
           END-EXEC
           .
      *> Window and cap: the card, else the CircParm row,
      *> else the default.  The window start is WS-SINCE.
       LOAD-BAL-PARMS.
           IF WS-CARD-DAYS NUMERIC
               MOVE WS-CARD-DAYS TO WS-WINDOW-DAYS
           ELSE
               MOVE SPACES TO Parm-ParmValue
               EXEC SQL
                   SELECT ParmValue
                     INTO :Parm-ParmValue
                     FROM CircParm
                    WHERE ParmName = 'BALDAYS'
               END-EXEC
               IF SQLCODE NOT = 100 AND Parm-ParmValue NOT = SPACES
                   MOVE FUNCTION NUMVAL(Parm-ParmValue)
                     TO WS-WINDOW-DAYS
               END-IF
           END-IF
           IF WS-WINDOW-DAYS = 0
               MOVE 365 TO WS-WINDOW-DAYS
           END-IF

           IF WS-CARD-CAP NUMERIC
               MOVE WS-CARD-CAP TO WS-MOVE-CAP
           ELSE
               MOVE SPACES TO Parm-ParmValue
               EXEC SQL
                   SELECT ParmValue
                     INTO :Parm-ParmValue
                     FROM CircParm
                    WHERE ParmName = 'BALCAP'
               END-EXEC
               IF SQLCODE NOT = 100 AND Parm-ParmValue NOT = SPACES
                   MOVE FUNCTION NUMVAL(Parm-ParmValue)
                     TO WS-MOVE-CAP
               END-IF
           END-IF

           MOVE SPACES TO Parm-ParmValue
           EXEC SQL
               SELECT ParmValue
                 INTO :Parm-ParmValue
                 FROM CircParm
                WHERE ParmName = 'BALTURN'
           END-EXEC
           IF SQLCODE NOT = 100 AND Parm-ParmValue NOT = SPACES
               MOVE FUNCTION NUMVAL(Parm-ParmValue)
                 TO WS-TURN-RATE
           END-IF
           IF WS-TURN-RATE = 0
               MOVE 6 TO WS-TURN-RATE
           END-IF

           MOVE FUNCTION NUMVAL(WS-TODAY) TO WS-DATE-INT
           COMPUTE WS-DATE-INT = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE(WS-DATE-INT)
                - WS-WINDOW-DAYS)
           MOVE WS-DATE-INT TO WS-SINCE
           .
      *> -------------------------------------------
      *> One title at a time.  The title's own
      *> cursors end on "no more rows", so the title
      *> loop runs on its own switch.
      *> -------------------------------------------
       BALANCE-TITLES.
           EXEC SQL
               OPEN CSR-TITLES
           END-EXEC
           PERFORM FETCH-NEXT-TITLE
           PERFORM UNTIL TITLES-DONE
               PERFORM BALANCE-ONE-TITLE
                  THRU BALANCE-ONE-TITLE-EXIT
               PERFORM FETCH-NEXT-TITLE
           END-PERFORM
           EXEC SQL
               CLOSE CSR-TITLES
           END-EXEC
           .
       FETCH-NEXT-TITLE.
           EXEC SQL
               FETCH CSR-TITLES INTO :WS-TITLE-ID
           END-EXEC
           IF SQLSTATE >= "02000"
               MOVE 'Y' TO WS-TITLE-SWITCH
           END-IF
           .
       BALANCE-ONE-TITLE.
           ADD 1 TO WS-TITLE-COUNT
           MOVE 0 TO WS-BR-USED WS-MV-USED
           PERFORM LOAD-TITLE-STOCK
           PERFORM LOAD-TITLE-TRANSIT
           PERFORM LOAD-TITLE-LOANS
           PERFORM LOAD-TITLE-HOLDS
           PERFORM LOAD-IDLE-COPIES
           PERFORM FIGURE-BRANCH-NEEDS
               VARYING WS-BR-IX FROM 1 BY 1
                 UNTIL WS-BR-IX > WS-BR-USED

           MOVE 'N' TO WS-MOVE-SWITCH
           PERFORM PICK-ONE-MOVE UNTIL NO-MORE-MOVES

           MOVE SPACES TO Book-BookTitle Book-SubjectCode
           EXEC SQL
               SELECT MIN(BookTitle), MIN(SubjectCode)
                 INTO :Book-BookTitle:Book-BookTitle-NULL
                     ,:Book-SubjectCode:Book-SubjectCode-NULL
                 FROM Book
                WHERE BookID = :WS-TITLE-ID
           END-EXEC
           IF Book-BookTitle-NULL < 0
               MOVE SPACES TO Book-BookTitle
           END-IF
           IF Book-SubjectCode-NULL < 0
               MOVE SPACES TO Book-SubjectCode
           END-IF
           PERFORM ADD-TITLE-TO-SUBJECTS
               VARYING WS-BR-IX FROM 1 BY 1
                 UNTIL WS-BR-IX > WS-BR-USED

      *> only a title with a move or a branch still short
      *> makes the report
           MOVE 0 TO WS-BEST
           PERFORM VARYING WS-BR-IX FROM 1 BY 1
                   UNTIL WS-BR-IX > WS-BR-USED
               IF WS-BR-SHORT (WS-BR-IX) + WS-BR-HELD (WS-BR-IX) > 0
                   ADD 1 TO WS-BEST
               END-IF
           END-PERFORM
           IF WS-MV-USED = 0 AND WS-BEST = 0
               GO TO BALANCE-ONE-TITLE-EXIT
           END-IF
           IF WS-BEST > 0
               ADD 1 TO WS-SHORT-COUNT
           END-IF
           PERFORM PRINT-TITLE
           .
       BALANCE-ONE-TITLE-EXIT.
           EXIT
           .
      *> -------------------------------------------
      *> Loading the title's branch table
      *> -------------------------------------------
       LOAD-TITLE-STOCK.
           EXEC SQL
               OPEN CSR-TITLE-STOCK
           END-EXEC
           PERFORM UNTIL SQLSTATE >= "02000"
               EXEC SQL
                   FETCH CSR-TITLE-STOCK INTO
                       :WS-GROUP-BRANCH:WS-GROUP-BRANCH-NULL
                      ,:WS-GROUP-COUNT
               END-EXEC
               IF SQLSTATE < "02000"
                   PERFORM TAKE-GROUP-BRANCH
                   IF WS-BR-IX > 0
                       ADD WS-GROUP-COUNT TO WS-BR-COPIES (WS-BR-IX)
                   END-IF
               END-IF
           END-PERFORM
           EXEC SQL
               CLOSE CSR-TITLE-STOCK
           END-EXEC
           .
       LOAD-TITLE-TRANSIT.
           EXEC SQL
               OPEN CSR-TITLE-TRANSIT
           END-EXEC
           PERFORM UNTIL SQLSTATE >= "02000"
               EXEC SQL
                   FETCH CSR-TITLE-TRANSIT INTO
                       :WS-GROUP-BRANCH:WS-GROUP-BRANCH-NULL
                      ,:WS-GROUP-TO:WS-GROUP-TO-NULL
                      ,:WS-GROUP-COUNT
               END-EXEC
               IF SQLSTATE < "02000"
                   PERFORM TAKE-GROUP-BRANCH
                   IF WS-BR-IX > 0
                       SUBTRACT WS-GROUP-COUNT
                           FROM WS-BR-COPIES (WS-BR-IX)
                   END-IF
                   MOVE SPACES TO WS-ADD-BRANCH
                   IF WS-GROUP-TO-NULL >= 0
                       MOVE WS-GROUP-TO TO WS-ADD-BRANCH
                   END-IF
                   PERFORM FIND-BRANCH
                   IF WS-BR-IX > 0
                       ADD WS-GROUP-COUNT TO WS-BR-COPIES (WS-BR-IX)
                   END-IF
               END-IF
           END-PERFORM
           EXEC SQL
               CLOSE CSR-TITLE-TRANSIT
           END-EXEC
           .
       LOAD-TITLE-LOANS.
           EXEC SQL
               OPEN CSR-TITLE-LOANS
           END-EXEC
           PERFORM UNTIL SQLSTATE >= "02000"
               EXEC SQL
                   FETCH CSR-TITLE-LOANS INTO
                       :WS-GROUP-BRANCH:WS-GROUP-BRANCH-NULL
                      ,:WS-GROUP-COUNT
               END-EXEC
               IF SQLSTATE < "02000"
                   PERFORM TAKE-GROUP-BRANCH
                   IF WS-BR-IX > 0
                       ADD WS-GROUP-COUNT TO WS-BR-LOANS (WS-BR-IX)
                   END-IF
               END-IF
           END-PERFORM
           EXEC SQL
               CLOSE CSR-TITLE-LOANS
           END-EXEC
           .
       LOAD-TITLE-HOLDS.
           EXEC SQL
               OPEN CSR-TITLE-HOLDS
           END-EXEC
           PERFORM UNTIL SQLSTATE >= "02000"
               EXEC SQL
                   FETCH CSR-TITLE-HOLDS INTO
                       :WS-GROUP-BRANCH:WS-GROUP-BRANCH-NULL
                      ,:WS-GROUP-COUNT
               END-EXEC
               IF SQLSTATE < "02000"
                   PERFORM TAKE-GROUP-BRANCH
                   IF WS-BR-IX > 0
                       ADD WS-GROUP-COUNT TO WS-BR-HOLDS (WS-BR-IX)
                   END-IF
               END-IF
           END-PERFORM
           EXEC SQL
               CLOSE CSR-TITLE-HOLDS
           END-EXEC
           .
       LOAD-IDLE-COPIES.
           EXEC SQL
               OPEN CSR-IDLE-COPIES
           END-EXEC
           PERFORM UNTIL SQLSTATE >= "02000"
               EXEC SQL
                   FETCH CSR-IDLE-COPIES INTO
                       :WS-GROUP-BRANCH:WS-GROUP-BRANCH-NULL
                      ,:WS-IDLE-COPY
               END-EXEC
               IF SQLSTATE < "02000"
                   PERFORM TAKE-GROUP-BRANCH
                   IF WS-BR-IX > 0
                      AND WS-BR-IDLE-USED (WS-BR-IX) < 10
                       ADD 1 TO WS-BR-IDLE-USED (WS-BR-IX)
                       MOVE WS-IDLE-COPY TO WS-BR-IDLE-COPY
                           (WS-BR-IX, WS-BR-IDLE-USED (WS-BR-IX))
                   END-IF
               END-IF
           END-PERFORM
           EXEC SQL
               CLOSE CSR-IDLE-COPIES
           END-EXEC
           .
      *> The fetched group's branch, NULL read as blank.
       TAKE-GROUP-BRANCH.
           MOVE SPACES TO WS-ADD-BRANCH
           IF WS-GROUP-BRANCH-NULL >= 0
               MOVE WS-GROUP-BRANCH TO WS-ADD-BRANCH
           END-IF
           PERFORM FIND-BRANCH
           .
      *> Entry for WS-ADD-BRANCH, added if new.  WS-BR-IX
      *> comes back 0 for a blank branch or a full table.
       FIND-BRANCH.
           IF WS-ADD-BRANCH = SPACES
               MOVE 0 TO WS-BR-IX
           ELSE
               PERFORM VARYING WS-BR-IX FROM 1 BY 1
                       UNTIL WS-BR-IX > WS-BR-USED
                          OR WS-BR-ID (WS-BR-IX) = WS-ADD-BRANCH
                   CONTINUE
               END-PERFORM
               IF WS-BR-IX > WS-BR-USED
                   IF WS-BR-USED >= WS-BR-MAX
                       MOVE 0 TO WS-BR-IX
                   ELSE
                       ADD 1 TO WS-BR-USED
                       MOVE WS-ADD-BRANCH TO WS-BR-ID (WS-BR-IX)
                       MOVE 0 TO WS-BR-COPIES (WS-BR-IX)
                                 WS-BR-LOANS (WS-BR-IX)
                                 WS-BR-HOLDS (WS-BR-IX)
                                 WS-BR-NEEDED (WS-BR-IX)
                                 WS-BR-SHORT (WS-BR-IX)
                                 WS-BR-SPARE (WS-BR-IX)
                                 WS-BR-IN (WS-BR-IX)
                                 WS-BR-OUT (WS-BR-IX)
                                 WS-BR-HELD (WS-BR-IX)
                                 WS-BR-IDLE-USED (WS-BR-IX)
                       MOVE 1 TO WS-BR-IDLE-NEXT (WS-BR-IX)
                   END-IF
               END-IF
           END-IF
           .
      *> Needed = uses over TURN, rounded up.  A branch keeps
      *> what it needs and never its last copy; anything
      *> over that it can spare, but only from the idle
      *> copies.
       FIGURE-BRANCH-NEEDS.
           COMPUTE WS-USES = WS-BR-LOANS (WS-BR-IX)
                           + WS-BR-HOLDS (WS-BR-IX)
           COMPUTE WS-BR-NEEDED (WS-BR-IX) =
               (WS-USES + WS-TURN-RATE - 1) / WS-TURN-RATE
           COMPUTE WS-BR-SHORT (WS-BR-IX) =
               WS-BR-NEEDED (WS-BR-IX) - WS-BR-COPIES (WS-BR-IX)
           MOVE WS-BR-NEEDED (WS-BR-IX) TO WS-KEEP
           IF WS-KEEP < 1
               MOVE 1 TO WS-KEEP
           END-IF
           COMPUTE WS-BR-SPARE (WS-BR-IX) =
               WS-BR-COPIES (WS-BR-IX) - WS-KEEP
           IF WS-BR-SPARE (WS-BR-IX) > WS-BR-IDLE-USED (WS-BR-IX)
               MOVE WS-BR-IDLE-USED (WS-BR-IX)
                 TO WS-BR-SPARE (WS-BR-IX)
           END-IF
           .
      *> The shortest branch takes one copy from the branch
      *> with the most to spare.  A move past the cap uses up
      *> the spare copy and the shortage all the same, so the
      *> search ends, but the copy stays where it is - only
      *> the branch's HELD count records it.
       PICK-ONE-MOVE.
           MOVE 0 TO WS-DST-IX WS-SRC-IX WS-BEST
           PERFORM VARYING WS-BR-IX FROM 1 BY 1
                   UNTIL WS-BR-IX > WS-BR-USED
               IF WS-BR-SHORT (WS-BR-IX) > WS-BEST
                   MOVE WS-BR-SHORT (WS-BR-IX) TO WS-BEST
                   MOVE WS-BR-IX TO WS-DST-IX
               END-IF
           END-PERFORM
           MOVE 0 TO WS-BEST
           PERFORM VARYING WS-BR-IX FROM 1 BY 1
                   UNTIL WS-BR-IX > WS-BR-USED
               IF WS-BR-SPARE (WS-BR-IX) > WS-BEST
                   MOVE WS-BR-SPARE (WS-BR-IX) TO WS-BEST
                   MOVE WS-BR-IX TO WS-SRC-IX
               END-IF
           END-PERFORM
           IF WS-DST-IX = 0 OR WS-SRC-IX = 0 OR WS-MV-USED >= 50
               MOVE 'Y' TO WS-MOVE-SWITCH
           ELSE
               ADD 1 TO WS-MV-USED
               MOVE WS-BR-IDLE-COPY
                    (WS-SRC-IX, WS-BR-IDLE-NEXT (WS-SRC-IX))
                 TO WS-MV-COPY (WS-MV-USED)
               ADD 1 TO WS-BR-IDLE-NEXT (WS-SRC-IX)
               MOVE WS-BR-ID (WS-SRC-IX) TO WS-MV-FROM (WS-MV-USED)
               MOVE WS-BR-ID (WS-DST-IX) TO WS-MV-TO (WS-MV-USED)
               SUBTRACT 1 FROM WS-BR-SPARE (WS-SRC-IX)
               SUBTRACT 1 FROM WS-BR-SHORT (WS-DST-IX)
               IF WS-MOVE-COUNT >= WS-MOVE-CAP
                   MOVE 'H' TO WS-MV-STATUS (WS-MV-USED)
                   ADD 1 TO WS-BR-HELD (WS-DST-IX)
                   ADD 1 TO WS-HELD-COUNT
               ELSE
                   MOVE SPACE TO WS-MV-STATUS (WS-MV-USED)
                   SUBTRACT 1 FROM WS-BR-COPIES (WS-SRC-IX)
                   ADD 1 TO WS-BR-OUT (WS-SRC-IX)
                   ADD 1 TO WS-BR-COPIES (WS-DST-IX)
                            WS-BR-IN (WS-DST-IX)
                   ADD 1 TO WS-MOVE-COUNT
                   IF POSTING-MOVES
                       PERFORM PUNCH-TRANSFER-CARD
                   END-IF
               END-IF
           END-IF
           .
      *> A plain stock transfer - no hold patron on the card.
       PUNCH-TRANSFER-CARD.
           MOVE SPACES                   TO TRANSFER-CARD
           MOVE WS-TITLE-ID              TO TC-BOOKID
           MOVE WS-MV-COPY (WS-MV-USED)  TO TC-COPY-NUMBER
           MOVE 'TR'                     TO TC-TRANS-CODE
           MOVE WS-CARD-USERID           TO TC-USERID
           MOVE WS-MV-TO (WS-MV-USED)    TO TC-BRANCH
           WRITE TRANSFER-CARD
           ADD 1 TO WS-PUNCH-COUNT
           .
      *> -------------------------------------------
      *> Report
      *> -------------------------------------------
       PRINT-TITLE.
           ADD 1 TO WS-LISTED-COUNT
           DISPLAY ' '
           DISPLAY WS-TITLE-ID ' "' Book-BookTitle '" SUBJECT '
                   Book-SubjectCode
           PERFORM VARYING WS-BR-IX FROM 1 BY 1
                   UNTIL WS-BR-IX > WS-BR-USED
      *> copies shown as they stand before this run's moves
               COMPUTE WS-COUNT-EDIT = WS-BR-COPIES (WS-BR-IX)
                   - WS-BR-IN (WS-BR-IX) + WS-BR-OUT (WS-BR-IX)
               MOVE WS-BR-LOANS (WS-BR-IX) TO WS-LOANS-EDIT
               MOVE WS-BR-NEEDED (WS-BR-IX) TO WS-NEED-EDIT
               DISPLAY '   BRANCH ' WS-BR-ID (WS-BR-IX)
                       '  COPIES ' WS-COUNT-EDIT
                       '  LOANS ' WS-LOANS-EDIT
                       '  HOLDS ' WS-BR-HOLDS (WS-BR-IX)
                       '  NEEDS ' WS-NEED-EDIT
           END-PERFORM
           PERFORM VARYING WS-MV-IX FROM 1 BY 1
                   UNTIL WS-MV-IX > WS-MV-USED
               IF MV-HELD-BACK (WS-MV-IX)
                   DISPLAY '   MOVE ' WS-TITLE-ID '/'
                           WS-MV-COPY (WS-MV-IX) ' FROM '
                           WS-MV-FROM (WS-MV-IX) ' TO '
                           WS-MV-TO (WS-MV-IX)
                           ' - HELD BACK, MOVE CAP REACHED'
               ELSE
                   IF POSTING-MOVES
                       DISPLAY '   MOVE ' WS-TITLE-ID '/'
                               WS-MV-COPY (WS-MV-IX) ' FROM '
                               WS-MV-FROM (WS-MV-IX) ' TO '
                               WS-MV-TO (WS-MV-IX)
                               ' - TR CARD PUNCHED'
                   ELSE
                       DISPLAY '   MOVE ' WS-TITLE-ID '/'
                               WS-MV-COPY (WS-MV-IX) ' FROM '
                               WS-MV-FROM (WS-MV-IX) ' TO '
                               WS-MV-TO (WS-MV-IX)
                   END-IF
               END-IF
           END-PERFORM
      *> the shortage still open once this run's moves land -
      *> what no idle copy could cover plus what the cap held
      *> back
           PERFORM VARYING WS-BR-IX FROM 1 BY 1
                   UNTIL WS-BR-IX > WS-BR-USED
               IF WS-BR-SHORT (WS-BR-IX) > 0
                   MOVE WS-BR-SHORT (WS-BR-IX) TO WS-NEED-EDIT
                   DISPLAY '   BRANCH ' WS-BR-ID (WS-BR-IX)
                           ' STILL SHORT ' WS-NEED-EDIT
                           ' - NO IDLE COPY TO SPARE'
               END-IF
               IF WS-BR-HELD (WS-BR-IX) > 0
                   MOVE WS-BR-HELD (WS-BR-IX) TO WS-NEED-EDIT
                   DISPLAY '   BRANCH ' WS-BR-ID (WS-BR-IX)
                           ' STILL SHORT ' WS-NEED-EDIT
                           ' - MOVE(S) HELD BACK BY THE CAP'
               END-IF
           END-PERFORM
           .
      *> The title's branch figures into the subject rollup,
      *> copies as they will stand after the moves.
       ADD-TITLE-TO-SUBJECTS.
           MOVE Book-SubjectCode TO WS-SUBJ-ADD-CODE
           PERFORM VARYING WS-SUBJ-IX FROM 1 BY 1
                   UNTIL WS-SUBJ-IX > WS-SUBJ-USED
                      OR (WS-SUBJ-CODE (WS-SUBJ-IX)
                            = WS-SUBJ-ADD-CODE
                          AND WS-SUBJ-BRANCH (WS-SUBJ-IX)
                            = WS-BR-ID (WS-BR-IX))
               CONTINUE
           END-PERFORM
           IF WS-SUBJ-IX > WS-SUBJ-USED
               IF WS-SUBJ-USED >= 300
      *> table full - fold the overflow into the last slot
      *> rather than abend a statistics report
                   MOVE WS-SUBJ-USED TO WS-SUBJ-IX
               ELSE
                   ADD 1 TO WS-SUBJ-USED
                   MOVE WS-SUBJ-ADD-CODE
                     TO WS-SUBJ-CODE (WS-SUBJ-IX)
                   MOVE WS-BR-ID (WS-BR-IX)
                     TO WS-SUBJ-BRANCH (WS-SUBJ-IX)
                   MOVE 0 TO WS-SUBJ-COPIES (WS-SUBJ-IX)
                             WS-SUBJ-LOANS (WS-SUBJ-IX)
                             WS-SUBJ-HOLDS (WS-SUBJ-IX)
                             WS-SUBJ-NEEDED (WS-SUBJ-IX)
                             WS-SUBJ-IN (WS-SUBJ-IX)
                             WS-SUBJ-OUT (WS-SUBJ-IX)
               END-IF
           END-IF
           ADD WS-BR-COPIES (WS-BR-IX) TO WS-SUBJ-COPIES (WS-SUBJ-IX)
           ADD WS-BR-LOANS (WS-BR-IX) TO WS-SUBJ-LOANS (WS-SUBJ-IX)
           ADD WS-BR-HOLDS (WS-BR-IX) TO WS-SUBJ-HOLDS (WS-SUBJ-IX)
           ADD WS-BR-NEEDED (WS-BR-IX) TO WS-SUBJ-NEEDED (WS-SUBJ-IX)
           ADD WS-BR-IN (WS-BR-IX) TO WS-SUBJ-IN (WS-SUBJ-IX)
           ADD WS-BR-OUT (WS-BR-IX) TO WS-SUBJ-OUT (WS-SUBJ-IX)
           .
       PRINT-SUBJECT-TOTALS.
           DISPLAY ' '
           DISPLAY 'COLLBAL: BY SUBJECT AND BRANCH (COPIES AFTER'
                   ' THE MOVES)'
           PERFORM VARYING WS-SUBJ-IX FROM 1 BY 1
                   UNTIL WS-SUBJ-IX > WS-SUBJ-USED
               IF WS-SUBJ-CODE (WS-SUBJ-IX) = SPACES
                   MOVE 'UNCLASSIFIED' TO Subj-SubjectName
               ELSE
                   MOVE SPACES TO Subj-SubjectName
                   MOVE WS-SUBJ-CODE (WS-SUBJ-IX)
                     TO Subj-SubjectCode
                   EXEC SQL
                       SELECT SubjectName
                         INTO :Subj-SubjectName
                         FROM SubjectCode
                        WHERE SubjectCode = :Subj-SubjectCode
                   END-EXEC
                   IF SQLCODE = 100
                       MOVE 'NO CODE-TABLE ROW' TO Subj-SubjectName
                   END-IF
               END-IF
               MOVE WS-SUBJ-COPIES (WS-SUBJ-IX) TO WS-COUNT-EDIT
               MOVE WS-SUBJ-LOANS (WS-SUBJ-IX) TO WS-LOANS-EDIT
               MOVE WS-SUBJ-NEEDED (WS-SUBJ-IX) TO WS-NEED-EDIT
               DISPLAY '  ' WS-SUBJ-CODE (WS-SUBJ-IX) ' '
                       Subj-SubjectName ' BRANCH '
                       WS-SUBJ-BRANCH (WS-SUBJ-IX)
                       ' COPIES ' WS-COUNT-EDIT
                       ' LOANS ' WS-LOANS-EDIT
                       ' HOLDS ' WS-SUBJ-HOLDS (WS-SUBJ-IX)
               DISPLAY '      NEEDS ' WS-NEED-EDIT
                       '  IN ' WS-SUBJ-IN (WS-SUBJ-IX)
                       '  OUT ' WS-SUBJ-OUT (WS-SUBJ-IX)
           END-PERFORM
           IF WS-SUBJ-USED = 0
               DISPLAY '  NO STOCK ON FILE'
           END-IF
           .
       SHUT-DOWN.
           CLOSE TRANSFER-FILE
           DISPLAY ' '
           DISPLAY 'COLLBAL: ' WS-TITLE-COUNT ' TITLE(S) LOOKED AT, '
                   WS-LISTED-COUNT ' LISTED'
           DISPLAY 'COLLBAL: ' WS-MOVE-COUNT ' MOVE(S) RECOMMENDED, '
                   WS-HELD-COUNT ' HELD BACK BY THE CAP'
           DISPLAY 'COLLBAL: ' WS-SHORT-COUNT
                   ' TITLE(S) STILL SHORT AT A BRANCH'
           IF POSTING-MOVES
               DISPLAY 'COLLBAL: ' WS-PUNCH-COUNT
                       ' TR CARD(S) PUNCHED'
           END-IF
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
           MOVE 'COLLBAL ' TO Jlog-ProgramName
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
               'TITLES=' DELIMITED BY SIZE
               WS-TITLE-COUNT DELIMITED BY SIZE
               ' MOVES=' DELIMITED BY SIZE
               WS-MOVE-COUNT DELIMITED BY SIZE
               ' HELD=' DELIMITED BY SIZE
               WS-HELD-COUNT DELIMITED BY SIZE
               ' PUNCHED=' DELIMITED BY SIZE
               WS-PUNCH-COUNT DELIMITED BY SIZE
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
