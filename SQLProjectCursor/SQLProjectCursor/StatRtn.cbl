       IDENTIFICATION DIVISION.
       PROGRAM-ID. STATRTN.
      *> -------------------------------------------
      *> STATRTN - annual state public-library
      *> statistics return.  The survey's data elements
      *> for one fiscal year, straight off the database
      *> instead of two weeks of CIRCSTAT pages, PUBCHK,
      *> a SHELFLST page count and the ILL notebook:
      *>   HELD copies held at year end, by ItemType -
      *>        today's Book rows less the copies added
      *>        since the year closed, plus the copies
      *>        withdrawn since (Book/Withdrawal.AddDate
      *>        and WithdrawDate); ILLMAINT's temporary
      *>        rows are not stock and never count
      *>   ADDD copies added in the year, by ItemType
      *>        (AddDate, whether or not the copy has
      *>        been withdrawn since)
      *>   WDRN copies withdrawn in the year, by
      *>        ItemType (the Withdrawal register)
      *>   CIRC circulation, by ItemType - checkouts in
      *>        the retained LoanHistory detail plus the
      *>        CircSummary months HISTARCH has archived
      *>        (CIRCSTAT's per-month rule).  A copy
      *>        since retired has no Book row to give a
      *>        type and counts untyped, as does the
      *>        archived rollup for a title with no
      *>        copies left
      *>   REGB registered borrowers, by PatronType -
      *>        cards registered by the year end and
      *>        still good on its last day
      *>   ACTB active borrowers, by PatronType - cards
      *>        with a checkout in the year on the loan
      *>        detail or its archive, or whose
      *>        ANONHIST LastLoanDate falls in the year
      *>        (a card whose year's loans were all
      *>        stripped and who has borrowed since is
      *>        missed - run the return soon after the
      *>        year closes)
      *>   ILLB interlibrary loans borrowed - ILLRequest
      *>        rows received in the year
      *>   HLDP holds placed and HLDF holds filled onto
      *>   HLDF the hold shelf - BOOKXFER's 'HP' and 'RS'
      *>        AuditLog rows and their archive
      *> Every element is figured per branch and for the
      *> whole library (BranchID '**'), except borrowers
      *> and ILL, which belong to no branch and are
      *> library totals only.  Copies added before the
      *> AddDate column existed count as held, never as
      *> added; holds placed before BOOKXFER audited them
      *> are not counted.
      *> Fiscal year as ACQMAINT assigns it: the FYSTART
      *> CircParm month starts the year, which is named
      *> for the calendar year it ends in.
      *> The year's figures are kept on StatReturn (a
      *> re-run replaces them), and the worksheet shows
      *> each against last year's return with the change
      *> in per cent, flagging a swing wider than the
      *> tolerance (CircParm STATTOL, whole per cent,
      *> default 10) so it can be explained on the form
      *> before it goes.  A figure that was on last
      *> year's return and has none this year prints as
      *> dropped.
      *> The state's upload file (STATUPLD, 80 bytes)
      *> carries a header, one record per figure and a
      *> trailer with the count:
      *>   'SH' library code, fiscal year, run date
      *>   'SD' library code, fiscal year, branch,
      *>        element, key, value (9 digits)
      *>   'ST' library code, fiscal year, record count
      *> The library code is the state's number for us,
      *> CircParm STATELIB.
      *> SYSIN (one optional card):
      *>   cols 1-4  fiscal year (blank = the last one
      *>             to close)
      *>   cols 5-7  tolerance per cent (blank = STATTOL)
      *>   col  9    'U' = unattended (no operator
      *>             prompt at EOJ)
      *> -------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STAT-UPLOAD-FILE ASSIGN TO 'STATUPLD'
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  STAT-UPLOAD-FILE.
       01  STAT-UPLOAD-RECORD              PIC X(80).
       WORKING-STORAGE SECTION.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       01  MFSQLMESSAGETEXT                PIC X(250).

       01  WS-FY-START-MONTH               PIC 99 VALUE 1.
       01  WS-FISCAL-YEAR-NUM              PIC 9(4).
       01  WS-TODAY-MONTH                  PIC 99.
       01  WS-DATE-INT                     PIC 9(8).
       01  WS-DATE-BUILD.
           03 WS-BUILD-YEAR                PIC 9(4).
           03 WS-BUILD-MONTH               PIC 99.
           03 WS-BUILD-DAY                 PIC 99.
       01  WS-TOL-PCT                      PIC 9(3) VALUE 10.
       01  WS-ADD-BRANCH                   PIC X(2).
       01  WS-ADD-ELEMENT                  PIC X(4).
       01  WS-ADD-KEY                      PIC X(2).
       01  WS-ADD-NUM                      PIC 9(9).
       01  WS-CUR-NUM                      PIC 9(9).
       01  WS-PRIOR-NUM                    PIC 9(9).
       01  WS-CHANGE-PCT                   PIC S9(5)V9.
       01  WS-COUNT-EDIT                   PIC ZZZ,ZZZ,ZZ9.
       01  WS-PRIOR-EDIT                   PIC ZZZ,ZZZ,ZZ9.
       01  WS-PCT-EDIT                     PIC -ZZZZ9.9.
       01  WS-FLAG                         PIC X(7).
       01  WS-KEY-DESC                     PIC X(20).
       01  WS-BRANCH-DESC                  PIC X(8).
       01  WS-PRIOR-LINE                   PIC X(11).
       01  WS-PCT-LINE                     PIC X(8).
       01  WS-BUILT-COUNT                  PIC 9(5) VALUE 0.
       01  WS-FLAG-COUNT                   PIC 9(5) VALUE 0.
       01  WS-DROP-COUNT                   PIC 9(5) VALUE 0.
       01  WS-UPLOAD-COUNT                 PIC 9(7) VALUE 0.
       01  WS-ELEMENT-LINES                PIC 9(5) VALUE 0.
       01  WS-PRIOR-SWITCH                 PIC X VALUE 'N'.
           88 PRIOR-YEAR-ON-FILE           VALUE 'Y'.
      *> Figures for the year, one entry per branch/element/
      *> key, added into from each source in turn (the CIRCSTAT
      *> subject-table pattern) and written to StatReturn once
      *> every source has been read.
       01  WS-STAT-USED                    PIC 9(3) VALUE 0.
       01  WS-STAT-IX                      PIC 9(3).
       01  WS-STAT-TABLE.
           03 WS-STAT-ENTRY                OCCURS 400 TIMES.
              05 WS-STAT-BRANCH            PIC X(2).
              05 WS-STAT-ELEMENT           PIC X(4).
              05 WS-STAT-KEY               PIC X(2).
              05 WS-STAT-COUNT             PIC 9(9).
      *> The return's elements in the order the state's form
      *> asks for them - the worksheet prints in this order.
       01  WS-ELEMENT-LIST.
           03 FILLER PIC X(34) VALUE
              'HELDCOPIES HELD AT YEAR END       '.
           03 FILLER PIC X(34) VALUE
              'ADDDCOPIES ADDED IN THE YEAR      '.
           03 FILLER PIC X(34) VALUE
              'WDRNCOPIES WITHDRAWN IN THE YEAR  '.
           03 FILLER PIC X(34) VALUE
              'CIRCCIRCULATION                   '.
           03 FILLER PIC X(34) VALUE
              'REGBREGISTERED BORROWERS          '.
           03 FILLER PIC X(34) VALUE
              'ACTBACTIVE BORROWERS              '.
           03 FILLER PIC X(34) VALUE
              'ILLBINTERLIBRARY LOANS BORROWED   '.
           03 FILLER PIC X(34) VALUE
              'HLDPHOLDS PLACED                  '.
           03 FILLER PIC X(34) VALUE
              'HLDFHOLDS FILLED                  '.
       01  WS-ELEMENT-TABLE REDEFINES WS-ELEMENT-LIST.
           03 WS-ELEMENT-ENTRY             OCCURS 9 TIMES.
              05 WS-ELEMENT-CODE           PIC X(4).
              05 WS-ELEMENT-NAME           PIC X(30).
       01  WS-ELEMENT-IX                   PIC 9(2).
      *> Upload file records.
       01  WS-UPLOAD-HEADER.
           03 UPH-RECORD-TYPE              PIC X(2) VALUE 'SH'.
           03 UPH-LIBRARY-CODE             PIC X(6).
           03 UPH-FISCAL-YEAR              PIC X(4).
           03 UPH-RUN-DATE                 PIC X(8).
           03 FILLER                       PIC X(60) VALUE SPACES.
       01  WS-UPLOAD-DETAIL.
           03 UPD-RECORD-TYPE              PIC X(2) VALUE 'SD'.
           03 UPD-LIBRARY-CODE             PIC X(6).
           03 UPD-FISCAL-YEAR              PIC X(4).
           03 UPD-BRANCH-ID                PIC X(2).
           03 UPD-ELEMENT                  PIC X(4).
           03 UPD-ELEMENT-KEY              PIC X(2).
           03 UPD-VALUE                    PIC 9(9).
           03 FILLER                       PIC X(51) VALUE SPACES.
       01  WS-UPLOAD-TRAILER.
           03 UPT-RECORD-TYPE              PIC X(2) VALUE 'ST'.
           03 UPT-LIBRARY-CODE             PIC X(6).
           03 UPT-FISCAL-YEAR              PIC X(4).
           03 UPT-RECORD-COUNT             PIC 9(7).
           03 FILLER                       PIC X(61) VALUE SPACES.
      *> Run parameter card (SYSIN, optional).
      *> cols 1-4  fiscal year (blank = the last one to close)
      *> cols 5-7  tolerance per cent (blank = STATTOL)
      *> col  9    'U' = unattended (no operator prompt at EOJ)
       01  WS-STAT-CARD.
           03 WS-CARD-FISCAL-YEAR          PIC X(4).
           03 WS-CARD-TOLERANCE            PIC X(3).
           03 FILLER                       PIC X.
           03 WS-RUN-MODE                  PIC X.
              88 UNATTENDED-RUN            VALUE 'U'.
           03 FILLER                       PIC X(71).

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
         EXEC SQL INCLUDE StatRtn END-EXEC.
         EXEC SQL INCLUDE CircSumm END-EXEC.
         EXEC SQL INCLUDE ItemType END-EXEC.
         EXEC SQL INCLUDE CircParm END-EXEC.
         EXEC SQL INCLUDE JobLog END-EXEC.
         01  WS-TODAY                      PIC X(8).
         01  WS-FISCAL-YEAR                PIC X(4).
         01  WS-PRIOR-YEAR                 PIC X(4).
         01  WS-FY-FROM                    PIC X(8).
         01  WS-FY-TO                      PIC X(8).
         01  WS-FY-LAST                    PIC X(8).
         01  WS-FROM-MONTH                 PIC X(6).
         01  WS-TO-MONTH                   PIC X(6).
         01  WS-LIBRARY-CODE               PIC X(6).
         01  WS-CUR-ELEMENT                PIC X(4).
         01  WS-GROUP-BRANCH               PIC X(2).
         01  WS-GROUP-BRANCH-NULL          PIC S9(04) COMP-5.
         01  WS-GROUP-KEY                  PIC X(2).
         01  WS-GROUP-KEY-NULL             PIC S9(04) COMP-5.
         01  WS-GROUP-COUNT                PIC S9(9) COMP-5.
         01  WS-PRIOR-VALUE                PIC X(9).
         01  WS-PRIOR-VALUE-NULL           PIC S9(04) COMP-5.
         01  WS-ROW-COUNT                  PIC S9(4) COMP-5 VALUE 0.
       EXEC SQL END DECLARE SECTION END-EXEC.

      *> -------------------------------------------
      *> Collection.  ILLMAINT's temporary rows are
      *> the ones an ILLRequest names.
      *> -------------------------------------------
       EXEC SQL
             DECLARE CSR-HELD-BOOK CURSOR FOR SELECT
                   A.BranchID
                  ,A.ItemType
                  ,COUNT(*)
             FROM  Book A
             WHERE (A.AddDate IS NULL OR A.AddDate = ' '
                    OR A.AddDate < :WS-FY-TO)
               AND NOT EXISTS
                   ( SELECT 1 FROM ILLRequest I
                      WHERE I.BookID = A.BookID )
             GROUP BY A.BranchID, A.ItemType
       END-EXEC.

       EXEC SQL
             DECLARE CSR-HELD-WDRN CURSOR FOR SELECT
                   BranchID
                  ,ItemType
                  ,COUNT(*)
             FROM  Withdrawal
             WHERE (WithdrawDate >= :WS-FY-TO)
               AND (AddDate IS NULL OR AddDate = ' '
                    OR AddDate < :WS-FY-TO)
             GROUP BY BranchID, ItemType
       END-EXEC.

       EXEC SQL
             DECLARE CSR-ADDED-BOOK CURSOR FOR SELECT
                   BranchID
                  ,ItemType
                  ,COUNT(*)
             FROM  Book
             WHERE (AddDate >= :WS-FY-FROM)
               AND (AddDate < :WS-FY-TO)
             GROUP BY BranchID, ItemType
       END-EXEC.

       EXEC SQL
             DECLARE CSR-ADDED-WDRN CURSOR FOR SELECT
                   BranchID
                  ,ItemType
                  ,COUNT(*)
             FROM  Withdrawal
             WHERE (AddDate >= :WS-FY-FROM)
               AND (AddDate < :WS-FY-TO)
             GROUP BY BranchID, ItemType
       END-EXEC.

       EXEC SQL
             DECLARE CSR-WITHDRAWN CURSOR FOR SELECT
                   BranchID
                  ,ItemType
                  ,COUNT(*)
             FROM  Withdrawal
             WHERE (WithdrawDate >= :WS-FY-FROM)
               AND (WithdrawDate < :WS-FY-TO)
             GROUP BY BranchID, ItemType
       END-EXEC.

      *> -------------------------------------------
      *> Circulation - retained detail, then the
      *> archived rollup a row at a time (the rollup
      *> has no type of its own; it borrows the
      *> title's, as CIRCSTAT borrows its subject).
      *> -------------------------------------------
       EXEC SQL
             DECLARE CSR-CIRC-DETAIL CURSOR FOR SELECT
                   A.BranchID
                  ,B.ItemType
                  ,COUNT(*)
             FROM  LoanHistory A
                   LEFT OUTER JOIN Book B
                   ON (B.BookID = A.BookID
                       AND B.CopyNumber = A.CopyNumber)
             WHERE (A.CheckoutDate >= :WS-FY-FROM)
               AND (A.CheckoutDate < :WS-FY-TO)
             GROUP BY A.BranchID, B.ItemType
       END-EXEC.

       EXEC SQL
             DECLARE CSR-CIRC-SUMM CURSOR FOR SELECT
                   BookID
                  ,BranchID
                  ,CheckoutCount
             FROM  CircSummary
             WHERE (YearMonth >= :WS-FROM-MONTH)
               AND (YearMonth < :WS-TO-MONTH)
       END-EXEC.

      *> -------------------------------------------
      *> Borrowers - library totals by PatronType.
      *> -------------------------------------------
       EXEC SQL
             DECLARE CSR-REGISTERED CURSOR FOR SELECT
                   PatronType
                  ,COUNT(*)
             FROM  Patron
             WHERE (RegDate IS NULL OR RegDate = ' '
                    OR RegDate < :WS-FY-TO)
               AND (ExpireDate IS NULL OR ExpireDate = ' '
                    OR ExpireDate >= :WS-FY-LAST)
             GROUP BY PatronType
       END-EXEC.

       EXEC SQL
             DECLARE CSR-ACTIVE CURSOR FOR SELECT
                   P.PatronType
                  ,COUNT(*)
             FROM  Patron P
             WHERE EXISTS
                   ( SELECT 1 FROM LoanHistory L
                      WHERE L.PatronNumber = P.PatronNumber
                        AND L.CheckoutDate >= :WS-FY-FROM
                        AND L.CheckoutDate < :WS-FY-TO )
                OR EXISTS
                   ( SELECT 1 FROM LoanHistArch H
                      WHERE H.PatronNumber = P.PatronNumber
                        AND H.CheckoutDate >= :WS-FY-FROM
                        AND H.CheckoutDate < :WS-FY-TO )
                OR ( P.LastLoanDate >= :WS-FY-FROM
                     AND P.LastLoanDate < :WS-FY-TO )
             GROUP BY P.PatronType
       END-EXEC.

      *> -------------------------------------------
      *> Holds - placements and fills from the audit
      *> trail and what HISTARCH has moved out of it.
      *> -------------------------------------------
       EXEC SQL
             DECLARE CSR-HOLDS-LIVE CURSOR FOR SELECT
                   BranchID
                  ,COUNT(*)
             FROM  AuditLog
             WHERE (ChangeSource = :WS-CUR-ELEMENT)
               AND (ChangeDate >= :WS-FY-FROM)
               AND (ChangeDate < :WS-FY-TO)
             GROUP BY BranchID
       END-EXEC.

       EXEC SQL
             DECLARE CSR-HOLDS-ARCH CURSOR FOR SELECT
                   BranchID
                  ,COUNT(*)
             FROM  AuditLogArch
             WHERE (ChangeSource = :WS-CUR-ELEMENT)
               AND (ChangeDate >= :WS-FY-FROM)
               AND (ChangeDate < :WS-FY-TO)
             GROUP BY BranchID
       END-EXEC.

      *> -------------------------------------------
      *> Worksheet - this year's figures for one
      *> element against last year's, and last year's
      *> figures with nothing this year.
      *> -------------------------------------------
       EXEC SQL
             DECLARE CSR-WORKSHEET CURSOR FOR SELECT
                   A.BranchID
                  ,A.ElementKey
                  ,A.ElementValue
                  ,P.ElementValue
             FROM  StatReturn A
                   LEFT OUTER JOIN StatReturn P
                   ON (P.FiscalYear = :WS-PRIOR-YEAR
                       AND P.BranchID = A.BranchID
                       AND P.Element = A.Element
                       AND P.ElementKey = A.ElementKey)
             WHERE (A.FiscalYear = :WS-FISCAL-YEAR)
               AND (A.Element = :WS-CUR-ELEMENT)
             ORDER BY A.BranchID, A.ElementKey
       END-EXEC.

       EXEC SQL
             DECLARE CSR-DROPPED CURSOR FOR SELECT
                   P.BranchID
                  ,P.ElementKey
                  ,P.ElementValue
             FROM  StatReturn P
             WHERE (P.FiscalYear = :WS-PRIOR-YEAR)
               AND (P.Element = :WS-CUR-ELEMENT)
               AND NOT EXISTS
                   ( SELECT 1 FROM StatReturn A
                      WHERE A.FiscalYear = :WS-FISCAL-YEAR
                        AND A.BranchID = P.BranchID
                        AND A.Element = P.Element
                        AND A.ElementKey = P.ElementKey )
             ORDER BY P.BranchID, P.ElementKey
       END-EXEC.

       PROCEDURE DIVISION.
       RUN-START.
           EXEC SQL
               WHENEVER SQLERROR PERFORM OpenESQL-Error
           END-EXEC
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY
           PERFORM READ-STAT-CARD
           PERFORM CONNECT-TO-DATABASE
           PERFORM WRITE-RUNLOG-START
           PERFORM SET-FISCAL-YEAR
           PERFORM LOAD-STAT-PARMS
           DISPLAY 'STATRTN: STATE LIBRARY STATISTICS RETURN - '
                   'FISCAL YEAR ' WS-FISCAL-YEAR ' ('
                   WS-FY-FROM ' TO ' WS-FY-LAST ')'
           PERFORM BUILD-COLLECTION-FIGURES
           PERFORM BUILD-CIRCULATION-FIGURES
           PERFORM BUILD-BORROWER-FIGURES
           PERFORM BUILD-ILL-FIGURES
           PERFORM BUILD-HOLD-FIGURES
           PERFORM SAVE-YEAR-FIGURES
           OPEN OUTPUT STAT-UPLOAD-FILE
           PERFORM WRITE-UPLOAD-HEADER
           PERFORM PRINT-WORKSHEET
           PERFORM WRITE-UPLOAD-TRAILER
           PERFORM SHUT-DOWN
           .
       READ-STAT-CARD.
           MOVE SPACES TO WS-STAT-CARD
           ACCEPT WS-STAT-CARD FROM SYSIN
           .
       CONNECT-TO-DATABASE.
           EXEC SQL
               CONNECT TO 'Library'
           END-EXEC
           .
      *> The card's year wins; otherwise the last fiscal year
      *> to close - the one before the current year as ACQMAINT
      *> assigns it.  The year runs from the first of the
      *> FYSTART month; WS-FY-TO is the first day after it.
       SET-FISCAL-YEAR.
           MOVE SPACES TO Parm-ParmValue
           EXEC SQL
               SELECT ParmValue
                 INTO :Parm-ParmValue
                 FROM CircParm
                WHERE ParmName = 'FYSTART'
           END-EXEC
           IF SQLCODE NOT = 100 AND Parm-ParmValue NOT = SPACES
               MOVE FUNCTION NUMVAL(Parm-ParmValue)
                 TO WS-FY-START-MONTH
           END-IF
           IF WS-FY-START-MONTH < 1 OR WS-FY-START-MONTH > 12
               MOVE 1 TO WS-FY-START-MONTH
           END-IF

           IF WS-CARD-FISCAL-YEAR NUMERIC
               MOVE WS-CARD-FISCAL-YEAR TO WS-FISCAL-YEAR-NUM
           ELSE
               MOVE WS-TODAY (1:4) TO WS-FISCAL-YEAR-NUM
               MOVE WS-TODAY (5:2) TO WS-TODAY-MONTH
               IF WS-FY-START-MONTH > 1
                  AND WS-TODAY-MONTH >= WS-FY-START-MONTH
                   ADD 1 TO WS-FISCAL-YEAR-NUM
               END-IF
               SUBTRACT 1 FROM WS-FISCAL-YEAR-NUM
           END-IF
           MOVE WS-FISCAL-YEAR-NUM TO WS-FISCAL-YEAR

           MOVE WS-FISCAL-YEAR-NUM TO WS-BUILD-YEAR
           IF WS-FY-START-MONTH > 1
               SUBTRACT 1 FROM WS-BUILD-YEAR
           END-IF
           MOVE WS-FY-START-MONTH TO WS-BUILD-MONTH
           MOVE 1 TO WS-BUILD-DAY
           MOVE WS-DATE-BUILD TO WS-FY-FROM
           ADD 1 TO WS-BUILD-YEAR
           MOVE WS-DATE-BUILD TO WS-FY-TO
           MOVE WS-FY-FROM (1:6) TO WS-FROM-MONTH
           MOVE WS-FY-TO (1:6) TO WS-TO-MONTH
           MOVE WS-DATE-BUILD TO WS-DATE-INT
           COMPUTE WS-DATE-INT = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE(WS-DATE-INT) - 1)
           MOVE WS-DATE-INT TO WS-FY-LAST

           SUBTRACT 1 FROM WS-FISCAL-YEAR-NUM
           MOVE WS-FISCAL-YEAR-NUM TO WS-PRIOR-YEAR
           .
      *> Tolerance: the card, else STATTOL, else 10 per cent.
      *> No STATELIB row leaves the library code blank on the
      *> upload file - the state's portal rejects it, which is
      *> the prompt to set it up.
       LOAD-STAT-PARMS.
           IF WS-CARD-TOLERANCE NUMERIC
               MOVE WS-CARD-TOLERANCE TO WS-TOL-PCT
           ELSE
               MOVE SPACES TO Parm-ParmValue
               EXEC SQL
                   SELECT ParmValue
                     INTO :Parm-ParmValue
                     FROM CircParm
                    WHERE ParmName = 'STATTOL'
               END-EXEC
               IF SQLCODE NOT = 100 AND Parm-ParmValue NOT = SPACES
                   MOVE FUNCTION NUMVAL(Parm-ParmValue)
                     TO WS-TOL-PCT
               END-IF
           END-IF

           MOVE SPACES TO WS-LIBRARY-CODE
           MOVE SPACES TO Parm-ParmValue
           EXEC SQL
               SELECT ParmValue
                 INTO :Parm-ParmValue
                 FROM CircParm
                WHERE ParmName = 'STATELIB'
           END-EXEC
           IF SQLCODE NOT = 100
               MOVE Parm-ParmValue TO WS-LIBRARY-CODE
           END-IF
           IF WS-LIBRARY-CODE = SPACES
               DISPLAY 'STATRTN: NO STATELIB CIRCPARM ROW - LIBRARY'
                       ' CODE ON THE UPLOAD FILE IS BLANK'
           END-IF
           .
      *> -------------------------------------------
      *> Building the year's figures
      *> -------------------------------------------
       BUILD-COLLECTION-FIGURES.
           MOVE 'HELD' TO WS-ADD-ELEMENT
           EXEC SQL
               OPEN CSR-HELD-BOOK
           END-EXEC
           PERFORM UNTIL SQLSTATE >= "02000"
               EXEC SQL
                   FETCH CSR-HELD-BOOK INTO
                       :WS-GROUP-BRANCH:WS-GROUP-BRANCH-NULL
                      ,:WS-GROUP-KEY:WS-GROUP-KEY-NULL
                      ,:WS-GROUP-COUNT
               END-EXEC
               IF SQLSTATE < "02000"
                   PERFORM ADD-BRANCH-GROUP
               END-IF
           END-PERFORM
           EXEC SQL
               CLOSE CSR-HELD-BOOK
           END-EXEC
           EXEC SQL
               OPEN CSR-HELD-WDRN
           END-EXEC
           PERFORM UNTIL SQLSTATE >= "02000"
               EXEC SQL
                   FETCH CSR-HELD-WDRN INTO
                       :WS-GROUP-BRANCH:WS-GROUP-BRANCH-NULL
                      ,:WS-GROUP-KEY:WS-GROUP-KEY-NULL
                      ,:WS-GROUP-COUNT
               END-EXEC
               IF SQLSTATE < "02000"
                   PERFORM ADD-BRANCH-GROUP
               END-IF
           END-PERFORM
           EXEC SQL
               CLOSE CSR-HELD-WDRN
           END-EXEC

           MOVE 'ADDD' TO WS-ADD-ELEMENT
           EXEC SQL
               OPEN CSR-ADDED-BOOK
           END-EXEC
           PERFORM UNTIL SQLSTATE >= "02000"
               EXEC SQL
                   FETCH CSR-ADDED-BOOK INTO
                       :WS-GROUP-BRANCH:WS-GROUP-BRANCH-NULL
                      ,:WS-GROUP-KEY:WS-GROUP-KEY-NULL
                      ,:WS-GROUP-COUNT
               END-EXEC
               IF SQLSTATE < "02000"
                   PERFORM ADD-BRANCH-GROUP
               END-IF
           END-PERFORM
           EXEC SQL
               CLOSE CSR-ADDED-BOOK
           END-EXEC
           EXEC SQL
               OPEN CSR-ADDED-WDRN
           END-EXEC
           PERFORM UNTIL SQLSTATE >= "02000"
               EXEC SQL
                   FETCH CSR-ADDED-WDRN INTO
                       :WS-GROUP-BRANCH:WS-GROUP-BRANCH-NULL
                      ,:WS-GROUP-KEY:WS-GROUP-KEY-NULL
                      ,:WS-GROUP-COUNT
               END-EXEC
               IF SQLSTATE < "02000"
                   PERFORM ADD-BRANCH-GROUP
               END-IF
           END-PERFORM
           EXEC SQL
               CLOSE CSR-ADDED-WDRN
           END-EXEC

           MOVE 'WDRN' TO WS-ADD-ELEMENT
           EXEC SQL
               OPEN CSR-WITHDRAWN
           END-EXEC
           PERFORM UNTIL SQLSTATE >= "02000"
               EXEC SQL
                   FETCH CSR-WITHDRAWN INTO
                       :WS-GROUP-BRANCH:WS-GROUP-BRANCH-NULL
                      ,:WS-GROUP-KEY:WS-GROUP-KEY-NULL
                      ,:WS-GROUP-COUNT
               END-EXEC
               IF SQLSTATE < "02000"
                   PERFORM ADD-BRANCH-GROUP
               END-IF
           END-PERFORM
           EXEC SQL
               CLOSE CSR-WITHDRAWN
           END-EXEC
           .
       BUILD-CIRCULATION-FIGURES.
           MOVE 'CIRC' TO WS-ADD-ELEMENT
           EXEC SQL
               OPEN CSR-CIRC-DETAIL
           END-EXEC
           PERFORM UNTIL SQLSTATE >= "02000"
               EXEC SQL
                   FETCH CSR-CIRC-DETAIL INTO
                       :WS-GROUP-BRANCH:WS-GROUP-BRANCH-NULL
                      ,:WS-GROUP-KEY:WS-GROUP-KEY-NULL
                      ,:WS-GROUP-COUNT
               END-EXEC
               IF SQLSTATE < "02000"
                   PERFORM ADD-BRANCH-GROUP
               END-IF
           END-PERFORM
           EXEC SQL
               CLOSE CSR-CIRC-DETAIL
           END-EXEC

           EXEC SQL
               OPEN CSR-CIRC-SUMM
           END-EXEC
           PERFORM UNTIL SQLSTATE >= "02000"
               EXEC SQL
                   FETCH CSR-CIRC-SUMM INTO
                       :Summ-BookID
                      ,:Summ-BranchID:Summ-BranchID-NULL
                      ,:Summ-CheckoutCount
               END-EXEC
               IF SQLSTATE < "02000"
                   PERFORM ADD-SUMMARY-CIRC
               END-IF
           END-PERFORM
           EXEC SQL
               CLOSE CSR-CIRC-SUMM
           END-EXEC
           .
      *> MIN with an indicator - a title with no copies left on
      *> Book must not leave a not-found behind to end the
      *> cursor loop.
       ADD-SUMMARY-CIRC.
           MOVE SPACES TO WS-GROUP-KEY
           EXEC SQL
               SELECT MIN(ItemType)
                 INTO :WS-GROUP-KEY:WS-GROUP-KEY-NULL
                 FROM Book
                WHERE BookID = :Summ-BookID
           END-EXEC
           MOVE Summ-BranchID TO WS-GROUP-BRANCH
           MOVE Summ-BranchID-NULL TO WS-GROUP-BRANCH-NULL
           MOVE FUNCTION NUMVAL(Summ-CheckoutCount)
             TO WS-GROUP-COUNT
           PERFORM ADD-BRANCH-GROUP
           .
      *> A NULL PatronType reads as adult - the grandfathered
      *> treatment every program gives pre-column rows.
       BUILD-BORROWER-FIGURES.
           MOVE 'REGB' TO WS-ADD-ELEMENT
           EXEC SQL
               OPEN CSR-REGISTERED
           END-EXEC
           PERFORM UNTIL SQLSTATE >= "02000"
               EXEC SQL
                   FETCH CSR-REGISTERED INTO
                       :WS-GROUP-KEY:WS-GROUP-KEY-NULL
                      ,:WS-GROUP-COUNT
               END-EXEC
               IF SQLSTATE < "02000"
                   PERFORM ADD-BORROWER-GROUP
               END-IF
           END-PERFORM
           EXEC SQL
               CLOSE CSR-REGISTERED
           END-EXEC

           MOVE 'ACTB' TO WS-ADD-ELEMENT
           EXEC SQL
               OPEN CSR-ACTIVE
           END-EXEC
           PERFORM UNTIL SQLSTATE >= "02000"
               EXEC SQL
                   FETCH CSR-ACTIVE INTO
                       :WS-GROUP-KEY:WS-GROUP-KEY-NULL
                      ,:WS-GROUP-COUNT
               END-EXEC
               IF SQLSTATE < "02000"
                   PERFORM ADD-BORROWER-GROUP
               END-IF
           END-PERFORM
           EXEC SQL
               CLOSE CSR-ACTIVE
           END-EXEC
           .
       ADD-BORROWER-GROUP.
           IF WS-GROUP-KEY-NULL < 0 OR WS-GROUP-KEY = SPACES
               MOVE 'A' TO WS-GROUP-KEY
           END-IF
           MOVE '**'           TO WS-ADD-BRANCH
           MOVE WS-GROUP-KEY   TO WS-ADD-KEY
           MOVE WS-GROUP-COUNT TO WS-ADD-NUM
           PERFORM ADD-TO-STAT-TABLE
           .
       BUILD-ILL-FIGURES.
           MOVE 0 TO WS-GROUP-COUNT
           EXEC SQL
               SELECT COUNT(*)
                 INTO :WS-GROUP-COUNT
                 FROM ILLRequest
                WHERE ReceivedDate >= :WS-FY-FROM
                  AND ReceivedDate < :WS-FY-TO
           END-EXEC
           MOVE '**'           TO WS-ADD-BRANCH
           MOVE 'ILLB'         TO WS-ADD-ELEMENT
           MOVE SPACES         TO WS-ADD-KEY
           MOVE WS-GROUP-COUNT TO WS-ADD-NUM
           PERFORM ADD-TO-STAT-TABLE
           .
       BUILD-HOLD-FIGURES.
           MOVE 'HLDP' TO WS-ADD-ELEMENT
           MOVE 'HP'   TO WS-CUR-ELEMENT
           PERFORM ADD-HOLD-AUDIT-ROWS
           MOVE 'HLDF' TO WS-ADD-ELEMENT
           MOVE 'RS'   TO WS-CUR-ELEMENT
           PERFORM ADD-HOLD-AUDIT-ROWS
           .
       ADD-HOLD-AUDIT-ROWS.
           MOVE SPACES TO WS-GROUP-KEY
           MOVE 0 TO WS-GROUP-KEY-NULL
           EXEC SQL
               OPEN CSR-HOLDS-LIVE
           END-EXEC
           PERFORM UNTIL SQLSTATE >= "02000"
               EXEC SQL
                   FETCH CSR-HOLDS-LIVE INTO
                       :WS-GROUP-BRANCH:WS-GROUP-BRANCH-NULL
                      ,:WS-GROUP-COUNT
               END-EXEC
               IF SQLSTATE < "02000"
                   PERFORM ADD-BRANCH-GROUP
               END-IF
           END-PERFORM
           EXEC SQL
               CLOSE CSR-HOLDS-LIVE
           END-EXEC
           EXEC SQL
               OPEN CSR-HOLDS-ARCH
           END-EXEC
           PERFORM UNTIL SQLSTATE >= "02000"
               EXEC SQL
                   FETCH CSR-HOLDS-ARCH INTO
                       :WS-GROUP-BRANCH:WS-GROUP-BRANCH-NULL
                      ,:WS-GROUP-COUNT
               END-EXEC
               IF SQLSTATE < "02000"
                   PERFORM ADD-BRANCH-GROUP
               END-IF
           END-PERFORM
           EXEC SQL
               CLOSE CSR-HOLDS-ARCH
           END-EXEC
           .
      *> One fetched group into its branch's figure and the
      *> whole-library '**' figure.  NULL branch or type on a
      *> pre-column row counts as blank.
       ADD-BRANCH-GROUP.
           IF WS-GROUP-BRANCH-NULL < 0
               MOVE SPACES TO WS-GROUP-BRANCH
           END-IF
           IF WS-GROUP-KEY-NULL < 0
               MOVE SPACES TO WS-GROUP-KEY
           END-IF
           MOVE WS-GROUP-KEY   TO WS-ADD-KEY
           MOVE WS-GROUP-COUNT TO WS-ADD-NUM
           MOVE WS-GROUP-BRANCH TO WS-ADD-BRANCH
           PERFORM ADD-TO-STAT-TABLE
           MOVE '**'           TO WS-ADD-BRANCH
           PERFORM ADD-TO-STAT-TABLE
           .
       ADD-TO-STAT-TABLE.
           PERFORM VARYING WS-STAT-IX FROM 1 BY 1
                   UNTIL WS-STAT-IX > WS-STAT-USED
                      OR (WS-STAT-BRANCH (WS-STAT-IX) = WS-ADD-BRANCH
                      AND WS-STAT-ELEMENT (WS-STAT-IX)
                          = WS-ADD-ELEMENT
                      AND WS-STAT-KEY (WS-STAT-IX) = WS-ADD-KEY)
               CONTINUE
           END-PERFORM
           IF WS-STAT-IX > WS-STAT-USED
               IF WS-STAT-USED >= 400
      *> table full - fold the overflow into the last slot
      *> rather than abend, and say so: the return needs a
      *> look before it goes
                   MOVE WS-STAT-USED TO WS-STAT-IX
                   DISPLAY 'STATRTN: FIGURE TABLE FULL - '
                           WS-ADD-BRANCH '/' WS-ADD-ELEMENT '/'
                           WS-ADD-KEY ' FOLDED INTO THE LAST LINE'
               ELSE
                   ADD 1 TO WS-STAT-USED
                   MOVE WS-ADD-BRANCH
                     TO WS-STAT-BRANCH (WS-STAT-IX)
                   MOVE WS-ADD-ELEMENT
                     TO WS-STAT-ELEMENT (WS-STAT-IX)
                   MOVE WS-ADD-KEY
                     TO WS-STAT-KEY (WS-STAT-IX)
                   MOVE 0 TO WS-STAT-COUNT (WS-STAT-IX)
               END-IF
           END-IF
           ADD WS-ADD-NUM TO WS-STAT-COUNT (WS-STAT-IX)
           .
      *> A re-run for the same year replaces its figures.
       SAVE-YEAR-FIGURES.
           EXEC SQL
               DELETE FROM StatReturn
                WHERE FiscalYear = :WS-FISCAL-YEAR
           END-EXEC
           PERFORM VARYING WS-STAT-IX FROM 1 BY 1
                   UNTIL WS-STAT-IX > WS-STAT-USED
               MOVE WS-FISCAL-YEAR TO Stat-FiscalYear
               MOVE WS-STAT-BRANCH (WS-STAT-IX)  TO Stat-BranchID
               MOVE WS-STAT-ELEMENT (WS-STAT-IX) TO Stat-Element
               MOVE WS-STAT-KEY (WS-STAT-IX)     TO Stat-ElementKey
               MOVE WS-STAT-COUNT (WS-STAT-IX)   TO Stat-ElementValue
               MOVE WS-TODAY TO Stat-RunDate
               EXEC SQL
                   INSERT INTO StatReturn
                         ( FiscalYear, BranchID, Element
                         , ElementKey, ElementValue, RunDate )
                   VALUES ( :Stat-FiscalYear, :Stat-BranchID
                          , :Stat-Element, :Stat-ElementKey
                          , :Stat-ElementValue, :Stat-RunDate )
               END-EXEC
               ADD 1 TO WS-BUILT-COUNT
           END-PERFORM
           EXEC SQL COMMIT END-EXEC

           EXEC SQL
               SELECT COUNT(*)
                 INTO :WS-ROW-COUNT
                 FROM StatReturn
                WHERE FiscalYear = :WS-PRIOR-YEAR
           END-EXEC
           IF WS-ROW-COUNT NOT = 0
               MOVE 'Y' TO WS-PRIOR-SWITCH
           END-IF
           .
      *> -------------------------------------------
      *> Worksheet and upload file
      *> -------------------------------------------
       PRINT-WORKSHEET.
           DISPLAY ' '
           IF PRIOR-YEAR-ON-FILE
               MOVE WS-TOL-PCT TO WS-COUNT-EDIT
               DISPLAY 'COMPARED WITH FISCAL YEAR ' WS-PRIOR-YEAR
                       ' - CHANGES BEYOND ' WS-COUNT-EDIT
                       ' PER CENT FLAGGED **'
           ELSE
               DISPLAY 'NO RETURN ON FILE FOR FISCAL YEAR '
                       WS-PRIOR-YEAR ' - NO COMPARISON'
           END-IF
           PERFORM VARYING WS-ELEMENT-IX FROM 1 BY 1
                   UNTIL WS-ELEMENT-IX > 9
               PERFORM PRINT-ONE-ELEMENT
           END-PERFORM
           .
       PRINT-ONE-ELEMENT.
           MOVE WS-ELEMENT-CODE (WS-ELEMENT-IX) TO WS-CUR-ELEMENT
           MOVE 0 TO WS-ELEMENT-LINES
           DISPLAY ' '
           DISPLAY WS-CUR-ELEMENT ' '
                   WS-ELEMENT-NAME (WS-ELEMENT-IX)
           DISPLAY '  BRANCH    KEY                       THIS YEAR'
                   '   LAST YEAR  CHANGE %'
           EXEC SQL
               OPEN CSR-WORKSHEET
           END-EXEC
           PERFORM UNTIL SQLSTATE >= "02000"
               EXEC SQL
                   FETCH CSR-WORKSHEET INTO
                       :Stat-BranchID
                      ,:Stat-ElementKey
                      ,:Stat-ElementValue
                      ,:WS-PRIOR-VALUE:WS-PRIOR-VALUE-NULL
               END-EXEC
               IF SQLSTATE < "02000"
                   PERFORM PRINT-WORKSHEET-LINE
                   PERFORM WRITE-UPLOAD-DETAIL
               END-IF
           END-PERFORM
           EXEC SQL
               CLOSE CSR-WORKSHEET
           END-EXEC

           IF PRIOR-YEAR-ON-FILE
               EXEC SQL
                   OPEN CSR-DROPPED
               END-EXEC
               PERFORM UNTIL SQLSTATE >= "02000"
                   EXEC SQL
                       FETCH CSR-DROPPED INTO
                           :Stat-BranchID
                          ,:Stat-ElementKey
                          ,:WS-PRIOR-VALUE
                   END-EXEC
                   IF SQLSTATE < "02000"
                       MOVE ZEROES TO Stat-ElementValue
                       MOVE 0 TO WS-PRIOR-VALUE-NULL
                       ADD 1 TO WS-DROP-COUNT
                       PERFORM PRINT-WORKSHEET-LINE
                   END-IF
               END-PERFORM
               EXEC SQL
                   CLOSE CSR-DROPPED
               END-EXEC
           END-IF
           IF WS-ELEMENT-LINES = 0
               DISPLAY '  NOTHING TO REPORT'
           END-IF
           .
      *> With a prior return on file, a figure missing from it
      *> was nought last year; a change from nought is always
      *> flagged.
       PRINT-WORKSHEET-LINE.
           ADD 1 TO WS-ELEMENT-LINES
           PERFORM DESCRIBE-LINE-KEYS
           MOVE FUNCTION NUMVAL(Stat-ElementValue) TO WS-CUR-NUM
           MOVE WS-CUR-NUM TO WS-COUNT-EDIT
           MOVE SPACES TO WS-PRIOR-LINE WS-PCT-LINE WS-FLAG
           IF PRIOR-YEAR-ON-FILE
               IF WS-PRIOR-VALUE-NULL < 0
                   MOVE 0 TO WS-PRIOR-NUM
               ELSE
                   MOVE FUNCTION NUMVAL(WS-PRIOR-VALUE)
                     TO WS-PRIOR-NUM
               END-IF
               MOVE WS-PRIOR-NUM TO WS-PRIOR-EDIT
               MOVE WS-PRIOR-EDIT TO WS-PRIOR-LINE
               IF WS-PRIOR-NUM = 0
                   IF WS-CUR-NUM NOT = 0
                       MOVE '   NEW' TO WS-PCT-LINE
                       MOVE '**' TO WS-FLAG
                   END-IF
               ELSE
                   COMPUTE WS-CHANGE-PCT ROUNDED =
                       (WS-CUR-NUM - WS-PRIOR-NUM) * 100
                       / WS-PRIOR-NUM
                   MOVE WS-CHANGE-PCT TO WS-PCT-EDIT
                   MOVE WS-PCT-EDIT TO WS-PCT-LINE
                   IF WS-CHANGE-PCT > WS-TOL-PCT
                      OR WS-CHANGE-PCT < 0 - WS-TOL-PCT
                       MOVE '**' TO WS-FLAG
                   END-IF
               END-IF
               IF WS-CUR-NUM = 0 AND WS-PRIOR-NUM NOT = 0
                   MOVE '** DROP' TO WS-FLAG
               END-IF
               IF WS-FLAG NOT = SPACES
                   ADD 1 TO WS-FLAG-COUNT
               END-IF
           END-IF
           DISPLAY '  ' WS-BRANCH-DESC '  ' Stat-ElementKey ' '
                   WS-KEY-DESC ' ' WS-COUNT-EDIT ' '
                   WS-PRIOR-LINE ' ' WS-PCT-LINE ' ' WS-FLAG
           .
      *> MAX with an indicator so a type code with no ItemType
      *> row cannot end the worksheet loop.
       DESCRIBE-LINE-KEYS.
           IF Stat-BranchID = '**'
               MOVE 'LIBRARY' TO WS-BRANCH-DESC
           ELSE
               IF Stat-BranchID = SPACES
                   MOVE 'NONE' TO WS-BRANCH-DESC
               ELSE
                   MOVE Stat-BranchID TO WS-BRANCH-DESC
               END-IF
           END-IF
           MOVE SPACES TO WS-KEY-DESC
           EVALUATE WS-CUR-ELEMENT
               WHEN 'REGB'
               WHEN 'ACTB'
                   EVALUATE Stat-ElementKey
                       WHEN 'A'
                           MOVE 'ADULT' TO WS-KEY-DESC
                       WHEN 'J'
                           MOVE 'JUVENILE' TO WS-KEY-DESC
                       WHEN 'S'
                           MOVE 'SENIOR' TO WS-KEY-DESC
                       WHEN 'F'
                           MOVE 'STAFF' TO WS-KEY-DESC
                       WHEN OTHER
                           MOVE 'OTHER TYPE' TO WS-KEY-DESC
                   END-EVALUATE
               WHEN 'ILLB'
               WHEN 'HLDP'
               WHEN 'HLDF'
                   CONTINUE
               WHEN OTHER
                   IF Stat-ElementKey = SPACES
                       MOVE 'UNTYPED' TO WS-KEY-DESC
                   ELSE
                       EXEC SQL
                           SELECT MAX(TypeDesc)
                             INTO :Itype-TypeDesc:Itype-TypeDesc-NULL
                             FROM ItemType
                            WHERE ItemType = :Stat-ElementKey
                       END-EXEC
                       IF Itype-TypeDesc-NULL < 0
                           MOVE 'NO ITEMTYPE ROW' TO WS-KEY-DESC
                       ELSE
                           MOVE Itype-TypeDesc TO WS-KEY-DESC
                       END-IF
                   END-IF
           END-EVALUATE
           .
       WRITE-UPLOAD-HEADER.
           MOVE WS-LIBRARY-CODE TO UPH-LIBRARY-CODE
           MOVE WS-FISCAL-YEAR  TO UPH-FISCAL-YEAR
           MOVE WS-TODAY        TO UPH-RUN-DATE
           WRITE STAT-UPLOAD-RECORD FROM WS-UPLOAD-HEADER
           .
       WRITE-UPLOAD-DETAIL.
           MOVE WS-LIBRARY-CODE  TO UPD-LIBRARY-CODE
           MOVE WS-FISCAL-YEAR   TO UPD-FISCAL-YEAR
           MOVE Stat-BranchID    TO UPD-BRANCH-ID
           MOVE WS-CUR-ELEMENT   TO UPD-ELEMENT
           MOVE Stat-ElementKey  TO UPD-ELEMENT-KEY
           MOVE WS-CUR-NUM       TO UPD-VALUE
           WRITE STAT-UPLOAD-RECORD FROM WS-UPLOAD-DETAIL
           ADD 1 TO WS-UPLOAD-COUNT
           .
       WRITE-UPLOAD-TRAILER.
           MOVE WS-LIBRARY-CODE TO UPT-LIBRARY-CODE
           MOVE WS-FISCAL-YEAR  TO UPT-FISCAL-YEAR
           MOVE WS-UPLOAD-COUNT TO UPT-RECORD-COUNT
           WRITE STAT-UPLOAD-RECORD FROM WS-UPLOAD-TRAILER
           .
       SHUT-DOWN.
           CLOSE STAT-UPLOAD-FILE
           DISPLAY ' '
           DISPLAY 'STATRTN: ' WS-BUILT-COUNT
                   ' FIGURE(S) SAVED FOR FISCAL YEAR ' WS-FISCAL-YEAR
           DISPLAY 'STATRTN: ' WS-UPLOAD-COUNT
                   ' UPLOAD RECORD(S) WRITTEN'
           DISPLAY 'STATRTN: ' WS-FLAG-COUNT
                   ' FIGURE(S) FLAGGED, ' WS-DROP-COUNT
                   ' DROPPED SINCE LAST YEAR'
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
           MOVE 'STATRTN' TO Jlog-ProgramName
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
               'FY=' DELIMITED BY SIZE
               WS-FISCAL-YEAR DELIMITED BY SIZE
               ' FIGS=' DELIMITED BY SIZE
               WS-BUILT-COUNT DELIMITED BY SIZE
               ' FLAG=' DELIMITED BY SIZE
               WS-FLAG-COUNT DELIMITED BY SIZE
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
