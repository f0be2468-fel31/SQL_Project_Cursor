       IDENTIFICATION DIVISION.
       PROGRAM-ID. FINEAMN.
      *> -------------------------------------------
      *> FINEAMN - fine amnesty campaign run and
      *> campaign report.  Twice a year the board
      *> forgives old overdue fines to bring lapsed
      *> patrons back; that used to mean one FINEPAY
      *> waiver card per Fine row, each over WAIVEMAX
      *> needing a supervisor's id, for hundreds of
      *> rows.  The campaign is now set up once on
      *> MAINT's FC card (FineCampaign - which charge
      *> types, FineDate window, membership types and
      *> branches, the campaign dates and the approving
      *> supervisor) and this job does the forgiving:
      *> every unpaid fine the campaign covers is closed
      *> (PaidFlag 'Y') with a Payment row of PayType 'A'
      *> carrying the campaign code as its reason and
      *> the approving supervisor's id, a commit per
      *> fine so a rerun picks up where an abend left
      *> off.  Lost-item bills and fines already
      *> referred to the collection bureau are never
      *> touched.  Food-for-fines campaigns are
      *> forgiven a patron at a time at the desk
      *> instead (FINEPAY's A card); this job only
      *> reports on them.
      *> The campaign report shows what was forgiven
      *> under the code - by the batch and at the desk
      *> alike - patron by patron: the fines and amount,
      *> the day first forgiven, and whether the patron
      *> borrowed again within 90 days of it (a checkout
      *> on the loan detail or its archive, or the one
      *> ANONHIST stamped on the Payment row before it
      *> took the patron's number off the loan).  A patron
      *> whose 90 days are not yet up is counted as
      *> still open, not as lost.
      *> The forgiving run is refused (JobRunLog 'B',
      *> nothing forgiven) when the campaign is not on
      *> file, is a food-for-fines campaign, is outside
      *> its dates, or its approving supervisor is no
      *> longer an active supervisor.
      *> SYSIN (one card):
      *>   cols 1-2  campaign code
      *>   col  3    F = forgive the campaign's fines and
      *>             report; R or blank = report only
      *>   col  9    'U' = unattended (no operator
      *>             prompt at EOJ)
      *> -------------------------------------------
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       01  MFSQLMESSAGETEXT                PIC X(250).

       01  WS-BLOCK-REASON                 PIC X(40) VALUE SPACES.
       01  WS-FORGIVE-COUNT                PIC 9(5) VALUE 0.
       01  WS-SKIP-COUNT                   PIC 9(5) VALUE 0.
       01  WS-FORGIVE-TOTAL                PIC 9(7)V99 VALUE 0.
       01  WS-AMOUNT-NUM                   PIC 9(3)V99.
       01  WS-TOTAL-EDIT                   PIC 9999999.99.
       01  WS-SCAN-IX                      PIC 9(2).
       01  WS-ELIG-SWITCH                  PIC X.
           88 FINE-QUALIFIES               VALUE 'Y'.
       01  WS-SCAN-SWITCH                  PIC X.
           88 SCAN-MATCHED                 VALUE 'Y'.
       01  WS-ELIG-CHARGE                  PIC X.
       01  WS-ELIG-PATRON-TYPE             PIC X.
       01  WS-ELIG-BRANCH                  PIC X(2).
      *> Campaign report accumulators.
       01  WS-RPT-FINE-COUNT               PIC 9(7) VALUE 0.
       01  WS-RPT-DAILY-TOTAL              PIC 9(7)V99 VALUE 0.
       01  WS-RPT-DAMAGE-TOTAL             PIC 9(7)V99 VALUE 0.
       01  WS-RPT-TOTAL                    PIC 9(7)V99 VALUE 0.
       01  WS-RPT-PATRON-COUNT             PIC 9(5) VALUE 0.
       01  WS-RPT-BACK-COUNT               PIC 9(5) VALUE 0.
       01  WS-RPT-OPEN-COUNT               PIC 9(5) VALUE 0.
       01  WS-RPT-PCT                      PIC 999V9.
       01  WS-RPT-PCT-EDIT                 PIC ZZ9.9.
       01  WS-PAT-FINES                    PIC 9(3).
       01  WS-PAT-TOTAL                    PIC 9(5)V99.
       01  WS-PAT-TOTAL-EDIT               PIC 99999.99.
       01  WS-PAT-RESULT                   PIC X(14).
       01  WS-DATE-INT                     PIC 9(8).
       01  WS-FIRST-ROW-SWITCH             PIC X VALUE 'Y'.
           88 WS-FIRST-ROW                 VALUE 'Y'.
      *> Days after the first forgiveness in which a checkout
      *> counts as the patron having come back.
       01  WS-COMEBACK-DAYS                PIC 9(3) VALUE 90.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
         EXEC SQL INCLUDE Fine END-EXEC.
         EXEC SQL INCLUDE Payment END-EXEC.
         EXEC SQL INCLUDE FineCamp END-EXEC.
         EXEC SQL INCLUDE Operator END-EXEC.
         EXEC SQL INCLUDE JobLog END-EXEC.
      *> Run parameter card (SYSIN).
      *> cols 1-2  campaign code
      *> col  3    F = forgive and report, R/blank = report
      *> col  9    'U' = unattended (no operator prompt at EOJ)
         01  WS-AMNESTY-CARD.
             03 WS-CARD-CAMPAIGN           PIC X(2).
             03 WS-CARD-FUNCTION           PIC X.
                88 FORGIVE-RUN             VALUE 'F'.
             03 FILLER                     PIC X(5).
             03 WS-RUN-MODE                PIC X.
                88 UNATTENDED-RUN          VALUE 'U'.
             03 FILLER                     PIC X(71).
         01  WS-TODAY                      PIC X(8).
         01  WS-FINE-PATRON-TYPE           PIC X(1).
         01  WS-FINE-PATRON-TYPE-NULL      PIC S9(04) COMP-5.
         01  WS-FINE-BRANCH                PIC X(2).
         01  WS-FINE-BRANCH-NULL           PIC S9(04) COMP-5.
         01  WS-PAT-NUMBER                 PIC X(6).
         01  WS-PAT-FIRST-DATE             PIC X(8).
         01  WS-PAT-WINDOW-END             PIC X(8).
         01  WS-ROW-COUNT                  PIC S9(4) COMP-5 VALUE 0.
       EXEC SQL END DECLARE SECTION END-EXEC.

      *> Every unpaid fine in the campaign's FineDate window
      *> that is neither a lost-item bill nor already with the
      *> bureau; the charge type, membership type and copy
      *> branch tests are made a row at a time in
      *> CHECK-CAMPAIGN-FINE.  WITH HOLD - each fine is
      *> committed as it is forgiven.
       EXEC SQL
             DECLARE CSR-AMNESTY CURSOR WITH HOLD FOR SELECT
                   F.PatronNumber
                  ,F.BookID
                  ,F.CopyNumber
                  ,F.FineDate
                  ,F.FineAmount
                  ,F.FineType
                  ,P.PatronType
                  ,B.BranchID
             FROM  Fine F
                   INNER JOIN Patron P
                   ON (P.PatronNumber = F.PatronNumber)
                   LEFT OUTER JOIN Book B
                   ON (B.BookID = F.BookID
                       AND B.CopyNumber = F.CopyNumber)
             WHERE (F.PaidFlag = 'N')
               AND (F.ReferredFlag IS NULL
                    OR F.ReferredFlag = 'N')
               AND (F.FineType IS NULL OR F.FineType <> 'L')
               AND (F.FineDate <= :Camp-FineDateTo)
               AND (:Camp-FineDateFrom = ' '
                    OR F.FineDate >= :Camp-FineDateFrom)
             ORDER BY F.PatronNumber, F.BookID, F.CopyNumber
       END-EXEC.

      *> Everything forgiven under the campaign's code within
      *> its dates, batch and desk alike, a patron at a time.
       EXEC SQL
             DECLARE CSR-CAMPAIGN-PAID CURSOR FOR SELECT
                   PatronNumber
                  ,PayDate
                  ,PayAmount
                  ,FineType
             FROM  Payment
             WHERE (PayType = 'A')
               AND (ReasonCode = :Camp-CampaignID)
               AND (PayDate >= :Camp-StartDate)
               AND (PayDate <= :Camp-EndDate)
             ORDER BY PatronNumber, PayDate
       END-EXEC.

       PROCEDURE DIVISION.
       RUN-START.
           EXEC SQL
               WHENEVER SQLERROR PERFORM OpenESQL-Error
           END-EXEC
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY
           PERFORM READ-AMNESTY-CARD
           PERFORM CONNECT-TO-DATABASE
           PERFORM WRITE-RUNLOG-START
           PERFORM LOAD-CAMPAIGN
           IF WS-BLOCK-REASON NOT = SPACES
               PERFORM REFUSE-RUN
           END-IF
           DISPLAY 'FINEAMN: CAMPAIGN ' Camp-CampaignID ' '
                   Camp-CampaignName ' (' Camp-CampaignType ') '
                   Camp-StartDate ' TO ' Camp-EndDate
           IF FORGIVE-RUN
               PERFORM CHECK-FORGIVE-ALLOWED
               IF WS-BLOCK-REASON NOT = SPACES
                   PERFORM REFUSE-RUN
               END-IF
               PERFORM FORGIVE-CAMPAIGN-FINES
           END-IF
           PERFORM PRINT-CAMPAIGN-REPORT
           PERFORM SHUT-DOWN
           .
       READ-AMNESTY-CARD.
           MOVE SPACES TO WS-AMNESTY-CARD
           ACCEPT WS-AMNESTY-CARD FROM SYSIN
           .
       CONNECT-TO-DATABASE.
           EXEC SQL
               CONNECT TO 'Library'
           END-EXEC
           .
       LOAD-CAMPAIGN.
           MOVE WS-CARD-CAMPAIGN TO Camp-CampaignID
           EXEC SQL
               SELECT CampaignName, CampaignType, FineTypes
                     ,FineDateFrom, FineDateTo, PatronTypes
                     ,Branches, StartDate, EndDate, ApprovedBy
                 INTO :Camp-CampaignName, :Camp-CampaignType
                     ,:Camp-FineTypes, :Camp-FineDateFrom
                     ,:Camp-FineDateTo, :Camp-PatronTypes
                     ,:Camp-Branches, :Camp-StartDate
                     ,:Camp-EndDate, :Camp-ApprovedBy
                 FROM FineCampaign
                WHERE CampaignID = :Camp-CampaignID
           END-EXEC
           IF SQLCODE = 100
               STRING 'CAMPAIGN ' DELIMITED BY SIZE
                      WS-CARD-CAMPAIGN DELIMITED BY SIZE
                      ' NOT ON FILE' DELIMITED BY SIZE
                 INTO WS-BLOCK-REASON
           END-IF
           .
      *> The campaign's supervisor approval stands in for the
      *> per-waiver WAIVEMAX check, so it must still be good on
      *> the day the fines go.
       CHECK-FORGIVE-ALLOWED.
           EVALUATE TRUE
               WHEN Camp-CampaignType NOT = 'A'
                   MOVE 'NOT AN AMNESTY - FORGIVEN AT THE DESK'
                     TO WS-BLOCK-REASON
               WHEN WS-TODAY < Camp-StartDate
                   MOVE 'CAMPAIGN HAS NOT STARTED'
                     TO WS-BLOCK-REASON
               WHEN WS-TODAY > Camp-EndDate
                   MOVE 'CAMPAIGN HAS ENDED' TO WS-BLOCK-REASON
               WHEN OTHER
                   MOVE SPACES TO Oper-OperRole Oper-ActiveFlag
                   EXEC SQL
                       SELECT OperRole, ActiveFlag
                         INTO :Oper-OperRole, :Oper-ActiveFlag
                         FROM Operator
                        WHERE UserID = :Camp-ApprovedBy
                   END-EXEC
                   IF SQLCODE = 100
                      OR Oper-OperRole NOT = 'S'
                      OR Oper-ActiveFlag NOT = 'Y'
                       STRING 'APPROVER ' DELIMITED BY SIZE
                              Camp-ApprovedBy DELIMITED BY SIZE
                              ' NOT AN ACTIVE SUPERVISOR'
                                DELIMITED BY SIZE
                         INTO WS-BLOCK-REASON
                   END-IF
           END-EVALUATE
           .
      *> -------------------------------------------
      *> The amnesty itself
      *> -------------------------------------------
       FORGIVE-CAMPAIGN-FINES.
           EXEC SQL
               OPEN CSR-AMNESTY
           END-EXEC
           PERFORM UNTIL SQLSTATE >= "02000"
               EXEC SQL
                   FETCH CSR-AMNESTY INTO
                       :Fine-PatronNumber
                      ,:Fine-BookID
                      ,:Fine-CopyNumber
                      ,:Fine-FineDate
                      ,:Fine-FineAmount
                      ,:Fine-FineType:Fine-FineType-NULL
                      ,:WS-FINE-PATRON-TYPE:WS-FINE-PATRON-TYPE-NULL
                      ,:WS-FINE-BRANCH:WS-FINE-BRANCH-NULL
               END-EXEC
               IF SQLSTATE < "02000"
                   PERFORM FORGIVE-ONE-FINE
               END-IF
           END-PERFORM
           EXEC SQL
               CLOSE CSR-AMNESTY
           END-EXEC
           MOVE WS-FORGIVE-TOTAL TO WS-TOTAL-EDIT
           DISPLAY 'FINEAMN: ' WS-FORGIVE-COUNT ' FINE(S) TOTALLING '
                   WS-TOTAL-EDIT ' FORGIVEN THIS RUN'
           .
       FORGIVE-ONE-FINE.
           IF Fine-FineType-NULL < 0
               MOVE SPACE TO Fine-FineType
           END-IF
           MOVE Fine-FineType TO WS-ELIG-CHARGE
           IF WS-FINE-PATRON-TYPE-NULL < 0
               MOVE SPACE TO WS-FINE-PATRON-TYPE
           END-IF
           MOVE WS-FINE-PATRON-TYPE TO WS-ELIG-PATRON-TYPE
           IF WS-FINE-BRANCH-NULL < 0
               MOVE SPACES TO WS-FINE-BRANCH
           END-IF
           MOVE WS-FINE-BRANCH TO WS-ELIG-BRANCH
           PERFORM CHECK-CAMPAIGN-FINE
           IF NOT FINE-QUALIFIES
               ADD 1 TO WS-SKIP-COUNT
           ELSE
               PERFORM CLOSE-FORGIVEN-FINE
           END-IF
           .
      *> Same FineType discriminator FINEPAY's WHEREs use, so
      *> a damage charge and a daily fine on one copy are told
      *> apart.
       CLOSE-FORGIVEN-FINE.
           IF Fine-FineType NOT = 'R'
               MOVE SPACE TO Fine-FineType
           END-IF
           EXEC SQL
               UPDATE Fine
                  SET PaidFlag = 'Y'
                WHERE PatronNumber = :Fine-PatronNumber
                  AND BookID = :Fine-BookID
                  AND CopyNumber = :Fine-CopyNumber
                  AND PaidFlag = 'N'
                  AND ( (:Fine-FineType = 'R'
                         AND FineType = 'R')
                     OR (:Fine-FineType <> 'R'
                         AND (FineType IS NULL
                              OR FineType NOT IN ('L', 'R'))) )
           END-EXEC

           MOVE Fine-PatronNumber   TO Pay-PatronNumber
           MOVE Fine-BookID         TO Pay-BookID
           MOVE Fine-CopyNumber     TO Pay-CopyNumber
           MOVE WS-TODAY            TO Pay-PayDate
           MOVE FUNCTION NUMVAL(Fine-FineAmount) TO WS-AMOUNT-NUM
           MOVE Fine-FineAmount     TO Pay-PayAmount
           MOVE 'A'                 TO Pay-PayType
           MOVE Camp-CampaignID     TO Pay-ReasonCode
           MOVE Camp-ApprovedBy     TO Pay-UserID
           MOVE WS-FINE-BRANCH      TO Pay-BranchID
           IF Fine-FineType = 'R'
               MOVE 'R'             TO Pay-FineType
           ELSE
               MOVE 'D'             TO Pay-FineType
           END-IF
           EXEC SQL
               INSERT INTO Payment
                     ( PatronNumber, BookID, CopyNumber, PayDate
                     , PayAmount, PayType, ReasonCode, UserID
                     , BranchID, FineType )
               VALUES ( :Pay-PatronNumber, :Pay-BookID
                      , :Pay-CopyNumber, :Pay-PayDate
                      , :Pay-PayAmount, :Pay-PayType
                      , :Pay-ReasonCode, :Pay-UserID
                      , :Pay-BranchID, :Pay-FineType )
           END-EXEC
           EXEC SQL COMMIT END-EXEC
           ADD 1 TO WS-FORGIVE-COUNT
           ADD WS-AMOUNT-NUM TO WS-FORGIVE-TOTAL
           DISPLAY 'FINEAMN: PATRON ' Fine-PatronNumber ' BOOK '
                   Fine-BookID ' COPY ' Fine-CopyNumber ' FINE OF '
                   Fine-FineAmount ' FROM ' Fine-FineDate
                   ' FORGIVEN'
           .
      *> Does the fetched fine fall inside the campaign's
      *> charge types, membership types and branches?  A
      *> blank charge type is a daily fine, a blank membership
      *> type an adult card; a copy no longer on Book has no
      *> branch and only qualifies when the campaign names
      *> none.
       CHECK-CAMPAIGN-FINE.
           MOVE 'Y' TO WS-ELIG-SWITCH
           IF WS-ELIG-CHARGE NOT = 'R'
               MOVE 'D' TO WS-ELIG-CHARGE
           END-IF
           IF Camp-FineTypes = SPACES
               MOVE 'D' TO Camp-FineTypes
           END-IF
           IF Camp-FineTypes (1:1) NOT = WS-ELIG-CHARGE
              AND Camp-FineTypes (2:1) NOT = WS-ELIG-CHARGE
               MOVE 'N' TO WS-ELIG-SWITCH
           END-IF

           IF WS-ELIG-PATRON-TYPE = SPACE
               MOVE 'A' TO WS-ELIG-PATRON-TYPE
           END-IF
           IF Camp-PatronTypes NOT = SPACES
               MOVE 'N' TO WS-SCAN-SWITCH
               PERFORM VARYING WS-SCAN-IX FROM 1 BY 1
                       UNTIL WS-SCAN-IX > 4
                   IF Camp-PatronTypes (WS-SCAN-IX:1)
                      = WS-ELIG-PATRON-TYPE
                       MOVE 'Y' TO WS-SCAN-SWITCH
                   END-IF
               END-PERFORM
               IF NOT SCAN-MATCHED
                   MOVE 'N' TO WS-ELIG-SWITCH
               END-IF
           END-IF

           IF Camp-Branches NOT = SPACES
               MOVE 'N' TO WS-SCAN-SWITCH
               IF WS-ELIG-BRANCH NOT = SPACES
                   PERFORM VARYING WS-SCAN-IX FROM 1 BY 2
                           UNTIL WS-SCAN-IX > 9
                       IF Camp-Branches (WS-SCAN-IX:2)
                          = WS-ELIG-BRANCH
                           MOVE 'Y' TO WS-SCAN-SWITCH
                       END-IF
                   END-PERFORM
               END-IF
               IF NOT SCAN-MATCHED
                   MOVE 'N' TO WS-ELIG-SWITCH
               END-IF
           END-IF
           .
      *> -------------------------------------------
      *> Campaign report
      *> -------------------------------------------
       PRINT-CAMPAIGN-REPORT.
           DISPLAY ' '
           DISPLAY 'FINEAMN: CAMPAIGN REPORT - ' Camp-CampaignID ' '
                   Camp-CampaignName
           DISPLAY '  PATRON  FINES    AMOUNT  FIRST FORGIVEN  '
                   'BORROWED AGAIN'
           MOVE 'Y' TO WS-FIRST-ROW-SWITCH
           EXEC SQL
               OPEN CSR-CAMPAIGN-PAID
           END-EXEC
           PERFORM UNTIL SQLSTATE >= "02000"
               EXEC SQL
                   FETCH CSR-CAMPAIGN-PAID INTO
                       :Pay-PatronNumber
                      ,:Pay-PayDate
                      ,:Pay-PayAmount
                      ,:Pay-FineType:Pay-FineType-NULL
               END-EXEC
               IF SQLSTATE < "02000"
                   PERFORM ADD-CAMPAIGN-ROW
               END-IF
           END-PERFORM
           EXEC SQL
               CLOSE CSR-CAMPAIGN-PAID
           END-EXEC
           IF NOT WS-FIRST-ROW
               PERFORM FINISH-CAMPAIGN-PATRON
           END-IF

           DISPLAY ' '
           DISPLAY 'FINEAMN: ' WS-RPT-FINE-COUNT ' FINE(S) FORGIVEN'
           MOVE WS-RPT-DAILY-TOTAL TO WS-TOTAL-EDIT
           DISPLAY 'FINEAMN:   DAILY OVERDUE FINES  ' WS-TOTAL-EDIT
           MOVE WS-RPT-DAMAGE-TOTAL TO WS-TOTAL-EDIT
           DISPLAY 'FINEAMN:   DAMAGE CHARGES       ' WS-TOTAL-EDIT
           MOVE WS-RPT-TOTAL TO WS-TOTAL-EDIT
           DISPLAY 'FINEAMN:   TOTAL FORGIVEN       ' WS-TOTAL-EDIT
           DISPLAY 'FINEAMN: ' WS-RPT-PATRON-COUNT ' PATRON(S) REACHED'
           MOVE 0 TO WS-RPT-PCT
           IF WS-RPT-PATRON-COUNT > WS-RPT-OPEN-COUNT
               COMPUTE WS-RPT-PCT ROUNDED =
                   WS-RPT-BACK-COUNT * 100
                   / (WS-RPT-PATRON-COUNT - WS-RPT-OPEN-COUNT)
           END-IF
           MOVE WS-RPT-PCT TO WS-RPT-PCT-EDIT
           DISPLAY 'FINEAMN: ' WS-RPT-BACK-COUNT
                   ' BORROWED AGAIN WITHIN ' WS-COMEBACK-DAYS
                   ' DAYS (' WS-RPT-PCT-EDIT
                   ' PER CENT, LEAVING OUT THOSE STILL RUNNING)'
           DISPLAY 'FINEAMN: ' WS-RPT-OPEN-COUNT
                   ' NOT YET BACK WITH THEIR DAYS STILL RUNNING'
           .
       ADD-CAMPAIGN-ROW.
           IF WS-FIRST-ROW
               MOVE 'N' TO WS-FIRST-ROW-SWITCH
               PERFORM START-CAMPAIGN-PATRON
           END-IF
           IF Pay-PatronNumber NOT = WS-PAT-NUMBER
               PERFORM FINISH-CAMPAIGN-PATRON
               PERFORM START-CAMPAIGN-PATRON
           END-IF
           MOVE FUNCTION NUMVAL(Pay-PayAmount) TO WS-AMOUNT-NUM
           ADD 1 TO WS-PAT-FINES
           ADD WS-AMOUNT-NUM TO WS-PAT-TOTAL
           ADD 1 TO WS-RPT-FINE-COUNT
           ADD WS-AMOUNT-NUM TO WS-RPT-TOTAL
           IF Pay-FineType-NULL >= 0 AND Pay-FineType = 'R'
               ADD WS-AMOUNT-NUM TO WS-RPT-DAMAGE-TOTAL
           ELSE
               ADD WS-AMOUNT-NUM TO WS-RPT-DAILY-TOTAL
           END-IF
           .
      *> Rows come in PayDate order within the patron, so the
      *> first row is the day the patron was first forgiven.
       START-CAMPAIGN-PATRON.
           MOVE Pay-PatronNumber TO WS-PAT-NUMBER
           MOVE Pay-PayDate      TO WS-PAT-FIRST-DATE
           MOVE 0 TO WS-PAT-FINES WS-PAT-TOTAL
           .
      *> Came back = a checkout on or after the day first
      *> forgiven and inside the window, on the loan detail or
      *> HISTARCH's archive of it - or, once ANONHIST has taken
      *> the patron's number off that loan, the checkout date
      *> it stamped on the patron's campaign Payment rows.
       FINISH-CAMPAIGN-PATRON.
           ADD 1 TO WS-RPT-PATRON-COUNT
           MOVE FUNCTION NUMVAL(WS-PAT-FIRST-DATE) TO WS-DATE-INT
           COMPUTE WS-DATE-INT = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE(WS-DATE-INT)
                + WS-COMEBACK-DAYS)
           MOVE WS-DATE-INT TO WS-PAT-WINDOW-END
           EXEC SQL
               SELECT COUNT(*)
                 INTO :WS-ROW-COUNT
                 FROM LoanHistory
                WHERE PatronNumber = :WS-PAT-NUMBER
                  AND CheckoutDate >= :WS-PAT-FIRST-DATE
                  AND CheckoutDate <= :WS-PAT-WINDOW-END
           END-EXEC
           IF WS-ROW-COUNT = 0
               EXEC SQL
                   SELECT COUNT(*)
                     INTO :WS-ROW-COUNT
                     FROM LoanHistArch
                    WHERE PatronNumber = :WS-PAT-NUMBER
                      AND CheckoutDate >= :WS-PAT-FIRST-DATE
                      AND CheckoutDate <= :WS-PAT-WINDOW-END
               END-EXEC
           END-IF
           IF WS-ROW-COUNT = 0
               EXEC SQL
                   SELECT COUNT(*)
                     INTO :WS-ROW-COUNT
                     FROM Payment
                    WHERE PatronNumber = :WS-PAT-NUMBER
                      AND PayType = 'A'
                      AND ReasonCode = :Camp-CampaignID
                      AND ComebackDate >= :WS-PAT-FIRST-DATE
                      AND ComebackDate <= :WS-PAT-WINDOW-END
               END-EXEC
           END-IF
           EVALUATE TRUE
               WHEN WS-ROW-COUNT NOT = 0
                   ADD 1 TO WS-RPT-BACK-COUNT
                   MOVE 'YES' TO WS-PAT-RESULT
               WHEN WS-PAT-WINDOW-END > WS-TODAY
                   ADD 1 TO WS-RPT-OPEN-COUNT
                   MOVE 'NOT YET' TO WS-PAT-RESULT
               WHEN OTHER
                   MOVE 'NO' TO WS-PAT-RESULT
           END-EVALUATE
           MOVE WS-PAT-TOTAL TO WS-PAT-TOTAL-EDIT
           DISPLAY '  ' WS-PAT-NUMBER '  ' WS-PAT-FINES '  '
                   WS-PAT-TOTAL-EDIT '  ' WS-PAT-FIRST-DATE
                   '        ' WS-PAT-RESULT
           .
      *> A refused run is closed out on the run log as 'B'
      *> (blocked) with the reason, as GLPOST does.
       REFUSE-RUN.
           DISPLAY 'FINEAMN: RUN REFUSED - ' WS-BLOCK-REASON
           MOVE FUNCTION CURRENT-DATE (9:6) TO Jlog-EndTime
           MOVE 'B' TO Jlog-RunStatus
           MOVE SPACES TO Jlog-RunCounters
           STRING 'BLOCKED: ' DELIMITED BY SIZE
                  WS-BLOCK-REASON DELIMITED BY SIZE
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
           EXEC SQL DISCONNECT CURRENT END-EXEC
           IF NOT UNATTENDED-RUN
               Display ' '
               Stop 'Press <CR> to terminate'
           END-IF
           STOP RUN
           .
       SHUT-DOWN.
           DISPLAY ' '
           IF FORGIVE-RUN
               DISPLAY 'FINEAMN: ' WS-FORGIVE-COUNT
                       ' FINE(S) FORGIVEN THIS RUN'
               DISPLAY 'FINEAMN: ' WS-SKIP-COUNT
                       ' FINE(S) IN THE DATE WINDOW NOT COVERED'
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
           MOVE 'FINEAMN ' TO Jlog-ProgramName
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
           MOVE WS-FORGIVE-TOTAL TO WS-TOTAL-EDIT
           STRING
               'CAMP=' DELIMITED BY SIZE
               Camp-CampaignID DELIMITED BY SIZE
               ' FORG=' DELIMITED BY SIZE
               WS-FORGIVE-COUNT DELIMITED BY SIZE
               ' AMT=' DELIMITED BY SIZE
               WS-TOTAL-EDIT DELIMITED BY SIZE
               ' PAT=' DELIMITED BY SIZE
               WS-RPT-PATRON-COUNT DELIMITED BY SIZE
               ' BACK=' DELIMITED BY SIZE
               WS-RPT-BACK-COUNT DELIMITED BY SIZE
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
