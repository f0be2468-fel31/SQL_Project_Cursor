      *>                 payment)
      *>     cols 24-31  UserID/terminal posting it
      *>     col  32     charge type: L = lost-item
      *>                 replacement bill, R = damage
      *>                 charge, blank = the daily
      *>                 overdue fine (a patron can owe
      *>                 more than one on one copy)
      *> A card with 'A' in col 21 forgives the patron's
      *> fines under a fine amnesty or food-for-fines
      *> campaign - the desk keys it when the patron
      *> brings in a donation: cols 1-6 the patron,
      *> cols 22-23 the campaign code (set up on MAINT's
      *> FC card), cols 24-31 the UserID; the book, copy
      *> and amount columns are not used.  Every unpaid
      *> fine of the patron's the campaign covers is
      *> closed with a Payment row of PayType 'A' and
      *> the campaign code as its reason - no cash, and
      *> no WAIVEMAX supervisor check, the campaign's
      *> own approval stands for it.  Refused outside
      *> the campaign's dates or when nothing of the
      *> patron's qualifies.
      *> A trailer card of 'END' in cols 1-3 ends the
      *> run ('U' in col 4 runs the job unattended - no
      *> operator prompt at EOJ).
      *> reduces FineAmount and leaves the row unpaid.
      *> Every accepted card writes a Payment receipt
      *> row so the cash drawer can be balanced against
      *> the day's receipts at end of day.  The receipt
      *> carries the charge type and the operator's home
      *> branch, so GLPOST can credit each charge type's
      *> revenue account by branch.
      *>
      *> Every card's UserID is validated against the
      *> Operator master: an unknown or inactive id
           03 WS-CARD-PAY-TYPE             PIC X.
              88 CARD-PAYMENT              VALUE 'P'.
              88 CARD-WAIVER               VALUE 'W'.
              88 CARD-CAMPAIGN             VALUE 'A'.
           03 WS-CARD-REASON               PIC X(2).
           03 WS-CARD-USERID               PIC X(8).
           03 WS-CARD-FINE-TYPE            PIC X.
              88 CARD-LOST-BILL            VALUE 'L'.
              88 CARD-DAMAGE-CHARGE        VALUE 'R'.
       01  WS-EOF-SWITCH                   PIC X VALUE 'N'.
           88 WS-EOF                       VALUE 'Y'.
       01  WS-TENDERED-NUM                 PIC 9(4)V99.
           88 SUPERVISOR-OPERATOR          VALUE 'S'.
       01  WS-OPER-SWITCH                  PIC X.
           88 OPERATOR-GOOD                VALUE 'Y'.
       01  WS-OPER-BRANCH                  PIC X(2).
       01  WS-CAMPAIGN-COUNT               PIC 9(5) VALUE 0.
       01  WS-FORGIVEN-NUM                 PIC 9(5)V99.
       01  WS-FORGIVEN-TOTAL               PIC 9(7)V99 VALUE 0.
       01  WS-FORGIVEN-EDIT                PIC 9999999.99.
       01  WS-FORGIVEN-ROWS                PIC 9(3).
       01  WS-SAVED-CARD                   PIC X(32).
       01  WS-SCAN-IX                      PIC 9(2).
       01  WS-ELIG-SWITCH                  PIC X.
           88 FINE-QUALIFIES               VALUE 'Y'.
       01  WS-SCAN-SWITCH                  PIC X.
           88 SCAN-MATCHED                 VALUE 'Y'.
       01  WS-ELIG-CHARGE                  PIC X.
       01  WS-ELIG-PATRON-TYPE             PIC X.
       01  WS-ELIG-BRANCH                  PIC X(2).

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
         EXEC SQL INCLUDE Fine END-EXEC.
         EXEC SQL INCLUDE Suspense END-EXEC.
         EXEC SQL INCLUDE Operator END-EXEC.
         EXEC SQL INCLUDE CircParm END-EXEC.
         EXEC SQL INCLUDE FineCamp END-EXEC.
         EXEC SQL INCLUDE JobLog END-EXEC.
         01  WS-PROGRAM-NAME               PIC X(8) VALUE 'FINEPAY'.
         01  WS-CAMP-PATRON                PIC X(6).
         01  WS-FINE-PATRON-TYPE           PIC X(1).
         01  WS-FINE-PATRON-TYPE-NULL      PIC S9(04) COMP-5.
         01  WS-FINE-BRANCH                PIC X(2).
         01  WS-FINE-BRANCH-NULL           PIC S9(04) COMP-5.
         01  WS-TODAY                      PIC X(8).
         01  WS-MAX-SUSP                   PIC X(6).
         01  WS-MAX-SUSP-NULL              PIC S9(04) COMP-5.
             ORDER BY SuspenseID
       END-EXEC.

      *> The patron's unpaid fines in the campaign's FineDate
      *> window - never a lost-item bill, never one already
      *> with the collection bureau.  The charge type,
      *> membership type and copy branch tests are made a row
      *> at a time in CHECK-CAMPAIGN-FINE.
       EXEC SQL
             DECLARE CSR-CAMPAIGN-FINES CURSOR FOR SELECT
                   F.BookID
                  ,F.CopyNumber
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
             WHERE (F.PatronNumber = :WS-CAMP-PATRON)
               AND (F.PaidFlag = 'N')
               AND (F.ReferredFlag IS NULL
                    OR F.ReferredFlag = 'N')
               AND (F.FineType IS NULL OR F.FineType <> 'L')
               AND (F.FineDate <= :Camp-FineDateTo)
               AND (:Camp-FineDateFrom = ' '
                    OR F.FineDate >= :Camp-FineDateFrom)
             ORDER BY F.BookID, F.CopyNumber
       END-EXEC.

       PROCEDURE DIVISION.
       RUN-START.
           EXEC SQL
               GO TO PROCESS-CARD-EXIT
           END-IF

           IF CARD-CAMPAIGN
               PERFORM POST-CAMPAIGN-CARD
                  THRU POST-CAMPAIGN-CARD-EXIT
               GO TO PROCESS-CARD-EXIT
           END-IF

           IF NOT CARD-PAYMENT AND NOT CARD-WAIVER
               DISPLAY 'FINEPAY: PATRON ' WS-CARD-PATRON ' BOOK '
                       WS-CARD-BOOKID ' - UNRECOGNIZED PAYMENT TYPE '
           END-IF

      *> FINECALC keeps at most one unpaid daily fine per
      *> patron/book/copy, LOSTITEM at most one open
      *> replacement bill and BOOKXFER at most one open
      *> damage charge, so with the card's charge type in
      *> the WHERE this SELECT finds the whole open balance
      *> or nothing at all.  Pre-FineType rows carry NULL,
      *> which reads as a daily fine.
                  AND BookID = :WS-CARD-BOOKID
                  AND CopyNumber = :WS-CARD-COPY-NUMBER
                  AND PaidFlag = 'N'
                  AND ( (:WS-CARD-FINE-TYPE IN ('L', 'R')
                         AND FineType = :WS-CARD-FINE-TYPE)
                     OR (:WS-CARD-FINE-TYPE NOT IN ('L', 'R')
                         AND (FineType IS NULL
                              OR FineType NOT IN ('L', 'R'))) )
           END-EXEC

           IF SQLCODE = 100
      *> auditors flagged.  Sets the role for the waiver check.
       CHECK-OPERATOR.
           MOVE 'N'    TO WS-OPER-SWITCH
           MOVE SPACES TO WS-OPER-ROLE WS-OPER-BRANCH
           MOVE SPACES TO Oper-OperRole Oper-ActiveFlag
                          Oper-BranchID
           EXEC SQL
               SELECT OperRole, ActiveFlag, BranchID
                 INTO :Oper-OperRole, :Oper-ActiveFlag
                     ,:Oper-BranchID:Oper-BranchID-NULL
                 FROM Operator
                WHERE UserID = :WS-CARD-USERID
           END-EXEC
               WHEN OTHER
                   MOVE 'Y' TO WS-OPER-SWITCH
                   MOVE Oper-OperRole TO WS-OPER-ROLE
                   IF Oper-BranchID-NULL >= 0
                       MOVE Oper-BranchID TO WS-OPER-BRANCH
                   END-IF
           END-EVALUATE
           .
       LOAD-WAIVER-LIMIT.
                  AND BookID = :WS-CARD-BOOKID
                  AND CopyNumber = :WS-CARD-COPY-NUMBER
                  AND PaidFlag = 'N'
                  AND ( (:WS-CARD-FINE-TYPE IN ('L', 'R')
                         AND FineType = :WS-CARD-FINE-TYPE)
                     OR (:WS-CARD-FINE-TYPE NOT IN ('L', 'R')
                         AND (FineType IS NULL
                              OR FineType NOT IN ('L', 'R'))) )
           END-EXEC
           ADD 1 TO WS-PAYMENT-COUNT
           ADD WS-APPLIED-NUM TO WS-CASH-TOTAL
                  AND BookID = :WS-CARD-BOOKID
                  AND CopyNumber = :WS-CARD-COPY-NUMBER
                  AND PaidFlag = 'N'
                  AND ( (:WS-CARD-FINE-TYPE IN ('L', 'R')
                         AND FineType = :WS-CARD-FINE-TYPE)
                     OR (:WS-CARD-FINE-TYPE NOT IN ('L', 'R')
                         AND (FineType IS NULL
                              OR FineType NOT IN ('L', 'R'))) )
           END-EXEC
           .
      *> Food-for-fines at the desk: the campaign must be on
      *> file and running today.  Each qualifying fine is
      *> closed and receipted through the same MARK-FINE-PAID
      *> and WRITE-RECEIPT-ROW a waiver card uses, the card's
      *> book/copy/charge-type columns standing in for the
      *> fine in hand - the card as keyed is put back before
      *> anything can be captured to Suspense.
       POST-CAMPAIGN-CARD.
           MOVE SPACES TO Camp-StartDate Camp-EndDate
           EXEC SQL
               SELECT CampaignName, FineTypes, FineDateFrom
                     ,FineDateTo, PatronTypes, Branches
                     ,StartDate, EndDate
                 INTO :Camp-CampaignName, :Camp-FineTypes
                     ,:Camp-FineDateFrom, :Camp-FineDateTo
                     ,:Camp-PatronTypes, :Camp-Branches
                     ,:Camp-StartDate, :Camp-EndDate
                 FROM FineCampaign
                WHERE CampaignID = :WS-CARD-REASON
           END-EXEC
           IF SQLCODE = 100
               DISPLAY 'FINEPAY: PATRON ' WS-CARD-PATRON
                       ' - CAMPAIGN ' WS-CARD-REASON
                       ' NOT ON FILE - REJECTED'
               ADD 1 TO WS-REJECT-COUNT
               MOVE 'CAMPAIGN NOT ON FILE' TO Susp-RejectReason
               PERFORM NOTE-CARD-REJECT
               GO TO POST-CAMPAIGN-CARD-EXIT
           END-IF
           IF WS-TODAY < Camp-StartDate OR WS-TODAY > Camp-EndDate
               DISPLAY 'FINEPAY: PATRON ' WS-CARD-PATRON
                       ' - CAMPAIGN ' WS-CARD-REASON ' RUNS '
                       Camp-StartDate ' TO ' Camp-EndDate
                       ' - REJECTED'
               ADD 1 TO WS-REJECT-COUNT
               MOVE 'OUTSIDE CAMPAIGN DATES' TO Susp-RejectReason
               PERFORM NOTE-CARD-REJECT
               GO TO POST-CAMPAIGN-CARD-EXIT
           END-IF

           MOVE WS-SYSIN-CARD TO WS-SAVED-CARD
           MOVE WS-CARD-PATRON TO WS-CAMP-PATRON
           MOVE 0 TO WS-FORGIVEN-ROWS WS-FORGIVEN-NUM
           EXEC SQL
               OPEN CSR-CAMPAIGN-FINES
           END-EXEC
           PERFORM UNTIL SQLSTATE >= "02000"
               EXEC SQL
                   FETCH CSR-CAMPAIGN-FINES INTO
                       :Fine-BookID
                      ,:Fine-CopyNumber
                      ,:Fine-FineAmount
                      ,:Fine-FineType:Fine-FineType-NULL
                      ,:WS-FINE-PATRON-TYPE:WS-FINE-PATRON-TYPE-NULL
                      ,:WS-FINE-BRANCH:WS-FINE-BRANCH-NULL
               END-EXEC
               IF SQLSTATE < "02000"
                   PERFORM FORGIVE-CAMPAIGN-FINE
               END-IF
           END-PERFORM
           EXEC SQL
               CLOSE CSR-CAMPAIGN-FINES
           END-EXEC
           MOVE WS-SAVED-CARD TO WS-SYSIN-CARD

           IF WS-FORGIVEN-ROWS = 0
               DISPLAY 'FINEPAY: PATRON ' WS-CARD-PATRON
                       ' HAS NO FINES CAMPAIGN ' WS-CARD-REASON
                       ' COVERS - REJECTED'
               ADD 1 TO WS-REJECT-COUNT
               MOVE 'NO CAMPAIGN-ELIGIBLE FINES' TO Susp-RejectReason
               PERFORM NOTE-CARD-REJECT
               GO TO POST-CAMPAIGN-CARD-EXIT
           END-IF

           EXEC SQL COMMIT END-EXEC
           ADD 1 TO WS-CAMPAIGN-COUNT
           ADD WS-FORGIVEN-NUM TO WS-FORGIVEN-TOTAL
           MOVE WS-FORGIVEN-NUM TO WS-FORGIVEN-EDIT
           DISPLAY 'FINEPAY: PATRON ' WS-CARD-PATRON ' - '
                   WS-FORGIVEN-ROWS ' FINE(S) TOTALLING '
                   WS-FORGIVEN-EDIT ' FORGIVEN UNDER CAMPAIGN '
                   WS-CARD-REASON
           .
       POST-CAMPAIGN-CARD-EXIT.
           EXIT
           .
       FORGIVE-CAMPAIGN-FINE.
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
           IF FINE-QUALIFIES
               MOVE Fine-BookID     TO WS-CARD-BOOKID
               MOVE Fine-CopyNumber TO WS-CARD-COPY-NUMBER
               IF Fine-FineType = 'R'
                   MOVE 'R'   TO WS-CARD-FINE-TYPE
               ELSE
                   MOVE SPACE TO WS-CARD-FINE-TYPE
               END-IF
               MOVE FUNCTION NUMVAL(Fine-FineAmount) TO WS-APPLIED-NUM
               PERFORM MARK-FINE-PAID
               PERFORM WRITE-RECEIPT-ROW
               ADD 1 TO WS-FORGIVEN-ROWS
               ADD WS-APPLIED-NUM TO WS-FORGIVEN-NUM
               DISPLAY 'FINEPAY: FINE ' Fine-FineAmount
                       ' FORGIVEN FOR PATRON ' WS-CARD-PATRON
                       ' BOOK ' Fine-BookID ' COPY ' Fine-CopyNumber
           END-IF
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
       WRITE-RECEIPT-ROW.
           MOVE WS-CARD-PATRON        TO Pay-PatronNumber
           MOVE WS-CARD-BOOKID        TO Pay-BookID
           MOVE WS-CARD-PAY-TYPE      TO Pay-PayType
           MOVE WS-CARD-REASON        TO Pay-ReasonCode
           MOVE WS-CARD-USERID        TO Pay-UserID
           MOVE WS-OPER-BRANCH        TO Pay-BranchID
           IF CARD-LOST-BILL OR CARD-DAMAGE-CHARGE
               MOVE WS-CARD-FINE-TYPE TO Pay-FineType
           ELSE
               MOVE 'D'               TO Pay-FineType
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
           .
      *> A fresh reject is captured to Suspense with its card
           DISPLAY ' '
           DISPLAY 'FINEPAY: ' WS-PAYMENT-COUNT ' PAYMENT(S) POSTED'
           DISPLAY 'FINEPAY: ' WS-WAIVER-COUNT ' FINE(S) WAIVED'
           MOVE WS-FORGIVEN-TOTAL TO WS-FORGIVEN-EDIT
           DISPLAY 'FINEPAY: ' WS-CAMPAIGN-COUNT
                   ' CAMPAIGN CARD(S) FORGIVING ' WS-FORGIVEN-EDIT
           DISPLAY 'FINEPAY: ' WS-REJECT-COUNT ' CARD(S) REJECTED'
           MOVE WS-CASH-TOTAL TO WS-CASH-TOTAL-EDIT
           DISPLAY 'FINEPAY: ' WS-CASH-TOTAL-EDIT
               WS-PAYMENT-COUNT DELIMITED BY SIZE
               ' WAIVE=' DELIMITED BY SIZE
               WS-WAIVER-COUNT DELIMITED BY SIZE
               ' CAMP=' DELIMITED BY SIZE
               WS-CAMPAIGN-COUNT DELIMITED BY SIZE
               ' REJ=' DELIMITED BY SIZE
               WS-REJECT-COUNT DELIMITED BY SIZE
               ' CASH=' DELIMITED BY SIZE
