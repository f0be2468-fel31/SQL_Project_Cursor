       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLPOST.
      *> -------------------------------------------
      *> GLPOST - nightly revenue and write-off posting
      *> to the city's general ledger.  The finance
      *> office used to key the library's day from the
      *> DRAWBAL printout; this job summarizes the
      *> business day into journal entries on the GLJRNL
      *> interface file instead, every entry a balanced
      *> debit/credit pair with the branch as the cost
      *> center:
      *>   RC  desk receipts (Payment 'P') - debit cash,
      *>       credit the revenue account of the charge
      *>       taken: daily overdue, lost-item
      *>       replacement or damage, by branch
      *>   BC  bureau collections (Payment 'B', posted by
      *>       COLLRET) - debit due-from-bureau, credit
      *>       the same revenue accounts
      *>   WO  waivers (Payment 'W') and fines forgiven
      *>       under a campaign (Payment 'A', a line of
      *>       their own) - written off: debit the
      *>       allowance, credit receivable
      *>   OS  drawer over/short from the day's
      *>       DrawerClose rows, netted by the operator's
      *>       home branch - an over drawer debits cash
      *>       and credits over/short, a short one the
      *>       reverse
      *>   LR  lost-item bills BOOKXFER reversed when the
      *>       copy came back (Payment 'X') - debit the
      *>       reversal account, credit receivable
      *> Account numbers come from the GLAccount table.
      *> The file ends with a trailer carrying the line
      *> count and the debit and credit totals; a day
      *> whose totals do not agree is not posted.
      *> The run is refused (JobRunLog 'B', nothing
      *> written) when:
      *>   - the business date is already on GLBatch -
      *>     the same day is never posted twice
      *>   - any operator who took a payment or waiver
      *>     on the date has no DrawerClose row yet -
      *>     DRAWBAL closes every drawer first
      *>   - a GLAccount mapping is missing
      *> SYSIN (one card):
      *>   cols 1-8  business date YYYYMMDD (blank =
      *>             today)
      *>   col  9    'U' = unattended (no operator
      *>             prompt at EOJ)
      *> -------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> Record sequential, fixed 80 bytes - the city GL's
      *> journal import reads card-image records with no
      *> delimiters.
           SELECT GL-JOURNAL-FILE ASSIGN TO 'GLJRNL'
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  GL-JOURNAL-FILE.
      *> City GL interface, fixed 80 bytes, in three
      *> record types: one 'H' header, a 'D' detail per
      *> journal line, one 'T' trailer.  Amounts are
      *> unsigned with two implied decimals; the D/C
      *> column says which side of the ledger a line is.
       01  GL-HEADER-RECORD.
           03 GLH-RECORD-TYPE              PIC X(1).
           03 GLH-SOURCE-SYSTEM            PIC X(3).
           03 GLH-BUSINESS-DATE            PIC X(8).
           03 GLH-CREATE-DATE              PIC X(8).
           03 GLH-CREATE-TIME              PIC X(6).
           03 GLH-BATCH-DESC               PIC X(30).
           03 FILLER                       PIC X(24).
       01  GL-DETAIL-RECORD.
           03 GLD-RECORD-TYPE              PIC X(1).
           03 GLD-SOURCE-SYSTEM            PIC X(3).
           03 GLD-BUSINESS-DATE            PIC X(8).
           03 GLD-LINE-NUMBER              PIC 9(5).
           03 GLD-ACCOUNT                  PIC X(16).
           03 GLD-COST-CENTER              PIC X(2).
           03 GLD-DEBIT-CREDIT             PIC X(1).
           03 GLD-AMOUNT                   PIC 9(9)V99.
           03 GLD-ENTRY-CODE               PIC X(2).
           03 GLD-DESCRIPTION              PIC X(20).
           03 FILLER                       PIC X(11).
       01  GL-TRAILER-RECORD.
           03 GLT-RECORD-TYPE              PIC X(1).
           03 GLT-SOURCE-SYSTEM            PIC X(3).
           03 GLT-BUSINESS-DATE            PIC X(8).
           03 GLT-LINE-COUNT               PIC 9(5).
           03 GLT-DEBIT-TOTAL              PIC 9(11)V99.
           03 GLT-CREDIT-TOTAL             PIC 9(11)V99.
           03 FILLER                       PIC X(37).
       WORKING-STORAGE SECTION.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       01  MFSQLMESSAGETEXT                PIC X(250).

       01  WS-RUN-MODE                     PIC X VALUE SPACE.
           88 UNATTENDED-RUN               VALUE 'U'.
       01  WS-BLOCK-SWITCH                 PIC X VALUE 'N'.
           88 WS-RUN-BLOCKED               VALUE 'Y'.
       01  WS-BLOCK-REASON                 PIC X(40) VALUE SPACES.
       01  WS-FIRST-ROW-SWITCH             PIC X.
           88 WS-FIRST-ROW                 VALUE 'Y'.
       01  WS-OPEN-DRAWER-COUNT            PIC 9(5) VALUE 0.
       01  WS-PAY-ROW-COUNT                PIC 9(5) VALUE 0.
       01  WS-DRAWER-ROW-COUNT             PIC 9(5) VALUE 0.
       01  WS-LINE-COUNT                   PIC 9(5) VALUE 0.
       01  WS-ROW-AMOUNT                   PIC S9(7)V99.
       01  WS-GROUP-AMOUNT                 PIC S9(9)V99.
       01  WS-DEBIT-TOTAL                  PIC 9(11)V99 VALUE 0.
       01  WS-CREDIT-TOTAL                 PIC 9(11)V99 VALUE 0.
       01  WS-AMOUNT-EDIT                  PIC 999999999.99.
       01  WS-TOTAL-EDIT                   PIC 99999999999.99.
      *> Payment rows are summed per pay type, branch and
      *> charge type; a change in any of them closes the
      *> group and posts it.
       01  WS-ROW-KEY.
           03 WS-ROW-PAY-TYPE              PIC X(1).
           03 WS-ROW-BRANCH                PIC X(2).
           03 WS-ROW-FINE-TYPE             PIC X(1).
       01  WS-GROUP-KEY.
           03 WS-GROUP-PAY-TYPE            PIC X(1).
           03 WS-GROUP-BRANCH              PIC X(2).
           03 WS-GROUP-FINE-TYPE           PIC X(1).
      *> One journal entry - a debit line and a credit line for
      *> the same amount - as WRITE-JOURNAL-ENTRY takes it.
       01  WS-ENTRY-DEBIT-ACCT             PIC X(16).
       01  WS-ENTRY-CREDIT-ACCT            PIC X(16).
       01  WS-ENTRY-BRANCH                 PIC X(2).
       01  WS-ENTRY-CODE                   PIC X(2).
       01  WS-ENTRY-DESC                   PIC X(20).
       01  WS-ENTRY-AMOUNT                 PIC 9(9)V99.
      *> GL account numbers, loaded from GLAccount at startup.
       01  WS-ACCT-CASH                    PIC X(16).
       01  WS-ACCT-REV-DAILY               PIC X(16).
       01  WS-ACCT-REV-LOST                PIC X(16).
       01  WS-ACCT-REV-DAMAGE              PIC X(16).
       01  WS-ACCT-BUREAU-AR               PIC X(16).
       01  WS-ACCT-PATRON-AR               PIC X(16).
       01  WS-ACCT-ALLOWANCE               PIC X(16).
       01  WS-ACCT-OVER-SHORT              PIC X(16).
       01  WS-ACCT-LOST-REVERSAL           PIC X(16).

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
         EXEC SQL INCLUDE Payment END-EXEC.
         EXEC SQL INCLUDE DrawCls END-EXEC.
         EXEC SQL INCLUDE Operator END-EXEC.
         EXEC SQL INCLUDE GlAcct END-EXEC.
         EXEC SQL INCLUDE GlBatch END-EXEC.
         EXEC SQL INCLUDE JobLog END-EXEC.
      *> Business-date parameter card (SYSIN).
      *> cols 1-8  business date YYYYMMDD (blank = today)
      *> col  9    'U' = unattended (no operator prompt at EOJ)
         01  WS-DATE-CARD.
             03 WS-BUSINESS-DATE           PIC X(8).
             03 WS-DATE-RUN-MODE           PIC X.
             03 FILLER                     PIC X(71).
         01  WS-ROW-COUNT                  PIC S9(4) COMP-5 VALUE 0.
         01  WS-TODAY                      PIC X(8).
       EXEC SQL END DECLARE SECTION END-EXEC.

      *> Every operator who took money or waived a fine on the
      *> business date but has no drawer close for it yet.
       EXEC SQL
             DECLARE CSR-OPEN-DRAWERS CURSOR FOR SELECT DISTINCT
                   A.UserID
             FROM  Payment A
             WHERE (A.PayDate = :WS-BUSINESS-DATE)
               AND (A.PayType IN ('P', 'W'))
               AND NOT EXISTS
                   (SELECT B.UserID
                      FROM DrawerClose B
                     WHERE B.CloseDate = A.PayDate
                       AND B.UserID = A.UserID)
             ORDER BY A.UserID
       END-EXEC.

      *> Rows posted before BranchID/FineType existed carry
      *> NULL - no branch, and a daily fine.
       EXEC SQL
             DECLARE CSR-DAY-PAYMENTS CURSOR FOR SELECT
                   PayAmount
                  ,PayType
                  ,COALESCE(BranchID, '  ')
                  ,COALESCE(FineType, 'D')
             FROM  Payment
             WHERE (PayDate = :WS-BUSINESS-DATE)
               AND (PayType IN ('P', 'B', 'W', 'X', 'A'))
             ORDER BY PayType
                     ,COALESCE(BranchID, '  ')
                     ,COALESCE(FineType, 'D')
       END-EXEC.

      *> A drawer whose operator is missing from the master (or
      *> has no home branch) nets into the no-branch line.
       EXEC SQL
             DECLARE CSR-DAY-DRAWERS CURSOR FOR SELECT
                   A.OverShort
                  ,COALESCE(B.BranchID, '  ')
             FROM  DrawerClose A
                   LEFT OUTER JOIN Operator B
                   ON A.UserID = B.UserID
             WHERE (A.CloseDate = :WS-BUSINESS-DATE)
             ORDER BY COALESCE(B.BranchID, '  ')
       END-EXEC.

       PROCEDURE DIVISION.
       RUN-START.
           EXEC SQL
               WHENEVER SQLERROR PERFORM OpenESQL-Error
           END-EXEC
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY
           PERFORM READ-DATE-CARD
           PERFORM CONNECT-TO-DATABASE
           PERFORM WRITE-RUNLOG-START
           DISPLAY 'GLPOST: GENERAL LEDGER JOURNAL FOR '
                   WS-BUSINESS-DATE
           PERFORM CHECK-POSTING-ALLOWED
              THRU CHECK-POSTING-ALLOWED-EXIT
           IF WS-RUN-BLOCKED
               PERFORM REFUSE-RUN
           END-IF
           OPEN OUTPUT GL-JOURNAL-FILE
           PERFORM WRITE-HEADER-RECORD
           PERFORM JOURNAL-PAYMENTS
           PERFORM JOURNAL-OVER-SHORT
           PERFORM WRITE-TRAILER-RECORD
           CLOSE GL-JOURNAL-FILE
           IF WS-DEBIT-TOTAL NOT = WS-CREDIT-TOTAL
               PERFORM OUT-OF-BALANCE
           END-IF
           PERFORM WRITE-BATCH-ROW
           PERFORM SHUT-DOWN
           .
       READ-DATE-CARD.
           MOVE SPACES TO WS-DATE-CARD
           ACCEPT WS-DATE-CARD FROM SYSIN
           IF WS-BUSINESS-DATE = SPACES
               MOVE WS-TODAY TO WS-BUSINESS-DATE
           END-IF
           MOVE WS-DATE-RUN-MODE TO WS-RUN-MODE
           .
       CONNECT-TO-DATABASE.
           EXEC SQL
               CONNECT TO 'Library'
           END-EXEC
           .
      *> Everything that stops a posting is checked before the
      *> GLJRNL file is opened, so a refused run leaves no
      *> partial file behind for the city's import to pick up.
       CHECK-POSTING-ALLOWED.
           EXEC SQL
               SELECT COUNT(*)
                 INTO :WS-ROW-COUNT
                 FROM GLBatch
                WHERE BusinessDate = :WS-BUSINESS-DATE
           END-EXEC
           IF WS-ROW-COUNT NOT = 0
               DISPLAY 'GLPOST: ' WS-BUSINESS-DATE
                       ' IS ALREADY POSTED TO THE LEDGER'
               MOVE 'Y' TO WS-BLOCK-SWITCH
               MOVE 'BUSINESS DATE ALREADY POSTED'
                 TO WS-BLOCK-REASON
               GO TO CHECK-POSTING-ALLOWED-EXIT
           END-IF

           PERFORM CHECK-DRAWERS-CLOSED
           IF WS-OPEN-DRAWER-COUNT NOT = 0
               MOVE 'Y' TO WS-BLOCK-SWITCH
               MOVE SPACES TO WS-BLOCK-REASON
               STRING WS-OPEN-DRAWER-COUNT DELIMITED BY SIZE
                      ' DRAWER(S) NOT CLOSED BY DRAWBAL'
                        DELIMITED BY SIZE
                 INTO WS-BLOCK-REASON
               GO TO CHECK-POSTING-ALLOWED-EXIT
           END-IF

           PERFORM LOAD-GL-ACCOUNTS
           .
       CHECK-POSTING-ALLOWED-EXIT.
           EXIT
           .
       CHECK-DRAWERS-CLOSED.
           MOVE 0 TO WS-OPEN-DRAWER-COUNT
           EXEC SQL
               OPEN CSR-OPEN-DRAWERS
           END-EXEC
           PERFORM UNTIL SQLSTATE >= "02000"
               EXEC SQL
                   FETCH CSR-OPEN-DRAWERS INTO
                       :Pay-UserID
               END-EXEC
               IF SQLSTATE < "02000"
                   ADD 1 TO WS-OPEN-DRAWER-COUNT
                   DISPLAY 'GLPOST: DRAWER FOR OPERATOR ' Pay-UserID
                           ' HAS NO DRAWBAL CLOSE FOR '
                           WS-BUSINESS-DATE
               END-IF
           END-PERFORM
           EXEC SQL
               CLOSE CSR-OPEN-DRAWERS
           END-EXEC
           .
       LOAD-GL-ACCOUNTS.
           MOVE 'CASH'     TO Gla-AcctKey
           PERFORM LOAD-ONE-ACCOUNT
           MOVE Gla-GLAccount TO WS-ACCT-CASH
           MOVE 'REVDAILY' TO Gla-AcctKey
           PERFORM LOAD-ONE-ACCOUNT
           MOVE Gla-GLAccount TO WS-ACCT-REV-DAILY
           MOVE 'REVLOST'  TO Gla-AcctKey
           PERFORM LOAD-ONE-ACCOUNT
           MOVE Gla-GLAccount TO WS-ACCT-REV-LOST
           MOVE 'REVDAMG'  TO Gla-AcctKey
           PERFORM LOAD-ONE-ACCOUNT
           MOVE Gla-GLAccount TO WS-ACCT-REV-DAMAGE
           MOVE 'BUREAUAR' TO Gla-AcctKey
           PERFORM LOAD-ONE-ACCOUNT
           MOVE Gla-GLAccount TO WS-ACCT-BUREAU-AR
           MOVE 'PATRONAR' TO Gla-AcctKey
           PERFORM LOAD-ONE-ACCOUNT
           MOVE Gla-GLAccount TO WS-ACCT-PATRON-AR
           MOVE 'ALLOWNCE' TO Gla-AcctKey
           PERFORM LOAD-ONE-ACCOUNT
           MOVE Gla-GLAccount TO WS-ACCT-ALLOWANCE
           MOVE 'OVERSHRT' TO Gla-AcctKey
           PERFORM LOAD-ONE-ACCOUNT
           MOVE Gla-GLAccount TO WS-ACCT-OVER-SHORT
           MOVE 'LOSTREV'  TO Gla-AcctKey
           PERFORM LOAD-ONE-ACCOUNT
           MOVE Gla-GLAccount TO WS-ACCT-LOST-REVERSAL
           .
      *> A missing or blank mapping is reported and blocks the
      *> run; every one is checked so a single run lists them
      *> all.
       LOAD-ONE-ACCOUNT.
           MOVE SPACES TO Gla-GLAccount
           EXEC SQL
               SELECT GLAccount
                 INTO :Gla-GLAccount:Gla-GLAccount-NULL
                 FROM GLAccount
                WHERE AcctKey = :Gla-AcctKey
           END-EXEC
           IF SQLCODE = 100 OR Gla-GLAccount-NULL < 0
               MOVE SPACES TO Gla-GLAccount
           END-IF
           IF Gla-GLAccount = SPACES
               DISPLAY 'GLPOST: NO GL ACCOUNT MAPPED FOR '
                       Gla-AcctKey
               MOVE 'Y' TO WS-BLOCK-SWITCH
               MOVE SPACES TO WS-BLOCK-REASON
               STRING 'NO GL ACCOUNT FOR ' DELIMITED BY SIZE
                      Gla-AcctKey DELIMITED BY SIZE
                 INTO WS-BLOCK-REASON
           END-IF
           .
       WRITE-HEADER-RECORD.
           MOVE SPACES                TO GL-HEADER-RECORD
           MOVE 'H'                   TO GLH-RECORD-TYPE
           MOVE 'LIB'                 TO GLH-SOURCE-SYSTEM
           MOVE WS-BUSINESS-DATE      TO GLH-BUSINESS-DATE
           MOVE WS-TODAY              TO GLH-CREATE-DATE
           MOVE FUNCTION CURRENT-DATE (9:6) TO GLH-CREATE-TIME
           MOVE 'LIBRARY DAILY REVENUE'
                                      TO GLH-BATCH-DESC
           WRITE GL-HEADER-RECORD
           .
      *> PayAmount is a character column ('999.99'), so the
      *> day's rows are fetched one at a time and summed with
      *> NUMVAL, as DRAWBAL does, breaking on the sort key.
       JOURNAL-PAYMENTS.
           MOVE 'Y' TO WS-FIRST-ROW-SWITCH
           MOVE 0 TO WS-GROUP-AMOUNT
           EXEC SQL
               OPEN CSR-DAY-PAYMENTS
           END-EXEC
           PERFORM UNTIL SQLSTATE >= "02000"
               EXEC SQL
                   FETCH CSR-DAY-PAYMENTS INTO
                       :Pay-PayAmount
                      ,:Pay-PayType
                      ,:Pay-BranchID
                      ,:Pay-FineType
               END-EXEC
               IF SQLSTATE < "02000"
                   PERFORM ADD-PAYMENT-ROW
               END-IF
           END-PERFORM
           EXEC SQL
               CLOSE CSR-DAY-PAYMENTS
           END-EXEC
           IF NOT WS-FIRST-ROW
               PERFORM POST-PAYMENT-GROUP
           END-IF
           .
       ADD-PAYMENT-ROW.
           MOVE Pay-PayType  TO WS-ROW-PAY-TYPE
           MOVE Pay-BranchID TO WS-ROW-BRANCH
           MOVE Pay-FineType TO WS-ROW-FINE-TYPE
           IF WS-FIRST-ROW
               MOVE 'N' TO WS-FIRST-ROW-SWITCH
               MOVE WS-ROW-KEY TO WS-GROUP-KEY
           END-IF
           IF WS-ROW-KEY NOT = WS-GROUP-KEY
               PERFORM POST-PAYMENT-GROUP
               MOVE WS-ROW-KEY TO WS-GROUP-KEY
               MOVE 0 TO WS-GROUP-AMOUNT
           END-IF
           ADD FUNCTION NUMVAL(Pay-PayAmount) TO WS-GROUP-AMOUNT
           ADD 1 TO WS-PAY-ROW-COUNT
           .
       POST-PAYMENT-GROUP.
           MOVE WS-GROUP-BRANCH TO WS-ENTRY-BRANCH
           MOVE WS-GROUP-AMOUNT TO WS-ENTRY-AMOUNT
           EVALUATE WS-GROUP-PAY-TYPE
               WHEN 'P'
                   MOVE WS-ACCT-CASH TO WS-ENTRY-DEBIT-ACCT
                   PERFORM SET-REVENUE-ACCOUNT
                   MOVE 'RC' TO WS-ENTRY-CODE
               WHEN 'B'
                   MOVE WS-ACCT-BUREAU-AR TO WS-ENTRY-DEBIT-ACCT
                   PERFORM SET-REVENUE-ACCOUNT
                   MOVE 'BC' TO WS-ENTRY-CODE
                   MOVE 'BUREAU COLLECTIONS' TO WS-ENTRY-DESC
               WHEN 'W'
                   MOVE WS-ACCT-ALLOWANCE TO WS-ENTRY-DEBIT-ACCT
                   MOVE WS-ACCT-PATRON-AR TO WS-ENTRY-CREDIT-ACCT
                   MOVE 'WO' TO WS-ENTRY-CODE
                   MOVE 'FINES WAIVED' TO WS-ENTRY-DESC
               WHEN 'A'
                   MOVE WS-ACCT-ALLOWANCE TO WS-ENTRY-DEBIT-ACCT
                   MOVE WS-ACCT-PATRON-AR TO WS-ENTRY-CREDIT-ACCT
                   MOVE 'WO' TO WS-ENTRY-CODE
                   MOVE 'CAMPAIGN FORGIVENESS' TO WS-ENTRY-DESC
               WHEN OTHER
                   MOVE WS-ACCT-LOST-REVERSAL TO WS-ENTRY-DEBIT-ACCT
                   MOVE WS-ACCT-PATRON-AR TO WS-ENTRY-CREDIT-ACCT
                   MOVE 'LR' TO WS-ENTRY-CODE
                   MOVE 'LOST BILLS REVERSED' TO WS-ENTRY-DESC
           END-EVALUATE
           PERFORM WRITE-JOURNAL-ENTRY
              THRU WRITE-JOURNAL-ENTRY-EXIT
           .
      *> Each charge type is revenue to its own account.
       SET-REVENUE-ACCOUNT.
           EVALUATE WS-GROUP-FINE-TYPE
               WHEN 'L'
                   MOVE WS-ACCT-REV-LOST TO WS-ENTRY-CREDIT-ACCT
                   MOVE 'LOST ITEM RECEIPTS' TO WS-ENTRY-DESC
               WHEN 'R'
                   MOVE WS-ACCT-REV-DAMAGE TO WS-ENTRY-CREDIT-ACCT
                   MOVE 'DAMAGE RECEIPTS' TO WS-ENTRY-DESC
               WHEN OTHER
                   MOVE WS-ACCT-REV-DAILY TO WS-ENTRY-CREDIT-ACCT
                   MOVE 'FINE RECEIPTS' TO WS-ENTRY-DESC
           END-EVALUATE
           .
      *> DrawerClose.OverShort is signed ('-000001.50' =
      *> short); the day's drawers are netted per branch and
      *> only a non-zero net is posted.
       JOURNAL-OVER-SHORT.
           MOVE 'Y' TO WS-FIRST-ROW-SWITCH
           MOVE 0 TO WS-GROUP-AMOUNT
           EXEC SQL
               OPEN CSR-DAY-DRAWERS
           END-EXEC
           PERFORM UNTIL SQLSTATE >= "02000"
               EXEC SQL
                   FETCH CSR-DAY-DRAWERS INTO
                       :Drw-OverShort
                      ,:Oper-BranchID
               END-EXEC
               IF SQLSTATE < "02000"
                   PERFORM ADD-DRAWER-ROW
               END-IF
           END-PERFORM
           EXEC SQL
               CLOSE CSR-DAY-DRAWERS
           END-EXEC
           IF NOT WS-FIRST-ROW
               PERFORM POST-OVER-SHORT THRU POST-OVER-SHORT-EXIT
           END-IF
           .
       ADD-DRAWER-ROW.
           IF WS-FIRST-ROW
               MOVE 'N' TO WS-FIRST-ROW-SWITCH
               MOVE Oper-BranchID TO WS-GROUP-BRANCH
           END-IF
           IF Oper-BranchID NOT = WS-GROUP-BRANCH
               PERFORM POST-OVER-SHORT THRU POST-OVER-SHORT-EXIT
               MOVE Oper-BranchID TO WS-GROUP-BRANCH
               MOVE 0 TO WS-GROUP-AMOUNT
           END-IF
           COMPUTE WS-ROW-AMOUNT = FUNCTION NUMVAL(Drw-OverShort)
           ADD WS-ROW-AMOUNT TO WS-GROUP-AMOUNT
           ADD 1 TO WS-DRAWER-ROW-COUNT
           .
       POST-OVER-SHORT.
           IF WS-GROUP-AMOUNT = 0
               GO TO POST-OVER-SHORT-EXIT
           END-IF
           MOVE WS-GROUP-BRANCH TO WS-ENTRY-BRANCH
           MOVE 'OS' TO WS-ENTRY-CODE
           IF WS-GROUP-AMOUNT > 0
               MOVE WS-ACCT-CASH       TO WS-ENTRY-DEBIT-ACCT
               MOVE WS-ACCT-OVER-SHORT TO WS-ENTRY-CREDIT-ACCT
               MOVE 'CASH OVER' TO WS-ENTRY-DESC
               MOVE WS-GROUP-AMOUNT TO WS-ENTRY-AMOUNT
           ELSE
               MOVE WS-ACCT-OVER-SHORT TO WS-ENTRY-DEBIT-ACCT
               MOVE WS-ACCT-CASH       TO WS-ENTRY-CREDIT-ACCT
               MOVE 'CASH SHORT' TO WS-ENTRY-DESC
               COMPUTE WS-ENTRY-AMOUNT = 0 - WS-GROUP-AMOUNT
           END-IF
           PERFORM WRITE-JOURNAL-ENTRY
              THRU WRITE-JOURNAL-ENTRY-EXIT
           .
       POST-OVER-SHORT-EXIT.
           EXIT
           .
      *> One entry is always a debit line and a credit line for
      *> the same amount, so the file balances line by line;
      *> the trailer check is there for anything that slips.
       WRITE-JOURNAL-ENTRY.
           IF WS-ENTRY-AMOUNT = 0
               GO TO WRITE-JOURNAL-ENTRY-EXIT
           END-IF
           MOVE SPACES                TO GL-DETAIL-RECORD
           MOVE 'D'                   TO GLD-RECORD-TYPE
           MOVE 'LIB'                 TO GLD-SOURCE-SYSTEM
           MOVE WS-BUSINESS-DATE      TO GLD-BUSINESS-DATE
           MOVE WS-ENTRY-BRANCH       TO GLD-COST-CENTER
           MOVE WS-ENTRY-AMOUNT       TO GLD-AMOUNT
           MOVE WS-ENTRY-CODE         TO GLD-ENTRY-CODE
           MOVE WS-ENTRY-DESC         TO GLD-DESCRIPTION

           ADD 1 TO WS-LINE-COUNT
           MOVE WS-LINE-COUNT         TO GLD-LINE-NUMBER
           MOVE WS-ENTRY-DEBIT-ACCT   TO GLD-ACCOUNT
           MOVE 'D'                   TO GLD-DEBIT-CREDIT
           WRITE GL-DETAIL-RECORD
           ADD WS-ENTRY-AMOUNT TO WS-DEBIT-TOTAL

           ADD 1 TO WS-LINE-COUNT
           MOVE WS-LINE-COUNT         TO GLD-LINE-NUMBER
           MOVE WS-ENTRY-CREDIT-ACCT  TO GLD-ACCOUNT
           MOVE 'C'                   TO GLD-DEBIT-CREDIT
           WRITE GL-DETAIL-RECORD
           ADD WS-ENTRY-AMOUNT TO WS-CREDIT-TOTAL

           MOVE WS-ENTRY-AMOUNT TO WS-AMOUNT-EDIT
           DISPLAY 'GLPOST: ' WS-ENTRY-CODE ' BRANCH '
                   WS-ENTRY-BRANCH ' ' WS-ENTRY-DESC ' '
                   WS-AMOUNT-EDIT
           .
       WRITE-JOURNAL-ENTRY-EXIT.
           EXIT
           .
       WRITE-TRAILER-RECORD.
           MOVE SPACES                TO GL-TRAILER-RECORD
           MOVE 'T'                   TO GLT-RECORD-TYPE
           MOVE 'LIB'                 TO GLT-SOURCE-SYSTEM
           MOVE WS-BUSINESS-DATE      TO GLT-BUSINESS-DATE
           MOVE WS-LINE-COUNT         TO GLT-LINE-COUNT
           MOVE WS-DEBIT-TOTAL        TO GLT-DEBIT-TOTAL
           MOVE WS-CREDIT-TOTAL       TO GLT-CREDIT-TOTAL
           WRITE GL-TRAILER-RECORD
           .
      *> The batch row is what keeps the date from being
      *> posted again - it goes on only once the file is
      *> complete and balanced.
       WRITE-BATCH-ROW.
           MOVE WS-BUSINESS-DATE      TO Glb-BusinessDate
           MOVE WS-TODAY              TO Glb-PostDate
           MOVE FUNCTION CURRENT-DATE (9:6) TO Glb-PostTime
           MOVE WS-LINE-COUNT         TO Glb-LineCount
           MOVE WS-DEBIT-TOTAL        TO WS-AMOUNT-EDIT
           MOVE WS-AMOUNT-EDIT        TO Glb-DebitTotal
           MOVE WS-CREDIT-TOTAL       TO WS-AMOUNT-EDIT
           MOVE WS-AMOUNT-EDIT        TO Glb-CreditTotal
           EXEC SQL
               INSERT INTO GLBatch
                     ( BusinessDate, PostDate, PostTime
                     , LineCount, DebitTotal, CreditTotal )
               VALUES ( :Glb-BusinessDate, :Glb-PostDate
                      , :Glb-PostTime, :Glb-LineCount
                      , :Glb-DebitTotal, :Glb-CreditTotal )
           END-EXEC
           EXEC SQL COMMIT END-EXEC
           .
      *> Totals that do not agree mean the file must not reach
      *> the city - no GLBatch row goes on, so the date can be
      *> posted again once the cause is found, and the run log
      *> shows the run as failed.
       OUT-OF-BALANCE.
           MOVE WS-DEBIT-TOTAL TO WS-TOTAL-EDIT
           DISPLAY 'GLPOST: ** OUT OF BALANCE - DEBITS  '
                   WS-TOTAL-EDIT
           MOVE WS-CREDIT-TOTAL TO WS-TOTAL-EDIT
           DISPLAY 'GLPOST: **                  CREDITS '
                   WS-TOTAL-EDIT
           DISPLAY 'GLPOST: ** GLJRNL FOR ' WS-BUSINESS-DATE
                   ' MUST NOT BE SENT'
           MOVE FUNCTION CURRENT-DATE (9:6) TO Jlog-EndTime
           MOVE 'F' TO Jlog-RunStatus
           MOVE 'OUT OF BALANCE - NOT POSTED' TO Jlog-RunCounters
           PERFORM UPDATE-RUNLOG-ROW
           EXEC SQL DISCONNECT CURRENT END-EXEC
           STOP RUN
           .
      *> A refused run is closed out on the run log as 'B'
      *> (blocked) with the reason, as STRMCHK does for the
      *> stream's own refusals.
       REFUSE-RUN.
           DISPLAY 'GLPOST: RUN REFUSED - ' WS-BLOCK-REASON
           MOVE FUNCTION CURRENT-DATE (9:6) TO Jlog-EndTime
           MOVE 'B' TO Jlog-RunStatus
           MOVE SPACES TO Jlog-RunCounters
           STRING 'BLOCKED: ' DELIMITED BY SIZE
                  WS-BLOCK-REASON DELIMITED BY SIZE
             INTO Jlog-RunCounters
           PERFORM UPDATE-RUNLOG-ROW
           EXEC SQL DISCONNECT CURRENT END-EXEC
           IF NOT UNATTENDED-RUN
               Display ' '
               Stop 'Press <CR> to terminate'
           END-IF
           STOP RUN
           .
       SHUT-DOWN.
           DISPLAY ' '
           DISPLAY 'GLPOST: ' WS-PAY-ROW-COUNT
                   ' PAYMENT ROW(S) JOURNALLED'
           DISPLAY 'GLPOST: ' WS-DRAWER-ROW-COUNT
                   ' DRAWER CLOSE(S) JOURNALLED'
           DISPLAY 'GLPOST: ' WS-LINE-COUNT ' JOURNAL LINE(S)'
           MOVE WS-DEBIT-TOTAL TO WS-TOTAL-EDIT
           DISPLAY 'GLPOST: DEBITS  ' WS-TOTAL-EDIT
           MOVE WS-CREDIT-TOTAL TO WS-TOTAL-EDIT
           DISPLAY 'GLPOST: CREDITS ' WS-TOTAL-EDIT
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
           MOVE 'GLPOST  ' TO Jlog-ProgramName
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
           MOVE WS-DEBIT-TOTAL TO WS-AMOUNT-EDIT
           STRING
               'DATE=' DELIMITED BY SIZE
               WS-BUSINESS-DATE DELIMITED BY SIZE
               ' LINES=' DELIMITED BY SIZE
               WS-LINE-COUNT DELIMITED BY SIZE
               ' DR=CR=' DELIMITED BY SIZE
               WS-AMOUNT-EDIT DELIMITED BY SIZE
             INTO Jlog-RunCounters
           PERFORM UPDATE-RUNLOG-ROW
           .
       UPDATE-RUNLOG-ROW.
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
