       IDENTIFICATION DIVISION.
       PROGRAM-ID. COLLRET.
      *> -------------------------------------------
      *> COLLRET - collection bureau return-file intake
      *> and reconciliation.  FINEXTR sends long-unpaid
      *> fines to the bureau on the COLLECT file, but
      *> nothing came back the other way: when the
      *> bureau collected, the Fine row stayed unpaid
      *> until somebody remembered to punch a FINEPAY
      *> card.  This job reads the bureau's periodic
      *> return file (COLLRET) and, for each record:
      *>   - matches it to the referred, still-unpaid
      *>     Fine row by the debt reference the bureau
      *>     was sent (patron, book/copy, fine date)
      *>   - posts any amount collected as a Payment
      *>     row of PayType 'B' (bureau) - not cash in
      *>     any drawer, so DRAWBAL leaves it out.  It
      *>     is dated the day it is posted here (the
      *>     bureau's report date goes on CollectRef), so
      *>     GLPOST picks it up with that night's journal,
      *>     and carries the fine's charge type and the
      *>     copy's branch for the revenue posting.  A
      *>     collection covering the balance closes the
      *>     Fine row; a partial one reduces FineAmount
      *>     the same way a short FINEPAY payment does
      *>   - on an uncollectable or recalled record,
      *>     sets Fine.ReferredFlag to 'U' or 'R' so
      *>     the debt is back with the library (still
      *>     owed, and FINEXTR will not refer it again)
      *>   - adds the collected amount and the bureau's
      *>     commission to the CollectRef ledger row
      *>     FINEXTR opened for the debt
      *> A record that does not match a referred Fine
      *> row, or that does not make sense, is captured
      *> to Suspense with its image and reason, the
      *> same as the card programs' rejects; it is
      *> corrected there and re-fed with '*RP'.
      *> The run ends with a reconciliation of every
      *> debt ever referred against what the bureau has
      *> reported on it: collected, commission, net
      *> due to the library, and what is still out.
      *> A single optional SYSIN card:
      *>     cols 1-3  '*RP' = re-feed the open Suspense
      *>               entries this program captured
      *>               instead of reading COLLRET
      *>     col  9    'U' = unattended (no operator
      *>               prompt at EOJ)
      *> -------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> Record sequential, fixed 100 bytes - the bureau
      *> writes its return file in the same framing it reads
      *> our COLLECT file in.
           SELECT BUREAU-RETURN-FILE ASSIGN TO 'COLLRET'
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  BUREAU-RETURN-FILE.
       01  BUREAU-RETURN-RECORD            PIC X(100).
       WORKING-STORAGE SECTION.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       01  MFSQLMESSAGETEXT                PIC X(250).

       01  WS-EOF-SWITCH                   PIC X VALUE 'N'.
           88 WS-EOF                       VALUE 'Y'.
       01  WS-REPRO-SWITCH                 PIC X VALUE 'N'.
           88 WS-REPROCESSING              VALUE 'Y'.
       01  WS-REJECT-SWITCH                PIC X VALUE 'N'.
           88 WS-RECORD-REJECTED           VALUE 'Y'.
       01  WS-AMOUNT-SWITCH                PIC X.
           88 AMOUNT-GOOD                  VALUE 'Y'.
      *> An amount off the bureau's file is '999.99' with the
      *> point written in, as FINEXTR sends it; blank reads as
      *> zero.  Checked a piece at a time before NUMVAL sees it.
       01  WS-AMOUNT-CHECK.
           03 WS-CHK-WHOLE                 PIC X(3).
           03 WS-CHK-POINT                 PIC X.
           03 WS-CHK-CENTS                 PIC X(2).
       01  WS-CHECKED-NUM                  PIC 9(3)V99.
       01  WS-COLLECTED-NUM                PIC 9(3)V99.
       01  WS-COMMISSION-NUM               PIC 9(3)V99.
       01  WS-BALANCE-NUM                  PIC 9(3)V99.
       01  WS-LEDGER-NUM                   PIC 9(3)V99.
       01  WS-AMOUNT-EDIT                  PIC 999.99.
       01  WS-READ-COUNT                   PIC 9(5) VALUE 0.
       01  WS-COLLECT-COUNT                PIC 9(5) VALUE 0.
       01  WS-PAIDUP-COUNT                 PIC 9(5) VALUE 0.
       01  WS-UNCOLL-COUNT                 PIC 9(5) VALUE 0.
       01  WS-RECALL-COUNT                 PIC 9(5) VALUE 0.
       01  WS-REJECT-COUNT                 PIC 9(5) VALUE 0.
       01  WS-RUN-COLLECTED                PIC 9(7)V99 VALUE 0.
       01  WS-RUN-COMMISSION               PIC 9(7)V99 VALUE 0.
       01  WS-SUSP-NEXT-NUM                PIC 9(6) VALUE 0.
      *> Reconciliation totals.
       01  WS-REC-REFER-COUNT              PIC 9(5) VALUE 0.
       01  WS-REC-OPEN-COUNT               PIC 9(5) VALUE 0.
       01  WS-REC-PAID-COUNT               PIC 9(5) VALUE 0.
       01  WS-REC-UNCOLL-COUNT             PIC 9(5) VALUE 0.
       01  WS-REC-RECALL-COUNT             PIC 9(5) VALUE 0.
       01  WS-REC-SILENT-COUNT             PIC 9(5) VALUE 0.
       01  WS-REC-REFER-TOTAL              PIC 9(7)V99 VALUE 0.
       01  WS-REC-COLLECT-TOTAL            PIC 9(7)V99 VALUE 0.
       01  WS-REC-COMM-TOTAL               PIC 9(7)V99 VALUE 0.
       01  WS-REC-NET-TOTAL                PIC S9(7)V99 VALUE 0.
       01  WS-REC-OPEN-TOTAL               PIC 9(7)V99 VALUE 0.
       01  WS-REC-UNCOLL-TOTAL             PIC 9(7)V99 VALUE 0.
       01  WS-REC-RECALL-TOTAL             PIC 9(7)V99 VALUE 0.
       01  WS-REC-REFER-NUM                PIC 9(3)V99.
       01  WS-REC-COLLECT-NUM              PIC 9(3)V99.
       01  WS-REC-COMM-NUM                 PIC 9(3)V99.
       01  WS-REC-OUT-NUM                  PIC S9(3)V99.
       01  WS-REC-OUT-EDIT                 PIC -999.99.
       01  WS-REC-STATUS-TEXT              PIC X(13).
       01  WS-TOTAL-EDIT                   PIC 9999999.99.
       01  WS-SIGNED-TOTAL-EDIT            PIC -9999999.99.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
         EXEC SQL INCLUDE Fine END-EXEC.
         EXEC SQL INCLUDE CollRef END-EXEC.
         EXEC SQL INCLUDE Payment END-EXEC.
         EXEC SQL INCLUDE Suspense END-EXEC.
         EXEC SQL INCLUDE JobLog END-EXEC.
         01  WS-PROGRAM-NAME               PIC X(8) VALUE 'COLLRET'.
         01  WS-TODAY                      PIC X(8).
         01  WS-REPORT-DATE                PIC X(8).
         01  WS-BOOK-BRANCH                PIC X(2).
         01  WS-BOOK-BRANCH-NULL           PIC S9(04) COMP-5.
         01  WS-ROW-COUNT                  PIC S9(4) COMP-5 VALUE 0.
         01  WS-MAX-SUSP                   PIC X(6).
         01  WS-MAX-SUSP-NULL              PIC S9(04) COMP-5.
      *> Bureau return record, fixed 100 bytes:
      *>   cols  1- 2  record code 'R2' (the widened-key
      *>               layout, as on the COLLECT 'C2')
      *>   cols  3- 8  debtor (PatronNumber)
      *>   cols  9-14  BookID        } the debt reference
      *>   cols 15-16  CopyNumber    } FINEXTR sent
      *>   cols 17-24  fine date     }
      *>   col  25     action: C = collected (part or all)
      *>                       U = returned uncollectable
      *>                       R = recalled / closed back
      *>   cols 26-31  amount collected this period,
      *>               '999.99' (may ride on a U or R
      *>               record that closes a part-paid
      *>               debt)
      *>   cols 32-37  bureau commission on it, '999.99'
      *>   cols 38-45  bureau report date YYYYMMDD
      *>   cols 46-57  bureau's own account reference
         01  WS-RETURN-RECORD.
             03 RET-RECORD-CODE            PIC X(2).
             03 RET-PATRON-NUMBER          PIC X(6).
             03 RET-BOOKID                 PIC X(6).
             03 RET-COPY-NUMBER            PIC X(2).
             03 RET-FINE-DATE              PIC X(8).
             03 RET-ACTION                 PIC X.
                88 RET-COLLECTED           VALUE 'C'.
                88 RET-UNCOLLECTABLE       VALUE 'U'.
                88 RET-RECALLED            VALUE 'R'.
             03 RET-COLLECTED-AMOUNT       PIC X(6).
             03 RET-COMMISSION-AMOUNT      PIC X(6).
             03 RET-REPORT-DATE            PIC X(8).
             03 RET-BUREAU-REF             PIC X(12).
             03 FILLER                     PIC X(43).
      *> Run parameter card (SYSIN, optional).
         01  WS-PARM-CARD.
             03 WS-PARM-REPROCESS          PIC X(3).
             03 FILLER                     PIC X(5).
             03 WS-RUN-MODE                PIC X.
                88 UNATTENDED-RUN          VALUE 'U'.
             03 FILLER                     PIC X(71).
       EXEC SQL END DECLARE SECTION END-EXEC.

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
             DECLARE CSR-RECONCILE CURSOR FOR SELECT
                   PatronNumber
                  ,BookID
                  ,CopyNumber
                  ,FineDate
                  ,ReferDate
                  ,ReferAmount
                  ,CollectedAmt
                  ,CommissionAmt
                  ,LastReportDate
                  ,Status
             FROM  CollectRef
             ORDER BY ReferDate, PatronNumber, BookID, CopyNumber
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
               PERFORM READ-RETURN-FILE
           END-IF
           PERFORM PRINT-RECONCILIATION
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
       READ-RETURN-FILE.
           DISPLAY 'COLLRET: POSTING COLLECTION BUREAU RETURNS'
           OPEN INPUT BUREAU-RETURN-FILE
           PERFORM READ-RETURN-RECORD
           PERFORM UNTIL WS-EOF
               ADD 1 TO WS-READ-COUNT
               PERFORM PROCESS-RETURN THRU PROCESS-RETURN-EXIT
               PERFORM READ-RETURN-RECORD
           END-PERFORM
           CLOSE BUREAU-RETURN-FILE
           .
       READ-RETURN-RECORD.
           READ BUREAU-RETURN-FILE INTO WS-RETURN-RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ
           .
       PROCESS-RETURN.
           MOVE 'N' TO WS-REJECT-SWITCH

           IF RET-RECORD-CODE NOT = 'R2'
               DISPLAY 'COLLRET: RECORD CODE ' RET-RECORD-CODE
                       ' NOT RECOGNIZED - REJECTED'
               MOVE 'UNRECOGNIZED RECORD CODE' TO Susp-RejectReason
               PERFORM NOTE-RETURN-REJECT
               GO TO PROCESS-RETURN-EXIT
           END-IF

           IF NOT RET-COLLECTED AND NOT RET-UNCOLLECTABLE
              AND NOT RET-RECALLED
               DISPLAY 'COLLRET: PATRON ' RET-PATRON-NUMBER ' BOOK '
                       RET-BOOKID ' - UNRECOGNIZED ACTION '
                       RET-ACTION ' - REJECTED'
               MOVE 'UNRECOGNIZED ACTION CODE' TO Susp-RejectReason
               PERFORM NOTE-RETURN-REJECT
               GO TO PROCESS-RETURN-EXIT
           END-IF

           MOVE RET-COLLECTED-AMOUNT TO WS-AMOUNT-CHECK
           PERFORM CHECK-AMOUNT
           MOVE WS-CHECKED-NUM TO WS-COLLECTED-NUM
           IF AMOUNT-GOOD
               MOVE RET-COMMISSION-AMOUNT TO WS-AMOUNT-CHECK
               PERFORM CHECK-AMOUNT
               MOVE WS-CHECKED-NUM TO WS-COMMISSION-NUM
           END-IF
           IF NOT AMOUNT-GOOD
               DISPLAY 'COLLRET: PATRON ' RET-PATRON-NUMBER ' BOOK '
                       RET-BOOKID ' - NON-NUMERIC AMOUNT - REJECTED'
               MOVE 'NON-NUMERIC AMOUNT' TO Susp-RejectReason
               PERFORM NOTE-RETURN-REJECT
               GO TO PROCESS-RETURN-EXIT
           END-IF

           IF RET-COLLECTED AND WS-COLLECTED-NUM = 0
               DISPLAY 'COLLRET: PATRON ' RET-PATRON-NUMBER ' BOOK '
                       RET-BOOKID ' - COLLECTION OF ZERO - REJECTED'
               MOVE 'ZERO AMOUNT COLLECTED' TO Susp-RejectReason
               PERFORM NOTE-RETURN-REJECT
               GO TO PROCESS-RETURN-EXIT
           END-IF

           IF WS-COMMISSION-NUM > WS-COLLECTED-NUM
               DISPLAY 'COLLRET: PATRON ' RET-PATRON-NUMBER ' BOOK '
                       RET-BOOKID ' - COMMISSION OVER THE AMOUNT'
                       ' COLLECTED - REJECTED'
               MOVE 'COMMISSION EXCEEDS COLLECTED' TO Susp-RejectReason
               PERFORM NOTE-RETURN-REJECT
               GO TO PROCESS-RETURN-EXIT
           END-IF

      *> The bureau knows a debt only by the reference FINEXTR
      *> put on the COLLECT record - patron, book/copy and the
      *> fine date - which carries no charge type.  A daily fine
      *> and a damage charge dated the same day on one copy
      *> would both answer to it; that is left for a person to
      *> sort out rather than guessed at.
           EXEC SQL
               SELECT COUNT(*)
                 INTO :WS-ROW-COUNT
                 FROM Fine
                WHERE PatronNumber = :RET-PATRON-NUMBER
                  AND BookID = :RET-BOOKID
                  AND CopyNumber = :RET-COPY-NUMBER
                  AND FineDate = :RET-FINE-DATE
                  AND PaidFlag = 'N'
                  AND ReferredFlag = 'Y'
           END-EXEC
           IF WS-ROW-COUNT = 0
               DISPLAY 'COLLRET: NO REFERRED FINE ON FILE FOR PATRON '
                       RET-PATRON-NUMBER ' BOOK ' RET-BOOKID
                       ' COPY ' RET-COPY-NUMBER ' OF ' RET-FINE-DATE
                       ' - REJECTED'
               MOVE 'NO REFERRED FINE ON FILE' TO Susp-RejectReason
               PERFORM NOTE-RETURN-REJECT
               GO TO PROCESS-RETURN-EXIT
           END-IF
           IF WS-ROW-COUNT > 1
               DISPLAY 'COLLRET: PATRON ' RET-PATRON-NUMBER ' BOOK '
                       RET-BOOKID ' - MORE THAN ONE REFERRED FINE'
                       ' OF ' RET-FINE-DATE ' - REJECTED'
               MOVE 'AMBIGUOUS DEBT REFERENCE' TO Susp-RejectReason
               PERFORM NOTE-RETURN-REJECT
               GO TO PROCESS-RETURN-EXIT
           END-IF

           MOVE SPACES TO Fine-FineAmount Fine-FineType
           EXEC SQL
               SELECT FineAmount, FineType
                 INTO :Fine-FineAmount
                     ,:Fine-FineType:Fine-FineType-NULL
                 FROM Fine
                WHERE PatronNumber = :RET-PATRON-NUMBER
                  AND BookID = :RET-BOOKID
                  AND CopyNumber = :RET-COPY-NUMBER
                  AND FineDate = :RET-FINE-DATE
                  AND PaidFlag = 'N'
                  AND ReferredFlag = 'Y'
           END-EXEC
           IF Fine-FineType-NULL < 0
               MOVE SPACES TO Fine-FineType
           END-IF
           MOVE FUNCTION NUMVAL(Fine-FineAmount) TO WS-BALANCE-NUM

      *> The bureau cannot have collected more than was owed -
      *> an over-collection is a keying error on one side or
      *> the other, and the money has to be accounted for by a
      *> person, not silently dropped.
           IF WS-COLLECTED-NUM > WS-BALANCE-NUM
               MOVE WS-COLLECTED-NUM TO WS-AMOUNT-EDIT
               DISPLAY 'COLLRET: PATRON ' RET-PATRON-NUMBER ' BOOK '
                       RET-BOOKID ' - COLLECTED ' WS-AMOUNT-EDIT
                       ' AGAINST A BALANCE OF ' Fine-FineAmount
                       ' - REJECTED'
               MOVE 'COLLECTED EXCEEDS BALANCE' TO Susp-RejectReason
               PERFORM NOTE-RETURN-REJECT
               GO TO PROCESS-RETURN-EXIT
           END-IF

           MOVE RET-REPORT-DATE TO WS-REPORT-DATE
           IF WS-REPORT-DATE = SPACES
               MOVE WS-TODAY TO WS-REPORT-DATE
           END-IF

           PERFORM FIND-LEDGER-ROW

           IF WS-COLLECTED-NUM > 0
               PERFORM POST-COLLECTION
           END-IF

           IF (RET-UNCOLLECTABLE OR RET-RECALLED)
              AND WS-BALANCE-NUM > 0
               PERFORM POST-RETURNED-DEBT
           END-IF

           PERFORM UPDATE-LEDGER-ROW
           EXEC SQL COMMIT END-EXEC
           .
       PROCESS-RETURN-EXIT.
           EXIT
           .
       CHECK-AMOUNT.
           MOVE 'Y' TO WS-AMOUNT-SWITCH
           MOVE 0   TO WS-CHECKED-NUM
           IF WS-AMOUNT-CHECK = SPACES
               GO TO CHECK-AMOUNT-EXIT
           END-IF
           IF WS-CHK-WHOLE NOT NUMERIC
              OR WS-CHK-POINT NOT = '.'
              OR WS-CHK-CENTS NOT NUMERIC
               MOVE 'N' TO WS-AMOUNT-SWITCH
               GO TO CHECK-AMOUNT-EXIT
           END-IF
           MOVE FUNCTION NUMVAL(WS-AMOUNT-CHECK) TO WS-CHECKED-NUM
           .
       CHECK-AMOUNT-EXIT.
           EXIT
           .
      *> FINEXTR opens the ledger row when it refers the debt.
      *> A debt referred before the ledger existed has none, so
      *> one is opened here from the Fine row as it now stands
      *> (no referral date - it was not recorded at the time).
       FIND-LEDGER-ROW.
           EXEC SQL
               SELECT COUNT(*)
                 INTO :WS-ROW-COUNT
                 FROM CollectRef
                WHERE PatronNumber = :RET-PATRON-NUMBER
                  AND BookID = :RET-BOOKID
                  AND CopyNumber = :RET-COPY-NUMBER
                  AND FineDate = :RET-FINE-DATE
                  AND Status = 'O'
           END-EXEC
           IF WS-ROW-COUNT = 0
               MOVE RET-PATRON-NUMBER TO Cref-PatronNumber
               MOVE RET-BOOKID        TO Cref-BookID
               MOVE RET-COPY-NUMBER   TO Cref-CopyNumber
               MOVE RET-FINE-DATE     TO Cref-FineDate
               MOVE Fine-FineType     TO Cref-FineType
               MOVE SPACES            TO Cref-ReferDate
               MOVE Fine-FineAmount   TO Cref-ReferAmount
               MOVE '000.00'          TO Cref-CollectedAmt
               MOVE '000.00'          TO Cref-CommissionAmt
               MOVE SPACES            TO Cref-LastReportDate
               MOVE 'O'               TO Cref-Status
               EXEC SQL
                   INSERT INTO CollectRef
                         ( PatronNumber, BookID, CopyNumber
                         , FineDate, FineType, ReferDate
                         , ReferAmount, CollectedAmt
                         , CommissionAmt, LastReportDate, Status )
                   VALUES ( :Cref-PatronNumber, :Cref-BookID
                          , :Cref-CopyNumber, :Cref-FineDate
                          , :Cref-FineType, :Cref-ReferDate
                          , :Cref-ReferAmount, :Cref-CollectedAmt
                          , :Cref-CommissionAmt
                          , :Cref-LastReportDate, :Cref-Status )
               END-EXEC
               DISPLAY 'COLLRET: PATRON ' RET-PATRON-NUMBER ' BOOK '
                       RET-BOOKID ' - LEDGER ROW OPENED FOR AN'
                       ' EARLIER REFERRAL'
           END-IF

           EXEC SQL
               SELECT CollectedAmt, CommissionAmt
                 INTO :Cref-CollectedAmt, :Cref-CommissionAmt
                 FROM CollectRef
                WHERE PatronNumber = :RET-PATRON-NUMBER
                  AND BookID = :RET-BOOKID
                  AND CopyNumber = :RET-COPY-NUMBER
                  AND FineDate = :RET-FINE-DATE
                  AND Status = 'O'
           END-EXEC
           MOVE 'O' TO Cref-Status
           .
      *> The whole collected amount comes off the patron's debt
      *> - the patron paid it, whatever the bureau keeps.  The
      *> receipt is PayType 'B' under the job's own id, so it
      *> never lands in an operator's drawer total.
       POST-COLLECTION.
           IF WS-COLLECTED-NUM = WS-BALANCE-NUM
               PERFORM MARK-FINE-PAID
               MOVE 'P' TO Cref-Status
               MOVE 0 TO WS-BALANCE-NUM
               ADD 1 TO WS-PAIDUP-COUNT
               MOVE WS-COLLECTED-NUM TO WS-AMOUNT-EDIT
               DISPLAY 'COLLRET: PATRON ' RET-PATRON-NUMBER ' BOOK '
                       RET-BOOKID ' - ' WS-AMOUNT-EDIT
                       ' COLLECTED, DEBT PAID IN FULL'
           ELSE
               SUBTRACT WS-COLLECTED-NUM FROM WS-BALANCE-NUM
               MOVE WS-BALANCE-NUM TO WS-AMOUNT-EDIT
               MOVE WS-AMOUNT-EDIT TO Fine-FineAmount
               EXEC SQL
                   UPDATE Fine
                      SET FineAmount = :Fine-FineAmount
                    WHERE PatronNumber = :RET-PATRON-NUMBER
                      AND BookID = :RET-BOOKID
                      AND CopyNumber = :RET-COPY-NUMBER
                      AND FineDate = :RET-FINE-DATE
                      AND PaidFlag = 'N'
                      AND ReferredFlag = 'Y'
               END-EXEC
               MOVE WS-COLLECTED-NUM TO WS-AMOUNT-EDIT
               DISPLAY 'COLLRET: PATRON ' RET-PATRON-NUMBER ' BOOK '
                       RET-BOOKID ' - ' WS-AMOUNT-EDIT
                       ' COLLECTED, BALANCE ' Fine-FineAmount
                       ' STILL OWED'
           END-IF

           MOVE RET-PATRON-NUMBER     TO Pay-PatronNumber
           MOVE RET-BOOKID            TO Pay-BookID
           MOVE RET-COPY-NUMBER       TO Pay-CopyNumber
           MOVE WS-TODAY              TO Pay-PayDate
           MOVE WS-COLLECTED-NUM      TO WS-AMOUNT-EDIT
           MOVE WS-AMOUNT-EDIT        TO Pay-PayAmount
           MOVE 'B'                   TO Pay-PayType
           MOVE 'BC'                  TO Pay-ReasonCode
           MOVE WS-PROGRAM-NAME       TO Pay-UserID
           IF Fine-FineType = 'L' OR Fine-FineType = 'R'
               MOVE Fine-FineType     TO Pay-FineType
           ELSE
               MOVE 'D'               TO Pay-FineType
           END-IF

      *> No operator took this money, so the revenue goes to
      *> the branch that owns the copy.
           MOVE SPACES TO WS-BOOK-BRANCH
           EXEC SQL
               SELECT MAX(BranchID)
                 INTO :WS-BOOK-BRANCH:WS-BOOK-BRANCH-NULL
                 FROM Book
                WHERE BookID = :RET-BOOKID
                  AND CopyNumber = :RET-COPY-NUMBER
           END-EXEC
           IF WS-BOOK-BRANCH-NULL < 0
               MOVE SPACES TO WS-BOOK-BRANCH
           END-IF
           MOVE WS-BOOK-BRANCH        TO Pay-BranchID

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

           ADD 1 TO WS-COLLECT-COUNT
           ADD WS-COLLECTED-NUM  TO WS-RUN-COLLECTED
           ADD WS-COMMISSION-NUM TO WS-RUN-COMMISSION
           .
       MARK-FINE-PAID.
           EXEC SQL
               UPDATE Fine
                  SET PaidFlag = 'Y'
                WHERE PatronNumber = :RET-PATRON-NUMBER
                  AND BookID = :RET-BOOKID
                  AND CopyNumber = :RET-COPY-NUMBER
                  AND FineDate = :RET-FINE-DATE
                  AND PaidFlag = 'N'
                  AND ReferredFlag = 'Y'
           END-EXEC
           .
      *> The bureau has given up on the debt or handed it back.
      *> It is still owed, so the Fine row stays unpaid for the
      *> desk, but the flag moves off 'Y' so FINEXTR will not
      *> send it again and this job will not match it again.
       POST-RETURNED-DEBT.
           IF RET-UNCOLLECTABLE
               MOVE 'U' TO Fine-ReferredFlag
               ADD 1 TO WS-UNCOLL-COUNT
           ELSE
               MOVE 'R' TO Fine-ReferredFlag
               ADD 1 TO WS-RECALL-COUNT
           END-IF
           MOVE Fine-ReferredFlag TO Cref-Status
           EXEC SQL
               UPDATE Fine
                  SET ReferredFlag = :Fine-ReferredFlag
                WHERE PatronNumber = :RET-PATRON-NUMBER
                  AND BookID = :RET-BOOKID
                  AND CopyNumber = :RET-COPY-NUMBER
                  AND FineDate = :RET-FINE-DATE
                  AND PaidFlag = 'N'
                  AND ReferredFlag = 'Y'
           END-EXEC
           MOVE WS-BALANCE-NUM TO WS-AMOUNT-EDIT
           IF RET-UNCOLLECTABLE
               DISPLAY 'COLLRET: PATRON ' RET-PATRON-NUMBER ' BOOK '
                       RET-BOOKID ' - RETURNED UNCOLLECTABLE, '
                       WS-AMOUNT-EDIT ' BACK WITH THE LIBRARY'
           ELSE
               DISPLAY 'COLLRET: PATRON ' RET-PATRON-NUMBER ' BOOK '
                       RET-BOOKID ' - RECALLED, '
                       WS-AMOUNT-EDIT ' BACK WITH THE LIBRARY'
           END-IF
           .
       UPDATE-LEDGER-ROW.
           COMPUTE WS-LEDGER-NUM =
               FUNCTION NUMVAL(Cref-CollectedAmt) + WS-COLLECTED-NUM
           MOVE WS-LEDGER-NUM TO WS-AMOUNT-EDIT
           MOVE WS-AMOUNT-EDIT TO Cref-CollectedAmt
           COMPUTE WS-LEDGER-NUM =
               FUNCTION NUMVAL(Cref-CommissionAmt) + WS-COMMISSION-NUM
           MOVE WS-LEDGER-NUM TO WS-AMOUNT-EDIT
           MOVE WS-AMOUNT-EDIT TO Cref-CommissionAmt
           EXEC SQL
               UPDATE CollectRef
                  SET CollectedAmt   = :Cref-CollectedAmt
                     ,CommissionAmt  = :Cref-CommissionAmt
                     ,LastReportDate = :WS-REPORT-DATE
                     ,Status         = :Cref-Status
                WHERE PatronNumber = :RET-PATRON-NUMBER
                  AND BookID = :RET-BOOKID
                  AND CopyNumber = :RET-COPY-NUMBER
                  AND FineDate = :RET-FINE-DATE
                  AND Status = 'O'
           END-EXEC
           .
      *> A fresh reject is captured to Suspense with its record
      *> image; a reject during a reprocess run just refreshes
      *> the reason and date on the row being retried.  The
      *> caller has already set Susp-RejectReason.
       NOTE-RETURN-REJECT.
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
           EXEC SQL COMMIT END-EXEC
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
           MOVE WS-RETURN-RECORD   TO Susp-CardImage
           MOVE WS-TODAY           TO Susp-RejectDate
           MOVE WS-PROGRAM-NAME    TO Susp-UserID
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
           DISPLAY 'COLLRET: RECORD CAPTURED TO SUSPENSE AS '
                   Susp-SuspenseID
           .
      *> Re-feeds every open suspense record this program
      *> captured through PROCESS-RETURN; a clean post retires
      *> the row, a repeat failure leaves it open with a fresh
      *> reason.
       REPROCESS-SUSPENSE.
           DISPLAY 'COLLRET: REPROCESSING OPEN SUSPENSE RECORDS'
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
           MOVE Susp-CardImage TO WS-RETURN-RECORD
           ADD 1 TO WS-READ-COUNT
           PERFORM PROCESS-RETURN THRU PROCESS-RETURN-EXIT
           IF NOT WS-RECORD-REJECTED
               EXEC SQL
                   UPDATE Suspense
                      SET Status = 'C'
                    WHERE SuspenseID = :Susp-SuspenseID
               END-EXEC
               EXEC SQL COMMIT END-EXEC
               DISPLAY 'COLLRET: SUSPENSE ' Susp-SuspenseID
                       ' POSTED AND RETIRED'
           END-IF
           .
      *> -------------------------------------------
      *> Reconciliation - every debt on the ledger,
      *> oldest referral first, against what the
      *> bureau has reported on it.  NET is what the
      *> bureau owes the library once its commission
      *> is off; OUT is what is still to be collected
      *> (with the bureau on an open debt, back with
      *> the library on a returned or recalled one).
      *> -------------------------------------------
       PRINT-RECONCILIATION.
           DISPLAY ' '
           DISPLAY 'COLLRET: COLLECTION BUREAU RECONCILIATION - '
                   WS-TODAY
           DISPLAY ' '
           DISPLAY 'PATRON BOOK/CP   FINEDATE REFERRED REFER  COLLCT'
                   ' COMMIS    OUT STATUS        LAST RPT'
           EXEC SQL
               OPEN CSR-RECONCILE
           END-EXEC
           PERFORM UNTIL SQLSTATE >= "02000"
               EXEC SQL
                   FETCH CSR-RECONCILE INTO
                       :Cref-PatronNumber
                      ,:Cref-BookID
                      ,:Cref-CopyNumber
                      ,:Cref-FineDate
                      ,:Cref-ReferDate
                      ,:Cref-ReferAmount
                      ,:Cref-CollectedAmt
                      ,:Cref-CommissionAmt
                      ,:Cref-LastReportDate
                      ,:Cref-Status
               END-EXEC
               IF SQLSTATE < "02000"
                   PERFORM PRINT-LEDGER-LINE
               END-IF
           END-PERFORM
           EXEC SQL
               CLOSE CSR-RECONCILE
           END-EXEC
           PERFORM PRINT-RECONCILE-TOTALS
           .
       PRINT-LEDGER-LINE.
           MOVE FUNCTION NUMVAL(Cref-ReferAmount)   TO WS-REC-REFER-NUM
           MOVE FUNCTION NUMVAL(Cref-CollectedAmt)
             TO WS-REC-COLLECT-NUM
           MOVE FUNCTION NUMVAL(Cref-CommissionAmt) TO WS-REC-COMM-NUM
           COMPUTE WS-REC-OUT-NUM =
               WS-REC-REFER-NUM - WS-REC-COLLECT-NUM

           ADD 1 TO WS-REC-REFER-COUNT
           ADD WS-REC-REFER-NUM   TO WS-REC-REFER-TOTAL
           ADD WS-REC-COLLECT-NUM TO WS-REC-COLLECT-TOTAL
           ADD WS-REC-COMM-NUM    TO WS-REC-COMM-TOTAL

           EVALUATE Cref-Status
               WHEN 'P'
                   MOVE 'PAID IN FULL' TO WS-REC-STATUS-TEXT
                   MOVE 0 TO WS-REC-OUT-NUM
                   ADD 1 TO WS-REC-PAID-COUNT
               WHEN 'U'
                   MOVE 'UNCOLLECTABLE' TO WS-REC-STATUS-TEXT
                   ADD 1 TO WS-REC-UNCOLL-COUNT
                   ADD WS-REC-OUT-NUM TO WS-REC-UNCOLL-TOTAL
               WHEN 'R'
                   MOVE 'RECALLED' TO WS-REC-STATUS-TEXT
                   ADD 1 TO WS-REC-RECALL-COUNT
                   ADD WS-REC-OUT-NUM TO WS-REC-RECALL-TOTAL
               WHEN OTHER
                   MOVE 'WITH BUREAU' TO WS-REC-STATUS-TEXT
                   ADD 1 TO WS-REC-OPEN-COUNT
                   ADD WS-REC-OUT-NUM TO WS-REC-OPEN-TOTAL
                   IF Cref-LastReportDate = SPACES
                       MOVE 'NOT REPORTED' TO WS-REC-STATUS-TEXT
                       ADD 1 TO WS-REC-SILENT-COUNT
                   END-IF
           END-EVALUATE

           MOVE WS-REC-OUT-NUM TO WS-REC-OUT-EDIT
           DISPLAY Cref-PatronNumber ' ' Cref-BookID '/'
                   Cref-CopyNumber ' ' Cref-FineDate ' '
                   Cref-ReferDate ' ' Cref-ReferAmount ' '
                   Cref-CollectedAmt ' ' Cref-CommissionAmt
                   WS-REC-OUT-EDIT ' ' WS-REC-STATUS-TEXT ' '
                   Cref-LastReportDate
           .
       PRINT-RECONCILE-TOTALS.
           COMPUTE WS-REC-NET-TOTAL =
               WS-REC-COLLECT-TOTAL - WS-REC-COMM-TOTAL
           DISPLAY ' '
           MOVE WS-REC-REFER-TOTAL TO WS-TOTAL-EDIT
           DISPLAY '  DEBTS REFERRED:          ' WS-REC-REFER-COUNT
                   '  ' WS-TOTAL-EDIT
           MOVE WS-REC-COLLECT-TOTAL TO WS-TOTAL-EDIT
           DISPLAY '  COLLECTED BY BUREAU:            '
                   WS-TOTAL-EDIT
           MOVE WS-REC-COMM-TOTAL TO WS-TOTAL-EDIT
           DISPLAY '  BUREAU COMMISSION:              '
                   WS-TOTAL-EDIT
           MOVE WS-REC-NET-TOTAL TO WS-SIGNED-TOTAL-EDIT
           DISPLAY '  NET DUE TO THE LIBRARY:        '
                   WS-SIGNED-TOTAL-EDIT
           DISPLAY '  PAID IN FULL:            ' WS-REC-PAID-COUNT
           MOVE WS-REC-OPEN-TOTAL TO WS-TOTAL-EDIT
           DISPLAY '  STILL WITH THE BUREAU:   ' WS-REC-OPEN-COUNT
                   '  ' WS-TOTAL-EDIT
           DISPLAY '    OF WHICH NEVER REPORTED ON: '
                   WS-REC-SILENT-COUNT
           MOVE WS-REC-UNCOLL-TOTAL TO WS-TOTAL-EDIT
           DISPLAY '  RETURNED UNCOLLECTABLE:  ' WS-REC-UNCOLL-COUNT
                   '  ' WS-TOTAL-EDIT
           MOVE WS-REC-RECALL-TOTAL TO WS-TOTAL-EDIT
           DISPLAY '  RECALLED:                ' WS-REC-RECALL-COUNT
                   '  ' WS-TOTAL-EDIT
           .
       SHUT-DOWN.
           EXEC SQL COMMIT END-EXEC
           DISPLAY ' '
           DISPLAY 'COLLRET: ' WS-READ-COUNT ' RETURN RECORD(S) READ'
           MOVE WS-RUN-COLLECTED TO WS-TOTAL-EDIT
           DISPLAY 'COLLRET: ' WS-COLLECT-COUNT
                   ' COLLECTION(S) POSTED, ' WS-TOTAL-EDIT
           MOVE WS-RUN-COMMISSION TO WS-TOTAL-EDIT
           DISPLAY 'COLLRET: ' WS-TOTAL-EDIT
                   ' COMMISSION KEPT BY THE BUREAU'
           DISPLAY 'COLLRET: ' WS-PAIDUP-COUNT
                   ' DEBT(S) PAID IN FULL'
           DISPLAY 'COLLRET: ' WS-UNCOLL-COUNT
                   ' DEBT(S) RETURNED UNCOLLECTABLE'
           DISPLAY 'COLLRET: ' WS-RECALL-COUNT ' DEBT(S) RECALLED'
           DISPLAY 'COLLRET: ' WS-REJECT-COUNT
                   ' RECORD(S) REJECTED TO SUSPENSE'
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
           MOVE 'COLLRET ' TO Jlog-ProgramName
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
           MOVE WS-RUN-COLLECTED TO WS-TOTAL-EDIT
           STRING
               'COLL=' DELIMITED BY SIZE
               WS-COLLECT-COUNT DELIMITED BY SIZE
               ' UNC=' DELIMITED BY SIZE
               WS-UNCOLL-COUNT DELIMITED BY SIZE
               ' RCL=' DELIMITED BY SIZE
               WS-RECALL-COUNT DELIMITED BY SIZE
               ' REJ=' DELIMITED BY SIZE
               WS-REJECT-COUNT DELIMITED BY SIZE
               ' AMT=' DELIMITED BY SIZE
               WS-TOTAL-EDIT DELIMITED BY SIZE
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
