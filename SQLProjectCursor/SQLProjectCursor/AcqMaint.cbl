       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACQMAINT.
      *> -------------------------------------------
      *> ACQMAINT - card-driven acquisitions (the MAINT
      *> pattern).  The paper purchase order RESTOCK's
      *> reorder list used to turn into, and the AB
      *> cards keyed from every packing slip, move
      *> through these cards instead, one function
      *> code per card:
      *>     PO  place an order for one title with a
      *>         Publisher master row - quantity,
      *>         unit price, the branch the copies go
      *>         to and the SubjectCode fund it is
      *>         charged to (layout below)
      *>     RV  receive ONE copy against an order,
      *>         with the barcode stuck on it: the
      *>         Book row is created from the order
      *>         (next free CopyNumber, the order's
      *>         branch, ItemType and subject, unit
      *>         price as ReplacementCost).  A short
      *>         shipment is just fewer RV cards -
      *>         the order stays part-received
      *>     CN  cancel copies still outstanding on an
      *>         order (blank quantity = all of them)
      *>     AF  allocate (or re-allocate) a fiscal
      *>         year's BookFund for a SubjectCode -
      *>         needs a supervisor-role UserID
      *>     RP  reprocess open Suspense entries this
      *>         program captured
      *>     EJ  end of job ('U' in col 3 = unattended)
      *> Every card but RP/EJ carries a UserID that
      *> must be an active operator on the Operator
      *> master.  Rejected cards are captured to
      *> Suspense with the card image and reason, like
      *> MAINT's.  Gifts and donated copies with no
      *> order behind them still go on as MAINT AB
      *> cards.
      *> Orders are charged to the fiscal year they are
      *> placed in: the calendar year, or - when the
      *> FYSTART CircParm names a later starting month
      *> - the year the fiscal year ends in.  ACQRPT
      *> reports the open orders, the claims to make
      *> and the fund balances.
      *> -------------------------------------------
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       01  MFSQLMESSAGETEXT                PIC X(250).

       01  WS-EOF-SWITCH                   PIC X VALUE 'N'.
           88 WS-EOF                       VALUE 'Y'.
       01  WS-REPRO-SWITCH                 PIC X VALUE 'N'.
           88 WS-REPROCESSING              VALUE 'Y'.
       01  WS-REJECT-SWITCH                PIC X VALUE 'N'.
           88 WS-CARD-REJECTED             VALUE 'Y'.
       01  WS-SUSP-NEXT-NUM                PIC 9(6) VALUE 0.
       01  WS-ORDER-NEXT-NUM               PIC 9(6) VALUE 0.
       01  WS-RUN-MODE                     PIC X VALUE SPACE.
           88 UNATTENDED-RUN               VALUE 'U'.
       01  WS-ORDER-COUNT                  PIC 9(5) VALUE 0.
       01  WS-RECEIVE-COUNT                PIC 9(5) VALUE 0.
       01  WS-CANCEL-COUNT                 PIC 9(5) VALUE 0.
       01  WS-FUND-COUNT                   PIC 9(5) VALUE 0.
       01  WS-REJECT-COUNT                 PIC 9(5) VALUE 0.
       01  WS-OPER-SWITCH                  PIC X.
           88 OPERATOR-GOOD                VALUE 'Y'.
       01  WS-OPER-ROLE                    PIC X.
           88 SUPERVISOR-OPERATOR          VALUE 'S'.
       01  WS-PRICE-NUM                    PIC 9999V99.
       01  WS-PRICE-EDIT                   PIC 999.99.
       01  WS-ALLOC-NUM                    PIC 9(7)V99.
       01  WS-ALLOC-EDIT                   PIC 9999999.99.
       01  WS-QTY-ORDERED                  PIC 9(3).
       01  WS-QTY-RECEIVED                 PIC 9(3).
       01  WS-QTY-CANCELLED                PIC 9(3).
       01  WS-QTY-OUTSTANDING              PIC 9(3).
       01  WS-QTY-CANCEL                   PIC 9(3).
       01  WS-COPY-NUM                     PIC 9(3).
       01  WS-COPY-EDIT                    PIC 99.
      *> Days from order to expected delivery when the PO
      *> card leaves it blank - only the fallback when the
      *> ACQWAIT CircParm row is missing.
       01  WS-WAIT-DAYS                    PIC 9(3) VALUE 30.
      *> First month of the fiscal year - only the fallback
      *> when the FYSTART CircParm row is missing.
       01  WS-FY-START-MONTH               PIC 99 VALUE 1.
       01  WS-FISCAL-YEAR-NUM              PIC 9(4).
       01  WS-TODAY-MONTH                  PIC 99.
       01  WS-DATE-INT                     PIC 9(8).
       01  WS-EXPECT-NUM                   PIC 9(8).

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
         EXEC SQL INCLUDE PurchOrd END-EXEC.
         EXEC SQL INCLUDE PoRecv END-EXEC.
         EXEC SQL INCLUDE BookFund END-EXEC.
         EXEC SQL INCLUDE Book END-EXEC.
         EXEC SQL INCLUDE Publisher END-EXEC.
         EXEC SQL INCLUDE SubjCode END-EXEC.
         EXEC SQL INCLUDE ItemType END-EXEC.
         EXEC SQL INCLUDE Operator END-EXEC.
         EXEC SQL INCLUDE Suspense END-EXEC.
         EXEC SQL INCLUDE CircParm END-EXEC.
         EXEC SQL INCLUDE JobLog END-EXEC.
         01  WS-ROW-COUNT                  PIC S9(4) COMP-5 VALUE 0.
         01  WS-CHECK-USERID               PIC X(8).
         01  WS-TODAY                      PIC X(8).
         01  WS-FISCAL-YEAR                PIC X(4).
         01  WS-PROGRAM-NAME               PIC X(8) VALUE 'ACQMAINT'.
         01  WS-MAX-SUSP                   PIC X(6).
         01  WS-MAX-SUSP-NULL              PIC S9(04) COMP-5.
         01  WS-MAX-ORDER                  PIC X(6).
         01  WS-MAX-ORDER-NULL             PIC S9(04) COMP-5.
         01  WS-MAX-COPY                   PIC X(2).
         01  WS-MAX-COPY-NULL              PIC S9(04) COMP-5.

      *> Acquisitions transaction card - function code in
      *> cols 1-2, layout per function below.
         01  WS-ACQ-CARD.
             03 WS-ACQ-FUNCTION            PIC X(2).
                88 ACQ-PLACE-ORDER         VALUE 'PO'.
                88 ACQ-RECEIVE             VALUE 'RV'.
                88 ACQ-CANCEL              VALUE 'CN'.
                88 ACQ-ALLOCATE-FUND       VALUE 'AF'.
                88 ACQ-REPROCESS           VALUE 'RP'.
                88 ACQ-END-JOB             VALUE 'EJ'.
             03 WS-ACQ-REST                PIC X(98).

      *> cols  3- 6  PublisherID       cols  7-12 BookID
      *> cols 13-37  BookTitle         cols 38-50 BookAuthor
      *> cols 51-54  PublicationYear   cols 55-56 BranchID
      *> cols 57-59  SubjectCode fund  cols 60-61 ItemType
      *>             (blank = book-default treatment)
      *> cols 62-64  quantity ordered
      *> cols 65-70  unit price, 9999v99 with no decimal point
      *>             punched (at most 999.99, the Book
      *>             ReplacementCost format)
      *> cols 71-78  expected delivery YYYYMMDD (blank = the
      *>             ACQWAIT CircParm days from today)
      *> cols 79-86  UserID placing the order
      *> A reorder of a title already in the catalog may
      *> leave title/author/year blank - they are taken from
      *> the copies on file.
         01  WS-ORDER-CARD REDEFINES WS-ACQ-CARD.
             03 FILLER                     PIC X(2).
             03 OC-PUBLISHER-ID            PIC X(4).
             03 OC-BOOK-ID                 PIC X(6).
             03 OC-BOOK-TITLE              PIC X(25).
             03 OC-BOOK-AUTHOR             PIC X(13).
             03 OC-PUB-YEAR                PIC X(4).
             03 OC-BRANCH-ID               PIC X(2).
             03 OC-SUBJECT-CODE            PIC X(3).
             03 OC-ITEM-TYPE               PIC X(2).
             03 OC-QUANTITY                PIC X(3).
             03 OC-UNIT-PRICE              PIC X(6).
             03 OC-EXPECT-DATE             PIC X(8).
             03 OC-USERID                  PIC X(8).

      *> cols  3- 8  OrderID           cols  9-21 barcode on
      *>             the copy          cols 22-29 UserID
         01  WS-RECEIVE-CARD REDEFINES WS-ACQ-CARD.
             03 FILLER                     PIC X(2).
             03 RV-ORDER-ID                PIC X(6).
             03 RV-BARCODE                 PIC X(13).
             03 RV-USERID                  PIC X(8).

      *> cols  3- 8  OrderID
      *> cols  9-11  copies to cancel (blank = everything
      *>             still outstanding)
      *> cols 12-19  UserID
         01  WS-CANCEL-CARD REDEFINES WS-ACQ-CARD.
             03 FILLER                     PIC X(2).
             03 CN-ORDER-ID                PIC X(6).
             03 CN-QUANTITY                PIC X(3).
             03 CN-USERID                  PIC X(8).

      *> cols  3- 6  fiscal year       cols  7- 9 SubjectCode
      *> cols 10-18  allocation, 9999999v99 with no decimal
      *>             point punched
      *> cols 19-26  supervisor's UserID
         01  WS-FUND-CARD REDEFINES WS-ACQ-CARD.
             03 FILLER                     PIC X(2).
             03 AF-FISCAL-YEAR             PIC X(4).
             03 AF-SUBJECT-CODE            PIC X(3).
             03 AF-AMOUNT                  PIC X(9).
             03 AF-USERID                  PIC X(8).
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

       PROCEDURE DIVISION.
       RUN-START.
           EXEC SQL
               WHENEVER SQLERROR PERFORM OpenESQL-Error
           END-EXEC
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY
           PERFORM CONNECT-TO-DATABASE
           PERFORM WRITE-RUNLOG-START
           PERFORM LOAD-ACQ-PARMS
           PERFORM SET-FISCAL-YEAR
           PERFORM READ-CARD
           PERFORM UNTIL WS-EOF
               IF ACQ-REPROCESS
                   PERFORM REPROCESS-SUSPENSE
               ELSE
                   PERFORM PROCESS-CARD
               END-IF
               PERFORM READ-CARD
           END-PERFORM
           PERFORM SHUT-DOWN
           .
       CONNECT-TO-DATABASE.
           EXEC SQL
               CONNECT TO 'Library'
           END-EXEC
           .
       LOAD-ACQ-PARMS.
           MOVE SPACES TO Parm-ParmValue
           EXEC SQL
               SELECT ParmValue
                 INTO :Parm-ParmValue
                 FROM CircParm
                WHERE ParmName = 'ACQWAIT'
           END-EXEC
           IF SQLCODE NOT = 100 AND Parm-ParmValue NOT = SPACES
               MOVE FUNCTION NUMVAL(Parm-ParmValue)
                 TO WS-WAIT-DAYS
           END-IF
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
           .
      *> A fiscal year is named for the calendar year it ends
      *> in, so from the FYSTART month on, orders belong to
      *> next year's funds.
       SET-FISCAL-YEAR.
           MOVE WS-TODAY (1:4) TO WS-FISCAL-YEAR-NUM
           MOVE WS-TODAY (5:2) TO WS-TODAY-MONTH
           IF WS-FY-START-MONTH > 1
              AND WS-TODAY-MONTH >= WS-FY-START-MONTH
               ADD 1 TO WS-FISCAL-YEAR-NUM
           END-IF
           MOVE WS-FISCAL-YEAR-NUM TO WS-FISCAL-YEAR
           .
       READ-CARD.
           ACCEPT WS-ACQ-CARD FROM SYSIN
           IF ACQ-END-JOB
               MOVE 'Y' TO WS-EOF-SWITCH
               MOVE WS-ACQ-REST (1:1) TO WS-RUN-MODE
           END-IF
           .
       PROCESS-CARD.
           MOVE 'N' TO WS-REJECT-SWITCH
           EVALUATE TRUE
               WHEN ACQ-PLACE-ORDER
                   PERFORM ACQ-PLACE-ORDER-ROW
                      THRU ACQ-PLACE-ORDER-ROW-EXIT
               WHEN ACQ-RECEIVE
                   PERFORM ACQ-RECEIVE-ROW
                      THRU ACQ-RECEIVE-ROW-EXIT
               WHEN ACQ-CANCEL
                   PERFORM ACQ-CANCEL-ROW
                      THRU ACQ-CANCEL-ROW-EXIT
               WHEN ACQ-ALLOCATE-FUND
                   PERFORM ACQ-ALLOCATE-FUND-ROW
                      THRU ACQ-ALLOCATE-FUND-ROW-EXIT
               WHEN OTHER
                   DISPLAY 'ACQMAINT: UNRECOGNIZED FUNCTION CODE '
                           WS-ACQ-FUNCTION
                   ADD 1 TO WS-REJECT-COUNT
                   MOVE 'UNRECOGNIZED FUNCTION CODE'
                     TO Susp-RejectReason
                   PERFORM NOTE-CARD-REJECT
           END-EVALUATE
           EXEC SQL COMMIT END-EXEC
           .
      *> OrderID is MAX+1 zero-padded, the Suspense scheme.
       ACQ-PLACE-ORDER-ROW.
           MOVE OC-USERID TO WS-CHECK-USERID
           PERFORM CHECK-OPERATOR
           IF NOT OPERATOR-GOOD
               ADD 1 TO WS-REJECT-COUNT
               PERFORM NOTE-CARD-REJECT
               GO TO ACQ-PLACE-ORDER-ROW-EXIT
           END-IF

           EXEC SQL
               SELECT COUNT(*)
                 INTO :WS-ROW-COUNT
                 FROM Publisher
                WHERE PublisherID = :OC-PUBLISHER-ID
           END-EXEC
           IF WS-ROW-COUNT = 0
               DISPLAY 'ACQMAINT: PUBLISHER ' OC-PUBLISHER-ID
                       ' NOT ON FILE - ORDER REJECTED'
               ADD 1 TO WS-REJECT-COUNT
               MOVE 'PUBLISHER NOT ON FILE' TO Susp-RejectReason
               PERFORM NOTE-CARD-REJECT
               GO TO ACQ-PLACE-ORDER-ROW-EXIT
           END-IF

           IF OC-BOOK-ID = SPACES
               DISPLAY 'ACQMAINT: BOOKID IS BLANK - ORDER REJECTED'
               ADD 1 TO WS-REJECT-COUNT
               MOVE 'BLANK BOOKID' TO Susp-RejectReason
               PERFORM NOTE-CARD-REJECT
               GO TO ACQ-PLACE-ORDER-ROW-EXIT
           END-IF

      *> A reorder of a title on file may leave the
      *> bibliographic columns blank - the catalog has them.
           IF OC-BOOK-TITLE = SPACES
               MOVE SPACES TO Book-BookTitle Book-BookAuthor
                              Book-PublicationYear
               EXEC SQL
                   SELECT MAX(BookTitle), MAX(BookAuthor)
                         ,MAX(PublicationYear)
                     INTO :Book-BookTitle:Book-BookTitle-NULL
                         ,:Book-BookAuthor:Book-BookAuthor-NULL
                         ,:Book-PublicationYear
                          :Book-PublicationYear-NULL
                     FROM Book
                    WHERE BookID = :OC-BOOK-ID
               END-EXEC
               IF Book-BookTitle-NULL >= 0
                   MOVE Book-BookTitle TO OC-BOOK-TITLE
                   IF OC-BOOK-AUTHOR = SPACES
                      AND Book-BookAuthor-NULL >= 0
                       MOVE Book-BookAuthor TO OC-BOOK-AUTHOR
                   END-IF
                   IF OC-PUB-YEAR = SPACES
                      AND Book-PublicationYear-NULL >= 0
                       MOVE Book-PublicationYear TO OC-PUB-YEAR
                   END-IF
               END-IF
           END-IF
           IF OC-BOOK-TITLE = SPACES
               DISPLAY 'ACQMAINT: BOOK ' OC-BOOK-ID
                       ' NOT IN CATALOG AND NO TITLE GIVEN'
                       ' - ORDER REJECTED'
               ADD 1 TO WS-REJECT-COUNT
               MOVE 'NEW TITLE NEEDS BOOKTITLE' TO Susp-RejectReason
               PERFORM NOTE-CARD-REJECT
               GO TO ACQ-PLACE-ORDER-ROW-EXIT
           END-IF

           IF OC-BRANCH-ID = SPACES
               DISPLAY 'ACQMAINT: BOOK ' OC-BOOK-ID
                       ' - NO RECEIVING BRANCH - ORDER REJECTED'
               ADD 1 TO WS-REJECT-COUNT
               MOVE 'BLANK BRANCHID' TO Susp-RejectReason
               PERFORM NOTE-CARD-REJECT
               GO TO ACQ-PLACE-ORDER-ROW-EXIT
           END-IF

      *> Every order is charged to a subject fund, so the
      *> subject is required here where AB lets it be blank.
           EXEC SQL
               SELECT COUNT(*)
                 INTO :WS-ROW-COUNT
                 FROM SubjectCode
                WHERE SubjectCode = :OC-SUBJECT-CODE
           END-EXEC
           IF OC-SUBJECT-CODE = SPACES OR WS-ROW-COUNT = 0
               DISPLAY 'ACQMAINT: SUBJECT CODE ' OC-SUBJECT-CODE
                       ' NOT ON FILE - ORDER REJECTED'
               ADD 1 TO WS-REJECT-COUNT
               MOVE 'SUBJECT FUND NOT ON FILE' TO Susp-RejectReason
               PERFORM NOTE-CARD-REJECT
               GO TO ACQ-PLACE-ORDER-ROW-EXIT
           END-IF

           IF OC-ITEM-TYPE NOT = SPACES
               EXEC SQL
                   SELECT COUNT(*)
                     INTO :WS-ROW-COUNT
                     FROM ItemType
                    WHERE ItemType = :OC-ITEM-TYPE
               END-EXEC
               IF WS-ROW-COUNT = 0
                   DISPLAY 'ACQMAINT: ITEM TYPE ' OC-ITEM-TYPE
                           ' NOT ON FILE - ORDER REJECTED'
                   ADD 1 TO WS-REJECT-COUNT
                   MOVE 'ITEM TYPE NOT ON FILE' TO Susp-RejectReason
                   PERFORM NOTE-CARD-REJECT
                   GO TO ACQ-PLACE-ORDER-ROW-EXIT
               END-IF
           END-IF

           IF OC-QUANTITY NOT NUMERIC OR OC-QUANTITY = '000'
               DISPLAY 'ACQMAINT: BOOK ' OC-BOOK-ID ' - QUANTITY '
                       OC-QUANTITY ' NOT 001-999 - ORDER REJECTED'
               ADD 1 TO WS-REJECT-COUNT
               MOVE 'BAD ORDER QUANTITY' TO Susp-RejectReason
               PERFORM NOTE-CARD-REJECT
               GO TO ACQ-PLACE-ORDER-ROW-EXIT
           END-IF

      *> Same implied-decimal convention and 999.99 ceiling as
      *> MAINT's AB replacement cost - the price becomes each
      *> received copy's ReplacementCost.
           IF OC-UNIT-PRICE NOT NUMERIC
               DISPLAY 'ACQMAINT: BOOK ' OC-BOOK-ID
                       ' - NON-NUMERIC UNIT PRICE ' OC-UNIT-PRICE
                       ' - ORDER REJECTED'
               ADD 1 TO WS-REJECT-COUNT
               MOVE 'NON-NUMERIC UNIT PRICE' TO Susp-RejectReason
               PERFORM NOTE-CARD-REJECT
               GO TO ACQ-PLACE-ORDER-ROW-EXIT
           END-IF
           COMPUTE WS-PRICE-NUM = FUNCTION NUMVAL(OC-UNIT-PRICE) / 100
           IF WS-PRICE-NUM > 999.99
               DISPLAY 'ACQMAINT: BOOK ' OC-BOOK-ID
                       ' - UNIT PRICE ' OC-UNIT-PRICE
                       ' OVER 999.99 - ORDER REJECTED'
               ADD 1 TO WS-REJECT-COUNT
               MOVE 'UNIT PRICE OVER 999.99' TO Susp-RejectReason
               PERFORM NOTE-CARD-REJECT
               GO TO ACQ-PLACE-ORDER-ROW-EXIT
           END-IF
           MOVE WS-PRICE-NUM  TO WS-PRICE-EDIT
           MOVE WS-PRICE-EDIT TO Po-UnitPrice

           IF OC-EXPECT-DATE = SPACES
               MOVE FUNCTION NUMVAL(WS-TODAY) TO WS-DATE-INT
               COMPUTE WS-EXPECT-NUM = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE(WS-DATE-INT)
                    + WS-WAIT-DAYS)
               MOVE WS-EXPECT-NUM TO OC-EXPECT-DATE
           END-IF
           IF OC-EXPECT-DATE NOT NUMERIC
               DISPLAY 'ACQMAINT: BOOK ' OC-BOOK-ID
                       ' - EXPECTED DATE ' OC-EXPECT-DATE
                       ' NOT YYYYMMDD - ORDER REJECTED'
               ADD 1 TO WS-REJECT-COUNT
               MOVE 'BAD EXPECTED DATE' TO Susp-RejectReason
               PERFORM NOTE-CARD-REJECT
               GO TO ACQ-PLACE-ORDER-ROW-EXIT
           END-IF

           MOVE SPACES TO WS-MAX-ORDER
           EXEC SQL
               SELECT MAX(OrderID)
                 INTO :WS-MAX-ORDER:WS-MAX-ORDER-NULL
                 FROM PurchaseOrder
           END-EXEC
           MOVE 0 TO WS-ORDER-NEXT-NUM
           IF WS-MAX-ORDER-NULL >= 0 AND WS-MAX-ORDER NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-MAX-ORDER)
                 TO WS-ORDER-NEXT-NUM
           END-IF
           ADD 1 TO WS-ORDER-NEXT-NUM

           MOVE WS-ORDER-NEXT-NUM  TO Po-OrderID
           MOVE OC-PUBLISHER-ID    TO Po-PublisherID
           MOVE OC-BOOK-ID         TO Po-BookID
           MOVE OC-BOOK-TITLE      TO Po-BookTitle
           MOVE OC-BOOK-AUTHOR     TO Po-BookAuthor
           MOVE OC-PUB-YEAR        TO Po-PublicationYear
           MOVE OC-BRANCH-ID       TO Po-BranchID
           MOVE OC-SUBJECT-CODE    TO Po-SubjectCode
           MOVE OC-ITEM-TYPE       TO Po-ItemType
           MOVE OC-QUANTITY        TO Po-QtyOrdered
           MOVE '000'              TO Po-QtyReceived
           MOVE '000'              TO Po-QtyCancelled
           MOVE WS-TODAY           TO Po-OrderDate
           MOVE OC-EXPECT-DATE     TO Po-ExpectDate
           MOVE SPACES             TO Po-LastReceiptDate
           MOVE WS-FISCAL-YEAR     TO Po-FiscalYear
           MOVE 'O'                TO Po-Status
           MOVE OC-USERID          TO Po-UserID

           EXEC SQL
               INSERT INTO PurchaseOrder
                     ( OrderID, PublisherID, BookID, BookTitle
                     , BookAuthor, PublicationYear, BranchID
                     , SubjectCode, ItemType, QtyOrdered
                     , QtyReceived, QtyCancelled, UnitPrice
                     , OrderDate, ExpectDate, LastReceiptDate
                     , FiscalYear, Status, UserID )
               VALUES ( :Po-OrderID, :Po-PublisherID, :Po-BookID
                      , :Po-BookTitle, :Po-BookAuthor
                      , :Po-PublicationYear, :Po-BranchID
                      , :Po-SubjectCode, :Po-ItemType
                      , :Po-QtyOrdered, :Po-QtyReceived
                      , :Po-QtyCancelled, :Po-UnitPrice
                      , :Po-OrderDate, :Po-ExpectDate
                      , :Po-LastReceiptDate, :Po-FiscalYear
                      , :Po-Status, :Po-UserID )
           END-EXEC
           ADD 1 TO WS-ORDER-COUNT
           DISPLAY 'ACQMAINT: ORDER ' Po-OrderID ' PLACED - '
                   Po-QtyOrdered ' X "' Po-BookTitle '" AT '
                   Po-UnitPrice ' FROM ' Po-PublisherID
                   ' FUND ' Po-FiscalYear '/' Po-SubjectCode
           .
       ACQ-PLACE-ORDER-ROW-EXIT.
           EXIT
           .
      *> Reads the order named on an RV/CN card into the Po-
      *> host variables and its quantities into WS- numbers.
      *> SQLCODE is left for the caller to test for 100.
       GET-ORDER-ROW.
           MOVE SPACES TO Po-PublisherID Po-BookID Po-BookTitle
                          Po-BookAuthor Po-PublicationYear
                          Po-BranchID Po-SubjectCode Po-ItemType
                          Po-QtyOrdered Po-QtyReceived
                          Po-QtyCancelled Po-UnitPrice Po-Status
           EXEC SQL
               SELECT PublisherID, BookID, BookTitle, BookAuthor
                     ,PublicationYear, BranchID, SubjectCode
                     ,ItemType, QtyOrdered, QtyReceived
                     ,QtyCancelled, UnitPrice, Status
                 INTO :Po-PublisherID, :Po-BookID, :Po-BookTitle
                     ,:Po-BookAuthor, :Po-PublicationYear
                     ,:Po-BranchID, :Po-SubjectCode, :Po-ItemType
                     ,:Po-QtyOrdered, :Po-QtyReceived
                     ,:Po-QtyCancelled, :Po-UnitPrice, :Po-Status
                 FROM PurchaseOrder
                WHERE OrderID = :Po-OrderID
           END-EXEC
           IF SQLCODE NOT = 100
               MOVE FUNCTION NUMVAL(Po-QtyOrdered)   TO WS-QTY-ORDERED
               MOVE FUNCTION NUMVAL(Po-QtyReceived)  TO WS-QTY-RECEIVED
               MOVE FUNCTION NUMVAL(Po-QtyCancelled)
                 TO WS-QTY-CANCELLED
               COMPUTE WS-QTY-OUTSTANDING = WS-QTY-ORDERED
                     - WS-QTY-RECEIVED - WS-QTY-CANCELLED
           END-IF
           .
      *> Once nothing is outstanding the order closes; an
      *> order cancelled without a single copy received is
      *> 'X' so the claim and aging reports can tell the two
      *> apart.
       SET-ORDER-STATUS.
           EVALUATE TRUE
               WHEN WS-QTY-OUTSTANDING > 0 AND WS-QTY-RECEIVED = 0
                   MOVE 'O' TO Po-Status
               WHEN WS-QTY-OUTSTANDING > 0
                   MOVE 'P' TO Po-Status
               WHEN WS-QTY-RECEIVED = 0
                   MOVE 'X' TO Po-Status
               WHEN OTHER
                   MOVE 'C' TO Po-Status
           END-EVALUATE
           MOVE WS-QTY-RECEIVED  TO Po-QtyReceived
           MOVE WS-QTY-CANCELLED TO Po-QtyCancelled
           .
       ACQ-RECEIVE-ROW.
           MOVE RV-USERID TO WS-CHECK-USERID
           PERFORM CHECK-OPERATOR
           IF NOT OPERATOR-GOOD
               ADD 1 TO WS-REJECT-COUNT
               PERFORM NOTE-CARD-REJECT
               GO TO ACQ-RECEIVE-ROW-EXIT
           END-IF

           MOVE RV-ORDER-ID TO Po-OrderID
           PERFORM GET-ORDER-ROW
           IF SQLCODE = 100
               DISPLAY 'ACQMAINT: ORDER ' RV-ORDER-ID
                       ' NOT ON FILE - RECEIVE REJECTED'
               ADD 1 TO WS-REJECT-COUNT
               MOVE 'ORDER NOT ON FILE' TO Susp-RejectReason
               PERFORM NOTE-CARD-REJECT
               GO TO ACQ-RECEIVE-ROW-EXIT
           END-IF
           IF WS-QTY-OUTSTANDING = 0
              OR (Po-Status NOT = 'O' AND Po-Status NOT = 'P')
               DISPLAY 'ACQMAINT: ORDER ' RV-ORDER-ID ' IS STATUS '
                       Po-Status ' - NOTHING OUTSTANDING'
                       ' - RECEIVE REJECTED'
               ADD 1 TO WS-REJECT-COUNT
               MOVE 'NOTHING OUTSTANDING ON ORDER'
                 TO Susp-RejectReason
               PERFORM NOTE-CARD-REJECT
               GO TO ACQ-RECEIVE-ROW-EXIT
           END-IF

           EXEC SQL
               SELECT COUNT(*)
                 INTO :WS-ROW-COUNT
                 FROM Book
                WHERE Barcode = :RV-BARCODE
           END-EXEC
           IF RV-BARCODE = SPACES OR WS-ROW-COUNT NOT = 0
               DISPLAY 'ACQMAINT: BARCODE ' RV-BARCODE
                       ' BLANK OR ALREADY ON FILE - RECEIVE REJECTED'
               ADD 1 TO WS-REJECT-COUNT
               MOVE 'BARCODE BLANK OR ON FILE' TO Susp-RejectReason
               PERFORM NOTE-CARD-REJECT
               GO TO ACQ-RECEIVE-ROW-EXIT
           END-IF

      *> The copy goes on as the title's next CopyNumber -
      *> MAX+1, so copies retired from the middle of the run
      *> are never reissued.
           MOVE SPACES TO WS-MAX-COPY
           EXEC SQL
               SELECT MAX(CopyNumber)
                 INTO :WS-MAX-COPY:WS-MAX-COPY-NULL
                 FROM Book
                WHERE BookID = :Po-BookID
           END-EXEC
           MOVE 0 TO WS-COPY-NUM
           IF WS-MAX-COPY-NULL >= 0 AND WS-MAX-COPY NUMERIC
               MOVE FUNCTION NUMVAL(WS-MAX-COPY) TO WS-COPY-NUM
           END-IF
           ADD 1 TO WS-COPY-NUM
           IF WS-COPY-NUM > 99
               DISPLAY 'ACQMAINT: BOOK ' Po-BookID
                       ' ALREADY HAS COPY 99 - RECEIVE REJECTED'
               ADD 1 TO WS-REJECT-COUNT
               MOVE 'NO FREE COPY NUMBER' TO Susp-RejectReason
               PERFORM NOTE-CARD-REJECT
               GO TO ACQ-RECEIVE-ROW-EXIT
           END-IF
           MOVE WS-COPY-NUM TO WS-COPY-EDIT
           MOVE WS-COPY-EDIT TO Book-CopyNumber

      *> Book.BookPublisher carries the publisher's name, the
      *> spelling PUBCHK checks against the master.
           MOVE SPACES TO Publisher-PublisherName
           EXEC SQL
               SELECT MAX(PublisherName)
                 INTO :Publisher-PublisherName
                     :Publisher-PublisherName-NULL
                 FROM Publisher
                WHERE PublisherID = :Po-PublisherID
           END-EXEC

           EXEC SQL
               INSERT INTO Book
                     ( BookID, CopyNumber, BookTitle, BookAuthor
                     , BookPublisher, PublicationYear
                     , PatronNumber, RemainingDays, RenewalCount
                     , Barcode, BranchID
                     , ReplacementCost, LostFlag, ItemType
                     , SubjectCode, LastChangeDate, AddDate )
               VALUES ( :Po-BookID, :Book-CopyNumber
                      , :Po-BookTitle, :Po-BookAuthor
                      , :Publisher-PublisherName
                      , :Po-PublicationYear
                      , SPACES, SPACES, SPACES, :RV-BARCODE
                      , :Po-BranchID
                      , :Po-UnitPrice, SPACES
                      , :Po-ItemType, :Po-SubjectCode
                      , :WS-TODAY, :WS-TODAY )
           END-EXEC

           MOVE RV-ORDER-ID     TO Orcv-OrderID
           MOVE WS-TODAY        TO Orcv-TranDate
           MOVE 'R'             TO Orcv-TranType
           MOVE '001'           TO Orcv-Quantity
           MOVE Po-UnitPrice    TO Orcv-Amount
           MOVE Po-BookID       TO Orcv-BookID
           MOVE Book-CopyNumber TO Orcv-CopyNumber
           MOVE RV-BARCODE      TO Orcv-Barcode
           MOVE RV-USERID       TO Orcv-UserID
           PERFORM WRITE-RECEIPT-ROW

           ADD 1 TO WS-QTY-RECEIVED
           SUBTRACT 1 FROM WS-QTY-OUTSTANDING
           PERFORM SET-ORDER-STATUS
           EXEC SQL
               UPDATE PurchaseOrder
                  SET QtyReceived     = :Po-QtyReceived
                     ,LastReceiptDate = :WS-TODAY
                     ,Status          = :Po-Status
                WHERE OrderID = :RV-ORDER-ID
           END-EXEC
           ADD 1 TO WS-RECEIVE-COUNT
           DISPLAY 'ACQMAINT: ORDER ' RV-ORDER-ID ' RECEIVED '
                   Po-BookID ' COPY ' Book-CopyNumber ' BARCODE '
                   RV-BARCODE ' - ' WS-QTY-OUTSTANDING
                   ' STILL OUTSTANDING'
           .
       ACQ-RECEIVE-ROW-EXIT.
           EXIT
           .
       ACQ-CANCEL-ROW.
           MOVE CN-USERID TO WS-CHECK-USERID
           PERFORM CHECK-OPERATOR
           IF NOT OPERATOR-GOOD
               ADD 1 TO WS-REJECT-COUNT
               PERFORM NOTE-CARD-REJECT
               GO TO ACQ-CANCEL-ROW-EXIT
           END-IF

           MOVE CN-ORDER-ID TO Po-OrderID
           PERFORM GET-ORDER-ROW
           IF SQLCODE = 100
               DISPLAY 'ACQMAINT: ORDER ' CN-ORDER-ID
                       ' NOT ON FILE - CANCEL REJECTED'
               ADD 1 TO WS-REJECT-COUNT
               MOVE 'ORDER NOT ON FILE' TO Susp-RejectReason
               PERFORM NOTE-CARD-REJECT
               GO TO ACQ-CANCEL-ROW-EXIT
           END-IF
           IF WS-QTY-OUTSTANDING = 0
              OR (Po-Status NOT = 'O' AND Po-Status NOT = 'P')
               DISPLAY 'ACQMAINT: ORDER ' CN-ORDER-ID ' IS STATUS '
                       Po-Status ' - NOTHING OUTSTANDING'
                       ' - CANCEL REJECTED'
               ADD 1 TO WS-REJECT-COUNT
               MOVE 'NOTHING OUTSTANDING ON ORDER'
                 TO Susp-RejectReason
               PERFORM NOTE-CARD-REJECT
               GO TO ACQ-CANCEL-ROW-EXIT
           END-IF

           IF CN-QUANTITY = SPACES
               MOVE WS-QTY-OUTSTANDING TO WS-QTY-CANCEL
           ELSE
               IF CN-QUANTITY NOT NUMERIC OR CN-QUANTITY = '000'
                   DISPLAY 'ACQMAINT: ORDER ' CN-ORDER-ID
                           ' - CANCEL QUANTITY ' CN-QUANTITY
                           ' NOT NUMERIC - CANCEL REJECTED'
                   ADD 1 TO WS-REJECT-COUNT
                   MOVE 'BAD CANCEL QUANTITY' TO Susp-RejectReason
                   PERFORM NOTE-CARD-REJECT
                   GO TO ACQ-CANCEL-ROW-EXIT
               END-IF
               MOVE CN-QUANTITY TO WS-QTY-CANCEL
           END-IF
           IF WS-QTY-CANCEL > WS-QTY-OUTSTANDING
               DISPLAY 'ACQMAINT: ORDER ' CN-ORDER-ID
                       ' - CANCEL ' WS-QTY-CANCEL ' BUT ONLY '
                       WS-QTY-OUTSTANDING ' OUTSTANDING'
                       ' - CANCEL REJECTED'
               ADD 1 TO WS-REJECT-COUNT
               MOVE 'CANCEL EXCEEDS OUTSTANDING'
                 TO Susp-RejectReason
               PERFORM NOTE-CARD-REJECT
               GO TO ACQ-CANCEL-ROW-EXIT
           END-IF

           MOVE CN-ORDER-ID     TO Orcv-OrderID
           MOVE WS-TODAY        TO Orcv-TranDate
           MOVE 'C'             TO Orcv-TranType
           MOVE WS-QTY-CANCEL   TO Orcv-Quantity
           MOVE '000.00'        TO Orcv-Amount
           MOVE Po-BookID       TO Orcv-BookID
           MOVE SPACES          TO Orcv-CopyNumber
           MOVE SPACES          TO Orcv-Barcode
           MOVE CN-USERID       TO Orcv-UserID
           PERFORM WRITE-RECEIPT-ROW

           ADD WS-QTY-CANCEL TO WS-QTY-CANCELLED
           SUBTRACT WS-QTY-CANCEL FROM WS-QTY-OUTSTANDING
           PERFORM SET-ORDER-STATUS
           EXEC SQL
               UPDATE PurchaseOrder
                  SET QtyCancelled = :Po-QtyCancelled
                     ,Status       = :Po-Status
                WHERE OrderID = :CN-ORDER-ID
           END-EXEC
           ADD 1 TO WS-CANCEL-COUNT
           DISPLAY 'ACQMAINT: ORDER ' CN-ORDER-ID ' - '
                   WS-QTY-CANCEL ' COPY(IES) CANCELLED, STATUS '
                   Po-Status
           .
       ACQ-CANCEL-ROW-EXIT.
           EXIT
           .
       WRITE-RECEIPT-ROW.
           EXEC SQL
               INSERT INTO OrderReceipt
                     ( OrderID, TranDate, TranType, Quantity
                     , Amount, BookID, CopyNumber, Barcode
                     , UserID )
               VALUES ( :Orcv-OrderID, :Orcv-TranDate
                      , :Orcv-TranType, :Orcv-Quantity
                      , :Orcv-Amount, :Orcv-BookID
                      , :Orcv-CopyNumber, :Orcv-Barcode
                      , :Orcv-UserID )
           END-EXEC
           .
      *> The allocation is the board's number - only a
      *> supervisor keys it, and a second AF card for the
      *> same fund replaces the first.
       ACQ-ALLOCATE-FUND-ROW.
           MOVE AF-USERID TO WS-CHECK-USERID
           PERFORM CHECK-OPERATOR
           IF NOT OPERATOR-GOOD
               ADD 1 TO WS-REJECT-COUNT
               PERFORM NOTE-CARD-REJECT
               GO TO ACQ-ALLOCATE-FUND-ROW-EXIT
           END-IF
           IF NOT SUPERVISOR-OPERATOR
               DISPLAY 'ACQMAINT: OPERATOR ' AF-USERID
                       ' IS NOT A SUPERVISOR - ALLOCATION REJECTED'
               ADD 1 TO WS-REJECT-COUNT
               MOVE 'AF NEEDS SUPERVISOR' TO Susp-RejectReason
               PERFORM NOTE-CARD-REJECT
               GO TO ACQ-ALLOCATE-FUND-ROW-EXIT
           END-IF

           IF AF-FISCAL-YEAR NOT NUMERIC
               DISPLAY 'ACQMAINT: FISCAL YEAR ' AF-FISCAL-YEAR
                       ' NOT NUMERIC - ALLOCATION REJECTED'
               ADD 1 TO WS-REJECT-COUNT
               MOVE 'BAD FISCAL YEAR' TO Susp-RejectReason
               PERFORM NOTE-CARD-REJECT
               GO TO ACQ-ALLOCATE-FUND-ROW-EXIT
           END-IF

           EXEC SQL
               SELECT COUNT(*)
                 INTO :WS-ROW-COUNT
                 FROM SubjectCode
                WHERE SubjectCode = :AF-SUBJECT-CODE
           END-EXEC
           IF AF-SUBJECT-CODE = SPACES OR WS-ROW-COUNT = 0
               DISPLAY 'ACQMAINT: SUBJECT CODE ' AF-SUBJECT-CODE
                       ' NOT ON FILE - ALLOCATION REJECTED'
               ADD 1 TO WS-REJECT-COUNT
               MOVE 'SUBJECT FUND NOT ON FILE' TO Susp-RejectReason
               PERFORM NOTE-CARD-REJECT
               GO TO ACQ-ALLOCATE-FUND-ROW-EXIT
           END-IF

           IF AF-AMOUNT NOT NUMERIC
               DISPLAY 'ACQMAINT: FUND ' AF-FISCAL-YEAR '/'
                       AF-SUBJECT-CODE ' - NON-NUMERIC AMOUNT '
                       AF-AMOUNT ' - ALLOCATION REJECTED'
               ADD 1 TO WS-REJECT-COUNT
               MOVE 'NON-NUMERIC ALLOCATION' TO Susp-RejectReason
               PERFORM NOTE-CARD-REJECT
               GO TO ACQ-ALLOCATE-FUND-ROW-EXIT
           END-IF
           COMPUTE WS-ALLOC-NUM = FUNCTION NUMVAL(AF-AMOUNT) / 100
           MOVE WS-ALLOC-NUM  TO WS-ALLOC-EDIT
           MOVE WS-ALLOC-EDIT TO Fund-Allocated

           EXEC SQL
               SELECT COUNT(*)
                 INTO :WS-ROW-COUNT
                 FROM BookFund
                WHERE FiscalYear = :AF-FISCAL-YEAR
                  AND SubjectCode = :AF-SUBJECT-CODE
           END-EXEC
           IF WS-ROW-COUNT = 0
               EXEC SQL
                   INSERT INTO BookFund
                         ( FiscalYear, SubjectCode, Allocated
                         , UserID, ChangeDate )
                   VALUES ( :AF-FISCAL-YEAR, :AF-SUBJECT-CODE
                          , :Fund-Allocated, :AF-USERID
                          , :WS-TODAY )
               END-EXEC
           ELSE
               EXEC SQL
                   UPDATE BookFund
                      SET Allocated  = :Fund-Allocated
                         ,UserID     = :AF-USERID
                         ,ChangeDate = :WS-TODAY
                    WHERE FiscalYear = :AF-FISCAL-YEAR
                      AND SubjectCode = :AF-SUBJECT-CODE
               END-EXEC
           END-IF
           ADD 1 TO WS-FUND-COUNT
           DISPLAY 'ACQMAINT: FUND ' AF-FISCAL-YEAR '/'
                   AF-SUBJECT-CODE ' ALLOCATED ' Fund-Allocated
           .
       ACQ-ALLOCATE-FUND-ROW-EXIT.
           EXIT
           .
      *> Looks WS-CHECK-USERID up on the Operator master.  A
      *> good operator sets OPERATOR-GOOD and WS-OPER-ROLE;
      *> otherwise Susp-RejectReason is set for the caller's
      *> reject.
       CHECK-OPERATOR.
           MOVE 'N'    TO WS-OPER-SWITCH
           MOVE SPACES TO WS-OPER-ROLE
           MOVE SPACES TO Oper-OperRole Oper-ActiveFlag
           EXEC SQL
               SELECT OperRole, ActiveFlag
                 INTO :Oper-OperRole, :Oper-ActiveFlag
                 FROM Operator
                WHERE UserID = :WS-CHECK-USERID
           END-EXEC
           EVALUATE TRUE
               WHEN SQLCODE = 100
                   DISPLAY 'ACQMAINT: OPERATOR ' WS-CHECK-USERID
                           ' NOT ON THE OPERATOR MASTER'
                           ' - CARD REJECTED'
                   MOVE 'UNKNOWN OPERATOR' TO Susp-RejectReason
               WHEN Oper-ActiveFlag NOT = 'Y'
                   DISPLAY 'ACQMAINT: OPERATOR ' WS-CHECK-USERID
                           ' IS INACTIVE - CARD REJECTED'
                   MOVE 'INACTIVE OPERATOR' TO Susp-RejectReason
               WHEN OTHER
                   MOVE 'Y' TO WS-OPER-SWITCH
                   MOVE Oper-OperRole TO WS-OPER-ROLE
           END-EVALUATE
           .
      *> A fresh reject is captured to Suspense with its card
      *> image; a reject during a reprocess run just refreshes
      *> the reason and date on the row being retried.  The
      *> caller has already set Susp-RejectReason.
       NOTE-CARD-REJECT.
           MOVE 'Y' TO WS-REJECT-SWITCH
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
      *> Reservation queue positions use.
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
           MOVE WS-ACQ-CARD        TO Susp-CardImage
           MOVE WS-TODAY           TO Susp-RejectDate
           EVALUATE TRUE
               WHEN ACQ-PLACE-ORDER
                   MOVE OC-USERID   TO Susp-UserID
               WHEN ACQ-RECEIVE
                   MOVE RV-USERID   TO Susp-UserID
               WHEN ACQ-CANCEL
                   MOVE CN-USERID   TO Susp-UserID
               WHEN ACQ-ALLOCATE-FUND
                   MOVE AF-USERID   TO Susp-UserID
               WHEN OTHER
                   MOVE SPACES      TO Susp-UserID
           END-EVALUATE
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
           DISPLAY 'ACQMAINT: CARD CAPTURED TO SUSPENSE AS '
                   Susp-SuspenseID
           .
      *> Re-feeds every open suspense card this program captured
      *> through PROCESS-CARD; a clean post retires the row, a
      *> repeat failure leaves it open with a fresh reason.
       REPROCESS-SUSPENSE.
           DISPLAY 'ACQMAINT: REPROCESSING OPEN SUSPENSE CARDS'
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
                   PERFORM REPROCESS-ONE-CARD
               END-IF
           END-PERFORM
           EXEC SQL
               CLOSE CSR-SUSPENSE
           END-EXEC
           MOVE 'N' TO WS-REPRO-SWITCH
           .
       REPROCESS-ONE-CARD.
           MOVE Susp-CardImage TO WS-ACQ-CARD
           PERFORM PROCESS-CARD
           IF NOT WS-CARD-REJECTED
               EXEC SQL
                   UPDATE Suspense
                      SET Status = 'C'
                    WHERE SuspenseID = :Susp-SuspenseID
               END-EXEC
               EXEC SQL COMMIT END-EXEC
               DISPLAY 'ACQMAINT: SUSPENSE ' Susp-SuspenseID
                       ' POSTED AND RETIRED'
           END-IF
           .
       SHUT-DOWN.
           DISPLAY ' '
           DISPLAY 'ACQMAINT: ' WS-ORDER-COUNT ' ORDER(S) PLACED'
           DISPLAY 'ACQMAINT: ' WS-RECEIVE-COUNT
                   ' COPY(IES) RECEIVED'
           DISPLAY 'ACQMAINT: ' WS-CANCEL-COUNT
                   ' CANCELLATION(S) POSTED'
           DISPLAY 'ACQMAINT: ' WS-FUND-COUNT
                   ' FUND ALLOCATION(S) POSTED'
           DISPLAY 'ACQMAINT: ' WS-REJECT-COUNT ' CARD(S) REJECTED'
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
           MOVE 'ACQMAINT' TO Jlog-ProgramName
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
               'PO=' DELIMITED BY SIZE
               WS-ORDER-COUNT DELIMITED BY SIZE
               ' RECV=' DELIMITED BY SIZE
               WS-RECEIVE-COUNT DELIMITED BY SIZE
               ' CAN=' DELIMITED BY SIZE
               WS-CANCEL-COUNT DELIMITED BY SIZE
               ' FUND=' DELIMITED BY SIZE
               WS-FUND-COUNT DELIMITED BY SIZE
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
