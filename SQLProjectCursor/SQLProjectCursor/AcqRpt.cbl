       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACQRPT.
      *> -------------------------------------------
      *> ACQRPT - acquisitions reports off the orders
      *> ACQMAINT keeps, three sections in one run:
      *>   1. OPEN-ORDERS AGING - every order with
      *>      copies still outstanding, oldest first,
      *>      aged from its OrderDate into 0-30 /
      *>      31-60 / 61-90 / over-90-day buckets with
      *>      the money each bucket still encumbers
      *>   2. VENDOR CLAIM LIST - the open orders past
      *>      their expected delivery date, grouped by
      *>      publisher with the Publisher master's
      *>      contact and phone, so the clerk can make
      *>      the claim calls from one sheet
      *>   3. BOOK BUDGET - per SubjectCode fund for the
      *>      fiscal year: allocated (BookFund), the
      *>      encumbered value of what is still on
      *>      order, what has been spent on copies
      *>      received, and what is left.  A fund with
      *>      more committed than allocated is flagged.
      *>      CIRCSTAT's circulation-by-subject counts
      *>      are the other half of the budget argument.
      *> SYSIN (one optional card):
      *>   cols 1-4  fiscal year for the budget section
      *>             (blank = the current one, by the
      *>             FYSTART CircParm month as ACQMAINT
      *>             assigns it)
      *>   col  9    'U' = unattended (no operator
      *>             prompt at EOJ)
      *> -------------------------------------------
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       01  MFSQLMESSAGETEXT                PIC X(250).

       01  WS-DATE-INT                     PIC 9(8).
       01  WS-TODAY-INT                    PIC 9(8).
       01  WS-AGE-DAYS                     PIC 9(5).
       01  WS-FY-START-MONTH               PIC 99 VALUE 1.
       01  WS-FISCAL-YEAR-NUM              PIC 9(4).
       01  WS-TODAY-MONTH                  PIC 99.
       01  WS-QTY-ORDERED                  PIC 9(3).
       01  WS-QTY-RECEIVED                 PIC 9(3).
       01  WS-QTY-CANCELLED                PIC 9(3).
       01  WS-QTY-OUTSTANDING              PIC 9(3).
       01  WS-PRICE-NUM                    PIC 9999V99.
       01  WS-LINE-AMT                     PIC 9(7)V99.
       01  WS-AMT-EDIT                     PIC 9999999.99.
       01  WS-ENC-EDIT                     PIC 9999999.99.
       01  WS-SPENT-EDIT                   PIC 9999999.99.
       01  WS-SIGNED-EDIT                  PIC -9999999.99.
       01  WS-AVAIL-AMT                    PIC S9(7)V99.
       01  WS-BUCKET-NAME                  PIC X(9).
       01  WS-AGE-COUNT-30                 PIC 9(5) VALUE 0.
       01  WS-AGE-COUNT-60                 PIC 9(5) VALUE 0.
       01  WS-AGE-COUNT-90                 PIC 9(5) VALUE 0.
       01  WS-AGE-COUNT-OVER               PIC 9(5) VALUE 0.
       01  WS-AGE-AMT-30                   PIC 9(7)V99 VALUE 0.
       01  WS-AGE-AMT-60                   PIC 9(7)V99 VALUE 0.
       01  WS-AGE-AMT-90                   PIC 9(7)V99 VALUE 0.
       01  WS-AGE-AMT-OVER                 PIC 9(7)V99 VALUE 0.
       01  WS-OPEN-COUNT                   PIC 9(5) VALUE 0.
       01  WS-CLAIM-COUNT                  PIC 9(5) VALUE 0.
       01  WS-PUB-CLAIM-COUNT              PIC 9(5) VALUE 0.
       01  WS-BREAK-PUBLISHER              PIC X(4).
       01  WS-FIRST-CLAIM-SWITCH           PIC X VALUE 'Y'.
           88 WS-FIRST-CLAIM               VALUE 'Y'.
       01  WS-OVER-COUNT                   PIC 9(5) VALUE 0.
      *> Budget lines, one per subject fund that has an
      *> allocation or an order this fiscal year (the
      *> CIRCSTAT subject-table pattern).
       01  WS-FUND-USED                    PIC 9(3) VALUE 0.
       01  WS-FUND-IX                      PIC 9(3).
       01  WS-FUND-ADD-CODE                PIC X(3).
       01  WS-FUND-TABLE.
           03 WS-FUND-ENTRY                OCCURS 100 TIMES.
              05 WS-FUND-CODE              PIC X(3).
              05 WS-FUND-ALLOCATED         PIC 9(7)V99.
              05 WS-FUND-ENCUMBERED        PIC 9(7)V99.
              05 WS-FUND-SPENT             PIC 9(7)V99.
       01  WS-TOT-ALLOCATED                PIC 9(7)V99 VALUE 0.
       01  WS-TOT-ENCUMBERED               PIC 9(7)V99 VALUE 0.
       01  WS-TOT-SPENT                    PIC 9(7)V99 VALUE 0.
      *> Run parameter card (SYSIN, optional).
      *> cols 1-4  budget fiscal year (blank = current)
      *> col  9    'U' = unattended (no operator prompt at EOJ)
       01  WS-ACQ-CARD.
           03 WS-CARD-FISCAL-YEAR          PIC X(4).
           03 FILLER                       PIC X(4).
           03 WS-RUN-MODE                  PIC X.
              88 UNATTENDED-RUN            VALUE 'U'.
           03 FILLER                       PIC X(71).

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
         EXEC SQL INCLUDE PurchOrd END-EXEC.
         EXEC SQL INCLUDE BookFund END-EXEC.
         EXEC SQL INCLUDE Publisher END-EXEC.
         EXEC SQL INCLUDE SubjCode END-EXEC.
         EXEC SQL INCLUDE CircParm END-EXEC.
         EXEC SQL INCLUDE JobLog END-EXEC.
         01  WS-TODAY                      PIC X(8).
         01  WS-FISCAL-YEAR                PIC X(4).
       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL
             DECLARE CSR-OPEN-ORDERS CURSOR FOR SELECT
                   OrderID
                  ,PublisherID
                  ,BookTitle
                  ,QtyOrdered
                  ,QtyReceived
                  ,QtyCancelled
                  ,UnitPrice
                  ,OrderDate
                  ,ExpectDate
                  ,Status
             FROM  PurchaseOrder
             WHERE Status IN ('O', 'P')
             ORDER BY OrderDate, OrderID
       END-EXEC.

      *> The publisher's contact comes in on the join - a
      *> singleton SELECT that found no master row would end
      *> the fetch loop.
       EXEC SQL
             DECLARE CSR-CLAIMS CURSOR FOR SELECT
                   o.OrderID
                  ,o.PublisherID
                  ,o.BookID
                  ,o.BookTitle
                  ,o.QtyOrdered
                  ,o.QtyReceived
                  ,o.QtyCancelled
                  ,o.OrderDate
                  ,o.ExpectDate
                  ,o.LastReceiptDate
                  ,p.PublisherName
                  ,p.ContactName
                  ,p.ContactPhone
             FROM  PurchaseOrder o
             LEFT JOIN Publisher p
               ON  p.PublisherID = o.PublisherID
             WHERE o.Status IN ('O', 'P')
               AND o.ExpectDate < :WS-TODAY
             ORDER BY o.PublisherID, o.ExpectDate, o.OrderID
       END-EXEC.

       EXEC SQL
             DECLARE CSR-FUNDS CURSOR FOR SELECT
                   SubjectCode
                  ,Allocated
             FROM  BookFund
             WHERE FiscalYear = :WS-FISCAL-YEAR
             ORDER BY SubjectCode
       END-EXEC.

       EXEC SQL
             DECLARE CSR-FUND-ORDERS CURSOR FOR SELECT
                   SubjectCode
                  ,QtyOrdered
                  ,QtyReceived
                  ,QtyCancelled
                  ,UnitPrice
                  ,Status
             FROM  PurchaseOrder
             WHERE FiscalYear = :WS-FISCAL-YEAR
             ORDER BY SubjectCode
       END-EXEC.

       PROCEDURE DIVISION.
       RUN-START.
           EXEC SQL
               WHENEVER SQLERROR PERFORM OpenESQL-Error
           END-EXEC
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY
           MOVE FUNCTION NUMVAL(WS-TODAY) TO WS-TODAY-INT
           PERFORM READ-ACQ-CARD
           PERFORM CONNECT-TO-DATABASE
           PERFORM WRITE-RUNLOG-START
           PERFORM SET-FISCAL-YEAR
           DISPLAY 'ACQRPT: ACQUISITIONS REPORTS - ' WS-TODAY
           PERFORM REPORT-ORDER-AGING
           PERFORM REPORT-VENDOR-CLAIMS
           PERFORM REPORT-BOOK-BUDGET
           PERFORM SHUT-DOWN
           .
       READ-ACQ-CARD.
           MOVE SPACES TO WS-ACQ-CARD
           ACCEPT WS-ACQ-CARD FROM SYSIN
           .
       CONNECT-TO-DATABASE.
           EXEC SQL
               CONNECT TO 'Library'
           END-EXEC
           .
      *> The card's year wins; otherwise the current fiscal
      *> year, worked out the way ACQMAINT charges orders.
       SET-FISCAL-YEAR.
           IF WS-CARD-FISCAL-YEAR NUMERIC
               MOVE WS-CARD-FISCAL-YEAR TO WS-FISCAL-YEAR
           ELSE
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
               MOVE WS-TODAY (1:4) TO WS-FISCAL-YEAR-NUM
               MOVE WS-TODAY (5:2) TO WS-TODAY-MONTH
               IF WS-FY-START-MONTH > 1
                  AND WS-TODAY-MONTH >= WS-FY-START-MONTH
                   ADD 1 TO WS-FISCAL-YEAR-NUM
               END-IF
               MOVE WS-FISCAL-YEAR-NUM TO WS-FISCAL-YEAR
           END-IF
           .
      *> Quantities and price of the order just fetched, as
      *> numbers, and the value still outstanding on it.
       COMPUTE-ORDER-AMOUNTS.
           MOVE FUNCTION NUMVAL(Po-QtyOrdered)   TO WS-QTY-ORDERED
           MOVE FUNCTION NUMVAL(Po-QtyReceived)  TO WS-QTY-RECEIVED
           MOVE FUNCTION NUMVAL(Po-QtyCancelled) TO WS-QTY-CANCELLED
           MOVE FUNCTION NUMVAL(Po-UnitPrice)    TO WS-PRICE-NUM
           COMPUTE WS-QTY-OUTSTANDING = WS-QTY-ORDERED
                 - WS-QTY-RECEIVED - WS-QTY-CANCELLED
           COMPUTE WS-LINE-AMT = WS-QTY-OUTSTANDING * WS-PRICE-NUM
           .
      *> -------------------------------------------
      *> 1. Open-orders aging
      *> -------------------------------------------
       REPORT-ORDER-AGING.
           DISPLAY ' '
           DISPLAY 'ACQRPT: OPEN ORDERS BY AGE'
           DISPLAY '  ORDER  PUB  TITLE                     '
                   'ORDERED  EXPECTED  AGE   OUT AGE BUCKET'
           EXEC SQL
               OPEN CSR-OPEN-ORDERS
           END-EXEC
           PERFORM UNTIL SQLSTATE >= "02000"
               EXEC SQL
                   FETCH CSR-OPEN-ORDERS INTO
                       :Po-OrderID
                      ,:Po-PublisherID
                      ,:Po-BookTitle
                      ,:Po-QtyOrdered
                      ,:Po-QtyReceived
                      ,:Po-QtyCancelled
                      ,:Po-UnitPrice
                      ,:Po-OrderDate
                      ,:Po-ExpectDate
                      ,:Po-Status
               END-EXEC
               IF SQLSTATE < "02000"
                   PERFORM AGE-ONE-ORDER
               END-IF
           END-PERFORM
           EXEC SQL
               CLOSE CSR-OPEN-ORDERS
           END-EXEC
           IF WS-OPEN-COUNT = 0
               DISPLAY '  NO OPEN ORDERS'
           END-IF
           DISPLAY ' '
           MOVE WS-AGE-AMT-30 TO WS-AMT-EDIT
           DISPLAY '  0-30 DAYS   ' WS-AGE-COUNT-30
                   ' ORDER(S)  ' WS-AMT-EDIT ' ENCUMBERED'
           MOVE WS-AGE-AMT-60 TO WS-AMT-EDIT
           DISPLAY '  31-60 DAYS  ' WS-AGE-COUNT-60
                   ' ORDER(S)  ' WS-AMT-EDIT ' ENCUMBERED'
           MOVE WS-AGE-AMT-90 TO WS-AMT-EDIT
           DISPLAY '  61-90 DAYS  ' WS-AGE-COUNT-90
                   ' ORDER(S)  ' WS-AMT-EDIT ' ENCUMBERED'
           MOVE WS-AGE-AMT-OVER TO WS-AMT-EDIT
           DISPLAY '  OVER 90     ' WS-AGE-COUNT-OVER
                   ' ORDER(S)  ' WS-AMT-EDIT ' ENCUMBERED'
           .
       AGE-ONE-ORDER.
           ADD 1 TO WS-OPEN-COUNT
           PERFORM COMPUTE-ORDER-AMOUNTS
           MOVE FUNCTION NUMVAL(Po-OrderDate) TO WS-DATE-INT
           COMPUTE WS-AGE-DAYS =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-INT)
             - FUNCTION INTEGER-OF-DATE(WS-DATE-INT)
           EVALUATE TRUE
               WHEN WS-AGE-DAYS <= 30
                   MOVE '0-30'    TO WS-BUCKET-NAME
                   ADD 1 TO WS-AGE-COUNT-30
                   ADD WS-LINE-AMT TO WS-AGE-AMT-30
               WHEN WS-AGE-DAYS <= 60
                   MOVE '31-60'   TO WS-BUCKET-NAME
                   ADD 1 TO WS-AGE-COUNT-60
                   ADD WS-LINE-AMT TO WS-AGE-AMT-60
               WHEN WS-AGE-DAYS <= 90
                   MOVE '61-90'   TO WS-BUCKET-NAME
                   ADD 1 TO WS-AGE-COUNT-90
                   ADD WS-LINE-AMT TO WS-AGE-AMT-90
               WHEN OTHER
                   MOVE 'OVER 90' TO WS-BUCKET-NAME
                   ADD 1 TO WS-AGE-COUNT-OVER
                   ADD WS-LINE-AMT TO WS-AGE-AMT-OVER
           END-EVALUATE
           DISPLAY '  ' Po-OrderID ' ' Po-PublisherID ' '
                   Po-BookTitle ' ' Po-OrderDate ' '
                   Po-ExpectDate ' ' WS-AGE-DAYS ' '
                   WS-QTY-OUTSTANDING ' ' WS-BUCKET-NAME
           .
      *> -------------------------------------------
      *> 2. Vendor claim list
      *> -------------------------------------------
       REPORT-VENDOR-CLAIMS.
           DISPLAY ' '
           DISPLAY 'ACQRPT: VENDOR CLAIMS - OPEN ORDERS PAST THEIR'
                   ' EXPECTED DATE'
           EXEC SQL
               OPEN CSR-CLAIMS
           END-EXEC
           PERFORM UNTIL SQLSTATE >= "02000"
               MOVE SPACES TO Publisher-PublisherName
                              Publisher-ContactName
                              Publisher-ContactPhone
               EXEC SQL
                   FETCH CSR-CLAIMS INTO
                       :Po-OrderID
                      ,:Po-PublisherID
                      ,:Po-BookID
                      ,:Po-BookTitle
                      ,:Po-QtyOrdered
                      ,:Po-QtyReceived
                      ,:Po-QtyCancelled
                      ,:Po-OrderDate
                      ,:Po-ExpectDate
                      ,:Po-LastReceiptDate:Po-LastReceiptDate-NULL
                      ,:Publisher-PublisherName
                       :Publisher-PublisherName-NULL
                      ,:Publisher-ContactName
                       :Publisher-ContactName-NULL
                      ,:Publisher-ContactPhone
                       :Publisher-ContactPhone-NULL
               END-EXEC
               IF SQLSTATE < "02000"
                   PERFORM PRINT-CLAIM-LINE
               END-IF
           END-PERFORM
           EXEC SQL
               CLOSE CSR-CLAIMS
           END-EXEC
           IF WS-FIRST-CLAIM
               DISPLAY '  NO ORDERS OVERDUE FROM PUBLISHERS'
           ELSE
               PERFORM PRINT-PUBLISHER-CLAIM-TOTAL
           END-IF
           .
       PRINT-CLAIM-LINE.
           IF WS-FIRST-CLAIM OR Po-PublisherID NOT = WS-BREAK-PUBLISHER
               IF NOT WS-FIRST-CLAIM
                   PERFORM PRINT-PUBLISHER-CLAIM-TOTAL
               END-IF
               MOVE 'N' TO WS-FIRST-CLAIM-SWITCH
               MOVE Po-PublisherID TO WS-BREAK-PUBLISHER
               PERFORM PRINT-PUBLISHER-CLAIM-HEADING
           END-IF
           IF Po-LastReceiptDate-NULL < 0
               MOVE SPACES TO Po-LastReceiptDate
           END-IF
           MOVE FUNCTION NUMVAL(Po-QtyOrdered)   TO WS-QTY-ORDERED
           COMPUTE WS-QTY-OUTSTANDING = WS-QTY-ORDERED
                 - FUNCTION NUMVAL(Po-QtyReceived)
                 - FUNCTION NUMVAL(Po-QtyCancelled)
           MOVE FUNCTION NUMVAL(Po-ExpectDate) TO WS-DATE-INT
           COMPUTE WS-AGE-DAYS =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-INT)
             - FUNCTION INTEGER-OF-DATE(WS-DATE-INT)
           DISPLAY '    ORDER ' Po-OrderID ' ' Po-BookID ' "'
                   Po-BookTitle '" ORDERED ' Po-OrderDate
           DISPLAY '      EXPECTED ' Po-ExpectDate ' - '
                   WS-AGE-DAYS ' DAY(S) LATE, '
                   WS-QTY-OUTSTANDING ' OF ' WS-QTY-ORDERED
                   ' OUTSTANDING  LAST RECEIPT ' Po-LastReceiptDate
           ADD 1 TO WS-CLAIM-COUNT
           ADD 1 TO WS-PUB-CLAIM-COUNT
           .
       PRINT-PUBLISHER-CLAIM-HEADING.
           MOVE 0 TO WS-PUB-CLAIM-COUNT
           DISPLAY ' '
           IF Publisher-PublisherName-NULL < 0
               DISPLAY '  PUBLISHER ' WS-BREAK-PUBLISHER
                       ' ** NO PUBLISHER MASTER ROW **'
           ELSE
               DISPLAY '  PUBLISHER ' WS-BREAK-PUBLISHER ' '
                       Publisher-PublisherName
               DISPLAY '  CONTACT: ' Publisher-ContactName
                       '  PHONE: ' Publisher-ContactPhone
           END-IF
           .
       PRINT-PUBLISHER-CLAIM-TOTAL.
           DISPLAY '  -- ' WS-PUB-CLAIM-COUNT
                   ' ORDER(S) TO CLAIM FROM THIS PUBLISHER --'
           .
      *> -------------------------------------------
      *> 3. Book budget by subject fund
      *> -------------------------------------------
       REPORT-BOOK-BUDGET.
           DISPLAY ' '
           DISPLAY 'ACQRPT: BOOK BUDGET BY SUBJECT FUND - FISCAL '
                   'YEAR ' WS-FISCAL-YEAR
           MOVE 0 TO WS-FUND-USED
           EXEC SQL
               OPEN CSR-FUNDS
           END-EXEC
           PERFORM UNTIL SQLSTATE >= "02000"
               EXEC SQL
                   FETCH CSR-FUNDS INTO
                       :Fund-SubjectCode
                      ,:Fund-Allocated
               END-EXEC
               IF SQLSTATE < "02000"
                   MOVE Fund-SubjectCode TO WS-FUND-ADD-CODE
                   PERFORM FIND-FUND-ENTRY
                   ADD FUNCTION NUMVAL(Fund-Allocated)
                     TO WS-FUND-ALLOCATED (WS-FUND-IX)
               END-IF
           END-PERFORM
           EXEC SQL
               CLOSE CSR-FUNDS
           END-EXEC

      *> Spent is what the copies received cost; encumbered is
      *> what is still to come on orders not yet closed.
           EXEC SQL
               OPEN CSR-FUND-ORDERS
           END-EXEC
           PERFORM UNTIL SQLSTATE >= "02000"
               EXEC SQL
                   FETCH CSR-FUND-ORDERS INTO
                       :Po-SubjectCode
                      ,:Po-QtyOrdered
                      ,:Po-QtyReceived
                      ,:Po-QtyCancelled
                      ,:Po-UnitPrice
                      ,:Po-Status
               END-EXEC
               IF SQLSTATE < "02000"
                   PERFORM COMPUTE-ORDER-AMOUNTS
                   MOVE Po-SubjectCode TO WS-FUND-ADD-CODE
                   PERFORM FIND-FUND-ENTRY
                   COMPUTE WS-FUND-SPENT (WS-FUND-IX) =
                       WS-FUND-SPENT (WS-FUND-IX)
                     + WS-QTY-RECEIVED * WS-PRICE-NUM
                   IF Po-Status = 'O' OR Po-Status = 'P'
                       ADD WS-LINE-AMT
                         TO WS-FUND-ENCUMBERED (WS-FUND-IX)
                   END-IF
               END-IF
           END-PERFORM
           EXEC SQL
               CLOSE CSR-FUND-ORDERS
           END-EXEC

           DISPLAY '  FUND                          ALLOCATED'
                   '  ENCUMBERED       SPENT   AVAILABLE'
           PERFORM VARYING WS-FUND-IX FROM 1 BY 1
                   UNTIL WS-FUND-IX > WS-FUND-USED
               PERFORM PRINT-FUND-LINE
           END-PERFORM
           IF WS-FUND-USED = 0
               DISPLAY '  NO FUNDS OR ORDERS FOR THE YEAR'
           ELSE
               COMPUTE WS-AVAIL-AMT = WS-TOT-ALLOCATED
                     - WS-TOT-ENCUMBERED - WS-TOT-SPENT
               DISPLAY ' '
               MOVE WS-TOT-ALLOCATED TO WS-AMT-EDIT
               DISPLAY '  TOTAL ALLOCATED   ' WS-AMT-EDIT
               MOVE WS-TOT-ENCUMBERED TO WS-AMT-EDIT
               DISPLAY '  TOTAL ENCUMBERED  ' WS-AMT-EDIT
               MOVE WS-TOT-SPENT TO WS-AMT-EDIT
               DISPLAY '  TOTAL SPENT       ' WS-AMT-EDIT
               MOVE WS-AVAIL-AMT TO WS-SIGNED-EDIT
               DISPLAY '  TOTAL AVAILABLE  ' WS-SIGNED-EDIT
           END-IF
           .
      *> Sets WS-FUND-IX to WS-FUND-ADD-CODE's budget line,
      *> starting a zeroed line for a code not yet seen.
       FIND-FUND-ENTRY.
           PERFORM VARYING WS-FUND-IX FROM 1 BY 1
                   UNTIL WS-FUND-IX > WS-FUND-USED
                      OR WS-FUND-CODE (WS-FUND-IX)
                         = WS-FUND-ADD-CODE
               CONTINUE
           END-PERFORM
           IF WS-FUND-IX > WS-FUND-USED
               IF WS-FUND-USED >= 100
      *> table full - fold the overflow into the last slot
      *> rather than abend a budget report
                   MOVE WS-FUND-USED TO WS-FUND-IX
               ELSE
                   ADD 1 TO WS-FUND-USED
                   MOVE WS-FUND-ADD-CODE
                     TO WS-FUND-CODE (WS-FUND-IX)
                   MOVE 0 TO WS-FUND-ALLOCATED (WS-FUND-IX)
                   MOVE 0 TO WS-FUND-ENCUMBERED (WS-FUND-IX)
                   MOVE 0 TO WS-FUND-SPENT (WS-FUND-IX)
               END-IF
           END-IF
           .
       PRINT-FUND-LINE.
           MOVE SPACES TO Subj-SubjectName
           MOVE WS-FUND-CODE (WS-FUND-IX) TO Subj-SubjectCode
           EXEC SQL
               SELECT SubjectName
                 INTO :Subj-SubjectName
                 FROM SubjectCode
                WHERE SubjectCode = :Subj-SubjectCode
           END-EXEC
           IF SQLCODE = 100
               MOVE 'NO CODE-TABLE ROW' TO Subj-SubjectName
           END-IF
           COMPUTE WS-AVAIL-AMT = WS-FUND-ALLOCATED (WS-FUND-IX)
                 - WS-FUND-ENCUMBERED (WS-FUND-IX)
                 - WS-FUND-SPENT (WS-FUND-IX)
           ADD WS-FUND-ALLOCATED (WS-FUND-IX)  TO WS-TOT-ALLOCATED
           ADD WS-FUND-ENCUMBERED (WS-FUND-IX) TO WS-TOT-ENCUMBERED
           ADD WS-FUND-SPENT (WS-FUND-IX)      TO WS-TOT-SPENT
           MOVE WS-FUND-ALLOCATED (WS-FUND-IX)  TO WS-AMT-EDIT
           MOVE WS-FUND-ENCUMBERED (WS-FUND-IX) TO WS-ENC-EDIT
           MOVE WS-FUND-SPENT (WS-FUND-IX)      TO WS-SPENT-EDIT
           MOVE WS-AVAIL-AMT                    TO WS-SIGNED-EDIT
           DISPLAY '  ' WS-FUND-CODE (WS-FUND-IX) ' '
                   Subj-SubjectName ' ' WS-AMT-EDIT ' '
                   WS-ENC-EDIT ' ' WS-SPENT-EDIT ' ' WS-SIGNED-EDIT
           IF WS-AVAIL-AMT < 0
               ADD 1 TO WS-OVER-COUNT
               DISPLAY '      ** FUND OVERCOMMITTED - ORDERS AND '
                       'SPENDING EXCEED THE ALLOCATION **'
           END-IF
           .
       SHUT-DOWN.
           DISPLAY ' '
           DISPLAY 'ACQRPT: ' WS-OPEN-COUNT ' OPEN ORDER(S)'
           DISPLAY 'ACQRPT: ' WS-CLAIM-COUNT
                   ' ORDER(S) TO CLAIM FROM PUBLISHERS'
           DISPLAY 'ACQRPT: ' WS-OVER-COUNT
                   ' FUND(S) OVERCOMMITTED'
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
           MOVE 'ACQRPT  ' TO Jlog-ProgramName
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
               'OPEN=' DELIMITED BY SIZE
               WS-OPEN-COUNT DELIMITED BY SIZE
               ' CLAIM=' DELIMITED BY SIZE
               WS-CLAIM-COUNT DELIMITED BY SIZE
               ' OVER=' DELIMITED BY SIZE
               WS-OVER-COUNT DELIMITED BY SIZE
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
