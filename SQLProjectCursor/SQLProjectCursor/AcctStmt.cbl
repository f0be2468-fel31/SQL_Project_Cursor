      *> answers the whole "what do I have out, what am
      *> I waiting on, and what do I owe?" question in
      *> one letter per patron:
      *>   - current loans from Book with their DueDate
      *>     (or RemainingDays, for a loan not yet dated)
      *>     and RenewalCount
      *>   - copies waiting on the hold shelf with their
      *>     pickup deadline
      *>   - copies in transit from the other building
      *>     to fill one of the patron's holds
      *>   - pending reservations with QueuePosition
      *>   - interlibrary-loan requests on order or in
      *>     the building (from ILLRequest)
      *>   - open Fine rows and the total owed
      *> A loan the patron has claimed returned is shown
      *> as under search, and a patron who has ever made
      *> a claims-returned claim has the count of them on
      *> the letter's heading.  So does a patron whose
      *> email or text notices the gateway has failed to
      *> deliver (open NoticeBounce rows) - the desk asks
      *> for new contact details.
      *> Run for one patron or the whole file via a
      *> single optional SYSIN card (the same convention
      *> as SIMPACC's search card):
      *>     cols 1-6  PatronNumber, or blank for all
      *>     col  8    'H' = household statements
      *> A whole-file run skips patrons with nothing on
      *> their account; a one-patron run always prints
      *> the letter, even if only to say the account is
      *> clear.
      *> A juvenile card linked to a guardian has its
      *> statement addressed to the guardian, the child
      *> named on it.
      *> A household run prints one letter per guardian
      *> with linked cards, addressed to the guardian and
      *> listing the loans, holds and fines on the
      *> guardian's own card and every card linked to it,
      *> with the household's total owed at the foot (the
      *> figure BOOKXFER holds against HHFINMAX).  Given
      *> a PatronNumber it prints the household that card
      *> belongs to, whether the card is the guardian's or
      *> a child's.
      *> -------------------------------------------
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       01  WS-FINE-TOTAL-NUM               PIC 9(5)V99 VALUE 0.
       01  WS-FINE-TOTAL-EDIT              PIC 99999.99.
       01  WS-DAYS-LATE-NUM                PIC S999.
       01  WS-CLAIM-EDIT                   PIC ZZZ9.
       01  WS-HOUSE-COUNT                  PIC 9(5) VALUE 0.
       01  WS-HOUSE-TOTAL-NUM              PIC 9(5)V99 VALUE 0.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
         EXEC SQL INCLUDE Book END-EXEC.
         EXEC SQL INCLUDE Fine END-EXEC.
         EXEC SQL INCLUDE HoldShelf END-EXEC.
         EXEC SQL INCLUDE IllReq END-EXEC.
         EXEC SQL INCLUDE Transit END-EXEC.
         EXEC SQL INCLUDE Claim END-EXEC.
         EXEC SQL INCLUDE NtcBnc END-EXEC.
         EXEC SQL INCLUDE JobLog END-EXEC.
      *> Statement-request parameter card (SYSIN, optional).
      *> cols 1-6  PatronNumber (blank = whole file)
             03 WS-STMT-PATRON             PIC X(6).
             03 WS-RUN-MODE                PIC X.
                88 UNATTENDED-RUN          VALUE 'U'.
             03 WS-STMT-SCOPE              PIC X.
                88 HOUSEHOLD-STMT          VALUE 'H'.
             03 FILLER                     PIC X(72).
         01  WS-ACTIVITY-COUNT             PIC S9(4) COMP-5 VALUE 0.
         01  WS-CLAIM-COUNT                PIC S9(4) COMP-5 VALUE 0.
         01  WS-BOUNCE-COUNT               PIC S9(4) COMP-5 VALUE 0.
      *> Guardian of a linked juvenile card - the statement
      *> goes to this name and address.
         01  WS-GUARDIAN.
             03 WS-GRD-NUMBER              PIC X(6).
             03 WS-GRD-FIRST-NAME          PIC X(10).
             03 WS-GRD-LAST-NAME           PIC X(12).
             03 WS-GRD-STREET-ADDRESS      PIC X(20).
             03 WS-GRD-CITY                PIC X(14).
             03 WS-GRD-STATE               PIC X(2).
             03 WS-GRD-ZIP                 PIC X(10).
         01  WS-GUARDIAN-NULL.
             03 WS-GRD-NUMBER-NULL         PIC S9(04) COMP-5.
             03 WS-GRD-FIRST-NAME-NULL     PIC S9(04) COMP-5.
             03 WS-GRD-LAST-NAME-NULL      PIC S9(04) COMP-5.
             03 WS-GRD-STREET-ADDRESS-NULL PIC S9(04) COMP-5.
             03 WS-GRD-CITY-NULL           PIC S9(04) COMP-5.
             03 WS-GRD-STATE-NULL          PIC S9(04) COMP-5.
             03 WS-GRD-ZIP-NULL            PIC S9(04) COMP-5.
      *> Whose contact details the notices went to (BOUNCE
      *> records a failure against the guardian's number).
         01  WS-CONTACT-PATRON             PIC X(6).
      *> Head of the household being printed.
         01  WS-HOUSE-HEAD.
             03 WS-HEAD-NUMBER             PIC X(6).
             03 WS-HEAD-FIRST-NAME         PIC X(10).
             03 WS-HEAD-LAST-NAME          PIC X(12).
             03 WS-HEAD-STREET-ADDRESS     PIC X(20).
             03 WS-HEAD-CITY               PIC X(14).
             03 WS-HEAD-STATE              PIC X(2).
             03 WS-HEAD-ZIP                PIC X(10).
       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL
             DECLARE CSR-STMT-PATRON CURSOR FOR SELECT
                   A.PatronNumber
                  ,A.FirstName
                  ,A.LastName
                  ,A.StreetAddress
                  ,A.City
                  ,A.State
                  ,A.Zip
                  ,G.PatronNumber
                  ,G.FirstName
                  ,G.LastName
                  ,G.StreetAddress
                  ,G.City
                  ,G.State
                  ,G.Zip
             FROM  Patron A
                   LEFT OUTER JOIN Patron G
                   ON (G.PatronNumber = A.GuardianNumber)
             WHERE ( (:WS-STMT-PATRON = ' ')
                  OR (A.PatronNumber = :WS-STMT-PATRON) )
             ORDER BY A.PatronNumber
       END-EXEC.

      *> Household heads - every card some juvenile card names
      *> as its guardian.  A one-card run picks the household
      *> the card heads or the household it is linked into.
       EXEC SQL
             DECLARE CSR-HOUSEHOLD CURSOR FOR SELECT
                   G.PatronNumber
                  ,G.FirstName
                  ,G.LastName
                  ,G.StreetAddress
                  ,G.City
                  ,G.State
                  ,G.Zip
             FROM  Patron G
             WHERE EXISTS
                   ( SELECT 1 FROM Patron J
                      WHERE J.GuardianNumber = G.PatronNumber )
               AND ( (:WS-STMT-PATRON = ' ')
                  OR (G.PatronNumber = :WS-STMT-PATRON)
                  OR EXISTS
                     ( SELECT 1 FROM Patron K
                        WHERE K.PatronNumber = :WS-STMT-PATRON
                          AND K.GuardianNumber = G.PatronNumber ) )
             ORDER BY G.PatronNumber
       END-EXEC.

      *> The guardian's own card and every card linked to it.
       EXEC SQL
             DECLARE CSR-HOUSE-MEMBERS CURSOR FOR SELECT
                   PatronNumber
                  ,FirstName
                  ,LastName
             FROM  Patron
             WHERE (PatronNumber = :WS-HEAD-NUMBER)
                OR (GuardianNumber = :WS-HEAD-NUMBER)
             ORDER BY PatronNumber
       END-EXEC.

                  ,BookTitle
                  ,RemainingDays
                  ,RenewalCount
                  ,DueDate
             FROM  Book
             WHERE PatronNumber = :Patron-PatronNumber
             ORDER BY BookID, CopyNumber
             ORDER BY A.BookID, A.CopyNumber
       END-EXEC.

      *> Copies PULLIST shipped to fill this patron's holds -
      *> the TR card names the patron the copy is going to.
       EXEC SQL
             DECLARE CSR-STMT-TRANSIT CURSOR FOR SELECT
                   A.BookID
                  ,A.CopyNumber
                  ,A.ToBranchID
                  ,A.ShipDate
                  ,B.BookTitle
             FROM  BookTransit A, Book B
             WHERE (A.BookID = B.BookID)
               AND (A.CopyNumber = B.CopyNumber)
               AND (A.HoldPatron = :Patron-PatronNumber)
               AND (A.Status = 'T')
             ORDER BY A.BookID, A.CopyNumber
       END-EXEC.

      *> Reservation carries no title, and a title can have many
      *> copies on Book - DISTINCT keeps one line per reservation.
       EXEC SQL
           PERFORM READ-SEARCH-CARD
           PERFORM CONNECT-TO-DATABASE
           PERFORM WRITE-RUNLOG-START
           IF HOUSEHOLD-STMT
               PERFORM PRINT-HOUSEHOLDS
           ELSE
               PERFORM OPEN-CURSOR
               PERFORM FETCH-PATRONS
           END-IF
           PERFORM SHUT-DOWN
           .
       READ-SEARCH-CARD.
                      ,:Patron-City
                      ,:Patron-State
                      ,:Patron-Zip
                      ,:WS-GRD-NUMBER:WS-GRD-NUMBER-NULL
                      ,:WS-GRD-FIRST-NAME:WS-GRD-FIRST-NAME-NULL
                      ,:WS-GRD-LAST-NAME:WS-GRD-LAST-NAME-NULL
                      ,:WS-GRD-STREET-ADDRESS
                          :WS-GRD-STREET-ADDRESS-NULL
                      ,:WS-GRD-CITY:WS-GRD-CITY-NULL
                      ,:WS-GRD-STATE:WS-GRD-STATE-NULL
                      ,:WS-GRD-ZIP:WS-GRD-ZIP-NULL
               END-EXEC
               IF SQLSTATE < "02000"
                   PERFORM PROCESS-PATRON THRU PROCESS-PATRON-EXIT
               END-IF
           END-PERFORM
           EXEC SQL
               CLOSE CSR-STMT-PATRON
           END-EXEC
           IF WS-STMT-PATRON NOT = SPACES AND WS-STMT-COUNT = 0
               DISPLAY 'ACCTSTMT: PATRON ' WS-STMT-PATRON
                       ' NOT ON FILE'
           PERFORM PRINT-STMT-HEADER
           PERFORM PRINT-LOAN-SECTION
           PERFORM PRINT-PICKUP-SECTION
           PERFORM PRINT-TRANSIT-SECTION
           PERFORM PRINT-HOLD-SECTION
           PERFORM PRINT-ILL-SECTION
           PERFORM PRINT-FINE-SECTION
           DISPLAY ' '
           DISPLAY '=================================================='
           DISPLAY 'ACCOUNT STATEMENT - ' WS-TODAY
           IF WS-GRD-NUMBER-NULL >= 0
               DISPLAY WS-GRD-FIRST-NAME ' ' WS-GRD-LAST-NAME
               DISPLAY WS-GRD-STREET-ADDRESS
               DISPLAY WS-GRD-CITY ', ' WS-GRD-STATE ' ' WS-GRD-ZIP
               DISPLAY 'RE: ' Patron-FirstName ' ' Patron-LastName
                       '  (PATRON ' Patron-PatronNumber ')'
               MOVE WS-GRD-NUMBER TO WS-CONTACT-PATRON
           ELSE
               DISPLAY Patron-FirstName ' ' Patron-LastName
                       '  (PATRON ' Patron-PatronNumber ')'
               DISPLAY Patron-StreetAddress
               DISPLAY Patron-City ', ' Patron-State ' ' Patron-Zip
               MOVE Patron-PatronNumber TO WS-CONTACT-PATRON
           END-IF
           MOVE 0 TO WS-CLAIM-COUNT
           EXEC SQL
               SELECT COUNT(*)
                 INTO :WS-CLAIM-COUNT
                 FROM ClaimReturn
                WHERE PatronNumber = :Patron-PatronNumber
           END-EXEC
           IF WS-CLAIM-COUNT NOT = 0
               MOVE WS-CLAIM-COUNT TO WS-CLAIM-EDIT
               DISPLAY 'CLAIMS-RETURNED ON RECORD: ' WS-CLAIM-EDIT
           END-IF
           MOVE 0 TO WS-BOUNCE-COUNT
           EXEC SQL
               SELECT COUNT(*)
                 INTO :WS-BOUNCE-COUNT
                 FROM NoticeBounce
                WHERE PatronNumber = :WS-CONTACT-PATRON
                  AND Status = 'O'
           END-EXEC
           IF WS-BOUNCE-COUNT NOT = 0
               MOVE WS-BOUNCE-COUNT TO WS-CLAIM-EDIT
               DISPLAY '** CONTACT DETAILS NEED UPDATING - '
                       WS-CLAIM-EDIT ' NOTICE(S) UNDELIVERED **'
           END-IF
           ADD 1 TO WS-STMT-COUNT
           .
       PRINT-HOUSEHOLDS.
           EXEC SQL
               OPEN CSR-HOUSEHOLD
           END-EXEC
           PERFORM UNTIL SQLSTATE >= "02000"
               EXEC SQL
                   FETCH CSR-HOUSEHOLD INTO
                       :WS-HEAD-NUMBER
                      ,:WS-HEAD-FIRST-NAME
                      ,:WS-HEAD-LAST-NAME
                      ,:WS-HEAD-STREET-ADDRESS
                      ,:WS-HEAD-CITY
                      ,:WS-HEAD-STATE
                      ,:WS-HEAD-ZIP
               END-EXEC
               IF SQLSTATE < "02000"
                   PERFORM PROCESS-HOUSEHOLD
                      THRU PROCESS-HOUSEHOLD-EXIT
               END-IF
           END-PERFORM
           EXEC SQL
               CLOSE CSR-HOUSEHOLD
           END-EXEC
           IF WS-STMT-PATRON NOT = SPACES AND WS-HOUSE-COUNT = 0
               DISPLAY 'ACCTSTMT: PATRON ' WS-STMT-PATRON
                       ' IS NOT IN A LINKED HOUSEHOLD'
           END-IF
           .
      *> Same rule as PROCESS-PATRON - a whole-file run skips a
      *> household with nothing on any of its cards.
       PROCESS-HOUSEHOLD.
           IF WS-STMT-PATRON = SPACES
               PERFORM COUNT-HOUSEHOLD-ACTIVITY
               IF WS-ACTIVITY-COUNT = 0
                   GO TO PROCESS-HOUSEHOLD-EXIT
               END-IF
           END-IF

           PERFORM PRINT-HOUSEHOLD-HEADER
           MOVE 0 TO WS-HOUSE-TOTAL-NUM
           EXEC SQL
               OPEN CSR-HOUSE-MEMBERS
           END-EXEC
           PERFORM UNTIL SQLSTATE >= "02000"
               EXEC SQL
                   FETCH CSR-HOUSE-MEMBERS INTO
                       :Patron-PatronNumber
                      ,:Patron-FirstName
                      ,:Patron-LastName
               END-EXEC
               IF SQLSTATE < "02000"
                   PERFORM PRINT-HOUSE-MEMBER
               END-IF
           END-PERFORM
           EXEC SQL
               CLOSE CSR-HOUSE-MEMBERS
           END-EXEC
           MOVE WS-HOUSE-TOTAL-NUM TO WS-FINE-TOTAL-EDIT
           DISPLAY ' '
           DISPLAY 'HOUSEHOLD TOTAL OWED: ' WS-FINE-TOTAL-EDIT
           PERFORM PRINT-STMT-FOOTER
           .
       PROCESS-HOUSEHOLD-EXIT.
           EXIT
           .
       COUNT-HOUSEHOLD-ACTIVITY.
           MOVE 0 TO WS-ACTIVITY-COUNT
           EXEC SQL
               SELECT COUNT(*)
                 INTO :WS-ACTIVITY-COUNT
                 FROM Book
                WHERE PatronNumber IN
                      ( SELECT PatronNumber FROM Patron
                         WHERE PatronNumber = :WS-HEAD-NUMBER
                            OR GuardianNumber = :WS-HEAD-NUMBER )
           END-EXEC
           IF WS-ACTIVITY-COUNT = 0
               EXEC SQL
                   SELECT COUNT(*)
                     INTO :WS-ACTIVITY-COUNT
                     FROM HoldShelf
                    WHERE PatronNumber IN
                      ( SELECT PatronNumber FROM Patron
                         WHERE PatronNumber = :WS-HEAD-NUMBER
                            OR GuardianNumber = :WS-HEAD-NUMBER )
               END-EXEC
           END-IF
           IF WS-ACTIVITY-COUNT = 0
               EXEC SQL
                   SELECT COUNT(*)
                     INTO :WS-ACTIVITY-COUNT
                     FROM Reservation
                    WHERE PatronNumber IN
                      ( SELECT PatronNumber FROM Patron
                         WHERE PatronNumber = :WS-HEAD-NUMBER
                            OR GuardianNumber = :WS-HEAD-NUMBER )
               END-EXEC
           END-IF
           IF WS-ACTIVITY-COUNT = 0
               EXEC SQL
                   SELECT COUNT(*)
                     INTO :WS-ACTIVITY-COUNT
                     FROM ILLRequest
                    WHERE PatronNumber IN
                      ( SELECT PatronNumber FROM Patron
                         WHERE PatronNumber = :WS-HEAD-NUMBER
                            OR GuardianNumber = :WS-HEAD-NUMBER )
                      AND (Status = 'R' OR Status = 'V')
               END-EXEC
           END-IF
           IF WS-ACTIVITY-COUNT = 0
               EXEC SQL
                   SELECT COUNT(*)
                     INTO :WS-ACTIVITY-COUNT
                     FROM Fine
                    WHERE PatronNumber IN
                      ( SELECT PatronNumber FROM Patron
                         WHERE PatronNumber = :WS-HEAD-NUMBER
                            OR GuardianNumber = :WS-HEAD-NUMBER )
                      AND PaidFlag = 'N'
               END-EXEC
           END-IF
           .
       PRINT-HOUSEHOLD-HEADER.
           DISPLAY ' '
           DISPLAY '=================================================='
           DISPLAY 'HOUSEHOLD ACCOUNT STATEMENT - ' WS-TODAY
           DISPLAY WS-HEAD-FIRST-NAME ' ' WS-HEAD-LAST-NAME
                   '  (PATRON ' WS-HEAD-NUMBER ')'
           DISPLAY WS-HEAD-STREET-ADDRESS
           DISPLAY WS-HEAD-CITY ', ' WS-HEAD-STATE ' ' WS-HEAD-ZIP
           MOVE 0 TO WS-BOUNCE-COUNT
           EXEC SQL
               SELECT COUNT(*)
                 INTO :WS-BOUNCE-COUNT
                 FROM NoticeBounce
                WHERE PatronNumber = :WS-HEAD-NUMBER
                  AND Status = 'O'
           END-EXEC
           IF WS-BOUNCE-COUNT NOT = 0
               MOVE WS-BOUNCE-COUNT TO WS-CLAIM-EDIT
               DISPLAY '** CONTACT DETAILS NEED UPDATING - '
                       WS-CLAIM-EDIT ' NOTICE(S) UNDELIVERED **'
           END-IF
           ADD 1 TO WS-HOUSE-COUNT
           .
      *> One card's sections under its own heading; the card's
      *> fine total is carried into the household total.
       PRINT-HOUSE-MEMBER.
           MOVE 0 TO WS-LINE-COUNT
           DISPLAY ' '
           DISPLAY '--- CARD ' Patron-PatronNumber ' - '
                   Patron-FirstName ' ' Patron-LastName ' ---'
           MOVE 0 TO WS-CLAIM-COUNT
           EXEC SQL
               SELECT COUNT(*)
                 INTO :WS-CLAIM-COUNT
                 FROM ClaimReturn
                WHERE PatronNumber = :Patron-PatronNumber
           END-EXEC
           IF WS-CLAIM-COUNT NOT = 0
               MOVE WS-CLAIM-COUNT TO WS-CLAIM-EDIT
               DISPLAY 'CLAIMS-RETURNED ON RECORD: ' WS-CLAIM-EDIT
           END-IF
           PERFORM PRINT-LOAN-SECTION
           PERFORM PRINT-PICKUP-SECTION
           PERFORM PRINT-TRANSIT-SECTION
           PERFORM PRINT-HOLD-SECTION
           PERFORM PRINT-ILL-SECTION
           PERFORM PRINT-FINE-SECTION
           ADD WS-FINE-TOTAL-NUM TO WS-HOUSE-TOTAL-NUM
           IF WS-LINE-COUNT = 0
               DISPLAY '  NOTHING ON THIS CARD'
           END-IF
           .
       PRINT-LOAN-SECTION.
           DISPLAY ' '
           DISPLAY 'BOOKS CHECKED OUT:'
                      ,:Book-BookTitle
                      ,:Book-RemainingDays
                      ,:Book-RenewalCount
                      ,:Book-DueDate:Book-DueDate-NULL
               END-EXEC
               IF SQLSTATE < "02000"
                   PERFORM PRINT-LOAN-LINE THRU PRINT-LOAN-LINE-EXIT
               END-IF
           END-PERFORM
           EXEC SQL
               CLOSE CSR-STMT-LOANS
           END-EXEC
           .
      *> The due date BOOKXFER recorded is what the patron is
      *> told; a loan DUECONV has not dated yet still prints
      *> from the RemainingDays counter.  A loan under a
      *> claims-returned search says so instead - MAX keeps a
      *> copy with no claim from ending the cursor loop.
       PRINT-LOAN-LINE.
           IF Book-DueDate-NULL < 0
               MOVE SPACES TO Book-DueDate
           END-IF
           EXEC SQL
               SELECT MAX(ClaimDate)
                 INTO :Clm-ClaimDate:Clm-ClaimDate-NULL
                 FROM ClaimReturn
                WHERE BookID = :Book-BookID
                  AND CopyNumber = :Book-CopyNumber
                  AND Status = 'O'
           END-EXEC
           IF Clm-ClaimDate-NULL >= 0
               DISPLAY '  ' Book-BookID '/' Book-CopyNumber ' "'
                       Book-BookTitle '" - CLAIMED RETURNED '
                       Clm-ClaimDate ' - UNDER SEARCH'
               ADD 1 TO WS-LINE-COUNT
               GO TO PRINT-LOAN-LINE-EXIT
           END-IF
           IF Book-DueDate NOT = SPACES
               IF Book-DueDate < WS-TODAY
                   DISPLAY '  ' Book-BookID '/' Book-CopyNumber ' "'
                           Book-BookTitle '" - OVERDUE, WAS DUE '
                           Book-DueDate ', RENEWALS USED: '
                           Book-RenewalCount
               ELSE
                   DISPLAY '  ' Book-BookID '/' Book-CopyNumber ' "'
                           Book-BookTitle '" - DUE ' Book-DueDate
                           ', RENEWALS USED: ' Book-RenewalCount
               END-IF
               ADD 1 TO WS-LINE-COUNT
               GO TO PRINT-LOAN-LINE-EXIT
           END-IF
           MOVE FUNCTION NUMVAL(Book-RemainingDays)
             TO WS-DAYS-LATE-NUM
           IF WS-DAYS-LATE-NUM < 0
           END-IF
           ADD 1 TO WS-LINE-COUNT
           .
       PRINT-LOAN-LINE-EXIT.
           EXIT
           .
       PRINT-PICKUP-SECTION.
           DISPLAY ' '
           DISPLAY 'ON THE HOLD SHELF - READY FOR PICKUP:'
               CLOSE CSR-STMT-PICKUPS
           END-EXEC
           .
       PRINT-TRANSIT-SECTION.
           DISPLAY ' '
           DISPLAY 'IN TRANSIT TO YOUR PICKUP BRANCH:'
           EXEC SQL
               OPEN CSR-STMT-TRANSIT
           END-EXEC
           PERFORM UNTIL SQLSTATE >= "02000"
               EXEC SQL
                   FETCH CSR-STMT-TRANSIT INTO
                       :Trn-BookID
                      ,:Trn-CopyNumber
                      ,:Trn-ToBranchID
                      ,:Trn-ShipDate
                      ,:Book-BookTitle
               END-EXEC
               IF SQLSTATE < "02000"
                   DISPLAY '  ' Trn-BookID '/' Trn-CopyNumber ' "'
                           Book-BookTitle '" - ON ITS WAY TO BRANCH '
                           Trn-ToBranchID ', SHIPPED ' Trn-ShipDate
                   ADD 1 TO WS-LINE-COUNT
               END-IF
           END-PERFORM
           EXEC SQL
               CLOSE CSR-STMT-TRANSIT
           END-EXEC
           .
       PRINT-HOLD-SECTION.
           DISPLAY ' '
           DISPLAY 'RESERVATIONS WAITING:'
           DISPLAY '=================================================='
           .
       SHUT-DOWN.
           DISPLAY ' '
           DISPLAY 'ACCTSTMT: ' WS-STMT-COUNT ' STATEMENT(S) PRINTED'
           DISPLAY 'ACCTSTMT: ' WS-HOUSE-COUNT
                   ' HOUSEHOLD STATEMENT(S) PRINTED'
           PERFORM WRITE-RUNLOG-END
           EXEC SQL DISCONNECT CURRENT END-EXEC
           IF NOT UNATTENDED-RUN
           STRING
               'STMTS=' DELIMITED BY SIZE
               WS-STMT-COUNT DELIMITED BY SIZE
               ' HOUSE=' DELIMITED BY SIZE
               WS-HOUSE-COUNT DELIMITED BY SIZE
             INTO Jlog-RunCounters
           EXEC SQL
               UPDATE JobRunLog
