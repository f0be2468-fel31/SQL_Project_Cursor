      *> patron whose DeliveryPref is 'E' gets an 'OD'
      *> row on the Notice queue for NOTIFY's electronic
      *> extract instead of a letter here.
      *> A copy is overdue once today is past the DueDate
      *> BOOKXFER recorded on it, and the days late on the
      *> letter are the open days since then (closed
      *> LibCalendar dates not counted) - a loan DUECONV
      *> has not dated yet still goes by RemainingDays.
      *> A copy the patron has claimed returned gets no
      *> letter while the claim is open.
      *> A juvenile card linked to a guardian has its
      *> letter addressed to the guardian (the child
      *> named on it), and the guardian's DeliveryPref
      *> decides letter or queue row.
      *> -------------------------------------------
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       01  WS-NOTICE-COUNT                 PIC 9(5) VALUE 0.
       01  WS-QUEUED-COUNT                 PIC 9(5) VALUE 0.
       01  WS-NTC-NEXT-NUM                 PIC 9(6) VALUE 0.
       01  WS-DAYS-LATE-NUM                PIC S999.
       01  WS-DAYS-LATE-ABS                PIC 999.
       01  WS-DATE-INT                     PIC 9(8).
       01  WS-DUE-DATE-INT                 PIC 9(8).
      *> Set at each patron control break from DeliveryPref -
      *> 'E' means the overdue notice is queued for the
      *> electronic extract instead of printed here.  A linked
      *> juvenile card goes by its guardian's preference.
       01  WS-ELEC-SWITCH                  PIC X VALUE 'N'.
           88 ELECTRONIC-PATRON            VALUE 'Y'.

         EXEC SQL INCLUDE Book END-EXEC.
         EXEC SQL INCLUDE Patron END-EXEC.
         EXEC SQL INCLUDE Notice END-EXEC.
         EXEC SQL INCLUDE Claim END-EXEC.
         EXEC SQL INCLUDE JobLog END-EXEC.
         01  WS-MAX-NTC                    PIC X(6).
         01  WS-MAX-NTC-NULL               PIC S9(04) COMP-5.
         01  WS-TODAY                      PIC X(8).
         01  WS-CLOSED-COUNT               PIC S9(4) COMP-5 VALUE 0.
      *> The guardian of a linked juvenile card - all NULL off
      *> the outer join when the card stands alone.
         01  WS-GUARDIAN.
             03 WS-GRD-NUMBER              PIC X(6).
             03 WS-GRD-FIRST-NAME          PIC X(10).
             03 WS-GRD-LAST-NAME           PIC X(12).
             03 WS-GRD-STREET-ADDRESS      PIC X(20).
             03 WS-GRD-CITY                PIC X(14).
             03 WS-GRD-STATE               PIC X(2).
             03 WS-GRD-ZIP                 PIC X(10).
             03 WS-GRD-DELIVERY-PREF       PIC X(1).
         01  WS-GUARDIAN-NULL.
             03 WS-GRD-NUMBER-NULL         PIC S9(04) COMP-5.
             03 WS-GRD-FIRST-NAME-NULL     PIC S9(04) COMP-5.
             03 WS-GRD-LAST-NAME-NULL      PIC S9(04) COMP-5.
             03 WS-GRD-STREET-ADDRESS-NULL PIC S9(04) COMP-5.
             03 WS-GRD-CITY-NULL           PIC S9(04) COMP-5.
             03 WS-GRD-STATE-NULL          PIC S9(04) COMP-5.
             03 WS-GRD-ZIP-NULL            PIC S9(04) COMP-5.
             03 WS-GRD-DELIVERY-PREF-NULL  PIC S9(04) COMP-5.
      *> Branch-selection parameter card (SYSIN, optional).
         01  WS-BRANCH-CARD.
             03 WS-BRANCH-PARM             PIC X(2).
                  ,A.CopyNumber
                  ,A.BookTitle
                  ,A.RemainingDays
                  ,A.DueDate
                  ,G.PatronNumber
                  ,G.FirstName
                  ,G.LastName
                  ,G.StreetAddress
                  ,G.City
                  ,G.State
                  ,G.Zip
                  ,G.DeliveryPref
             FROM  Book A INNER JOIN Patron B
                   ON (A.PatronNumber = B.PatronNumber)
                   LEFT OUTER JOIN Patron G
                   ON (G.PatronNumber = B.GuardianNumber)
             WHERE (A.PatronNumber <> ' ')
               AND ( (A.DueDate > ' ' AND A.DueDate < :WS-TODAY)
                  OR ( (A.DueDate IS NULL OR A.DueDate = ' ')
                       AND A.RemainingDays <> ' ' ) )
               AND ( (:WS-BRANCH-PARM = ' ')
                  OR (A.BranchID = :WS-BRANCH-PARM) )
               AND NOT EXISTS
                   ( SELECT 1 FROM ClaimReturn C
                      WHERE C.BookID = A.BookID
                        AND C.CopyNumber = A.CopyNumber
                        AND C.Status = 'O' )
             ORDER BY B.PatronNumber, A.BookID
       END-EXEC.

                      ,:Book-CopyNumber
                      ,:Book-BookTitle
                      ,:Book-RemainingDays
                      ,:Book-DueDate:Book-DueDate-NULL
                      ,:WS-GRD-NUMBER:WS-GRD-NUMBER-NULL
                      ,:WS-GRD-FIRST-NAME:WS-GRD-FIRST-NAME-NULL
                      ,:WS-GRD-LAST-NAME:WS-GRD-LAST-NAME-NULL
                      ,:WS-GRD-STREET-ADDRESS
                          :WS-GRD-STREET-ADDRESS-NULL
                      ,:WS-GRD-CITY:WS-GRD-CITY-NULL
                      ,:WS-GRD-STATE:WS-GRD-STATE-NULL
                      ,:WS-GRD-ZIP:WS-GRD-ZIP-NULL
                      ,:WS-GRD-DELIVERY-PREF
                          :WS-GRD-DELIVERY-PREF-NULL
               END-EXEC
               IF SQLSTATE < "02000"
                   PERFORM PROCESS-ROW
           END-EXEC
           .
       PROCESS-ROW.
           PERFORM COMPUTE-DAYS-LATE
           IF WS-DAYS-LATE-NUM < 0
               IF Patron-PatronNumber NOT = WS-BREAK-PATRON
                   IF WS-BREAK-PATRON NOT = SPACES
                   END-IF
                   MOVE Patron-PatronNumber TO WS-BREAK-PATRON
                   MOVE 'N' TO WS-ELEC-SWITCH
                   IF WS-GRD-NUMBER-NULL >= 0
                       IF WS-GRD-DELIVERY-PREF-NULL >= 0
                          AND WS-GRD-DELIVERY-PREF = 'E'
                           MOVE 'Y' TO WS-ELEC-SWITCH
                       END-IF
                   ELSE
                       IF Patron-DeliveryPref-NULL >= 0
                          AND Patron-DeliveryPref = 'E'
                           MOVE 'Y' TO WS-ELEC-SWITCH
                       END-IF
                   END-IF
                   PERFORM PRINT-NOTICE-HEADER
               END-IF
               DISPLAY '=============================================='
                       '===='
               DISPLAY 'OVERDUE NOTICE - ' WS-TODAY
               IF WS-GRD-NUMBER-NULL >= 0
                   DISPLAY WS-GRD-FIRST-NAME ' ' WS-GRD-LAST-NAME
                   DISPLAY WS-GRD-STREET-ADDRESS
                   DISPLAY WS-GRD-CITY ', ' WS-GRD-STATE ' '
                           WS-GRD-ZIP
                   DISPLAY 'RE: ' Patron-FirstName ' '
                           Patron-LastName ' (PATRON '
                           Patron-PatronNumber ')'
               ELSE
                   DISPLAY Patron-FirstName ' ' Patron-LastName
                   DISPLAY Patron-StreetAddress
                   DISPLAY Patron-City ', ' Patron-State ' '
                           Patron-Zip
               END-IF
               DISPLAY ' '
               DISPLAY 'THE FOLLOWING BOOK(S) ARE OVERDUE:'
               ADD 1 TO WS-NOTICE-COUNT
           END-IF
           .
       PRINT-NOTICE-LINE.
           COMPUTE WS-DAYS-LATE-ABS = 0 - WS-DAYS-LATE-NUM
           IF NOT ELECTRONIC-PATRON
               IF Book-DueDate = SPACES
                   DISPLAY '  BOOKID=' Book-BookID ' COPY='
                           Book-CopyNumber ' "' Book-BookTitle '" - '
                           WS-DAYS-LATE-ABS ' DAY(S) LATE'
               ELSE
                   DISPLAY '  BOOKID=' Book-BookID ' COPY='
                           Book-CopyNumber ' "' Book-BookTitle
                           '" - DUE ' Book-DueDate ' - '
                           WS-DAYS-LATE-ABS ' DAY(S) LATE'
               END-IF
           END-IF
           ADD 1 TO WS-BOOK-COUNT-THIS-PATRON
           .
      *> Days late come from the copy's DueDate: the open days
      *> after it up to today, closed LibCalendar dates not
      *> counted (exactly the days BOOKAGE counts down), and
      *> returned negative the way RemainingDays reads once a
      *> loan is overdue.  A loan with no DueDate yet keeps
      *> the RemainingDays reading.
       COMPUTE-DAYS-LATE.
           IF Book-DueDate-NULL < 0
               MOVE SPACES TO Book-DueDate
           END-IF
           IF Book-DueDate = SPACES
               MOVE FUNCTION NUMVAL(Book-RemainingDays)
                 TO WS-DAYS-LATE-NUM
           ELSE
               IF Book-DueDate NOT < WS-TODAY
                   MOVE 0 TO WS-DAYS-LATE-NUM
               ELSE
                   EXEC SQL
                       SELECT COUNT(*)
                         INTO :WS-CLOSED-COUNT
                         FROM LibCalendar
                        WHERE ClosedDate > :Book-DueDate
                          AND ClosedDate <= :WS-TODAY
                   END-EXEC
                   MOVE FUNCTION NUMVAL(WS-TODAY)    TO WS-DATE-INT
                   MOVE FUNCTION NUMVAL(Book-DueDate) TO WS-DUE-DATE-INT
                   COMPUTE WS-DAYS-LATE-NUM =
                       FUNCTION INTEGER-OF-DATE(WS-DUE-DATE-INT)
                     - FUNCTION INTEGER-OF-DATE(WS-DATE-INT)
                     + WS-CLOSED-COUNT
               END-IF
           END-IF
           .
      *> An electronic-preference patron gets one 'OD' queue
      *> row covering the whole notice instead of the letter;
      *> NOTIFY turns it into the email/text extract.
