       01  WS-SUSP-NEXT-NUM                PIC 9(6) VALUE 0.
       01  WS-DONE-COUNT                   PIC 9(5) VALUE 0.
       01  WS-REJECT-COUNT                 PIC 9(5) VALUE 0.
      *> Run-mode parameter card (SYSIN, optional).
      *> col 1  'U' = unattended (no operator prompt at EOJ)
       01  WS-RUNMODE-CARD.
           MOVE WS-REQ-TYPE     TO XFER-TRANS-CODE
           MOVE 'WEBSITE '      TO XFER-USERID
           MOVE SPACES          TO XFER-BRANCH-ID
           MOVE SPACES          TO XFER-CHARGE-AMOUNT
           MOVE SPACES          TO XFER-TRANS-DATE
           MOVE SPACES          TO XFER-RETURN-CODE

           CALL 'BOOKXFER' USING BOOKXFER-PARM
           .
      *> The return code becomes something a patron can read
      *> on the website.  A clean renewal looks up the fresh
      *> DueDate BOOKXFER just wrote - the real date, closed
      *> days already stepped over, not today plus a count.
       BUILD-RESPONSE-MESSAGE.
           MOVE SPACES TO WR-MESSAGE
           EVALUATE TRUE
                          'PLEASE SEE THE DESK'
                              DELIMITED BY SIZE
                     INTO WR-MESSAGE
               WHEN XFER-CLAIM-ON-FILE
                   STRING 'THIS ITEM IS UNDER SEARCH AS RETURNED '
                              DELIMITED BY SIZE
                          '- PLEASE SEE THE DESK'
                              DELIMITED BY SIZE
                     INTO WR-MESSAGE
               WHEN XFER-CARD-EXPIRED
                   STRING 'YOUR LIBRARY CARD HAS EXPIRED - '
                              DELIMITED BY SIZE
           END-EVALUATE
           .
       BUILD-RENEWED-MESSAGE.
           MOVE SPACES TO Book-DueDate
           EXEC SQL
               SELECT DueDate
                 INTO :Book-DueDate:Book-DueDate-NULL
                 FROM Book
                WHERE BookID = :WS-REQ-BOOKID
                  AND CopyNumber = :WS-REQ-COPY
           END-EXEC
           IF SQLCODE = 100 OR Book-DueDate-NULL < 0
              OR Book-DueDate = SPACES
               MOVE 'RENEWED' TO WR-MESSAGE
           ELSE
               MOVE SPACES TO WR-MESSAGE
               STRING 'RENEWED THROUGH ' DELIMITED BY SIZE
                      Book-DueDate DELIMITED BY SIZE
                 INTO WR-MESSAGE
           END-IF
           .
