      *>   YEAR|BARCODE|BRANCH|AVAIL
      *> AVAIL is derived: 'O' out on a patron's card,
      *> 'H' on the hold shelf, 'L' declared lost,
      *> 'T' in transit between branches (BRANCH is
      *> still the shipping one), 'D' damaged - out for
      *> repair or withdrawal, 'A' available on the
      *> shelf.  The file ends
      *> with a control trailer the consortium checks
      *> their load against:
      *>   TRL|count-of-detail-records|extract-date
         EXEC SQL INCLUDE Book END-EXEC.
         EXEC SQL INCLUDE Publisher END-EXEC.
         EXEC SQL INCLUDE HoldShelf END-EXEC.
         EXEC SQL INCLUDE Transit END-EXEC.
         EXEC SQL INCLUDE JobLog END-EXEC.
      *> Mode parameter card (SYSIN, optional).
      *> col 1  'F' = full file, blank/'C' = changes only
                  ,A.BranchID
                  ,A.PatronNumber
                  ,A.LostFlag
                  ,A.DamageFlag
             FROM  Book A LEFT OUTER JOIN Publisher B
                ON  A.BookPublisher = B.PublisherName
             WHERE ( (:WS-FULL-FLAG = 'Y')
                      ,:Book-BranchID:Book-BranchID-NULL
                      ,:Book-PatronNumber:Book-PatronNumber-NULL
                      ,:Book-LostFlag:Book-LostFlag-NULL
                      ,:Book-DamageFlag:Book-DamageFlag-NULL
               END-EXEC
               IF SQLSTATE < "02000"
                   PERFORM WRITE-ONE-HOLDING
           IF Book-LostFlag-NULL < 0
               MOVE SPACES TO Book-LostFlag
           END-IF
           IF Book-DamageFlag-NULL < 0
               MOVE SPACES TO Book-DamageFlag
           END-IF

           PERFORM DERIVE-AVAIL-FLAG

           ADD 1 TO WS-DETAIL-COUNT
           .
      *> Out on a card beats everything; a lost copy is not on
      *> any shelf; a damaged copy is with the mender; a
      *> hold-shelf copy is spoken for; a copy in transit is
      *> on neither building's shelf; the rest are available.
       DERIVE-AVAIL-FLAG.
           EVALUATE TRUE
               WHEN Book-PatronNumber NOT = SPACES
                   MOVE 'O' TO WS-AVAIL-FLAG
               WHEN Book-LostFlag = 'Y'
                   MOVE 'L' TO WS-AVAIL-FLAG
               WHEN Book-DamageFlag = 'Y'
                   MOVE 'D' TO WS-AVAIL-FLAG
               WHEN OTHER
                   EXEC SQL
                       SELECT COUNT(*)
                   IF WS-ROW-COUNT NOT = 0
                       MOVE 'H' TO WS-AVAIL-FLAG
                   ELSE
                       EXEC SQL
                           SELECT COUNT(*)
                             INTO :WS-ROW-COUNT
                             FROM BookTransit
                            WHERE BookID = :Book-BookID
                              AND CopyNumber = :Book-CopyNumber
                              AND Status = 'T'
                       END-EXEC
                       IF WS-ROW-COUNT NOT = 0
                           MOVE 'T' TO WS-AVAIL-FLAG
                       ELSE
                           MOVE 'A' TO WS-AVAIL-FLAG
                       END-IF
                   END-IF
           END-EVALUATE
           .
