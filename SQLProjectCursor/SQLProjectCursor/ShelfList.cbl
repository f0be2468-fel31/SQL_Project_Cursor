      *> with the SubjectCode table supplying the
      *> subject's full name.  Copies not yet
      *> classified group under UNCLASSIFIED at the
      *> front of each branch.  A copy shipped to the
      *> other building stays on its old branch's list
      *> until it is received there, marked in transit;
      *> a copy that came back damaged is marked out for
      *> repair.
      *> A single optional SYSIN card selects the
      *> branch:
      *>     cols 1-2  BranchID (blank = both buildings)
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
         EXEC SQL INCLUDE Book END-EXEC.
         EXEC SQL INCLUDE SubjCode END-EXEC.
         EXEC SQL INCLUDE Transit END-EXEC.
         EXEC SQL INCLUDE JobLog END-EXEC.
      *> Branch-selection parameter card (SYSIN, optional).
         01  WS-BRANCH-CARD.
                  ,CopyNumber
                  ,BookTitle
                  ,BookAuthor
                  ,DamageFlag
             FROM  Book
             WHERE ( (:WS-BRANCH-PARM = ' ')
                  OR (BranchID = :WS-BRANCH-PARM) )
                      ,:Book-CopyNumber
                      ,:Book-BookTitle
                      ,:Book-BookAuthor
                      ,:Book-DamageFlag:Book-DamageFlag-NULL
               END-EXEC
               IF SQLSTATE < "02000"
                   PERFORM LIST-ONE-COPY
           IF Book-SubjectCode-NULL < 0
               MOVE SPACES TO Book-SubjectCode
           END-IF
           IF Book-DamageFlag-NULL < 0
               MOVE SPACES TO Book-DamageFlag
           END-IF

           IF Book-BranchID NOT = WS-BREAK-BRANCH
               IF WS-BREAK-SUBJECT NOT = LOW-VALUES

           DISPLAY '    ' Book-BookID '/' Book-CopyNumber ' "'
                   Book-BookTitle '" BY ' Book-BookAuthor
      *> MAX over the copy's one open transit row (NULL when
      *> there is none) - a not-found here would end the
      *> cursor loop above.
           EXEC SQL
               SELECT MAX(ToBranchID), MAX(ShipDate)
                 INTO :Trn-ToBranchID:Trn-ToBranchID-NULL
                     ,:Trn-ShipDate:Trn-ShipDate-NULL
                 FROM BookTransit
                WHERE BookID = :Book-BookID
                  AND CopyNumber = :Book-CopyNumber
                  AND Status = 'T'
           END-EXEC
           IF Trn-ToBranchID-NULL >= 0
               DISPLAY '      (IN TRANSIT TO BRANCH ' Trn-ToBranchID
                       ' SINCE ' Trn-ShipDate ')'
           END-IF
           IF Book-DamageFlag = 'Y'
               DISPLAY '      (OUT FOR REPAIR)'
           END-IF
           ADD 1 TO WS-SUBJECT-COUNT
           ADD 1 TO WS-GRAND-TOTAL
           .
