                  ,CheckoutDate
                  ,ReturnDate
                  ,BranchID
                  ,DueDate
             FROM  LoanHistory
             WHERE (ReturnDate <> ' ')
               AND (ReturnDate < :WS-MONTH-FLOOR)
                      ,:LoanHist-ReturnDate
                      ,:LoanHist-BranchID
                          :LoanHist-BranchID-NULL
                      ,:LoanHist-DueDate
                          :LoanHist-DueDate-NULL
               END-EXEC
               IF SQLSTATE < "02000"
                   PERFORM ARCHIVE-ONE-LOAN
           IF LoanHist-BranchID-NULL < 0
               MOVE SPACES TO LoanHist-BranchID
           END-IF
           IF LoanHist-DueDate-NULL < 0
               MOVE SPACES TO LoanHist-DueDate
           END-IF
           PERFORM ROLL-UP-ONE-LOAN

           MOVE LoanHist-BookID       TO LArch-BookID
           MOVE LoanHist-ReturnDate   TO LArch-ReturnDate
           MOVE LoanHist-BranchID     TO LArch-BranchID
           MOVE WS-TODAY              TO LArch-ArchiveDate
           MOVE LoanHist-DueDate      TO LArch-DueDate

           EXEC SQL
               INSERT INTO LoanHistArch
                     ( BookID, CopyNumber, PatronNumber
                     , CheckoutDate, ReturnDate, BranchID
                     , ArchiveDate, DueDate )
               VALUES ( :LArch-BookID, :LArch-CopyNumber
                      , :LArch-PatronNumber, :LArch-CheckoutDate
                      , :LArch-ReturnDate, :LArch-BranchID
                      , :LArch-ArchiveDate, :LArch-DueDate )
           END-EXEC

           EXEC SQL
