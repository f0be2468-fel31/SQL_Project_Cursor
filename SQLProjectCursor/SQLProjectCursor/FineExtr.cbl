      *> record per debt to the COLLECT interface file in
      *> the bureau's record format, and marks the Fine
      *> row referred so the next run does not send the
      *> same debt twice.  Each referral also opens a
      *> CollectRef ledger row (the debt as sent), which
      *> COLLRET posts the bureau's return file against.
      *> A debt the bureau has handed back as
      *> uncollectable or recalled (ReferredFlag 'U' or
      *> 'R') is not sent again.
      *> Cutoff comes from a single optional SYSIN card,
      *> cols 1-8 YYYYMMDD; blank means 60 days before
      *> the run date.
         EXEC SQL INCLUDE Fine END-EXEC.
         EXEC SQL INCLUDE Patron END-EXEC.
         EXEC SQL INCLUDE Notice END-EXEC.
         EXEC SQL INCLUDE CollRef END-EXEC.
         EXEC SQL INCLUDE JobLog END-EXEC.
         01  WS-MAX-NTC                    PIC X(6).
         01  WS-MAX-NTC-NULL               PIC S9(04) COMP-5.
             WHERE (A.PatronNumber = B.PatronNumber)
               AND (A.PaidFlag = 'N')
               AND (A.ReferredFlag IS NULL
                    OR A.ReferredFlag = 'N')
               AND (A.FineDate < :WS-CUTOFF-DATE)
             ORDER BY A.PatronNumber, A.BookID
       END-EXEC.
                  AND BookID = :Fine-BookID
                  AND CopyNumber = :Fine-CopyNumber
                  AND PaidFlag = 'N'
                  AND ( (:Fine-FineType IN ('L', 'R')
                         AND FineType = :Fine-FineType)
                     OR (:Fine-FineType NOT IN ('L', 'R')
                         AND (FineType IS NULL
                              OR FineType NOT IN ('L', 'R'))) )
           END-EXEC

           PERFORM OPEN-LEDGER-ROW

           MOVE Fine-PatronNumber   TO Ntc-PatronNumber
           MOVE 'CL'                TO Ntc-NoticeType
           MOVE Fine-BookID         TO Ntc-BookID
                   Fine-BookID ' FINE OF ' Fine-FineAmount
                   ' FROM ' Fine-FineDate ' REFERRED'
           .
      *> The library's copy of what went to the bureau, keyed
      *> the way the bureau's return file keys it back.
       OPEN-LEDGER-ROW.
           MOVE Fine-PatronNumber   TO Cref-PatronNumber
           MOVE Fine-BookID         TO Cref-BookID
           MOVE Fine-CopyNumber     TO Cref-CopyNumber
           MOVE Fine-FineDate       TO Cref-FineDate
           MOVE Fine-FineType       TO Cref-FineType
           MOVE WS-TODAY            TO Cref-ReferDate
           MOVE Fine-FineAmount     TO Cref-ReferAmount
           MOVE '000.00'            TO Cref-CollectedAmt
           MOVE '000.00'            TO Cref-CommissionAmt
           MOVE SPACES              TO Cref-LastReportDate
           MOVE 'O'                 TO Cref-Status
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
           .
      *> NoticeID is MAX+1 zero-padded, the same scheme the
      *> Suspense ids use.  The caller sets patron, type,
      *> book/copy and the text.
