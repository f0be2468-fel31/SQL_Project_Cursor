      *>     but never scanned (missing/presumed lost) -
      *>     copies parked on the hold shelf are behind
      *>     the desk, not on the shelf, and are not
      *>     expected in the scan; nor are copies in
      *>     transit between buildings or out for repair
      *>   - barcodes scanned that are not on file at all
      *> -------------------------------------------
       ENVIRONMENT DIVISION.
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
         EXEC SQL INCLUDE Book END-EXEC.
         EXEC SQL INCLUDE HoldShelf END-EXEC.
         EXEC SQL INCLUDE Transit END-EXEC.
         EXEC SQL INCLUDE ScanWork END-EXEC.
         EXEC SQL INCLUDE JobLog END-EXEC.
      *> Run parameter card (SYSIN, first card).
                   ( SELECT 1 FROM HoldShelf H
                      WHERE H.BookID = B.BookID
                        AND H.CopyNumber = B.CopyNumber )
               AND NOT EXISTS
                   ( SELECT 1 FROM BookTransit T
                      WHERE T.BookID = B.BookID
                        AND T.CopyNumber = B.CopyNumber
                        AND T.Status = 'T' )
               AND (B.DamageFlag IS NULL OR B.DamageFlag <> 'Y')
             ORDER BY B.BookID, B.CopyNumber
       END-EXEC.

