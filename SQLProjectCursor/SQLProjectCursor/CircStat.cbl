      *>     board always comes down to
      *>   - patrons with no LoanHistory activity at all
      *>     (outer join, the RECONCIL pattern)
      *> Loans ANONHIST has stripped carry the '*ANON*'
      *> marker in place of the PatronNumber.  The
      *> month, title, copy and subject counts never
      *> look at the borrower, so they count those rows
      *> as before; the idle-patron list takes a patron
      *> whose Patron.LastLoanDate is stamped as active
      *> even though their loans no longer name them.
      *> The per-month report reads the CircSummary
      *> rollup for months HISTARCH has archived plus
      *> the retained LoanHistory detail, so it keeps
             FROM  Patron A LEFT OUTER JOIN LoanHistory B
                ON  A.PatronNumber = B.PatronNumber
             WHERE (B.PatronNumber IS NULL)
               AND (A.LastLoanDate IS NULL OR A.LastLoanDate = ' ')
             ORDER BY A.PatronNumber
       END-EXEC.

