      *> job totals that operator's Payment rows for the
      *> business date (payments only - waivers are
      *> totalled and listed separately, no cash moved
      *> on those; bureau collections posted by COLLRET,
      *> PayType 'B', and lost-bill reversals posted by
      *> BOOKXFER, PayType 'X', never touched a drawer
      *> and are left out, as are fines forgiven under
      *> an amnesty or food-for-fines campaign, PayType
      *> 'A'), reports over/short, and
      *> writes a DrawerClose record.  A date/operator
      *> already closed is refused outright, so
      *> yesterday's close cannot be re-run or quietly
      *> edited.  GLPOST will not journal a business date
      *> until every drawer that took money on it has a
      *> close on file.
      *> SYSIN:
      *>   first card: cols 1-8 business date YYYYMMDD
      *>               (blank = today), col 9 'U' =
             FROM  Payment
             WHERE (PayDate = :WS-CLOSE-DATE)
               AND (UserID = :WS-CARD-USERID)
               AND (PayType IN ('P', 'W'))
       END-EXEC.

       PROCEDURE DIVISION.
