       *> FINEXTR, so the next extract run does not send
       *> the same debt twice.  Rows written before the
       *> column existed carry NULL, which reads as
       *> not-yet-referred.  COLLRET moves a referred
       *> debt the bureau hands back to 'U' (returned
       *> uncollectable) or 'R' (recalled): still owed,
       *> never sent again.
       *> FineType says what kind of charge the row is:
       *> 'D' a daily overdue fine from FINECALC, 'L' a
       *> lost-item replacement bill from LOSTITEM, 'R'
       *> a repair/replacement charge for a copy that
       *> came back damaged (BOOKXFER's DM check-in).  A
       *> patron can owe more than one on the same copy
       *> at once, so FINEPAY's card says which one a
       *> payment is against.  Rows written before the
       *> column existed carry NULL, which reads as a
       *> daily fine.
       *> -------------------------------------------
          EXEC SQL DECLARE Fine TABLE
          ( PatronNumber          VARCHAR(6)
