       *> and when.  ChangeSource says which kind of
       *> change wrote the row ('CO', 'CI', 'TR' and
       *> 'RS' - a reservation filled onto the hold
       *> shelf - and 'HP' a hold placed (no patron
       *> numbers, no change to the copy) from
       *> BOOKXFER, 'LR' a lost copy
       *> recovered at check-in, 'CB' from a MAINT
       *> correction card, 'LS' a LOSTITEM lost
       *> declaration, 'PM' a PATMERGE account merge -
