      *>     cols 22-29  Scanner/terminal UserID
      *>     cols 30-31  BranchID of the scanning desk
      *>                 (blank on a pre-branch feed)
      *> A CI scan of a copy in transit at its
      *> destination desk is the copy's receipt there.
      *> A trailer card of 'END' in cols 1-3 ends the run
      *> ('U' in col 4 runs the job unattended - no
      *> operator prompt at EOJ).
           MOVE WS-CARD-TRANS-CODE   TO XFER-TRANS-CODE
           MOVE WS-CARD-USERID       TO XFER-USERID
           MOVE WS-CARD-BRANCH       TO XFER-BRANCH-ID
           MOVE SPACES               TO XFER-CHARGE-AMOUNT
           MOVE SPACES               TO XFER-TRANS-DATE
           MOVE SPACES               TO XFER-RETURN-CODE

           CALL 'BOOKXFER' USING BOOKXFER-PARM
