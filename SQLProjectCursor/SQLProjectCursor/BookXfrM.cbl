      *>     cols 1-6   BookID
      *>     cols 7-8   CopyNumber
      *>     cols 9-14  PatronNumber
      *>     cols 15-16 Trans-Code (CO/CI/RN/HD/TR/RT/CR/DM)
      *>     cols 17-24 UserID/terminal making the change
      *>     cols 25-26 BranchID of the desk (blank on a
      *>                pre-branch card; required on TR,
      *>                where it is the DESTINATION, and
      *>                on RT, where it is the receiving
      *>                desk)
      *>     cols 27-32 DM only: damage charge, 9999v99
      *>                with no decimal point punched;
      *>                blank bills the replacement cost
      *> and CALLs BOOKXFER to do the validation and the
      *> UPDATE against Book.  A trailer card of 'END'
      *> in cols 1-3 ends the run ('U' in col 4 runs the
      *> job unattended - no operator prompt at EOJ).
      *> A TR card ships the copy - it is in transit
      *> until an RT card (or a check-in at the
      *> destination desk) receives it there.  On a TR
      *> card PatronNumber is optional: it names the
      *> patron whose hold the copy is going to fill.
      *> A CR card records the patron's claim to have
      *> returned a copy still on their card; a DM card
      *> checks a copy in damaged and bills the patron.
      *>
      *> The card's UserID is validated against the
      *> Operator master before anything posts - an
           03 WS-CARD-TRANS-CODE           PIC X(2).
           03 WS-CARD-USERID               PIC X(8).
           03 WS-CARD-BRANCH               PIC X(2).
           03 WS-CARD-CHARGE               PIC X(6).
       01  WS-EOF-SWITCH                   PIC X VALUE 'N'.
           88 WS-EOF                       VALUE 'Y'.
       01  WS-REPRO-SWITCH                 PIC X VALUE 'N'.
           MOVE WS-CARD-TRANS-CODE  TO XFER-TRANS-CODE
           MOVE WS-CARD-USERID      TO XFER-USERID
           MOVE WS-CARD-BRANCH      TO XFER-BRANCH-ID
           MOVE WS-CARD-CHARGE      TO XFER-CHARGE-AMOUNT
           MOVE SPACES              TO XFER-TRANS-DATE
           MOVE SPACES              TO XFER-RETURN-CODE

           CALL 'BOOKXFER' USING BOOKXFER-PARM
