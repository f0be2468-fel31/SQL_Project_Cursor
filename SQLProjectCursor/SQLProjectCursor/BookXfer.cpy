             88 XFER-RENEW                   VALUE 'RN'.
             88 XFER-HOLD                    VALUE 'HD'.
             88 XFER-TRANSFER                VALUE 'TR'.
             88 XFER-RECEIVE                 VALUE 'RT'.
             88 XFER-CLAIM-RETURNED          VALUE 'CR'.
             88 XFER-DAMAGED-CHECKIN         VALUE 'DM'.
          03 XFER-USERID                     PIC X(8).
          03 XFER-BRANCH-ID                  PIC X(2).
          03 XFER-RETURN-CODE                PIC X(2).
             88 XFER-WRONG-BRANCH            VALUE '44'.
             88 XFER-COPY-LOST               VALUE '48'.
             88 XFER-CARD-EXPIRED            VALUE '52'.
             88 XFER-IN-TRANSIT              VALUE '56'.
             88 XFER-NOT-IN-TRANSIT          VALUE '60'.
             88 XFER-CLAIM-ON-FILE           VALUE '64'.
             88 XFER-COPY-DAMAGED            VALUE '68'.
             88 XFER-HOUSEHOLD-FINE-LIMIT    VALUE '72'.
      *> Charge for a DM damaged check-in, 9999v99 with no
      *> decimal point punched (001500 = 15.00); blank bills
      *> the copy's replacement cost.  Other codes ignore it.
          03 XFER-CHARGE-AMOUNT              PIC X(6).
      *> Day the transaction really happened, YYYYMMDD, for
      *> one replayed from an offline desk (OFFCIRC); the
      *> loan and its audit row are backdated to it.  Blank
      *> means today - every live caller leaves it blank.
          03 XFER-TRANS-DATE                 PIC X(8).
