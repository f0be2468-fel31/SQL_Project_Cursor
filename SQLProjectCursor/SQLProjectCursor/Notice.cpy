       *> patrons).  NOTIFY drains the queue: rows go to
       *> the electronic extract or the printed-notice
       *> stream by Patron.DeliveryPref and are marked
       *> Status 'S' (sent); 'O' is still queued; 'F'
       *> failed - the gateway reported the electronic
       *> copy undeliverable, and BOUNCE queued a
       *> printed copy in its place (same NoticeType,
       *> book and text, a new NoticeID).
       *> DeliveryMode 'P' forces the printed stream
       *> whatever the patron's DeliveryPref says - set
       *> on those re-queued copies.  NULL or blank
       *> means deliver by preference.
       *> NoticeID is assigned MAX+1 zero-padded, the
       *> same scheme as Suspense.SuspenseID.
       *> -------------------------------------------
          , NoticeDate            VARCHAR(8)
          , NoticeText            VARCHAR(60)
          , Status                VARCHAR(1)
          , DeliveryMode          VARCHAR(1)
          ) END-EXEC.
       *> -------------------------------------------
       *> COBOL HOST VARIABLES FOR TABLE Notice
           03 Ntc-NoticeDate                  PIC X(8).
           03 Ntc-NoticeText                  PIC X(60).
           03 Ntc-Status                      PIC X(1).
           03 Ntc-DeliveryMode                PIC X(1).
       *> -------------------------------------------
       *> COBOL INDICATOR VARIABLES FOR TABLE Notice
       *> -------------------------------------------
           03 Ntc-NoticeDate-NULL             PIC S9(04)  COMP-5.
           03 Ntc-NoticeText-NULL             PIC S9(04)  COMP-5.
           03 Ntc-Status-NULL                 PIC S9(04)  COMP-5.
           03 Ntc-DeliveryMode-NULL           PIC S9(04)  COMP-5.
