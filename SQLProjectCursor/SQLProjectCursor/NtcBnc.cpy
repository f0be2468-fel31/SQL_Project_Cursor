       *> -------------------------------------------
       *> DECLARE TABLE for NoticeBounce
       *> One row per electronic notice the email/text
       *> gateway reports it could not deliver, written
       *> by BOUNCE from the gateway's delivery-status
       *> file.  NoticeID is the notice that failed;
       *> RequeueID the printed copy BOUNCE queued in
       *> its place.  Channel is the gateway's 'E'
       *> email or 'T' text; ReasonCode/ReasonText are
       *> the gateway's own, carried for the desk.
       *> Status:
       *>   'O' open - the patron's contact details
       *>       still need updating.  ACCTSTMT and
       *>       BOUNCE's bad-contact list show every
       *>       patron with an open row, and enough of
       *>       them (CircParm BOUNCMAX) switch the
       *>       patron's DeliveryPref to print
       *>   'C' cleared - a MAINT PC card has since
       *>       recorded the patron's contact details
       *> -------------------------------------------
          EXEC SQL DECLARE NoticeBounce TABLE
          ( NoticeID              VARCHAR(6)
          , PatronNumber          VARCHAR(6)
          , BounceDate            VARCHAR(8)
          , Channel               VARCHAR(1)
          , ReasonCode            VARCHAR(3)
          , ReasonText            VARCHAR(40)
          , RequeueID             VARCHAR(6)
          , Status                VARCHAR(1)
          , ClearDate             VARCHAR(8)
          ) END-EXEC.
       *> -------------------------------------------
       *> COBOL HOST VARIABLES FOR TABLE NoticeBounce
       *> -------------------------------------------
       01  DCLNoticeBounce.
           03 Bnc-NoticeID                    PIC X(6).
           03 Bnc-PatronNumber                PIC X(6).
           03 Bnc-BounceDate                  PIC X(8).
           03 Bnc-Channel                     PIC X(1).
           03 Bnc-ReasonCode                  PIC X(3).
           03 Bnc-ReasonText                  PIC X(40).
           03 Bnc-RequeueID                   PIC X(6).
           03 Bnc-Status                      PIC X(1).
           03 Bnc-ClearDate                   PIC X(8).
       *> -------------------------------------------
       *> COBOL INDICATOR VARIABLES FOR TABLE NoticeBounce
       *> -------------------------------------------
       01  DCLNoticeBounce-NULL.
           03 Bnc-NoticeID-NULL               PIC S9(04)  COMP-5.
           03 Bnc-PatronNumber-NULL           PIC S9(04)  COMP-5.
           03 Bnc-BounceDate-NULL             PIC S9(04)  COMP-5.
           03 Bnc-Channel-NULL                PIC S9(04)  COMP-5.
           03 Bnc-ReasonCode-NULL             PIC S9(04)  COMP-5.
           03 Bnc-ReasonText-NULL             PIC S9(04)  COMP-5.
           03 Bnc-RequeueID-NULL              PIC S9(04)  COMP-5.
           03 Bnc-Status-NULL                 PIC S9(04)  COMP-5.
           03 Bnc-ClearDate-NULL              PIC S9(04)  COMP-5.
