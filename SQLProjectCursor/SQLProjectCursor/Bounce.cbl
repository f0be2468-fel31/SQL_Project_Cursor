       IDENTIFICATION DIVISION.
       PROGRAM-ID. BOUNCE.
      *> -------------------------------------------
      *> BOUNCE - notice gateway delivery-failure
      *> intake.  NOTIFY puts an electronic-preference
      *> patron's notices on the NOTIFYE extract, marks
      *> them sent and forgets them - so when the email
      *> address or phone number on file is wrong, the
      *> gateway bounces the notice and the patron never
      *> hears that the hold is waiting or the book is
      *> overdue.  This job reads the gateway's
      *> delivery-status file (NOTIFYS), matches each
      *> record back to its Notice row by NoticeID, and
      *> for every notice the gateway could not deliver:
      *>   - marks the Notice row 'F' (failed) and
      *>     queues a printed copy of it (DeliveryMode
      *>     'P') for the next NOTIFY run
      *>   - records the failure on NoticeBounce, which
      *>     flags the patron for a contact update -
      *>     ACCTSTMT shows it, and this job's daily
      *>     bad-contact list names every patron still
      *>     flagged
      *>   - once a patron has BOUNCMAX (CircParm,
      *>     default 2) failures open, switches
      *>     DeliveryPref back to print, so the patron's
      *>     notices stop going to a dead address.  The
      *>     flag and the failures stay until a MAINT PC
      *>     card records new contact details
      *> A notice for a juvenile card linked to a guardian
      *> went to the guardian's phone/email (NOTIFY), so
      *> the failure, the flag and the switch to print are
      *> the guardian's.
      *> Delivered records are only counted.  A record
      *> whose NoticeID or patron does not match the
      *> Notice table is captured to Suspense with its
      *> image and reason, the same as the card
      *> programs' rejects, and re-fed with '*RP'.
      *> A single optional SYSIN card:
      *>     cols 1-3  '*RP' = re-feed the open Suspense
      *>               entries this program captured
      *>               instead of reading NOTIFYS
      *>     col  9    'U' = unattended (no operator
      *>               prompt at EOJ)
      *> -------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STATUS-FILE ASSIGN TO 'NOTIFYS'
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  STATUS-FILE.
       01  STATUS-RECORD                   PIC X(80).
       WORKING-STORAGE SECTION.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       01  MFSQLMESSAGETEXT                PIC X(250).

       01  WS-EOF-SWITCH                   PIC X VALUE 'N'.
           88 WS-EOF                       VALUE 'Y'.
       01  WS-REPRO-SWITCH                 PIC X VALUE 'N'.
           88 WS-REPROCESSING              VALUE 'Y'.
       01  WS-REJECT-SWITCH                PIC X VALUE 'N'.
           88 WS-RECORD-REJECTED           VALUE 'Y'.
      *> Open failures that switch a patron to printed notices
      *> - only the fallback when the CircParm row is missing.
       01  WS-BOUNCE-MAX                   PIC 9(3) VALUE 2.
       01  WS-READ-COUNT                   PIC 9(5) VALUE 0.
       01  WS-DELIVERED-COUNT              PIC 9(5) VALUE 0.
       01  WS-FAILED-COUNT                 PIC 9(5) VALUE 0.
       01  WS-REPEAT-COUNT                 PIC 9(5) VALUE 0.
       01  WS-SWITCH-COUNT                 PIC 9(5) VALUE 0.
       01  WS-REJECT-COUNT                 PIC 9(5) VALUE 0.
       01  WS-LIST-COUNT                   PIC 9(5) VALUE 0.
       01  WS-NTC-NEXT-NUM                 PIC 9(6) VALUE 0.
       01  WS-SUSP-NEXT-NUM                PIC 9(6) VALUE 0.
       01  WS-FAILED-NOTICE-ID             PIC X(6).
       01  WS-BOUNCE-EDIT                  PIC ZZ9.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
         EXEC SQL INCLUDE Notice END-EXEC.
         EXEC SQL INCLUDE NtcBnc END-EXEC.
         EXEC SQL INCLUDE Patron END-EXEC.
         EXEC SQL INCLUDE Suspense END-EXEC.
         EXEC SQL INCLUDE CircParm END-EXEC.
         EXEC SQL INCLUDE JobLog END-EXEC.
         01  WS-PROGRAM-NAME               PIC X(8) VALUE 'BOUNCE'.
         01  WS-TODAY                      PIC X(8).
         01  WS-ROW-COUNT                  PIC S9(4) COMP-5 VALUE 0.
         01  WS-MAX-NTC                    PIC X(6).
         01  WS-MAX-NTC-NULL               PIC S9(04) COMP-5.
         01  WS-MAX-SUSP                   PIC X(6).
         01  WS-MAX-SUSP-NULL              PIC S9(04) COMP-5.
         01  WS-LAST-BOUNCE                PIC X(8).
      *> Whose contact details the notice went to - the
      *> notice's patron, or the guardian of a linked card.
         01  WS-CONTACT-PATRON             PIC X(6).
         01  WS-GUARDIAN-NUMBER            PIC X(6).
         01  WS-GUARDIAN-NUMBER-NULL       PIC S9(04) COMP-5.
      *> Gateway delivery-status record, fixed 80 bytes:
      *>   cols  1- 6  NoticeID off the NOTIFYE record
      *>   cols  7-12  PatronNumber off the NOTIFYE record
      *>   col  13     D = delivered, F = failed (bounced,
      *>               unknown address, number out of
      *>               service - anything not delivered)
      *>   col  14     channel tried: E email, T text
      *>   cols 15-22  status date YYYYMMDD
      *>   cols 23-25  gateway reason code
      *>   cols 26-65  gateway reason text
         01  WS-STATUS-RECORD.
             03 STS-NOTICE-ID              PIC X(6).
             03 STS-PATRON-NUMBER          PIC X(6).
             03 STS-DELIVERY-STATUS        PIC X.
                88 STS-DELIVERED           VALUE 'D'.
                88 STS-FAILED              VALUE 'F'.
             03 STS-CHANNEL                PIC X.
             03 STS-STATUS-DATE            PIC X(8).
             03 STS-REASON-CODE            PIC X(3).
             03 STS-REASON-TEXT            PIC X(40).
             03 FILLER                     PIC X(15).
      *> Run parameter card (SYSIN, optional).
         01  WS-PARM-CARD.
             03 WS-PARM-REPROCESS          PIC X(3).
             03 FILLER                     PIC X(5).
             03 WS-RUN-MODE                PIC X.
                88 UNATTENDED-RUN          VALUE 'U'.
             03 FILLER                     PIC X(71).
       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL
             DECLARE CSR-SUSPENSE CURSOR WITH HOLD FOR SELECT
                   SuspenseID
                  ,CardImage
             FROM  Suspense
             WHERE (ProgramName = :WS-PROGRAM-NAME)
               AND (Status = 'O')
             ORDER BY SuspenseID
       END-EXEC.

       EXEC SQL
             DECLARE CSR-BAD-CONTACT CURSOR FOR SELECT
                   A.PatronNumber
                  ,B.FirstName
                  ,B.LastName
                  ,B.Phone
                  ,B.Email
                  ,B.DeliveryPref
                  ,COUNT(*)
                  ,MAX(A.BounceDate)
             FROM  NoticeBounce A, Patron B
             WHERE (A.PatronNumber = B.PatronNumber)
               AND (A.Status = 'O')
             GROUP BY A.PatronNumber, B.FirstName, B.LastName
                     ,B.Phone, B.Email, B.DeliveryPref
             ORDER BY A.PatronNumber
       END-EXEC.

       PROCEDURE DIVISION.
       RUN-START.
           EXEC SQL
               WHENEVER SQLERROR PERFORM OpenESQL-Error
           END-EXEC
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY
           PERFORM READ-PARM-CARD
           PERFORM CONNECT-TO-DATABASE
           PERFORM WRITE-RUNLOG-START
           PERFORM LOAD-BOUNCE-PARM
           IF WS-PARM-REPROCESS = '*RP'
               PERFORM REPROCESS-SUSPENSE
           ELSE
               PERFORM READ-STATUS-FILE
           END-IF
           PERFORM PRINT-BAD-CONTACT-LIST
           PERFORM SHUT-DOWN
           .
       READ-PARM-CARD.
           MOVE SPACES TO WS-PARM-CARD
           ACCEPT WS-PARM-CARD FROM SYSIN
           .
       CONNECT-TO-DATABASE.
           EXEC SQL
               CONNECT TO 'Library'
           END-EXEC
           .
       LOAD-BOUNCE-PARM.
           MOVE SPACES TO Parm-ParmValue
           EXEC SQL
               SELECT ParmValue
                 INTO :Parm-ParmValue
                 FROM CircParm
                WHERE ParmName = 'BOUNCMAX'
           END-EXEC
           IF SQLCODE NOT = 100 AND Parm-ParmValue NOT = SPACES
               MOVE FUNCTION NUMVAL(Parm-ParmValue)
                 TO WS-BOUNCE-MAX
           END-IF
           .
       READ-STATUS-FILE.
           DISPLAY 'BOUNCE: POSTING NOTICE GATEWAY DELIVERY STATUS'
           OPEN INPUT STATUS-FILE
           PERFORM READ-STATUS-RECORD
           PERFORM UNTIL WS-EOF
               ADD 1 TO WS-READ-COUNT
               PERFORM PROCESS-STATUS THRU PROCESS-STATUS-EXIT
               PERFORM READ-STATUS-RECORD
           END-PERFORM
           CLOSE STATUS-FILE
           .
       READ-STATUS-RECORD.
           READ STATUS-FILE INTO WS-STATUS-RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ
           .
       PROCESS-STATUS.
           MOVE 'N' TO WS-REJECT-SWITCH

           IF NOT STS-DELIVERED AND NOT STS-FAILED
               DISPLAY 'BOUNCE: NOTICE ' STS-NOTICE-ID
                       ' - UNRECOGNIZED DELIVERY STATUS '
                       STS-DELIVERY-STATUS ' - REJECTED'
               MOVE 'UNRECOGNIZED DELIVERY STATUS'
                 TO Susp-RejectReason
               PERFORM NOTE-STATUS-REJECT
               GO TO PROCESS-STATUS-EXIT
           END-IF

           MOVE SPACES TO Ntc-PatronNumber Ntc-Status
           EXEC SQL
               SELECT PatronNumber, NoticeType, BookID
                     ,CopyNumber, NoticeText, Status
                 INTO :Ntc-PatronNumber, :Ntc-NoticeType
                     ,:Ntc-BookID:Ntc-BookID-NULL
                     ,:Ntc-CopyNumber:Ntc-CopyNumber-NULL
                     ,:Ntc-NoticeText, :Ntc-Status
                 FROM Notice
                WHERE NoticeID = :STS-NOTICE-ID
           END-EXEC
           IF SQLCODE = 100
               DISPLAY 'BOUNCE: NOTICE ' STS-NOTICE-ID
                       ' NOT ON FILE - REJECTED'
               MOVE 'NOTICE NOT ON FILE' TO Susp-RejectReason
               PERFORM NOTE-STATUS-REJECT
               GO TO PROCESS-STATUS-EXIT
           END-IF
           IF Ntc-BookID-NULL < 0
               MOVE SPACES TO Ntc-BookID
           END-IF
           IF Ntc-CopyNumber-NULL < 0
               MOVE SPACES TO Ntc-CopyNumber
           END-IF

      *> NoticeIDs are reused by nothing, but the gateway's
      *> file is keyed by hand at its end often enough that a
      *> transposed id would bounce the wrong patron's notice.
           IF Ntc-PatronNumber NOT = STS-PATRON-NUMBER
               DISPLAY 'BOUNCE: NOTICE ' STS-NOTICE-ID ' IS FOR '
                       'PATRON ' Ntc-PatronNumber ', NOT '
                       STS-PATRON-NUMBER ' - REJECTED'
               MOVE 'PATRON DOES NOT MATCH NOTICE' TO Susp-RejectReason
               PERFORM NOTE-STATUS-REJECT
               GO TO PROCESS-STATUS-EXIT
           END-IF

           IF STS-DELIVERED
               ADD 1 TO WS-DELIVERED-COUNT
               GO TO PROCESS-STATUS-EXIT
           END-IF

      *> The gateway repeats a failure on later files until
      *> it ages out of its own queue - one re-queue is enough.
           IF Ntc-Status = 'F'
               ADD 1 TO WS-REPEAT-COUNT
               DISPLAY 'BOUNCE: NOTICE ' STS-NOTICE-ID
                       ' ALREADY RE-QUEUED FOR PRINT'
               GO TO PROCESS-STATUS-EXIT
           END-IF

           IF Ntc-Status NOT = 'S'
               DISPLAY 'BOUNCE: NOTICE ' STS-NOTICE-ID
                       ' WAS NEVER SENT - REJECTED'
               MOVE 'NOTICE NOT YET SENT' TO Susp-RejectReason
               PERFORM NOTE-STATUS-REJECT
               GO TO PROCESS-STATUS-EXIT
           END-IF

           PERFORM REQUEUE-AS-PRINTED
           PERFORM SET-CONTACT-PATRON
           PERFORM RECORD-BOUNCE
           PERFORM CHECK-REPEAT-FAILURES
              THRU CHECK-REPEAT-FAILURES-EXIT
           EXEC SQL COMMIT END-EXEC
           ADD 1 TO WS-FAILED-COUNT
           .
       PROCESS-STATUS-EXIT.
           EXIT
           .
      *> The failed row is kept as the record of what was
      *> tried; a fresh copy goes on the queue forced to the
      *> printed stream, dated today so the mailing run's
      *> letter does not look a week old.
       REQUEUE-AS-PRINTED.
           MOVE STS-NOTICE-ID TO WS-FAILED-NOTICE-ID
           EXEC SQL
               UPDATE Notice
                  SET Status = 'F'
                WHERE NoticeID = :STS-NOTICE-ID
           END-EXEC

           MOVE SPACES TO WS-MAX-NTC
           EXEC SQL
               SELECT MAX(NoticeID)
                 INTO :WS-MAX-NTC:WS-MAX-NTC-NULL
                 FROM Notice
           END-EXEC
           MOVE 0 TO WS-NTC-NEXT-NUM
           IF WS-MAX-NTC-NULL >= 0 AND WS-MAX-NTC NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-MAX-NTC)
                 TO WS-NTC-NEXT-NUM
           END-IF
           ADD 1 TO WS-NTC-NEXT-NUM

           MOVE WS-NTC-NEXT-NUM TO Ntc-NoticeID
           MOVE WS-TODAY        TO Ntc-NoticeDate
           MOVE 'O'             TO Ntc-Status
           MOVE 'P'             TO Ntc-DeliveryMode

           EXEC SQL
               INSERT INTO Notice
                     ( NoticeID, PatronNumber, NoticeType
                     , BookID, CopyNumber, NoticeDate
                     , NoticeText, Status, DeliveryMode )
               VALUES ( :Ntc-NoticeID, :Ntc-PatronNumber
                      , :Ntc-NoticeType, :Ntc-BookID
                      , :Ntc-CopyNumber, :Ntc-NoticeDate
                      , :Ntc-NoticeText, :Ntc-Status
                      , :Ntc-DeliveryMode )
           END-EXEC
           DISPLAY 'BOUNCE: NOTICE ' WS-FAILED-NOTICE-ID
                   ' TO PATRON ' Ntc-PatronNumber
                   ' UNDELIVERED - QUEUED FOR PRINT AS '
                   Ntc-NoticeID
           .
      *> MAX with an indicator - a card with no guardian (or
      *> a guardian since removed) must not leave a not-found
      *> behind.
       SET-CONTACT-PATRON.
           MOVE Ntc-PatronNumber TO WS-CONTACT-PATRON
           MOVE SPACES TO WS-GUARDIAN-NUMBER
           EXEC SQL
               SELECT MAX(G.PatronNumber)
                 INTO :WS-GUARDIAN-NUMBER:WS-GUARDIAN-NUMBER-NULL
                 FROM Patron B, Patron G
                WHERE B.PatronNumber = :Ntc-PatronNumber
                  AND G.PatronNumber = B.GuardianNumber
           END-EXEC
           IF WS-GUARDIAN-NUMBER-NULL >= 0
              AND WS-GUARDIAN-NUMBER NOT = SPACES
               MOVE WS-GUARDIAN-NUMBER TO WS-CONTACT-PATRON
           END-IF
           .
       RECORD-BOUNCE.
           MOVE WS-FAILED-NOTICE-ID  TO Bnc-NoticeID
           MOVE WS-CONTACT-PATRON    TO Bnc-PatronNumber
           MOVE STS-STATUS-DATE      TO Bnc-BounceDate
           IF Bnc-BounceDate = SPACES
               MOVE WS-TODAY         TO Bnc-BounceDate
           END-IF
           MOVE STS-CHANNEL          TO Bnc-Channel
           MOVE STS-REASON-CODE      TO Bnc-ReasonCode
           MOVE STS-REASON-TEXT      TO Bnc-ReasonText
           MOVE Ntc-NoticeID         TO Bnc-RequeueID
           MOVE 'O'                  TO Bnc-Status
           MOVE SPACES               TO Bnc-ClearDate
           EXEC SQL
               INSERT INTO NoticeBounce
                     ( NoticeID, PatronNumber, BounceDate
                     , Channel, ReasonCode, ReasonText
                     , RequeueID, Status, ClearDate )
               VALUES ( :Bnc-NoticeID, :Bnc-PatronNumber
                      , :Bnc-BounceDate, :Bnc-Channel
                      , :Bnc-ReasonCode, :Bnc-ReasonText
                      , :Bnc-RequeueID, :Bnc-Status
                      , :Bnc-ClearDate )
           END-EXEC
           .
      *> One bounce can be the gateway's bad day; BOUNCMAX of
      *> them since the last PC card means the address on file
      *> is dead, and every notice until the desk fixes it
      *> would bounce too.
       CHECK-REPEAT-FAILURES.
           EXEC SQL
               SELECT COUNT(*)
                 INTO :WS-ROW-COUNT
                 FROM NoticeBounce
                WHERE PatronNumber = :WS-CONTACT-PATRON
                  AND Status = 'O'
           END-EXEC
           IF WS-ROW-COUNT < WS-BOUNCE-MAX
               GO TO CHECK-REPEAT-FAILURES-EXIT
           END-IF
           EXEC SQL
               UPDATE Patron
                  SET DeliveryPref = 'P'
                WHERE PatronNumber = :WS-CONTACT-PATRON
                  AND DeliveryPref = 'E'
           END-EXEC
           IF SQLCODE NOT = 100
               ADD 1 TO WS-SWITCH-COUNT
               MOVE WS-ROW-COUNT TO WS-BOUNCE-EDIT
               DISPLAY 'BOUNCE: PATRON ' WS-CONTACT-PATRON ' - '
                       WS-BOUNCE-EDIT ' FAILED NOTICES, SWITCHED TO'
                       ' PRINTED NOTICES'
           END-IF
           .
       CHECK-REPEAT-FAILURES-EXIT.
           EXIT
           .
      *> A fresh reject is captured to Suspense with its record
      *> image; a reject during a reprocess run just refreshes
      *> the reason and date on the row being retried.  The
      *> caller has already set Susp-RejectReason.
       NOTE-STATUS-REJECT.
           MOVE 'Y' TO WS-REJECT-SWITCH
           ADD 1 TO WS-REJECT-COUNT
           IF WS-REPROCESSING
               EXEC SQL
                   UPDATE Suspense
                      SET RejectReason = :Susp-RejectReason
                         ,RejectDate   = :WS-TODAY
                    WHERE SuspenseID = :Susp-SuspenseID
               END-EXEC
           ELSE
               PERFORM WRITE-SUSPENSE-ROW
           END-IF
           EXEC SQL COMMIT END-EXEC
           .
      *> SuspenseID is MAX+1 zero-padded, the same scheme the
      *> card programs use.
       WRITE-SUSPENSE-ROW.
           MOVE SPACES TO WS-MAX-SUSP
           EXEC SQL
               SELECT MAX(SuspenseID)
                 INTO :WS-MAX-SUSP:WS-MAX-SUSP-NULL
                 FROM Suspense
           END-EXEC
           MOVE 0 TO WS-SUSP-NEXT-NUM
           IF WS-MAX-SUSP-NULL >= 0 AND WS-MAX-SUSP NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-MAX-SUSP)
                 TO WS-SUSP-NEXT-NUM
           END-IF
           ADD 1 TO WS-SUSP-NEXT-NUM

           MOVE WS-SUSP-NEXT-NUM   TO Susp-SuspenseID
           MOVE WS-PROGRAM-NAME    TO Susp-ProgramName
           MOVE WS-STATUS-RECORD   TO Susp-CardImage
           MOVE WS-TODAY           TO Susp-RejectDate
           MOVE WS-PROGRAM-NAME    TO Susp-UserID
           MOVE 'O'                TO Susp-Status

           EXEC SQL
               INSERT INTO Suspense
                     ( SuspenseID, ProgramName, CardImage
                     , RejectReason, RejectDate, UserID, Status )
               VALUES ( :Susp-SuspenseID, :Susp-ProgramName
                      , :Susp-CardImage, :Susp-RejectReason
                      , :Susp-RejectDate, :Susp-UserID
                      , :Susp-Status )
           END-EXEC
           DISPLAY 'BOUNCE: RECORD CAPTURED TO SUSPENSE AS '
                   Susp-SuspenseID
           .
      *> Re-feeds every open suspense record this program
      *> captured through PROCESS-STATUS; a clean post retires
      *> the row, a repeat failure leaves it open with a fresh
      *> reason.
       REPROCESS-SUSPENSE.
           DISPLAY 'BOUNCE: REPROCESSING OPEN SUSPENSE RECORDS'
           MOVE 'Y' TO WS-REPRO-SWITCH
           EXEC SQL
               OPEN CSR-SUSPENSE
           END-EXEC
           PERFORM UNTIL SQLSTATE >= "02000"
               EXEC SQL
                   FETCH CSR-SUSPENSE INTO
                       :Susp-SuspenseID
                      ,:Susp-CardImage
               END-EXEC
               IF SQLSTATE < "02000"
                   PERFORM REPROCESS-ONE-RECORD
               END-IF
           END-PERFORM
           EXEC SQL
               CLOSE CSR-SUSPENSE
           END-EXEC
           MOVE 'N' TO WS-REPRO-SWITCH
           .
       REPROCESS-ONE-RECORD.
           MOVE Susp-CardImage TO WS-STATUS-RECORD
           ADD 1 TO WS-READ-COUNT
           PERFORM PROCESS-STATUS THRU PROCESS-STATUS-EXIT
           IF NOT WS-RECORD-REJECTED
               EXEC SQL
                   UPDATE Suspense
                      SET Status = 'C'
                    WHERE SuspenseID = :Susp-SuspenseID
               END-EXEC
               EXEC SQL COMMIT END-EXEC
               DISPLAY 'BOUNCE: SUSPENSE ' Susp-SuspenseID
                       ' POSTED AND RETIRED'
           END-IF
           .
      *> -------------------------------------------
      *> The daily bad-contact list - every patron
      *> with failed notices not yet cleared by a PC
      *> card, so the desk can ask for new details
      *> the next time the patron is in.
      *> -------------------------------------------
       PRINT-BAD-CONTACT-LIST.
           DISPLAY ' '
           DISPLAY 'BOUNCE: PATRONS WHOSE CONTACT DETAILS NEED'
                   ' UPDATING - ' WS-TODAY
           DISPLAY ' '
           EXEC SQL
               OPEN CSR-BAD-CONTACT
           END-EXEC
           PERFORM UNTIL SQLSTATE >= "02000"
               EXEC SQL
                   FETCH CSR-BAD-CONTACT INTO
                       :Patron-PatronNumber
                      ,:Patron-FirstName
                      ,:Patron-LastName
                      ,:Patron-Phone:Patron-Phone-NULL
                      ,:Patron-Email:Patron-Email-NULL
                      ,:Patron-DeliveryPref
                          :Patron-DeliveryPref-NULL
                      ,:WS-ROW-COUNT
                      ,:WS-LAST-BOUNCE
               END-EXEC
               IF SQLSTATE < "02000"
                   PERFORM PRINT-BAD-CONTACT-LINE
               END-IF
           END-PERFORM
           EXEC SQL
               CLOSE CSR-BAD-CONTACT
           END-EXEC
           DISPLAY ' '
           DISPLAY '  ' WS-LIST-COUNT ' PATRON(S) TO CONTACT'
           .
       PRINT-BAD-CONTACT-LINE.
           IF Patron-Phone-NULL < 0
               MOVE SPACES TO Patron-Phone
           END-IF
           IF Patron-Email-NULL < 0
               MOVE SPACES TO Patron-Email
           END-IF
           IF Patron-DeliveryPref-NULL < 0
               MOVE SPACE TO Patron-DeliveryPref
           END-IF
           MOVE WS-ROW-COUNT TO WS-BOUNCE-EDIT
           DISPLAY '  ' Patron-PatronNumber ' ' Patron-FirstName ' '
                   Patron-LastName
           DISPLAY '      PHONE ' Patron-Phone ' EMAIL ' Patron-Email
           IF Patron-DeliveryPref = 'E'
               DISPLAY '      ' WS-BOUNCE-EDIT ' FAILED NOTICE(S),'
                       ' LAST ' WS-LAST-BOUNCE
           ELSE
               DISPLAY '      ' WS-BOUNCE-EDIT ' FAILED NOTICE(S),'
                       ' LAST ' WS-LAST-BOUNCE
                       ' - NOW ON PRINTED NOTICES'
           END-IF
           ADD 1 TO WS-LIST-COUNT
           .
       SHUT-DOWN.
           EXEC SQL COMMIT END-EXEC
           DISPLAY ' '
           DISPLAY 'BOUNCE: ' WS-READ-COUNT ' STATUS RECORD(S) READ'
           DISPLAY 'BOUNCE: ' WS-DELIVERED-COUNT
                   ' NOTICE(S) DELIVERED'
           DISPLAY 'BOUNCE: ' WS-FAILED-COUNT
                   ' FAILED NOTICE(S) QUEUED FOR PRINT'
           DISPLAY 'BOUNCE: ' WS-REPEAT-COUNT
                   ' FAILURE(S) ALREADY RE-QUEUED'
           DISPLAY 'BOUNCE: ' WS-SWITCH-COUNT
                   ' PATRON(S) SWITCHED TO PRINTED NOTICES'
           DISPLAY 'BOUNCE: ' WS-REJECT-COUNT
                   ' RECORD(S) REJECTED TO SUSPENSE'
           PERFORM WRITE-RUNLOG-END
           EXEC SQL DISCONNECT CURRENT END-EXEC
           IF NOT UNATTENDED-RUN
               Display ' '
               Stop 'Press <CR> to terminate'
           END-IF
           STOP RUN
           .
      *> -------------------------------------------
      *> JobRunLog bookkeeping - a row goes on with
      *> status 'R' as the run starts; WRITE-RUNLOG-END
      *> closes it out as 'S' with the run's counters
      *> (the SQL error handler closes it as 'F').
      *> -------------------------------------------
       WRITE-RUNLOG-START.
           MOVE 'BOUNCE  ' TO Jlog-ProgramName
           MOVE FUNCTION CURRENT-DATE (1:8) TO Jlog-RunDate
           MOVE FUNCTION CURRENT-DATE (9:6) TO Jlog-StartTime
           MOVE SPACES TO Jlog-EndTime
           MOVE 'R'    TO Jlog-RunStatus
           MOVE SPACES TO Jlog-RunCounters
           EXEC SQL
               INSERT INTO JobRunLog
                     ( ProgramName, RunDate, StartTime, EndTime
                     , RunStatus, RunCounters )
               VALUES ( :Jlog-ProgramName, :Jlog-RunDate
                      , :Jlog-StartTime, :Jlog-EndTime
                      , :Jlog-RunStatus, :Jlog-RunCounters )
           END-EXEC
           EXEC SQL COMMIT END-EXEC
           .
       WRITE-RUNLOG-END.
           MOVE FUNCTION CURRENT-DATE (9:6) TO Jlog-EndTime
           MOVE 'S' TO Jlog-RunStatus
           MOVE SPACES TO Jlog-RunCounters
           STRING
               'READ=' DELIMITED BY SIZE
               WS-READ-COUNT DELIMITED BY SIZE
               ' FAILED=' DELIMITED BY SIZE
               WS-FAILED-COUNT DELIMITED BY SIZE
               ' TOPRINT=' DELIMITED BY SIZE
               WS-SWITCH-COUNT DELIMITED BY SIZE
               ' REJ=' DELIMITED BY SIZE
               WS-REJECT-COUNT DELIMITED BY SIZE
               ' LISTED=' DELIMITED BY SIZE
               WS-LIST-COUNT DELIMITED BY SIZE
             INTO Jlog-RunCounters
           EXEC SQL
               UPDATE JobRunLog
                  SET EndTime     = :Jlog-EndTime
                     ,RunStatus   = :Jlog-RunStatus
                     ,RunCounters = :Jlog-RunCounters
                WHERE ProgramName = :Jlog-ProgramName
                  AND RunDate     = :Jlog-RunDate
                  AND StartTime   = :Jlog-StartTime
           END-EXEC
           EXEC SQL COMMIT END-EXEC
           .
       OpenESQL-Error SECTION.

           display "SQL Error = " sqlstate " " sqlcode
           display MFSQLMESSAGETEXT
      *> Close out the JobRunLog row as failed so the morning
      *> operator sees the abend in the run log, not just in
      *> SYSOUT.  WHENEVER goes to CONTINUE first so an error
      *> updating the log cannot re-enter this handler.
           EXEC SQL
               WHENEVER SQLERROR CONTINUE
           END-EXEC
           MOVE FUNCTION CURRENT-DATE (9:6) TO Jlog-EndTime
           MOVE 'F' TO Jlog-RunStatus
           EXEC SQL
               UPDATE JobRunLog
                  SET EndTime   = :Jlog-EndTime
                     ,RunStatus = :Jlog-RunStatus
                WHERE ProgramName = :Jlog-ProgramName
                  AND RunDate     = :Jlog-RunDate
                  AND StartTime   = :Jlog-StartTime
           END-EXEC
           EXEC SQL COMMIT END-EXEC
           stop run
           .
