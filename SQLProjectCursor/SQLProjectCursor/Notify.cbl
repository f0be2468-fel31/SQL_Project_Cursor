      *>     phone and email on it, for the email/text
      *>     gateway to deliver
      *>   - everyone else gets a printed notice on
      *>     SYSOUT for the mailing run, as does any
      *>     notice queued with DeliveryMode 'P' - the
      *>     printed copy BOUNCE queues when the
      *>     gateway could not deliver the electronic
      *>     one
      *> Each extract record carries its NoticeID so
      *> the gateway's delivery-status file can be
      *> matched back to the notice.
      *> A juvenile card linked to a guardian has its
      *> notices addressed to the guardian - the
      *> guardian's DeliveryPref, phone, email and
      *> mailing address, with the child named on the
      *> notice - while the notice itself (and the
      *> extract's PatronNumber) stays the child's.
      *> Each delivered row is marked Status 'S' and
      *> committed, so an abend mid-queue never sends
      *> the same notice twice.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> Record sequential - the gateway wants every record
      *> exactly 128 bytes, trailing blanks included.
           SELECT EXTRACT-FILE ASSIGN TO 'NOTIFYE'
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  EXTRACT-FILE.
      *> Gateway interface record, fixed 128 bytes: the
      *> patron and where to reach them, then the notice
      *> type, date and text.  The NoticeID on the end
      *> (the record was 120 bytes before it) is what the
      *> gateway hands back on its delivery-status file.
       01  EXTRACT-RECORD.
           03 EXT-PATRON-NUMBER            PIC X(6).
           03 EXT-PHONE                    PIC X(12).
           03 EXT-NOTICE-DATE              PIC X(8).
           03 EXT-NOTICE-TEXT              PIC X(60).
           03 FILLER                       PIC X(2).
           03 EXT-NOTICE-ID                PIC X(6).
           03 FILLER                       PIC X(2).
       WORKING-STORAGE SECTION.

       EXEC SQL INCLUDE SQLCA END-EXEC.
         EXEC SQL INCLUDE Notice END-EXEC.
         EXEC SQL INCLUDE JobLog END-EXEC.
         01  WS-TODAY                      PIC X(8).
      *> The guardian of a linked juvenile card - all NULL off
      *> the outer join when the card stands alone.
         01  WS-GUARDIAN.
             03 WS-GRD-NUMBER              PIC X(6).
             03 WS-GRD-FIRST-NAME          PIC X(10).
             03 WS-GRD-LAST-NAME           PIC X(12).
             03 WS-GRD-STREET-ADDRESS      PIC X(20).
             03 WS-GRD-CITY                PIC X(14).
             03 WS-GRD-STATE               PIC X(2).
             03 WS-GRD-ZIP                 PIC X(10).
             03 WS-GRD-PHONE               PIC X(12).
             03 WS-GRD-EMAIL               PIC X(30).
             03 WS-GRD-DELIVERY-PREF       PIC X(1).
         01  WS-GUARDIAN-NULL.
             03 WS-GRD-NUMBER-NULL         PIC S9(04) COMP-5.
             03 WS-GRD-FIRST-NAME-NULL     PIC S9(04) COMP-5.
             03 WS-GRD-LAST-NAME-NULL      PIC S9(04) COMP-5.
             03 WS-GRD-STREET-ADDRESS-NULL PIC S9(04) COMP-5.
             03 WS-GRD-CITY-NULL           PIC S9(04) COMP-5.
             03 WS-GRD-STATE-NULL          PIC S9(04) COMP-5.
             03 WS-GRD-ZIP-NULL            PIC S9(04) COMP-5.
             03 WS-GRD-PHONE-NULL          PIC S9(04) COMP-5.
             03 WS-GRD-EMAIL-NULL          PIC S9(04) COMP-5.
             03 WS-GRD-DELIVERY-PREF-NULL  PIC S9(04) COMP-5.
      *> The child's name, kept for the notice when it goes to
      *> the guardian.
         01  WS-WARD-FIRST-NAME            PIC X(10).
         01  WS-WARD-LAST-NAME             PIC X(12).
       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL
                  ,A.NoticeType
                  ,A.NoticeDate
                  ,A.NoticeText
                  ,A.DeliveryMode
                  ,B.FirstName
                  ,B.LastName
                  ,B.StreetAddress
                  ,B.Phone
                  ,B.Email
                  ,B.DeliveryPref
                  ,G.PatronNumber
                  ,G.FirstName
                  ,G.LastName
                  ,G.StreetAddress
                  ,G.City
                  ,G.State
                  ,G.Zip
                  ,G.Phone
                  ,G.Email
                  ,G.DeliveryPref
             FROM  Notice A INNER JOIN Patron B
                   ON (A.PatronNumber = B.PatronNumber)
                   LEFT OUTER JOIN Patron G
                   ON (G.PatronNumber = B.GuardianNumber)
             WHERE (A.Status = 'O')
             ORDER BY A.PatronNumber, A.NoticeID
       END-EXEC.

                      ,:Ntc-NoticeType
                      ,:Ntc-NoticeDate
                      ,:Ntc-NoticeText
                      ,:Ntc-DeliveryMode:Ntc-DeliveryMode-NULL
                      ,:Patron-FirstName
                      ,:Patron-LastName
                      ,:Patron-StreetAddress
                      ,:Patron-Email:Patron-Email-NULL
                      ,:Patron-DeliveryPref
                          :Patron-DeliveryPref-NULL
                      ,:WS-GRD-NUMBER:WS-GRD-NUMBER-NULL
                      ,:WS-GRD-FIRST-NAME:WS-GRD-FIRST-NAME-NULL
                      ,:WS-GRD-LAST-NAME:WS-GRD-LAST-NAME-NULL
                      ,:WS-GRD-STREET-ADDRESS
                          :WS-GRD-STREET-ADDRESS-NULL
                      ,:WS-GRD-CITY:WS-GRD-CITY-NULL
                      ,:WS-GRD-STATE:WS-GRD-STATE-NULL
                      ,:WS-GRD-ZIP:WS-GRD-ZIP-NULL
                      ,:WS-GRD-PHONE:WS-GRD-PHONE-NULL
                      ,:WS-GRD-EMAIL:WS-GRD-EMAIL-NULL
                      ,:WS-GRD-DELIVERY-PREF
                          :WS-GRD-DELIVERY-PREF-NULL
               END-EXEC
               IF SQLSTATE < "02000"
                   PERFORM DELIVER-ONE-NOTICE
           END-PERFORM
           .
      *> Rows written before the contact columns existed carry
      *> NULLs - those patrons print, the safe default.  A
      *> notice forced to print goes to the mailing run even
      *> for an electronic-preference patron.
       DELIVER-ONE-NOTICE.
           IF Ntc-DeliveryMode-NULL < 0
               MOVE SPACE TO Ntc-DeliveryMode
           END-IF
           MOVE SPACES TO WS-WARD-FIRST-NAME WS-WARD-LAST-NAME
           IF WS-GRD-NUMBER-NULL >= 0
               PERFORM ADDRESS-TO-GUARDIAN
           END-IF
           IF Patron-DeliveryPref-NULL >= 0
              AND Patron-DeliveryPref = 'E'
              AND Ntc-DeliveryMode NOT = 'P'
               PERFORM WRITE-EXTRACT-RECORD
           ELSE
               PERFORM PRINT-ONE-NOTICE
           END-EXEC
           EXEC SQL COMMIT END-EXEC
           .
      *> The guardian's contact details stand in for the
      *> child's, NULL for NULL, so the delivery rules below
      *> run unchanged on the guardian's preference.
       ADDRESS-TO-GUARDIAN.
           MOVE Patron-FirstName         TO WS-WARD-FIRST-NAME
           MOVE Patron-LastName          TO WS-WARD-LAST-NAME
           MOVE WS-GRD-FIRST-NAME        TO Patron-FirstName
           MOVE WS-GRD-LAST-NAME         TO Patron-LastName
           MOVE WS-GRD-STREET-ADDRESS    TO Patron-StreetAddress
           MOVE WS-GRD-CITY              TO Patron-City
           MOVE WS-GRD-STATE             TO Patron-State
           MOVE WS-GRD-ZIP               TO Patron-Zip
           MOVE WS-GRD-PHONE             TO Patron-Phone
           MOVE WS-GRD-PHONE-NULL        TO Patron-Phone-NULL
           MOVE WS-GRD-EMAIL             TO Patron-Email
           MOVE WS-GRD-EMAIL-NULL        TO Patron-Email-NULL
           MOVE WS-GRD-DELIVERY-PREF     TO Patron-DeliveryPref
           MOVE WS-GRD-DELIVERY-PREF-NULL
             TO Patron-DeliveryPref-NULL
           .
       WRITE-EXTRACT-RECORD.
           MOVE SPACES              TO EXTRACT-RECORD
           MOVE Ntc-PatronNumber    TO EXT-PATRON-NUMBER
           MOVE Ntc-NoticeType      TO EXT-NOTICE-TYPE
           MOVE Ntc-NoticeDate      TO EXT-NOTICE-DATE
           MOVE Ntc-NoticeText      TO EXT-NOTICE-TEXT
           MOVE Ntc-NoticeID        TO EXT-NOTICE-ID
           WRITE EXTRACT-RECORD
           ADD 1 TO WS-EXTRACT-COUNT
           .
           DISPLAY Patron-FirstName ' ' Patron-LastName
           DISPLAY Patron-StreetAddress
           DISPLAY Patron-City ', ' Patron-State ' ' Patron-Zip
           IF WS-WARD-FIRST-NAME NOT = SPACES
              OR WS-WARD-LAST-NAME NOT = SPACES
               DISPLAY 'RE: ' WS-WARD-FIRST-NAME ' '
                       WS-WARD-LAST-NAME ' (PATRON '
                       Ntc-PatronNumber ')'
           END-IF
           DISPLAY ' '
           DISPLAY '  ' Ntc-NoticeText
           DISPLAY '=================================================='
