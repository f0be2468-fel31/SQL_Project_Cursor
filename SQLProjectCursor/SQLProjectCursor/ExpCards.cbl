      *> Patrons registered before expiration existed
      *> carry a blank/NULL ExpireDate, never expire,
      *> and never appear here.
      *> The run also raises ConvertFlag on every
      *> juvenile card whose BirthDate puts the child at
      *> the ADULTAGE CircParm (default 18) or older, and
      *> lists each flagged card with its guardian until
      *> the desk converts it (MAINT CV card).  A juvenile
      *> card with no birth date on file is never flagged.
      *> A single optional SYSIN card:
      *>     cols 1-3  look-ahead window in days
      *>               (blank/zero = 30)
       01  WS-CUTOFF-NUM                   PIC 9(8).
       01  WS-EXPIRED-COUNT                PIC 9(5) VALUE 0.
       01  WS-EXPIRING-COUNT               PIC 9(5) VALUE 0.
       01  WS-OF-AGE-COUNT                 PIC 9(5) VALUE 0.
      *> Age a juvenile card is due for conversion - only the
      *> fallback when the ADULTAGE CircParm row is missing.
       01  WS-ADULT-AGE                    PIC 99 VALUE 18.
       01  WS-ADULT-YEAR                   PIC 9(4).

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
         EXEC SQL INCLUDE Patron END-EXEC.
         EXEC SQL INCLUDE CircParm END-EXEC.
         EXEC SQL INCLUDE JobLog END-EXEC.
      *> Window parameter card (SYSIN, optional).
      *> cols 1-3  look-ahead days (blank/zero = 30)
             03 FILLER                     PIC X(76).
         01  WS-TODAY                      PIC X(8).
         01  WS-CUTOFF-DATE                PIC X(8).
         01  WS-ADULT-CUTOFF               PIC X(8).
         01  WS-GRD-FIRST-NAME             PIC X(10).
         01  WS-GRD-FIRST-NAME-NULL        PIC S9(04) COMP-5.
         01  WS-GRD-LAST-NAME              PIC X(12).
         01  WS-GRD-LAST-NAME-NULL         PIC S9(04) COMP-5.
       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL
             ORDER BY ExpireDate, PatronNumber
       END-EXEC.

      *> Every card flagged for conversion, whether raised by
      *> this run or an earlier one the desk has not acted on.
       EXEC SQL
             DECLARE CSR-OF-AGE CURSOR FOR SELECT
                   A.PatronNumber
                  ,A.FirstName
                  ,A.LastName
                  ,A.BirthDate
                  ,A.GuardianNumber
                  ,G.FirstName
                  ,G.LastName
             FROM  Patron A LEFT OUTER JOIN Patron G
                   ON (G.PatronNumber = A.GuardianNumber)
             WHERE (A.PatronType = 'J')
               AND (A.ConvertFlag = 'Y')
             ORDER BY A.BirthDate, A.PatronNumber
       END-EXEC.

       PROCEDURE DIVISION.
       RUN-START.
           EXEC SQL
                   WS-CUTOFF-DATE
           PERFORM OPEN-CURSOR
           PERFORM FETCH-PATRONS
           EXEC SQL
               CLOSE CSR-EXPIRING
           END-EXEC
           PERFORM FLAG-COME-OF-AGE
           PERFORM LIST-COME-OF-AGE
           PERFORM SHUT-DOWN
           .
       READ-WINDOW-CARD.
           DISPLAY '      ' Patron-StreetAddress ', ' Patron-City
                   ', ' Patron-State ' ' Patron-Zip
           .
      *> The cutoff is today stepped back ADULTAGE years - a
      *> child born on or before it has come of age.  Compared
      *> as a string, the same as the PATPURGE cutoff.
       FLAG-COME-OF-AGE.
           MOVE SPACES TO Parm-ParmValue
           EXEC SQL
               SELECT ParmValue
                 INTO :Parm-ParmValue
                 FROM CircParm
                WHERE ParmName = 'ADULTAGE'
           END-EXEC
           IF SQLCODE NOT = 100 AND Parm-ParmValue NOT = SPACES
               MOVE FUNCTION NUMVAL(Parm-ParmValue) TO WS-ADULT-AGE
           END-IF
           MOVE WS-TODAY TO WS-ADULT-CUTOFF
           MOVE FUNCTION NUMVAL(WS-TODAY (1:4)) TO WS-ADULT-YEAR
           SUBTRACT WS-ADULT-AGE FROM WS-ADULT-YEAR
           MOVE WS-ADULT-YEAR TO WS-ADULT-CUTOFF (1:4)

           EXEC SQL
               UPDATE Patron
                  SET ConvertFlag = 'Y'
                WHERE PatronType = 'J'
                  AND BirthDate IS NOT NULL
                  AND BirthDate <> ' '
                  AND BirthDate <= :WS-ADULT-CUTOFF
                  AND (ConvertFlag IS NULL OR ConvertFlag <> 'Y')
           END-EXEC
           EXEC SQL COMMIT END-EXEC
           .
       LIST-COME-OF-AGE.
           DISPLAY ' '
           DISPLAY 'EXPCARDS: JUVENILE CARDS COME OF AGE ('
                   WS-ADULT-AGE ') - CONVERT AT THE DESK'
           EXEC SQL
               OPEN CSR-OF-AGE
           END-EXEC
           PERFORM UNTIL SQLSTATE >= "02000"
               EXEC SQL
                   FETCH CSR-OF-AGE INTO
                       :Patron-PatronNumber
                      ,:Patron-FirstName
                      ,:Patron-LastName
                      ,:Patron-BirthDate
                      ,:Patron-GuardianNumber
                          :Patron-GuardianNumber-NULL
                      ,:WS-GRD-FIRST-NAME:WS-GRD-FIRST-NAME-NULL
                      ,:WS-GRD-LAST-NAME:WS-GRD-LAST-NAME-NULL
               END-EXEC
               IF SQLSTATE < "02000"
                   PERFORM PRINT-ONE-OF-AGE
               END-IF
           END-PERFORM
           EXEC SQL
               CLOSE CSR-OF-AGE
           END-EXEC
           .
       PRINT-ONE-OF-AGE.
           ADD 1 TO WS-OF-AGE-COUNT
           DISPLAY '  ' Patron-PatronNumber ' J BORN     '
                   Patron-BirthDate ' ' Patron-FirstName ' '
                   Patron-LastName
           IF Patron-GuardianNumber-NULL < 0
               MOVE SPACES TO Patron-GuardianNumber
           END-IF
           IF WS-GRD-FIRST-NAME-NULL < 0
               MOVE SPACES TO WS-GRD-FIRST-NAME WS-GRD-LAST-NAME
           END-IF
           IF Patron-GuardianNumber NOT = SPACES
               DISPLAY '      GUARDIAN ' Patron-GuardianNumber ' '
                       WS-GRD-FIRST-NAME ' ' WS-GRD-LAST-NAME
           END-IF
           .
       SHUT-DOWN.
           DISPLAY ' '
           DISPLAY 'EXPCARDS: ' WS-EXPIRED-COUNT
                   ' CARD(S) ALREADY EXPIRED'
           DISPLAY 'EXPCARDS: ' WS-EXPIRING-COUNT
                   ' CARD(S) EXPIRING IN THE NEXT '
                   WS-WINDOW-DAYS ' DAY(S)'
           DISPLAY 'EXPCARDS: ' WS-OF-AGE-COUNT
                   ' JUVENILE CARD(S) DUE FOR CONVERSION'
           PERFORM WRITE-RUNLOG-END
           EXEC SQL DISCONNECT CURRENT END-EXEC
           IF NOT UNATTENDED-RUN
               WS-EXPIRED-COUNT DELIMITED BY SIZE
               ' EXPIRING=' DELIMITED BY SIZE
               WS-EXPIRING-COUNT DELIMITED BY SIZE
               ' OFAGE=' DELIMITED BY SIZE
               WS-OF-AGE-COUNT DELIMITED BY SIZE
             INTO Jlog-RunCounters
           EXEC SQL
               UPDATE JobRunLog
