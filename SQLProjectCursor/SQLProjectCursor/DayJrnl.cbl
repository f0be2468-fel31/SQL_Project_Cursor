      *> ChangeSource; this job turns one day of that
      *> into the report operations reads each morning:
      *>   - per UserID, counts of checkouts (CO),
      *>     check-ins (CI), holds placed (HP),
      *>     reservations filled onto
      *>     the hold shelf (RS), inter-branch transfers
      *>     shipped (TR) and received (RT), claims-
      *>     returned opened (CR) and written off (CW),
      *>     damaged check-ins (DM) and repaired copies
      *>     returned to stock (DR), manual CB
      *>     corrections, and
      *>     unclassified rows written before
      *>     ChangeSource existed
      *>   - a detail listing of every manual CB
       01  WS-CO-COUNT                     PIC 9(5) VALUE 0.
       01  WS-CI-COUNT                     PIC 9(5) VALUE 0.
       01  WS-RS-COUNT                     PIC 9(5) VALUE 0.
       01  WS-HP-COUNT                     PIC 9(5) VALUE 0.
       01  WS-TR-COUNT                     PIC 9(5) VALUE 0.
       01  WS-RT-COUNT                     PIC 9(5) VALUE 0.
       01  WS-CLAIM-COUNT                  PIC 9(5) VALUE 0.
       01  WS-DAMAGE-COUNT                 PIC 9(5) VALUE 0.
       01  WS-CB-COUNT                     PIC 9(5) VALUE 0.
       01  WS-LOST-COUNT                   PIC 9(5) VALUE 0.
       01  WS-MERGE-COUNT                  PIC 9(5) VALUE 0.
               END-IF
               MOVE Audit-UserID TO WS-BREAK-USERID
               MOVE 0 TO WS-CO-COUNT WS-CI-COUNT WS-RS-COUNT
                         WS-HP-COUNT
                         WS-TR-COUNT WS-RT-COUNT WS-CB-COUNT
                         WS-CLAIM-COUNT WS-DAMAGE-COUNT
                         WS-LOST-COUNT
                         WS-MERGE-COUNT WS-UNCL-COUNT
               ADD 1 TO WS-USER-COUNT
           END-IF
                       ADD 1 TO WS-CI-COUNT
                   WHEN 'RS'
                       ADD 1 TO WS-RS-COUNT
                   WHEN 'HP'
                       ADD 1 TO WS-HP-COUNT
                   WHEN 'TR'
                       ADD 1 TO WS-TR-COUNT
                   WHEN 'RT'
                       ADD 1 TO WS-RT-COUNT
                   WHEN 'CR'
                   WHEN 'CW'
                       ADD 1 TO WS-CLAIM-COUNT
                   WHEN 'DM'
                   WHEN 'DR'
                       ADD 1 TO WS-DAMAGE-COUNT
                   WHEN 'CB'
                       ADD 1 TO WS-CB-COUNT
                   WHEN 'LS'
           DISPLAY '  USER ' WS-BREAK-USERID
                   ' CHECKOUTS=' WS-CO-COUNT
                   ' CHECKINS=' WS-CI-COUNT
                   ' HOLDS-PLACED=' WS-HP-COUNT
                   ' RESV-FILLS=' WS-RS-COUNT
                   ' TRANSFERS=' WS-TR-COUNT
                   ' RECEIVED=' WS-RT-COUNT
                   ' CLAIMS=' WS-CLAIM-COUNT
                   ' DAMAGED/REPAIRED=' WS-DAMAGE-COUNT
                   ' CORRECTIONS=' WS-CB-COUNT
                   ' LOST/RECOVERED=' WS-LOST-COUNT
                   ' MERGES=' WS-MERGE-COUNT
