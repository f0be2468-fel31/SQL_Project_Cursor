      *> master row is flagged the way PUBCHK would -
      *> the order still prints, the contact line says
      *> to fix the master first.
      *> A title that already has an open ACQMAINT order
      *> shows the count, so it is not ordered twice; the
      *> order itself goes in as an ACQMAINT PO card.
      *> -------------------------------------------
       ENVIRONMENT DIVISION.
       DATA DIVISION.
         EXEC SQL INCLUDE CircSumm END-EXEC.
         EXEC SQL INCLUDE CircParm END-EXEC.
         EXEC SQL INCLUDE JobLog END-EXEC.
         01  WS-ON-ORDER-COUNT             PIC S9(4) COMP-5 VALUE 0.
         01  WS-COPY-COUNT                 PIC S9(4) COMP-5 VALUE 0.
         01  WS-RESV-COUNT                 PIC S9(4) COMP-5 VALUE 0.
         01  WS-LOAN-COUNT                 PIC S9(4) COMP-5 VALUE 0.
                   ' QUEUE DEPTH=' WS-RESV-COUNT
                   ' LIFETIME LOANS=' WS-TOTAL-LOANS
                   ' LOANS/COPY=' WS-TURNOVER-NUM
           EXEC SQL
               SELECT COUNT(*)
                 INTO :WS-ON-ORDER-COUNT
                 FROM PurchaseOrder
                WHERE BookID = :Book-BookID
                  AND Status IN ('O', 'P')
           END-EXEC
           IF WS-ON-ORDER-COUNT > 0
               DISPLAY '    ALREADY ON ORDER - ' WS-ON-ORDER-COUNT
                       ' OPEN ORDER(S), SEE ACQRPT'
           END-IF
           ADD 1 TO WS-ORDER-COUNT
           ADD 1 TO WS-PUB-ORDER-COUNT
           .
