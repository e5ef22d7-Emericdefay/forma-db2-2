      *                         record's FM-COMPTE-CTR, so a
      *                         recycled transfer keeps its second
      *                         leg
      * 10/15/26  SVCTEAM       Unpaid PRL rejects (no funds,
      *                         dormant or closed account) are
      *                         left to the PGM041 creditor return
      *                         file and no longer resubmitted
      * 10/15/26  SVCTEAM       Unpaid CHQ inward cheques (account
      *                         or cheque refused) are left to the
      *                         PGM051 clearing return file and no
      *                         longer resubmitted
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
      *  - a ROPER that has now rejected WS-ESCALATE-LIMIT times is
      *    NOT resubmitted again : it goes on the FILEAGE aging
      *    report for manual escalation instead of looping forever.
      *  A PRL rejected for lack of funds, a dormant or a closed
      *  account is an unpaid : PGM041 returns it to the creditor
      *  from the same FILEREJ, so it is NOT resubmitted here -
      *  the debit would otherwise both go back to the creditor
      *  and be presented again. It is listed and counted apart.
      *  A CHQ inward cheque refused on the account or cheque side
      *  is likewise returned to the presenting bank by PGM051.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01 WS-CNT-ESCALATED PIC 9(09) COMP VALUE 0.
       01 WS-CNT-BADCORR   PIC 9(09) COMP VALUE 0.
       01 WS-CNT-TABLE-FULL PIC 9(09) COMP VALUE 0.
       01 WS-CNT-UNPAID    PIC 9(09) COMP VALUE 0.
       01 WS-ED-CNT        PIC ZZZ,ZZZ,ZZ9.
       01 WS-ED-COMPTE     PIC -(9)9.
       01 WS-ED-CYC        PIC Z9.
      *  Main routine : one pass over FILEREJ. Each reject either
      *  goes back out on FILEOUT (after correction, when one was
      *  supplied) or onto the FILEAGE report (duplicate in this
      *  FILEREJ, recycle count exhausted, or an unpaid PRL that
      *  PGM041 returns to the creditor).
           PERFORM 210-Read-Reject

           PERFORM UNTIL (END-FILEREJ)
               ADD 1 TO WS-CNT-READ
               MOVE 'Y' TO WS-RESUBMIT-SW

               PERFORM 455-Check-Returned-Unpaid
               IF WS-RESUBMITTED
                  PERFORM 450-Count-Recycle
               END-IF
               IF WS-RESUBMITTED
                  PERFORM 410-Apply-Correction
                  PERFORM 220-Write-Resubmit
           END-IF
           .

       455-Check-Returned-Unpaid.
      **********************************************************
      *  The PGM041 unpaid rule : a PRL refused on the account
      *  side goes back to the creditor, never out on FILEOUT
           IF WS-COPER = 'PRL'
              EVALUATE WS-RAISON
                 WHEN 'OVERDRAFT LIMIT EXCEEDED'
                 WHEN 'HOLD - AVAILABLE BALANCE EXCEEDED'
                 WHEN 'ACCOUNT DORMANT'
                 WHEN 'ACCOUNT CLOSED'
                    MOVE 'N' TO WS-RESUBMIT-SW
                    ADD 1 TO WS-CNT-UNPAID
                    PERFORM 730-Write-Unpaid-Line
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-IF
      *  Same for an inward cheque : PGM051 returns it to the
      *  presenting bank with its return code
           IF WS-COPER = 'CHQ'
              EVALUATE WS-RAISON
                 WHEN 'OVERDRAFT LIMIT EXCEEDED'
                 WHEN 'HOLD - AVAILABLE BALANCE EXCEEDED'
                 WHEN 'ACCOUNT DORMANT'
                 WHEN 'ACCOUNT CLOSED'
                 WHEN 'ACCOUNT NOT FOUND'
                 WHEN 'CHEQUE NOT ISSUED TO ACCOUNT'
                 WHEN 'CHEQUE ALREADY PAID'
                 WHEN 'CHEQUE STOPPED'
                 WHEN 'CHEQUE REPORTED LOST'
                 WHEN 'CHEQUE NUMBER NOT NUMERIC'
                    MOVE 'N' TO WS-RESUBMIT-SW
                    ADD 1 TO WS-CNT-UNPAID
                    PERFORM 730-Write-Unpaid-Line
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-IF
           .

       710-Write-Aging-Line.
      **********************************************************
      *  One aging-report line per escalated reject : who it is,
           WRITE AGE-LIGNE
           .

       730-Write-Unpaid-Line.
      **********************************************************
      *  Unpaid PRL or CHQ left to the PGM041 / PGM051 return
      *  file
           MOVE WS-COMPTE TO WS-ED-COMPTE
           MOVE SPACES TO AGE-LIGNE
           STRING 'UNPAID ROPER ' WS-ROPER
                  ' COMPTE ' WS-ED-COMPTE
                  ' - RETURNED, NOT RESUBMITTED'
              DELIMITED BY SIZE INTO AGE-LIGNE
           WRITE AGE-LIGNE
           .

       700-Summary-Report.
      **********************************************************
      *  End-of-run summary at the bottom of the aging report
              DELIMITED BY SIZE INTO AGE-LIGNE
           WRITE AGE-LIGNE

           MOVE WS-CNT-UNPAID TO WS-ED-CNT
           MOVE SPACES TO AGE-LIGNE
           STRING 'UNPAIDS RETURNED : ' WS-ED-CNT
              DELIMITED BY SIZE INTO AGE-LIGNE
           WRITE AGE-LIGNE

           MOVE WS-CNT-ESCALATED TO WS-ED-CNT
           MOVE SPACES TO AGE-LIGNE
           STRING 'ESCALATED        : ' WS-ED-CNT
