           END-IF
           *> A zero balance means there is nothing to collect --
           *> debiting it would only manufacture an overdraft out of
           *> a fee, so the account is skipped and counted.  A closed
           *> account is skipped the same way; its closing fee was
           *> taken by ACCT-CLOSE.
           IF ACCT-BALANCE = ZERO OR ACCT-CLOSED
               ADD 1 TO SKIPPED-COUNT
           ELSE
               MOVE MAINT-FEE TO ACCT-MAINT-FEE
           COMPUTE HIST-AMOUNT = TOTAL-ACCT-FEE * -1
           MOVE CURRENCY-CODE TO HIST-CCY
           MOVE NEW-BALANCE TO HIST-NEW-BALANCE
           MOVE SPACES TO HIST-BATCH-SERIAL
           WRITE HISTORY-DATA
           IF NOT HISTORY-STATUS-OK
               DISPLAY "History WRITE failed for ACCT-ID='"
               READ HISTORY-FILE NEXT
                   AT END MOVE "Y" TO HIST-SCAN-EOF
                   NOT AT END
                       *> A generated payment out is still a
                       *> withdrawal for the excess count.
                       IF (HIST-TYPE = "WDR" OR HIST-TYPE = "EWD")
                           AND HIST-TIMESTAMP(1:8) >
                               CYCLE-START-DATE
                           PERFORM TALLY-ONE-WITHDRAWAL
