           05  ALREADY-DORMANT    PIC 9(6) VALUE ZERO.
           05  ESCHEAT-COUNT      PIC 9(6) VALUE ZERO.
           05  UNDATED-COUNT      PIC 9(6) VALUE ZERO.
           05  CLOSED-COUNT       PIC 9(6) VALUE ZERO.
           05  CHARGED-OFF-COUNT  PIC 9(6) VALUE ZERO.
       PROCEDURE DIVISION.
       *> Sweeps the account master for accounts with no customer
       *> activity past the dormancy threshold, flags them so
              DELIMITED BY SIZE INTO WORK-RECORD
       MOVE WORK-RECORD TO DORMANCY-REPORT-RECORD
       WRITE DORMANCY-REPORT-RECORD.
       MOVE SPACES TO WORK-RECORD
       STRING "Not Swept - Closed: " CLOSED-COUNT
              " Charged off: " CHARGED-OFF-COUNT
              DELIMITED BY SIZE INTO WORK-RECORD
       MOVE WORK-RECORD TO DORMANCY-REPORT-RECORD
       WRITE DORMANCY-REPORT-RECORD.
       CLOSE ACCOUNT-FILE DORMANCY-REPORT-FILE ESCHEAT-FILE.
       STOP RUN.

       SWEEP-ONE-ACCOUNT.
           *> A closed account is kept on the master only for its
           *> statement and audit trail; it has nothing left to go
           *> dormant or to escheat.  A charged-off account belongs
           *> to collections, not to the state.
           IF ACCT-CLOSED OR ACCT-CHARGED-OFF
               IF ACCT-CLOSED
                   ADD 1 TO CLOSED-COUNT
               ELSE
                   ADD 1 TO CHARGED-OFF-COUNT
               END-IF
           ELSE
           IF ACCT-LAST-ACTIVITY = SPACES
               *> Records predating the activity date carry no basis
               *> to age -- report them so someone backfills a date,
                       PERFORM REPORT-DORMANT-ACCOUNT
                   END-IF
               END-IF
           END-IF
           END-IF.

       REPORT-DORMANT-ACCOUNT.
