       CHECK-ONE-ACCOUNT.
           *> Undated or unreadable activity dates are DORM-SWEEP's
           *> report to make; the notice run only acts on accounts it
           *> can age.  A closed or charged-off account holds
           *> nothing to escheat.
           IF ACCT-LAST-ACTIVITY = SPACES
               OR ACCT-LAST-ACTIVITY IS NOT NUMERIC
               OR ACCT-CLOSED
               OR ACCT-CHARGED-OFF
               CONTINUE
           ELSE
               MOVE ACCT-LAST-ACTIVITY TO ACTIVITY-NUM
