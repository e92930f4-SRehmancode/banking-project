           05  HIST-TYPE          PIC X(3).    *> DEP deposit,
               *> WDR withdrawal, TRO/TRI transfer out/in,
               *> INT interest capitalized, CHG overdraft charge,
               *> FEE service charge, EDP/EWD deposit/withdrawal
               *> from a generated (batch-operator) batch -- no cash
               *> crossed a counter, CLS closing balance paid out by
               *> cashier's cheque, BWH federal tax backup-withheld
               *> from interest just capitalized, CHO overdraft
               *> charged off (balance back to zero), RCV recovery
               *> taken to income on a charged-off account
               *> (balance unchanged), BKO a movement reversed by
               *> BATCH-BACKOUT (opposite sign to the original), BKR
               *> a recovery reversed by BATCH-BACKOUT (balance
               *> unchanged)
           05  HIST-AMOUNT        PIC S9(7)V99.
           05  HIST-CCY           PIC X(3).
           05  HIST-NEW-BALANCE   PIC S9(7)V99. *> Balance after the
               *> movement landed, so a statement can show a running
               *> balance without re-deriving it
           05  HIST-BATCH-SERIAL  PIC X(6).    *> Serial of the
               *> daily_trans.ps batch TRANS-POST posted the movement
               *> from, so BATCH-BACKOUT can find a whole batch;
               *> spaces for movements no batch carried
