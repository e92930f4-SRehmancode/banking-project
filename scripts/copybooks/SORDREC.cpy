      *> Standing order record, kept in the indexed
      *> standing_orders.ps.  Maintained by SORD-MAINT and worked
      *> nightly by SORD-GEN, which writes every order falling due
      *> into a proved batch on daily_trans.ps: a transfer ("T") to
      *> another of our accounts, or a payment out ("W") when no
      *> receiving account is named.  Cancelled and ended orders
      *> stay on file for the audit trail.
       01  SORDER-DATA.
           05  SO-ID              PIC 9(6).    *> Assigned by
               *> SORD-MAINT, 000001 upward, never reused
           05  SO-FROM-ACCT       PIC 9(6).    *> Account debited
           05  SO-TO-ACCT         PIC X(6).    *> Account credited;
               *> blank = payment out of the bank
           05  SO-AMOUNT          PIC 9(7)V99. *> In the debited
               *> account's own currency
           05  SO-FREQ            PIC X(1).    *> W weekly from the
               *> start date, M monthly on the start date's day,
               *> D monthly on SO-DAY
               88  SO-WEEKLY      VALUE "W".
           05  SO-DAY             PIC 9(2).    *> Day of month paid;
               *> a short month pays on its last day
           05  SO-START-DATE      PIC X(8).    *> YYYYMMDD
           05  SO-END-DATE        PIC X(8).    *> YYYYMMDD, last day
               *> a payment may fall; blank = until cancelled
           05  SO-NEXT-DUE        PIC X(8).    *> YYYYMMDD of the
               *> next payment
           05  SO-STATUS-STR      PIC X(1).    *> "A" active,
               *> "C" cancelled, "E" ended (past its end date)
               88  SO-ACTIVE      VALUE "A".
           05  SO-RETRY-COUNT     PIC 9(2).    *> Nights the current
               *> payment has been held back for want of funds
           05  SO-LAST-PAID       PIC X(8).    *> YYYYMMDD the last
               *> payment posted; blank = none yet
           05  SO-CLOSED-DATE     PIC X(8).    *> YYYYMMDD cancelled
               *> or ended; blank while active
           05  SO-QUEUED-SERIAL   PIC X(6).    *> Batch the current
               *> payment was queued in, until SORD-GEN finds it
               *> posted in history and moves the order on; blank =
               *> nothing in flight
