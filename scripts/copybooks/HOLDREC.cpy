      *> Holds and liens record, kept in the indexed holds.ps and
      *> maintained nightly by HOLD-MAINT.  A hold freezes part of an
      *> account's ledger balance -- a garnishment, a legal order, an
      *> uncleared deposit -- without moving any money: TRANS-POST
      *> checks withdrawals and transfers out against the available
      *> balance (ledger less active holds) and TELLER-INQ shows all
      *> three figures.  Keyed on account plus a per-account hold
      *> sequence, so one keyed START pulls an account's holds.
      *> Released and expired holds stay on file for the audit trail.
       01  HOLD-DATA.
           05  HOLD-KEY.
               10  HOLD-ACCT-ID   PIC 9(6).
               10  HOLD-SEQ       PIC 9(3).    *> 001 upward within
                   *> the account, never reused
           05  HOLD-AMOUNT        PIC 9(7)V99. *> In the account's
               *> own currency
           05  HOLD-REASON-STR    PIC X(2).    *> GN garnishment,
               *> LG legal order, UC uncleared deposit, OT other
           05  HOLD-PLACED-DATE   PIC X(8).    *> YYYYMMDD
           05  HOLD-EXPIRY-DATE   PIC X(8).    *> YYYYMMDD, last day
               *> the hold is in force; blank = until released
           05  HOLD-STATUS-STR    PIC X(1).    *> "A" active,
               *> "R" released by hand, "E" expired by HOLD-MAINT
               88  HOLD-ACTIVE    VALUE "A".
           05  HOLD-RELEASED-DATE PIC X(8).    *> YYYYMMDD released or
               *> expired; blank while active
