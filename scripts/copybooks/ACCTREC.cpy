               *> e.g. "001"; blank on records predating the field.
               *> Drives the per-branch subtotals and the branch cut
               *> of the GL journal
           05  ACCT-OPEN-DATE     PIC X(8).    *> YYYYMMDD the current
               *> term started -- the opening date, or the date of
               *> the last rollover.  The term ends TERM-STR months
               *> after it; blank on records predating the field
           05  ACCT-MATURITY-STR  PIC X(1).    *> Term deposits only
               *> (ACCT-TYPE-STR "C"): what TERM-MATURITY does when
               *> the term ends.  "R" or blank = roll over into a new
               *> term, "P" = pay the balance out to the account
               *> below, "M" = matured and paid out, no further terms
           05  ACCT-PAYOUT-ACCT-STR PIC X(6).  *> Nominated account
               *> the balance is transferred to on a "P" maturity;
               *> blank otherwise
           05  ACCT-STATUS-STR    PIC X(1).    *> "C" = closed by
               *> ACCT-CLOSE (or ACCT-MAINT / ESCH-EXEC); blank =
               *> open.  A closed record stays on file, at a zero
               *> balance, until ACCT-PURGE removes it after the
               *> retention period.  "X" = charged off by OD-AGING:
               *> the overdrawn balance was written off to zero and
               *> the loss carried below; later deposits go to
               *> recovery income, not back onto the balance
               88  ACCT-CLOSED                VALUE "C".
               88  ACCT-CHARGED-OFF           VALUE "X".
           05  ACCT-CLOSED-DATE   PIC X(8).    *> YYYYMMDD closed;
               *> blank while open
           05  ACCT-CLOSE-REASON  PIC X(2).    *> CR customer request,
               *> BK bank decision, DC deceased, OT other, DL closed
               *> through ACCT-MAINT, ES escheated to the state
           05  ACCT-OD-SINCE-DATE PIC X(8).    *> YYYYMMDD OD-AGING
               *> first found the balance negative; blank while the
               *> account is in credit
           05  ACCT-CHGOFF-DATE   PIC X(8).    *> YYYYMMDD charged off;
               *> blank unless charged off
           05  ACCT-CHGOFF-AMT-STR PIC X(10).  *> e.g. "412.50"; the
               *> balance written off, blank unless charged off
           05  ACCT-RECOVERED-STR PIC X(10).   *> e.g. "100.00";
               *> recovery deposits taken against the charge-off so
               *> far, blank until the first one
           05  ACCT-NOTICED-DATE  PIC X(8).    *> Term deposits only:
               *> YYYYMMDD maturity date TERM-MATURITY last sent the
               *> maturity notice for; blank until the first one.  A
               *> rollover moves the maturity on, so the next term
               *> gets its own notice
