      *> Operator authority exception record, appended to the flat
      *> auth_except.ps by every program that enforces the operator
      *> master -- ACCT-MAINT, TRANS-POST, and TELLER-INQ -- and
      *> read back by AUTH-REPORT for the branch managers' daily
      *> authority-exception report.  One line per item refused for
      *> lack of authority, per item let through on a supervisor
      *> override, and per refused counter sign-on.
       01  AUTH-EXCEPTION-RECORD.
           05  AX-DATE            PIC X(8).    *> YYYYMMDD
           05  FILLER             PIC X.
           05  AX-TIME            PIC X(6).    *> HHMMSS
           05  FILLER             PIC X.
           05  AX-SOURCE          PIC X(10).   *> Program, e.g.
               *> "TRANS-POST"
           05  FILLER             PIC X.
           05  AX-KIND            PIC X(1).    *> R refused,
               *> O posted on a supervisor override, S sign-on refused
           05  FILLER             PIC X.
           05  AX-OPERATOR        PIC X(4).    *> Submitting operator
           05  FILLER             PIC X.
           05  AX-BRANCH          PIC X(3).    *> Operator's branch,
               *> blank when the operator is not on file
           05  FILLER             PIC X.
           05  AX-OVERRIDE        PIC X(4).    *> Override ID keyed,
               *> blank when none
           05  FILLER             PIC X.
           05  AX-ACCT            PIC X(6).
           05  FILLER             PIC X.
           05  AX-CODE            PIC X(1).    *> Transaction code
           05  FILLER             PIC X.
           05  AX-USD-AMOUNT      PIC 9(9).99.
           05  FILLER             PIC X.
           05  AX-REASON          PIC X(50).
           05  FILLER             PIC X(5).
