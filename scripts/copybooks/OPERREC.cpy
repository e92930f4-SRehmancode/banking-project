      *> Operator master record, kept in the indexed operator.ps
      *> built by OPER-LOAD.  One record per operator ID that may
      *> submit teller batches to TRANS-POST, key maintenance for
      *> ACCT-MAINT, or sign on to TELLER-INQ.  Limits are in USD;
      *> an item outside the operator's authority is refused unless
      *> it carries the ID of a supervisor or manager whose own
      *> authority covers it.  The overnight generators submit under
      *> the batch operator "SYST", role B, which may not sign on to
      *> the counter screen.
       01  OPERATOR-DATA.
           05  OPER-ID            PIC X(4).    *> e.g. "T001"
           05  OPER-NAME          PIC X(20).   *> e.g. "SMITH,ANN"
           05  OPER-BRANCH        PIC X(3).    *> Home branch; the
               *> exception report is cut by it
           05  OPER-ROLE          PIC X(1).    *> T teller,
               *> S supervisor, M branch manager, B batch/system
               88  OPER-CAN-OVERRIDE VALUE "S" "M".
               88  OPER-IS-BATCH  VALUE "B".
           05  OPER-STATUS-STR    PIC X(1).    *> "A" active,
               *> "S" suspended -- refused everywhere
               88  OPER-ACTIVE    VALUE "A".
           05  OPER-TRAN-LIMIT    PIC 9(7)V99. *> Largest single
               *> item, USD; zero = no per-item limit
           05  OPER-DAILY-LIMIT   PIC 9(9)V99. *> Largest day's
               *> total of limited items, USD; zero = no daily limit
           05  OPER-POST-TYPES    PIC X(5).    *> TRANS-POST codes
               *> the operator may submit, e.g. "DWT"
           05  OPER-MAINT-TYPES   PIC X(5).    *> ACCT-MAINT codes
               *> the operator may key, e.g. "ACDM"
           05  OPER-USED-DATE     PIC X(8).    *> YYYYMMDD of the
               *> running total below; an older date means nothing
               *> has been used today
           05  OPER-USED-AMOUNT   PIC 9(9)V99. *> USD posted today on
               *> the operator's own authority, kept by TRANS-POST and
               *> ACCT-MAINT against OPER-DAILY-LIMIT
