       01  YTD-RECORD.
           05  YTD-ACCT-ID        PIC 9(6).
           05  YTD-INTEREST       PIC 9(9)V99.
           05  YTD-WITHHELD       PIC 9(9)V99.
       FD  CHECKPOINT-FILE.
       01  CHECKPOINT-RECORD.
           *> Same layout CALC-INTEREST maintains; carried here as one
