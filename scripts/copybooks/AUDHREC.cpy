           05  AH-TYPE            PIC X(3).    *> INT interest
               *> capitalized, CHG overdraft charge posted,
               *> ADJ interest adjustment credit, REV interest
               *> reversal, BWH backup withholding (AH-RATE holds the
               *> withholding percentage), BKJ an adjustment credit
               *> and BKV an interest reversal backed out by
               *> BATCH-BACKOUT
           05  AH-CCY             PIC X(3).
           05  AH-BALANCE         PIC S9(7)V99. *> Balance the figure
               *> was derived from
