           05  CUST-ACCT-ID-STR OCCURS 5 TIMES
                                  PIC X(6).    *> ACCT-IDs owned, blank
               *> when the slot is unused
           05  CUST-WHOLD-STR     PIC X(1).    *> "B" when interest is
               *> subject to backup withholding (no certified TIN, or
               *> an IRS B-notice on file); "N" or blank when not
               88  CUST-BACKUP-WHOLD VALUE "B".
           05  CUST-TIN-CERT-DATE PIC X(8).    *> YYYYMMDD the TIN was
               *> last certified; zeros or blank when never
