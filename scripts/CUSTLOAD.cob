       *> Builds CUSTOMER-FILE fresh from a flat, space-delimited seed
       *> file, the same way ACCT-LOAD builds account_data.ps.  One
       *> line per customer: customer ID, name (no embedded spaces --
       *> "JOHNSON,MARY"), street, city, phone, backup-withholding
       *> flag ("B" or "N"), TIN certification date (YYYYMMDD, zeros
       *> when never certified), then up to five owned ACCT-IDs.
       OPEN OUTPUT CUSTOMER-FILE
            INPUT LOAD-FILE
            OUTPUT LOAD-LOG-FILE.
               NOT AT END
                   MOVE SPACES TO CUST-NAME
                   MOVE SPACES TO CUST-ADDR-STR CUST-CITY-STR
                       CUST-PHONE-STR CUST-WHOLD-STR
                       CUST-TIN-CERT-DATE
                   MOVE SPACES TO CUST-ACCT-ID-STR(1)
                   MOVE SPACES TO CUST-ACCT-ID-STR(2)
                   MOVE SPACES TO CUST-ACCT-ID-STR(3)
                   UNSTRING LOAD-RECORD DELIMITED BY SPACE
                       INTO CUST-ID CUST-NAME CUST-ADDR-STR
                            CUST-CITY-STR CUST-PHONE-STR
                            CUST-WHOLD-STR CUST-TIN-CERT-DATE
                            CUST-ACCT-ID-STR(1) CUST-ACCT-ID-STR(2)
                            CUST-ACCT-ID-STR(3) CUST-ACCT-ID-STR(4)
                            CUST-ACCT-ID-STR(5)
