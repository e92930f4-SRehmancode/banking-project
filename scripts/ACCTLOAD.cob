       FD  ACCOUNT-FILE.
           COPY ACCTREC.
       FD  LOAD-FILE
           RECORD CONTAINS 60 CHARACTERS.  *> Room for a full-width
               *> signed balance alongside the other fields, plus the
               *> optional term-deposit open date, maturity
               *> instruction, and payout account
       01  LOAD-RECORD            PIC X(60).
       FD  LOAD-LOG-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  LOAD-LOG-RECORD        PIC X(80).
       01  LOAD-DATE              PIC X(8).
           *> Stamped as each record's opening last-activity date, so
           *> a freshly loaded master never has the blank dates the
           *> dormancy sweep can't age.  Also the term open date when
           *> the seed line carries none.
       01  RUN-TOTALS.
           05  LOADED-COUNT       PIC 9(6) VALUE ZERO.
           05  REJECTED-COUNT     PIC 9(6) VALUE ZERO.
               AT END MOVE "Y" TO END-OF-FILE
               NOT AT END
                   MOVE SPACES TO ACCT-CYCLE-DAY-STR
                       ACCT-BRANCH-STR ACCT-OPEN-DATE
                       ACCT-MATURITY-STR ACCT-PAYOUT-ACCT-STR
                       ACCT-STATUS-STR ACCT-CLOSED-DATE
                       ACCT-CLOSE-REASON ACCT-OD-SINCE-DATE
                       ACCT-CHGOFF-DATE ACCT-CHGOFF-AMT-STR
                       ACCT-RECOVERED-STR ACCT-NOTICED-DATE
                   UNSTRING LOAD-RECORD DELIMITED BY SPACE
                       INTO ACCT-ID ACCT-BALANCE-STR CURRENCY-CODE
                            INTEREST-RATE-STR TERM-STR ACCT-TYPE-STR
                            ACCT-CYCLE-DAY-STR ACCT-BRANCH-STR
                            ACCT-OPEN-DATE ACCT-MATURITY-STR
                            ACCT-PAYOUT-ACCT-STR
                   END-UNSTRING
                   IF CURRENCY-CODE = SPACES
                       MOVE "USD" TO CURRENCY-CODE
                   END-IF
                   *> A term carried over from another system keeps
                   *> its real start date; a seed line without one
                   *> starts its term today.
                   IF ACCT-OPEN-DATE = SPACES
                       MOVE LOAD-DATE TO ACCT-OPEN-DATE
                   END-IF
                   MOVE LOAD-DATE TO ACCT-LAST-ACTIVITY
                   MOVE SPACE TO ACCT-DORMANT-STR
                   WRITE ACCOUNT-DATA
