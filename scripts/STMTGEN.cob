       01  YTD-RECORD.
           05  YTD-ACCT-ID        PIC 9(6).
           05  YTD-INTEREST       PIC 9(9)V99.
           05  YTD-WITHHELD       PIC 9(9)V99.
       FD  AUDIT-HIST-FILE.
           COPY AUDHREC.
       FD  REQUEST-FILE
       01  ACTIVITY-COUNT         PIC 9(4).
       01  WORK-AREA.
           05  ACCT-BALANCE       PIC S9(7)V99.
           05  CHGOFF-AMOUNT      PIC 9(7)V99.
           05  RECOVERED-AMOUNT   PIC 9(7)V99.
           05  OUTSTANDING-AMOUNT PIC S9(7)V99.
       01  WORK-RECORD            PIC X(120) VALUE SPACES.
       01  EDITED-FIELDS.
           05  EDITED-BALANCE     PIC -(7)9.99.
           05  EDITED-YTD         PIC Z(8)9.99.
           05  EDITED-YTD-WITHHELD PIC Z(8)9.99.
           05  EDITED-MOVEMENT    PIC -(6)9.99.
           05  EDITED-MOVEMENT-BAL PIC -(7)9.99.
           05  EDITED-CHGOFF      PIC Z(6)9.99.
           05  EDITED-OUTSTANDING PIC -(6)9.99.
       01  STATEMENT-RULE         PIC X(60) VALUE ALL "=".
       01  STATEMENT-DASH         PIC X(60) VALUE ALL "-".
       01  TODAYS-DATE.
                  DELIMITED BY SIZE INTO WORK-RECORD
           MOVE WORK-RECORD TO STATEMENT-RECORD
           WRITE STATEMENT-RECORD
           *> A closed account's last statement says so, with the
           *> date -- it is the final one the customer will get.
           IF ACCT-CLOSED
               MOVE SPACES TO WORK-RECORD
               STRING "FINAL STATEMENT - Account closed on "
                      ACCT-CLOSED-DATE(5:2) "/" ACCT-CLOSED-DATE(7:2)
                      "/" ACCT-CLOSED-DATE(1:4)
                      DELIMITED BY SIZE INTO WORK-RECORD
               MOVE WORK-RECORD TO STATEMENT-RECORD
               WRITE STATEMENT-RECORD
           END-IF
           *> A charged-off account shows what was written off and
           *> what is still owed after any recoveries.
           IF ACCT-CHARGED-OFF
               MOVE FUNCTION NUMVAL(ACCT-CHGOFF-AMT-STR) TO
                   CHGOFF-AMOUNT
               MOVE FUNCTION NUMVAL(ACCT-RECOVERED-STR) TO
                   RECOVERED-AMOUNT
               COMPUTE OUTSTANDING-AMOUNT =
                   CHGOFF-AMOUNT - RECOVERED-AMOUNT
               MOVE CHGOFF-AMOUNT TO EDITED-CHGOFF
               MOVE OUTSTANDING-AMOUNT TO EDITED-OUTSTANDING
               MOVE SPACES TO WORK-RECORD
               STRING "CHARGED OFF on "
                      ACCT-CHGOFF-DATE(5:2) "/" ACCT-CHGOFF-DATE(7:2)
                      "/" ACCT-CHGOFF-DATE(1:4)
                      " - Written off: " EDITED-CHGOFF
                      "  Still owed: " EDITED-OUTSTANDING
                      DELIMITED BY SIZE INTO WORK-RECORD
               MOVE WORK-RECORD TO STATEMENT-RECORD
               WRITE STATEMENT-RECORD
           END-IF
           MOVE STATEMENT-DASH TO STATEMENT-RECORD
           WRITE STATEMENT-RECORD
           MOVE "Account Activity:" TO STATEMENT-RECORD
           IF MOVEMENT-COUNT = ZERO
               *> First movement on file fixes the section's opening
               *> balance: where it landed, less what it moved.
               *> A recovery (or its reversal) never moved the
               *> balance, so there the opening is simply where it
               *> stood.
               IF HIST-TYPE = "RCV" OR HIST-TYPE = "BKR"
                   MOVE HIST-NEW-BALANCE TO OPENING-BALANCE
               ELSE
                   COMPUTE OPENING-BALANCE =
                       HIST-NEW-BALANCE - HIST-AMOUNT
               END-IF
               MOVE OPENING-BALANCE TO EDITED-MOVEMENT-BAL
               MOVE SPACES TO WORK-RECORD
               STRING "  Opening Balance: " EDITED-MOVEMENT-BAL
                   MOVE "Deposit" TO MOVEMENT-LABEL
               WHEN "WDR"
                   MOVE "Withdrawal" TO MOVEMENT-LABEL
               WHEN "EDP"
                   MOVE "Electronic credit" TO MOVEMENT-LABEL
               WHEN "EWD"
                   MOVE "Electronic debit" TO MOVEMENT-LABEL
               WHEN "TRO"
                   MOVE "Transfer out" TO MOVEMENT-LABEL
               WHEN "TRI"
                   MOVE "Interest adjmt" TO MOVEMENT-LABEL
               WHEN "REV"
                   MOVE "Interest reversal" TO MOVEMENT-LABEL
               WHEN "BWH"
                   MOVE "Tax withheld" TO MOVEMENT-LABEL
               WHEN "CLS"
                   MOVE "Closing cheque" TO MOVEMENT-LABEL
               WHEN "CHO"
                   MOVE "Charged off" TO MOVEMENT-LABEL
               WHEN "RCV"
                   MOVE "Recovery" TO MOVEMENT-LABEL
               WHEN "BKO"
                   MOVE "Batch reversal" TO MOVEMENT-LABEL
               WHEN "BKR"
                   MOVE "Recovery reversed" TO MOVEMENT-LABEL
               WHEN OTHER
                   MOVE HIST-TYPE TO MOVEMENT-LABEL
           END-EVALUATE
                          "  Interest Reversal (debit): "
                          EDITED-AUDIT-AMOUNT
                          DELIMITED BY SIZE INTO WORK-RECORD
               WHEN "BKJ"
                   STRING "  " AUDIT-STAMP-EDITED
                          "  Adjustment Backed Out (debit): "
                          EDITED-AUDIT-AMOUNT
                          DELIMITED BY SIZE INTO WORK-RECORD
               WHEN "BKV"
                   STRING "  " AUDIT-STAMP-EDITED
                          "  Reversal Backed Out (credit): "
                          EDITED-AUDIT-AMOUNT
                          DELIMITED BY SIZE INTO WORK-RECORD
               WHEN "BWH"
                   STRING "  " AUDIT-STAMP-EDITED
                          "  Backup Withholding (debit): "
                          EDITED-AUDIT-AMOUNT
                          DELIMITED BY SIZE INTO WORK-RECORD
               WHEN OTHER
                   STRING "  " AUDIT-STAMP-EDITED
                          "  Interest: " EDITED-AUDIT-AMOUNT

       WRITE-YTD-LINE.
           MOVE ZERO TO EDITED-YTD
           MOVE ZERO TO EDITED-YTD-WITHHELD
           IF HAVE-YTD-FILE-SW
               MOVE ACCT-ID TO YTD-ACCT-ID
               READ YTD-FILE
                       MOVE ZERO TO EDITED-YTD
                   NOT INVALID KEY
                       MOVE YTD-INTEREST TO EDITED-YTD
                       MOVE YTD-WITHHELD TO EDITED-YTD-WITHHELD
               END-READ
           END-IF
           MOVE SPACES TO WORK-RECORD
           STRING "YTD Interest: " EDITED-YTD
                  "  YTD Federal Tax Withheld: " EDITED-YTD-WITHHELD
                  DELIMITED BY SIZE INTO WORK-RECORD
           MOVE WORK-RECORD TO STATEMENT-RECORD
           WRITE STATEMENT-RECORD.
