       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUST-MAINT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-FILE ASSIGN TO
           "C:\banking-mainframe-project\scripts\bin\customer_data.ps"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CUST-ID
           FILE STATUS IS CUSTOMER-STATUS.
           SELECT ACCOUNT-FILE ASSIGN TO
           "C:\banking-mainframe-project\scripts\bin\account_data.ps"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ACCT-ID
           FILE STATUS IS ACCOUNT-STATUS.
           SELECT TRANSACTION-FILE ASSIGN TO
           "C:\banking-mainframe-project\scripts\bin\cust_trans.ps"
           ORGANIZATION IS LINE SEQUENTIAL  *> Line breaks are implicit
           FILE STATUS IS TRANS-STATUS.
           SELECT CUST-LOG-FILE ASSIGN TO
           "C:\banking-mainframe-project\scripts\bin\cust_maint_log.ps"
           ORGANIZATION IS LINE SEQUENTIAL.  *> Line breaks are implicit
       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-FILE.
           COPY CUSTREC.
       FD  ACCOUNT-FILE.
           COPY ACCTREC.
       FD  TRANSACTION-FILE
           RECORD CONTAINS 120 CHARACTERS.  *> Same width as the
               *> customer_load.ps seed line
       01  TRANSACTION-RECORD     PIC X(120).
       FD  CUST-LOG-FILE
           RECORD CONTAINS 130 CHARACTERS.  *> Wide enough for a
               *> full customer record image behind its label
       01  CUST-LOG-RECORD        PIC X(130).
       WORKING-STORAGE SECTION.
       01  END-OF-FILE            PIC X VALUE "N".
           88  END-OF-FILE-SW     VALUE "Y".
       01  CUSTOMER-EOF           PIC X VALUE "N".
           88  CUSTOMER-EOF-SW    VALUE "Y".
       01  CUSTOMER-STATUS        PIC XX VALUE "00".
           88  CUSTOMER-STATUS-OK VALUE "00".
       01  ACCOUNT-STATUS         PIC XX VALUE "00".
           88  ACCOUNT-STATUS-OK  VALUE "00".
       01  TRANS-STATUS           PIC XX VALUE "00".
           88  TRANS-STATUS-OK    VALUE "00".
       01  TRANS-DATA.
           05  TRANS-CODE         PIC X(1).    *> A/C/D = Add/Change/
               *> Delete the customer; L/U = Link/Unlink one account;
               *> W = set the backup-withholding status
           05  TRANS-CUST-ID-STR  PIC X(6).
           05  TRANS-CUST-ID      PIC 9(6).
           05  TRANS-NAME-STR     PIC X(20).
           05  TRANS-ADDR-STR     PIC X(20).
           05  TRANS-CITY-STR     PIC X(20).
           05  TRANS-PHONE-STR    PIC X(12).
           05  TRANS-ACCT-STR OCCURS 5 TIMES
                                  PIC X(6).    *> Accounts keyed on
               *> an Add; each is linked exactly as an L would be
           05  TRANS-LINK-ACCT-STR PIC X(6).   *> Account on an L/U
           05  TRANS-WHOLD-STR    PIC X(2).    *> "B" or "N" on a W
           05  TRANS-CERT-DATE-STR PIC X(8).   *> TIN certification
               *> date on a W, YYYYMMDD; "*" keeps what is on file
       01  KEEP-FIELD             PIC X(20) VALUE "*".
           *> A Change field keyed as "*" keeps what is on file, so
           *> an address change need not re-key the name and phone.
       01  IMAGE-FIELDS.
           05  BEFORE-IMAGE       PIC X(117).
           05  AFTER-IMAGE        PIC X(117).
       01  OWNER-TABLE.
           *> Who owns every linked account, built from the whole
           *> customer master at startup and kept current as links and
           *> unlinks apply, so an account already listed under
           *> another customer is caught without rescanning the file
           *> for every transaction.
           05  OWNER-COUNT        PIC 9(3) VALUE ZERO.
           05  OWNER-ENTRY OCCURS 500 TIMES.
               10  OWNER-ACCT-ID  PIC X(6).
               10  OWNER-CUST-ID  PIC 9(6).
       01  OWNER-SUB              PIC 9(3).
       01  OWNER-FOUND-SUB        PIC 9(3).
       01  SLOT-SUB               PIC 9(1).
       01  SLOT-FOUND-SUB         PIC 9(1).
       01  TRANS-SLOT-SUB         PIC 9(1).
       01  LINK-RESULT            PIC X VALUE "Y".
           88  LINK-PASSED        VALUE "Y".
       01  REJECT-REASON          PIC X(50) VALUE SPACES.
       01  WORK-RECORD            PIC X(130) VALUE SPACES.
       01  RUN-TOTALS.
           05  ADDED-COUNT        PIC 9(6) VALUE ZERO.
           05  CHANGED-COUNT      PIC 9(6) VALUE ZERO.
           05  DELETED-COUNT      PIC 9(6) VALUE ZERO.
           05  LINKED-COUNT       PIC 9(6) VALUE ZERO.
           05  UNLINKED-COUNT     PIC 9(6) VALUE ZERO.
           05  WHOLD-COUNT        PIC 9(6) VALUE ZERO.
           05  REJECTED-COUNT     PIC 9(6) VALUE ZERO.
       PROCEDURE DIVISION.
       *> Keyed maintenance against the customer master, so an
       *> address change or a newly opened account can be put on
       *> customer_data.ps without rebuilding it through CUST-LOAD.
       *> One space-delimited line per transaction:
       *>   A custid name addr city phone [acct ... up to five]
       *>   C custid name addr city phone   ("*" keeps a field)
       *>   D custid
       *>   L custid acctid   /   U custid acctid
       *>   W custid B|N certdate   (backup withholding; the TIN
       *>     certification date is YYYYMMDD, zeros if never
       *>     certified, "*" keeps what is on file)
       *> Links are vetted against the account master, against every
       *> other customer's slots, and against the five-slot limit.
       *> Every applied change logs the record image before and after,
       *> the way maint_log.ps records account maintenance.
       OPEN OUTPUT CUST-LOG-FILE.
       OPEN I-O CUSTOMER-FILE.
       IF CUSTOMER-STATUS = "35"
           *> Same first-run bootstrap ACCT-MAINT uses, so Adds can
           *> populate a fresh install.
           OPEN OUTPUT CUSTOMER-FILE
           CLOSE CUSTOMER-FILE
           OPEN I-O CUSTOMER-FILE
       END-IF.
       IF NOT CUSTOMER-STATUS-OK
           DISPLAY "Unable to open CUSTOMER-FILE, status "
               CUSTOMER-STATUS
           CLOSE CUST-LOG-FILE
           *> Nonzero so JOB-DRIVER halts the stream here.
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF.
       OPEN INPUT ACCOUNT-FILE.
       IF NOT ACCOUNT-STATUS-OK
           DISPLAY "Unable to open ACCOUNT-FILE, status " ACCOUNT-STATUS
           *> Links cannot be vetted without the account master.
           CLOSE CUSTOMER-FILE CUST-LOG-FILE
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF.
       PERFORM LOAD-OWNER-TABLE.
       OPEN INPUT TRANSACTION-FILE.
       IF NOT TRANS-STATUS-OK
           *> No transaction file just means nothing was keyed today.
           MOVE "No customer maintenance transactions today"
               TO WORK-RECORD
           PERFORM WRITE-CUST-LOG
       ELSE
           PERFORM UNTIL END-OF-FILE-SW
               READ TRANSACTION-FILE
                   AT END MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       IF TRANSACTION-RECORD NOT = SPACES
                           PERFORM PARSE-TRANSACTION
                           PERFORM APPLY-TRANSACTION
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TRANSACTION-FILE
       END-IF.
       MOVE SPACES TO WORK-RECORD
       STRING "Customer Maintenance Totals - Added: " ADDED-COUNT
              " Changed: " CHANGED-COUNT
              " Deleted: " DELETED-COUNT
              " Linked: " LINKED-COUNT
              " Unlinked: " UNLINKED-COUNT
              " Withholding: " WHOLD-COUNT
              " Rejected: " REJECTED-COUNT
              DELIMITED BY SIZE INTO WORK-RECORD
       PERFORM WRITE-CUST-LOG.
       CLOSE CUSTOMER-FILE ACCOUNT-FILE CUST-LOG-FILE.
       STOP RUN.

       LOAD-OWNER-TABLE.
           MOVE ZEROS TO CUST-ID
           START CUSTOMER-FILE KEY IS NOT LESS THAN CUST-ID
               INVALID KEY
                   MOVE "Y" TO CUSTOMER-EOF
           END-START
           PERFORM UNTIL CUSTOMER-EOF-SW
               READ CUSTOMER-FILE NEXT
                   AT END MOVE "Y" TO CUSTOMER-EOF
                   NOT AT END
                       MOVE 1 TO SLOT-SUB
                       PERFORM UNTIL SLOT-SUB > 5
                           IF CUST-ACCT-ID-STR(SLOT-SUB) NOT = SPACES
                               MOVE CUST-ACCT-ID-STR(SLOT-SUB) TO
                                   TRANS-LINK-ACCT-STR
                               PERFORM ADD-OWNER-ENTRY
                           END-IF
                           ADD 1 TO SLOT-SUB
                       END-PERFORM
               END-READ
           END-PERFORM.

       PARSE-TRANSACTION.
           MOVE SPACES TO TRANS-CODE TRANS-CUST-ID-STR TRANS-NAME-STR
               TRANS-ADDR-STR TRANS-CITY-STR TRANS-PHONE-STR
               TRANS-LINK-ACCT-STR TRANS-WHOLD-STR TRANS-CERT-DATE-STR
           MOVE SPACES TO TRANS-ACCT-STR(1) TRANS-ACCT-STR(2)
               TRANS-ACCT-STR(3) TRANS-ACCT-STR(4) TRANS-ACCT-STR(5)
           MOVE ZERO TO TRANS-CUST-ID
           IF TRANSACTION-RECORD(1:1) = "L" OR "U"
               UNSTRING TRANSACTION-RECORD DELIMITED BY ALL SPACE
                   INTO TRANS-CODE TRANS-CUST-ID-STR
                        TRANS-LINK-ACCT-STR
               END-UNSTRING
           ELSE
           IF TRANSACTION-RECORD(1:1) = "W"
               UNSTRING TRANSACTION-RECORD DELIMITED BY ALL SPACE
                   INTO TRANS-CODE TRANS-CUST-ID-STR
                        TRANS-WHOLD-STR TRANS-CERT-DATE-STR
               END-UNSTRING
           ELSE
               UNSTRING TRANSACTION-RECORD DELIMITED BY ALL SPACE
                   INTO TRANS-CODE TRANS-CUST-ID-STR TRANS-NAME-STR
                        TRANS-ADDR-STR TRANS-CITY-STR TRANS-PHONE-STR
                        TRANS-ACCT-STR(1) TRANS-ACCT-STR(2)
                        TRANS-ACCT-STR(3) TRANS-ACCT-STR(4)
                        TRANS-ACCT-STR(5)
               END-UNSTRING
           END-IF
           END-IF
           IF TRANS-CUST-ID-STR IS NUMERIC
               MOVE TRANS-CUST-ID-STR TO TRANS-CUST-ID
           END-IF.

       APPLY-TRANSACTION.
           IF TRANS-CUST-ID = ZERO
               MOVE "customer id missing or not numeric"
                   TO REJECT-REASON
               PERFORM LOG-REJECTION
           ELSE
               EVALUATE TRANS-CODE
                   WHEN "A"
                       PERFORM ADD-CUSTOMER
                   WHEN "C"
                       PERFORM CHANGE-CUSTOMER
                   WHEN "D"
                       PERFORM DELETE-CUSTOMER
                   WHEN "L"
                       PERFORM LINK-ONE-ACCOUNT
                   WHEN "U"
                       PERFORM UNLINK-ONE-ACCOUNT
                   WHEN "W"
                       PERFORM SET-WITHHOLDING-STATUS
                   WHEN OTHER
                       MOVE "unknown transaction code" TO REJECT-REASON
                       PERFORM LOG-REJECTION
               END-EVALUATE
           END-IF.

       ADD-CUSTOMER.
           *> The customer goes on with empty slots; any accounts
           *> keyed on the line are then linked one at a time through
           *> the same vetting an L gets, so a bad account is
           *> rejected on its own without losing the new customer.
           IF TRANS-NAME-STR = SPACES OR TRANS-NAME-STR = KEEP-FIELD
               MOVE "add carries no customer name" TO REJECT-REASON
               PERFORM LOG-REJECTION
           ELSE
               MOVE SPACES TO CUSTOMER-DATA
               MOVE TRANS-CUST-ID TO CUST-ID
               MOVE TRANS-NAME-STR TO CUST-NAME
               MOVE TRANS-ADDR-STR TO CUST-ADDR-STR
               MOVE TRANS-CITY-STR TO CUST-CITY-STR
               MOVE TRANS-PHONE-STR TO CUST-PHONE-STR
               WRITE CUSTOMER-DATA
               IF NOT CUSTOMER-STATUS-OK
                   MOVE SPACES TO REJECT-REASON
                   STRING "customer already on file or unwritable, "
                          "status " CUSTOMER-STATUS
                          DELIMITED BY SIZE INTO REJECT-REASON
                   PERFORM LOG-REJECTION
               ELSE
                   ADD 1 TO ADDED-COUNT
                   MOVE "(new customer)" TO BEFORE-IMAGE
                   MOVE CUSTOMER-DATA TO AFTER-IMAGE
                   PERFORM LOG-APPLIED
                   MOVE 1 TO TRANS-SLOT-SUB
                   PERFORM UNTIL TRANS-SLOT-SUB > 5
                       IF TRANS-ACCT-STR(TRANS-SLOT-SUB) NOT = SPACES
                           MOVE TRANS-ACCT-STR(TRANS-SLOT-SUB) TO
                               TRANS-LINK-ACCT-STR
                           PERFORM LINK-ONE-ACCOUNT
                       END-IF
                       ADD 1 TO TRANS-SLOT-SUB
                   END-PERFORM
               END-IF
           END-IF.

       CHANGE-CUSTOMER.
           *> Name, address, city and phone only -- the account slots
           *> move through L and U, where they are vetted.
           MOVE TRANS-CUST-ID TO CUST-ID
           READ CUSTOMER-FILE
               INVALID KEY
                   MOVE "customer not on file" TO REJECT-REASON
                   PERFORM LOG-REJECTION
               NOT INVALID KEY
                   MOVE CUSTOMER-DATA TO BEFORE-IMAGE
                   IF TRANS-NAME-STR NOT = KEEP-FIELD
                       AND TRANS-NAME-STR NOT = SPACES
                       MOVE TRANS-NAME-STR TO CUST-NAME
                   END-IF
                   IF TRANS-ADDR-STR NOT = KEEP-FIELD
                       AND TRANS-ADDR-STR NOT = SPACES
                       MOVE TRANS-ADDR-STR TO CUST-ADDR-STR
                   END-IF
                   IF TRANS-CITY-STR NOT = KEEP-FIELD
                       AND TRANS-CITY-STR NOT = SPACES
                       MOVE TRANS-CITY-STR TO CUST-CITY-STR
                   END-IF
                   IF TRANS-PHONE-STR NOT = KEEP-FIELD
                       AND TRANS-PHONE-STR NOT = SPACES
                       MOVE TRANS-PHONE-STR TO CUST-PHONE-STR
                   END-IF
                   REWRITE CUSTOMER-DATA
                   IF CUSTOMER-STATUS-OK
                       ADD 1 TO CHANGED-COUNT
                       MOVE CUSTOMER-DATA TO AFTER-IMAGE
                       PERFORM LOG-APPLIED
                   ELSE
                       MOVE SPACES TO REJECT-REASON
                       STRING "REWRITE failed, status "
                              CUSTOMER-STATUS
                              DELIMITED BY SIZE INTO REJECT-REASON
                       PERFORM LOG-REJECTION
                   END-IF
           END-READ.

       DELETE-CUSTOMER.
           *> A customer still listed as owning accounts is not
           *> removed: the relationship tiering and the escheat letters
           *> would silently lose the owner.  Unlink first.
           MOVE TRANS-CUST-ID TO CUST-ID
           READ CUSTOMER-FILE
               INVALID KEY
                   MOVE "customer not on file" TO REJECT-REASON
                   PERFORM LOG-REJECTION
               NOT INVALID KEY
                   MOVE CUSTOMER-DATA TO BEFORE-IMAGE
                   MOVE ZERO TO SLOT-FOUND-SUB
                   MOVE 1 TO SLOT-SUB
                   PERFORM UNTIL SLOT-SUB > 5
                       IF CUST-ACCT-ID-STR(SLOT-SUB) NOT = SPACES
                           MOVE SLOT-SUB TO SLOT-FOUND-SUB
                       END-IF
                       ADD 1 TO SLOT-SUB
                   END-PERFORM
                   IF SLOT-FOUND-SUB > ZERO
                       MOVE "customer still owns accounts, unlink first"
                           TO REJECT-REASON
                       PERFORM LOG-REJECTION
                   ELSE
                       DELETE CUSTOMER-FILE
                           INVALID KEY
                               MOVE SPACES TO REJECT-REASON
                               STRING "DELETE failed, status "
                                      CUSTOMER-STATUS
                                      DELIMITED BY SIZE
                                      INTO REJECT-REASON
                               PERFORM LOG-REJECTION
                           NOT INVALID KEY
                               ADD 1 TO DELETED-COUNT
                               MOVE "(deleted)" TO AFTER-IMAGE
                               PERFORM LOG-APPLIED
                       END-DELETE
                   END-IF
           END-READ.

       LINK-ONE-ACCOUNT.
           MOVE TRANS-CUST-ID TO CUST-ID
           READ CUSTOMER-FILE
               INVALID KEY
                   MOVE "customer not on file" TO REJECT-REASON
                   PERFORM LOG-REJECTION
               NOT INVALID KEY
                   MOVE CUSTOMER-DATA TO BEFORE-IMAGE
                   PERFORM VET-ACCOUNT-LINK
                   IF NOT LINK-PASSED
                       PERFORM LOG-REJECTION
                   ELSE
                       MOVE TRANS-LINK-ACCT-STR TO
                           CUST-ACCT-ID-STR(SLOT-FOUND-SUB)
                       REWRITE CUSTOMER-DATA
                       IF CUSTOMER-STATUS-OK
                           ADD 1 TO LINKED-COUNT
                           PERFORM ADD-OWNER-ENTRY
                           MOVE CUSTOMER-DATA TO AFTER-IMAGE
                           PERFORM LOG-APPLIED
                       ELSE
                           MOVE SPACES TO REJECT-REASON
                           STRING "REWRITE failed, status "
                                  CUSTOMER-STATUS
                                  DELIMITED BY SIZE INTO REJECT-REASON
                           PERFORM LOG-REJECTION
                       END-IF
                   END-IF
           END-READ.

       VET-ACCOUNT-LINK.
           *> Leaves SLOT-FOUND-SUB on the first free slot when the
           *> link may go ahead; otherwise REJECT-REASON says why.
           MOVE "Y" TO LINK-RESULT
           MOVE SPACES TO REJECT-REASON
           IF TRANS-LINK-ACCT-STR IS NOT NUMERIC
               MOVE "N" TO LINK-RESULT
               STRING "account id '" TRANS-LINK-ACCT-STR
                      "' not numeric"
                      DELIMITED BY SIZE INTO REJECT-REASON
           END-IF
           IF LINK-PASSED
               MOVE TRANS-LINK-ACCT-STR TO ACCT-ID
               READ ACCOUNT-FILE
                   INVALID KEY
                       MOVE "N" TO LINK-RESULT
                       STRING "account " TRANS-LINK-ACCT-STR
                              " not on the account master"
                              DELIMITED BY SIZE INTO REJECT-REASON
                   NOT INVALID KEY
                       *> A closed or written-off account must not
                       *> join the relationship balance the rate
                       *> tiers are priced off.
                       IF ACCT-CLOSED
                           MOVE "N" TO LINK-RESULT
                           STRING "account " TRANS-LINK-ACCT-STR
                                  " is closed"
                                  DELIMITED BY SIZE INTO REJECT-REASON
                       END-IF
                       IF ACCT-CHARGED-OFF
                           MOVE "N" TO LINK-RESULT
                           STRING "account " TRANS-LINK-ACCT-STR
                                  " is charged off"
                                  DELIMITED BY SIZE INTO REJECT-REASON
                       END-IF
               END-READ
           END-IF
           IF LINK-PASSED
               PERFORM FIND-OWNER-ENTRY
               IF OWNER-FOUND-SUB > ZERO
                   MOVE "N" TO LINK-RESULT
                   IF OWNER-CUST-ID(OWNER-FOUND-SUB) = TRANS-CUST-ID
                       STRING "account " TRANS-LINK-ACCT-STR
                              " already linked to this customer"
                              DELIMITED BY SIZE INTO REJECT-REASON
                   ELSE
                       STRING "account " TRANS-LINK-ACCT-STR
                              " already owned by customer "
                              OWNER-CUST-ID(OWNER-FOUND-SUB)
                              DELIMITED BY SIZE INTO REJECT-REASON
                   END-IF
               END-IF
           END-IF
           IF LINK-PASSED
               MOVE ZERO TO SLOT-FOUND-SUB
               MOVE 1 TO SLOT-SUB
               PERFORM UNTIL SLOT-SUB > 5 OR SLOT-FOUND-SUB > ZERO
                   IF CUST-ACCT-ID-STR(SLOT-SUB) = SPACES
                       MOVE SLOT-SUB TO SLOT-FOUND-SUB
                   END-IF
                   ADD 1 TO SLOT-SUB
               END-PERFORM
               IF SLOT-FOUND-SUB = ZERO
                   MOVE "N" TO LINK-RESULT
                   MOVE "all five account slots already in use"
                       TO REJECT-REASON
               END-IF
           END-IF.

       UNLINK-ONE-ACCOUNT.
           MOVE TRANS-CUST-ID TO CUST-ID
           READ CUSTOMER-FILE
               INVALID KEY
                   MOVE "customer not on file" TO REJECT-REASON
                   PERFORM LOG-REJECTION
               NOT INVALID KEY
                   MOVE CUSTOMER-DATA TO BEFORE-IMAGE
                   MOVE ZERO TO SLOT-FOUND-SUB
                   MOVE 1 TO SLOT-SUB
                   PERFORM UNTIL SLOT-SUB > 5 OR SLOT-FOUND-SUB > ZERO
                       IF CUST-ACCT-ID-STR(SLOT-SUB) =
                           TRANS-LINK-ACCT-STR
                           MOVE SLOT-SUB TO SLOT-FOUND-SUB
                       END-IF
                       ADD 1 TO SLOT-SUB
                   END-PERFORM
                   IF SLOT-FOUND-SUB = ZERO
                       OR TRANS-LINK-ACCT-STR = SPACES
                       MOVE SPACES TO REJECT-REASON
                       STRING "account " TRANS-LINK-ACCT-STR
                              " not linked to this customer"
                              DELIMITED BY SIZE INTO REJECT-REASON
                       PERFORM LOG-REJECTION
                   ELSE
                       MOVE SPACES TO CUST-ACCT-ID-STR(SLOT-FOUND-SUB)
                       REWRITE CUSTOMER-DATA
                       IF CUSTOMER-STATUS-OK
                           ADD 1 TO UNLINKED-COUNT
                           PERFORM FIND-OWNER-ENTRY
                           IF OWNER-FOUND-SUB > ZERO
                               MOVE SPACES TO
                                   OWNER-ACCT-ID(OWNER-FOUND-SUB)
                           END-IF
                           MOVE CUSTOMER-DATA TO AFTER-IMAGE
                           PERFORM LOG-APPLIED
                       ELSE
                           MOVE SPACES TO REJECT-REASON
                           STRING "REWRITE failed, status "
                                  CUSTOMER-STATUS
                                  DELIMITED BY SIZE INTO REJECT-REASON
                           PERFORM LOG-REJECTION
                       END-IF
                   END-IF
           END-READ.

       SET-WITHHOLDING-STATUS.
           *> The withholding flag and the TIN certification date
           *> change together: a customer coming off backup
           *> withholding normally does so because a certified TIN
           *> has just been received.  CALC-INTEREST withholds from
           *> the next interest posted after the flag goes on.
           MOVE SPACES TO REJECT-REASON
           IF TRANS-WHOLD-STR NOT = "B" AND TRANS-WHOLD-STR NOT = "N"
               MOVE "withholding flag must be B or N" TO REJECT-REASON
           END-IF
           IF TRANS-CERT-DATE-STR NOT = "*"
               AND TRANS-CERT-DATE-STR IS NOT NUMERIC
               MOVE "certification date must be YYYYMMDD, zeros or *"
                   TO REJECT-REASON
           END-IF
           IF REJECT-REASON NOT = SPACES
               PERFORM LOG-REJECTION
           ELSE
               MOVE TRANS-CUST-ID TO CUST-ID
               READ CUSTOMER-FILE
                   INVALID KEY
                       MOVE "customer not on file" TO REJECT-REASON
                       PERFORM LOG-REJECTION
                   NOT INVALID KEY
                       MOVE CUSTOMER-DATA TO BEFORE-IMAGE
                       MOVE TRANS-WHOLD-STR TO CUST-WHOLD-STR
                       IF TRANS-CERT-DATE-STR NOT = "*"
                           MOVE TRANS-CERT-DATE-STR TO
                               CUST-TIN-CERT-DATE
                       END-IF
                       REWRITE CUSTOMER-DATA
                       IF CUSTOMER-STATUS-OK
                           ADD 1 TO WHOLD-COUNT
                           MOVE CUSTOMER-DATA TO AFTER-IMAGE
                           PERFORM LOG-APPLIED
                       ELSE
                           MOVE SPACES TO REJECT-REASON
                           STRING "REWRITE failed, status "
                                  CUSTOMER-STATUS
                                  DELIMITED BY SIZE INTO REJECT-REASON
                           PERFORM LOG-REJECTION
                       END-IF
               END-READ
           END-IF.

       FIND-OWNER-ENTRY.
           MOVE ZERO TO OWNER-FOUND-SUB
           MOVE 1 TO OWNER-SUB
           PERFORM UNTIL OWNER-SUB > OWNER-COUNT
               OR OWNER-FOUND-SUB > ZERO
               IF OWNER-ACCT-ID(OWNER-SUB) = TRANS-LINK-ACCT-STR
                   MOVE OWNER-SUB TO OWNER-FOUND-SUB
               END-IF
               ADD 1 TO OWNER-SUB
           END-PERFORM.

       ADD-OWNER-ENTRY.
           *> CUST-ID is the owner in hand, whether loading the table
           *> or linking.
           IF OWNER-COUNT < 500
               ADD 1 TO OWNER-COUNT
               MOVE TRANS-LINK-ACCT-STR TO OWNER-ACCT-ID(OWNER-COUNT)
               MOVE CUST-ID TO OWNER-CUST-ID(OWNER-COUNT)
           ELSE
               DISPLAY "Owner table full, account '"
                   TRANS-LINK-ACCT-STR "' not checked for ownership"
           END-IF.

       LOG-APPLIED.
           MOVE SPACES TO WORK-RECORD
           STRING "Customer " TRANS-CUST-ID " transaction '"
                  TRANS-CODE "' applied"
                  DELIMITED BY SIZE INTO WORK-RECORD
           PERFORM WRITE-CUST-LOG
           MOVE SPACES TO WORK-RECORD
           STRING "  Before: " BEFORE-IMAGE
                  DELIMITED BY SIZE INTO WORK-RECORD
           PERFORM WRITE-CUST-LOG
           MOVE SPACES TO WORK-RECORD
           STRING "  After:  " AFTER-IMAGE
                  DELIMITED BY SIZE INTO WORK-RECORD
           PERFORM WRITE-CUST-LOG.

       LOG-REJECTION.
           ADD 1 TO REJECTED-COUNT
           MOVE SPACES TO WORK-RECORD
           STRING "Customer " TRANS-CUST-ID-STR " transaction '"
                  TRANS-CODE "' rejected, " REJECT-REASON
                  DELIMITED BY SIZE INTO WORK-RECORD
           PERFORM WRITE-CUST-LOG.

       WRITE-CUST-LOG.
           MOVE WORK-RECORD TO CUST-LOG-RECORD
           WRITE CUST-LOG-RECORD.
