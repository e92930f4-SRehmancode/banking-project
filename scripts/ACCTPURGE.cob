       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCT-PURGE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNT-FILE ASSIGN TO
           "C:\banking-mainframe-project\scripts\bin\account_data.ps"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ACCT-ID
           FILE STATUS IS ACCOUNT-STATUS.
           SELECT CUSTOMER-FILE ASSIGN TO
           "C:\banking-mainframe-project\scripts\bin\customer_data.ps"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CUST-ID
           FILE STATUS IS CUSTOMER-STATUS.
           SELECT PARAM-FILE ASSIGN TO
           "C:\banking-mainframe-project\scripts\bin\close_param.ps"
           ORGANIZATION IS LINE SEQUENTIAL  *> Line breaks are implicit
           FILE STATUS IS PARAM-STATUS.
           SELECT HISTORY-FILE ASSIGN TO
           "C:\banking-mainframe-project\scripts\bin\acct_history.ps"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS HIST-KEY
           FILE STATUS IS HISTORY-STATUS.
           SELECT AUDIT-HIST-FILE ASSIGN TO
           "C:\banking-mainframe-project\scripts\bin\audit_hist.ps"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AH-KEY
           FILE STATUS IS AUDIT-HIST-STATUS.
           SELECT ACCRUAL-FILE ASSIGN TO
           "C:\banking-mainframe-project\scripts\bin\accrual.ps"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ACCR-ACCT-ID
           FILE STATUS IS ACCRUAL-STATUS.
           SELECT YTD-FILE ASSIGN TO
           "C:\banking-mainframe-project\scripts\bin\ytd_interest.ps"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS YTD-ACCT-ID
           FILE STATUS IS YTD-STATUS.
           SELECT ARCHIVE-FILE ASSIGN USING ARCHIVE-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL  *> Dated archive file,
               *> name built at run time from the run date
           FILE STATUS IS ARCHIVE-STATUS.
           SELECT PURGE-LOG-FILE ASSIGN TO
           "C:\banking-mainframe-project\scripts\bin\acct_purge_log.ps"
           ORGANIZATION IS LINE SEQUENTIAL.  *> Line breaks are implicit
       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNT-FILE.
           COPY ACCTREC.
       FD  CUSTOMER-FILE.
           COPY CUSTREC.
       FD  PARAM-FILE
           RECORD CONTAINS 40 CHARACTERS.
       01  PARAM-RECORD           PIC X(40).
           *> Shared with ACCT-CLOSE: "<closing fee> <retention
           *> days>".  Only the retention days are used here.
       FD  HISTORY-FILE.
           COPY HISTREC.
       FD  AUDIT-HIST-FILE.
           COPY AUDHREC.
       FD  ACCRUAL-FILE.
       01  ACCRUAL-RECORD.
           05  ACCR-ACCT-ID       PIC 9(6).
           05  ACCR-INTEREST      PIC 9(9)V99.
       FD  YTD-FILE.
       01  YTD-RECORD.
           05  YTD-ACCT-ID        PIC 9(6).
           05  YTD-INTEREST       PIC 9(9)V99.
           05  YTD-WITHHELD       PIC 9(9)V99.
       FD  ARCHIVE-FILE
           RECORD CONTAINS 114 CHARACTERS.
       01  ARCHIVE-RECORD.
           *> One line per record taken off the live files, tagged
           *> with where it came from: "ACT" the account master,
           *> "HST" a history movement, "AUD" an audit-history event
           *> -- the record itself follows exactly as it was stored.
           05  ARCH-SOURCE        PIC X(3).
           05  FILLER             PIC X.
           05  ARCH-DATA          PIC X(110).  *> Widest is the
               *> account master
       FD  PURGE-LOG-FILE
           RECORD CONTAINS 100 CHARACTERS.
       01  PURGE-LOG-RECORD       PIC X(100).
       WORKING-STORAGE SECTION.
       01  END-OF-FILE            PIC X VALUE "N".
           88  END-OF-FILE-SW     VALUE "Y".
       01  ACCOUNT-STATUS         PIC XX VALUE "00".
           88  ACCOUNT-STATUS-OK  VALUE "00".
       01  CUSTOMER-STATUS        PIC XX VALUE "00".
           88  CUSTOMER-STATUS-OK VALUE "00".
       01  PARAM-STATUS           PIC XX VALUE "00".
           88  PARAM-STATUS-OK    VALUE "00".
       01  HISTORY-STATUS         PIC XX VALUE "00".
           88  HISTORY-STATUS-OK  VALUE "00".
       01  AUDIT-HIST-STATUS      PIC XX VALUE "00".
           88  AUDIT-HIST-OK      VALUE "00".
       01  ACCRUAL-STATUS         PIC XX VALUE "00".
           88  ACCRUAL-STATUS-OK  VALUE "00".
       01  YTD-STATUS             PIC XX VALUE "00".
           88  YTD-STATUS-OK      VALUE "00".
       01  ARCHIVE-STATUS         PIC XX VALUE "00".
           88  ARCHIVE-STATUS-OK  VALUE "00".
       01  ARCHIVE-FILE-NAME      PIC X(80).
       01  SCAN-EOF               PIC X VALUE "N".
           88  SCAN-EOF-SW        VALUE "Y".
       01  HISTORY-ON-FILE        PIC X VALUE "N".
           88  HISTORY-ON-FILE-SW VALUE "Y".
       01  AUDIT-ON-FILE          PIC X VALUE "N".
           88  AUDIT-ON-FILE-SW   VALUE "Y".
       01  ACCRUAL-ON-FILE        PIC X VALUE "N".
           88  ACCRUAL-ON-FILE-SW VALUE "Y".
       01  YTD-ON-FILE            PIC X VALUE "N".
           88  YTD-ON-FILE-SW     VALUE "Y".
       01  CUSTOMERS-ON-FILE      PIC X VALUE "N".
           88  CUSTOMERS-ON-FILE-SW VALUE "Y".
       01  ARCHIVE-FAILED         PIC X VALUE "N".
           88  ARCHIVE-FAILED-SW  VALUE "Y".
           *> Set when a record could not be put on the archive, so
           *> nothing more of that account leaves the live files.
       01  PARAM-TOKENS.
           05  PARAM-FEE-STR      PIC X(10).
           05  PARAM-RETAIN-STR   PIC X(10).
       01  RETAIN-DAYS            PIC 9(5) VALUE 2555.
           *> Fallback when no parameter is supplied: seven years,
           *> the longest record-keeping period the bank is held to.
       01  DATE-WORK.
           05  TODAY-INTEGER      PIC 9(8).
           05  CUTOFF-INTEGER     PIC 9(8).
           05  CUTOFF-DATE-NUM    PIC 9(8).
           05  CUTOFF-DATE        PIC X(8).
       01  PURGE-ACCT-ID          PIC 9(6).
       01  PURGE-ACCT-ID-STR      PIC X(6).
       01  CUSTOMER-SLOT-SUB      PIC 9(1).
       01  CUSTOMER-CHANGED       PIC X VALUE "N".
           88  CUSTOMER-CHANGED-SW VALUE "Y".
       01  RUN-DATE-KEY           PIC X(8).
       01  WORK-RECORD            PIC X(100) VALUE SPACES.
       01  RUN-TOTALS.
           05  SCANNED-COUNT      PIC 9(6) VALUE ZERO.
           05  CLOSED-COUNT       PIC 9(6) VALUE ZERO.
           05  PURGED-COUNT       PIC 9(6) VALUE ZERO.
           05  RETAINED-COUNT     PIC 9(6) VALUE ZERO.
           05  HIST-PURGED        PIC 9(6) VALUE ZERO.
           05  AUDIT-PURGED       PIC 9(6) VALUE ZERO.
           05  SLOTS-CLEARED      PIC 9(6) VALUE ZERO.
       PROCEDURE DIVISION.
       *> Closed-account purge, run off-stream like AUDIT-ARCH.  A
       *> closed account stays on the master at a zero balance for
       *> the retention period so it still answers inquiries; once
       *> its closed date falls before the cutoff, the master record
       *> and every history and audit-history row it owns move to a
       *> dated archive, and its accrual and year-to-date rows and
       *> its slot on the customer master are cleared, so nothing is
       *> left pointing at an account that no longer exists.  Same
       *> rerun guard as AUDIT-ARCH: an archive already on disk for
       *> today means the purge ran.
       PERFORM LOAD-PARAMETERS.
       MOVE FUNCTION CURRENT-DATE(1:8) TO RUN-DATE-KEY
       MOVE SPACES TO ARCHIVE-FILE-NAME
       STRING "C:\banking-mainframe-project\scripts\bin\acct_purge_"
              RUN-DATE-KEY ".ps"
              DELIMITED BY SIZE INTO ARCHIVE-FILE-NAME
       OPEN INPUT ARCHIVE-FILE.
       IF ARCHIVE-STATUS-OK
           CLOSE ARCHIVE-FILE
           DISPLAY "Account purge archive for " RUN-DATE-KEY
               " already exists - nothing done"
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF.
       COMPUTE TODAY-INTEGER = FUNCTION INTEGER-OF-DATE(
           FUNCTION NUMVAL(RUN-DATE-KEY))
       COMPUTE CUTOFF-INTEGER = TODAY-INTEGER - RETAIN-DAYS
       COMPUTE CUTOFF-DATE-NUM =
           FUNCTION DATE-OF-INTEGER(CUTOFF-INTEGER)
       MOVE CUTOFF-DATE-NUM TO CUTOFF-DATE.
       OPEN I-O ACCOUNT-FILE.
       IF NOT ACCOUNT-STATUS-OK
           DISPLAY "Unable to open ACCOUNT-FILE, status " ACCOUNT-STATUS
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF.
       *> The satellite files are optional: one that was never
       *> created simply holds nothing for the purged accounts.
       OPEN I-O HISTORY-FILE.
       IF HISTORY-STATUS-OK
           MOVE "Y" TO HISTORY-ON-FILE
       END-IF.
       OPEN I-O AUDIT-HIST-FILE.
       IF AUDIT-HIST-OK
           MOVE "Y" TO AUDIT-ON-FILE
       END-IF.
       OPEN I-O ACCRUAL-FILE.
       IF ACCRUAL-STATUS-OK
           MOVE "Y" TO ACCRUAL-ON-FILE
       END-IF.
       OPEN I-O YTD-FILE.
       IF YTD-STATUS-OK
           MOVE "Y" TO YTD-ON-FILE
       END-IF.
       OPEN I-O CUSTOMER-FILE.
       IF CUSTOMER-STATUS-OK
           MOVE "Y" TO CUSTOMERS-ON-FILE
       END-IF.
       OPEN OUTPUT ARCHIVE-FILE
            OUTPUT PURGE-LOG-FILE.
       *> Nothing is deleted unless it can go on the archive first.
       IF NOT ARCHIVE-STATUS-OK
           DISPLAY "Unable to open ARCHIVE-FILE, status "
               ARCHIVE-STATUS " - nothing purged"
           CLOSE ACCOUNT-FILE PURGE-LOG-FILE
           IF HISTORY-ON-FILE-SW
               CLOSE HISTORY-FILE
           END-IF
           IF AUDIT-ON-FILE-SW
               CLOSE AUDIT-HIST-FILE
           END-IF
           IF ACCRUAL-ON-FILE-SW
               CLOSE ACCRUAL-FILE
           END-IF
           IF YTD-ON-FILE-SW
               CLOSE YTD-FILE
           END-IF
           IF CUSTOMERS-ON-FILE-SW
               CLOSE CUSTOMER-FILE
           END-IF
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF.
       MOVE ZEROS TO ACCT-ID
       START ACCOUNT-FILE KEY IS NOT LESS THAN ACCT-ID
           INVALID KEY
               MOVE "Y" TO END-OF-FILE
       END-START
       PERFORM UNTIL END-OF-FILE-SW
           READ ACCOUNT-FILE NEXT
               AT END MOVE "Y" TO END-OF-FILE
               NOT AT END
                   ADD 1 TO SCANNED-COUNT
                   IF ACCT-CLOSED
                       ADD 1 TO CLOSED-COUNT
                       *> A closed record with no closed date cannot
                       *> be aged, so it is kept until one is keyed.
                       IF ACCT-CLOSED-DATE IS NUMERIC
                           AND ACCT-CLOSED-DATE < CUTOFF-DATE
                           PERFORM PURGE-ONE-ACCOUNT
                       ELSE
                           ADD 1 TO RETAINED-COUNT
                       END-IF
                   END-IF
           END-READ
       END-PERFORM.
       MOVE SPACES TO WORK-RECORD
       STRING "Purge Totals - Scanned: " SCANNED-COUNT
              " Closed: " CLOSED-COUNT
              " Purged: " PURGED-COUNT
              " Retained: " RETAINED-COUNT
              " Cutoff: " CUTOFF-DATE
              DELIMITED BY SIZE INTO WORK-RECORD
       MOVE WORK-RECORD TO PURGE-LOG-RECORD
       WRITE PURGE-LOG-RECORD
       MOVE SPACES TO WORK-RECORD
       STRING "  History rows archived: " HIST-PURGED
              " Audit rows archived: " AUDIT-PURGED
              " Customer slots cleared: " SLOTS-CLEARED
              DELIMITED BY SIZE INTO WORK-RECORD
       MOVE WORK-RECORD TO PURGE-LOG-RECORD
       WRITE PURGE-LOG-RECORD
       CLOSE ACCOUNT-FILE ARCHIVE-FILE PURGE-LOG-FILE.
       IF HISTORY-ON-FILE-SW
           CLOSE HISTORY-FILE
       END-IF.
       IF AUDIT-ON-FILE-SW
           CLOSE AUDIT-HIST-FILE
       END-IF.
       IF ACCRUAL-ON-FILE-SW
           CLOSE ACCRUAL-FILE
       END-IF.
       IF YTD-ON-FILE-SW
           CLOSE YTD-FILE
       END-IF.
       IF CUSTOMERS-ON-FILE-SW
           CLOSE CUSTOMER-FILE
       END-IF.
       STOP RUN.

       LOAD-PARAMETERS.
           OPEN INPUT PARAM-FILE
           IF PARAM-STATUS-OK
               READ PARAM-FILE
                   NOT AT END
                       MOVE SPACES TO PARAM-TOKENS
                       UNSTRING PARAM-RECORD DELIMITED BY ALL SPACE
                           INTO PARAM-FEE-STR PARAM-RETAIN-STR
                       END-UNSTRING
                       IF PARAM-RETAIN-STR NOT = SPACES
                           MOVE FUNCTION NUMVAL(PARAM-RETAIN-STR)
                               TO RETAIN-DAYS
                       END-IF
               END-READ
               CLOSE PARAM-FILE
           END-IF.

       PURGE-ONE-ACCOUNT.
           *> Same ordering as AUDIT-ARCH: each record is on the
           *> archive before it leaves the live file.  The dependent
           *> rows go first and the master last, so a failure part
           *> way leaves the master in place to be purged again.
           MOVE ACCT-ID TO PURGE-ACCT-ID
           MOVE ACCT-ID TO PURGE-ACCT-ID-STR
           MOVE "N" TO ARCHIVE-FAILED
           IF HISTORY-ON-FILE-SW
               PERFORM PURGE-HISTORY-ROWS
           END-IF
           IF AUDIT-ON-FILE-SW AND NOT ARCHIVE-FAILED-SW
               PERFORM PURGE-AUDIT-ROWS
           END-IF
           IF ARCHIVE-FAILED-SW
               ADD 1 TO RETAINED-COUNT
           ELSE
               PERFORM PURGE-ACCOUNT-MASTER
           END-IF.

       PURGE-ACCOUNT-MASTER.
           IF ACCRUAL-ON-FILE-SW
               MOVE PURGE-ACCT-ID TO ACCR-ACCT-ID
               DELETE ACCRUAL-FILE
                   INVALID KEY CONTINUE
               END-DELETE
           END-IF
           IF YTD-ON-FILE-SW
               MOVE PURGE-ACCT-ID TO YTD-ACCT-ID
               DELETE YTD-FILE
                   INVALID KEY CONTINUE
               END-DELETE
           END-IF
           IF CUSTOMERS-ON-FILE-SW
               PERFORM CLEAR-CUSTOMER-SLOT
           END-IF
           MOVE SPACES TO ARCHIVE-RECORD
           MOVE "ACT" TO ARCH-SOURCE
           MOVE ACCOUNT-DATA TO ARCH-DATA
           WRITE ARCHIVE-RECORD
           IF NOT ARCHIVE-STATUS-OK
               PERFORM LOG-ARCHIVE-FAILURE
               ADD 1 TO RETAINED-COUNT
           ELSE
               PERFORM DELETE-ACCOUNT-MASTER
           END-IF.

       DELETE-ACCOUNT-MASTER.
           DELETE ACCOUNT-FILE
           IF ACCOUNT-STATUS-OK
               ADD 1 TO PURGED-COUNT
               MOVE SPACES TO WORK-RECORD
               STRING "Account " PURGE-ACCT-ID " closed on "
                      ACCT-CLOSED-DATE " (" ACCT-CLOSE-REASON
                      ") purged on " RUN-DATE-KEY
                      DELIMITED BY SIZE INTO WORK-RECORD
               MOVE WORK-RECORD TO PURGE-LOG-RECORD
               WRITE PURGE-LOG-RECORD
           ELSE
               DISPLAY "DELETE failed for account " PURGE-ACCT-ID
                   ", status " ACCOUNT-STATUS
               ADD 1 TO RETAINED-COUNT
               MOVE 8 TO RETURN-CODE
           END-IF.

       PURGE-HISTORY-ROWS.
           MOVE PURGE-ACCT-ID TO HIST-ACCT-ID
           MOVE LOW-VALUES TO HIST-TIMESTAMP
           MOVE ZEROS TO HIST-SEQ
           MOVE "N" TO SCAN-EOF
           START HISTORY-FILE KEY IS NOT LESS THAN HIST-KEY
               INVALID KEY
                   MOVE "Y" TO SCAN-EOF
           END-START
           PERFORM UNTIL SCAN-EOF-SW
               READ HISTORY-FILE NEXT
                   AT END MOVE "Y" TO SCAN-EOF
                   NOT AT END
                       IF HIST-ACCT-ID NOT = PURGE-ACCT-ID
                           MOVE "Y" TO SCAN-EOF
                       ELSE
                           MOVE SPACES TO ARCHIVE-RECORD
                           MOVE "HST" TO ARCH-SOURCE
                           MOVE HISTORY-DATA TO ARCH-DATA
                           WRITE ARCHIVE-RECORD
                           IF NOT ARCHIVE-STATUS-OK
                               PERFORM LOG-ARCHIVE-FAILURE
                               MOVE "Y" TO SCAN-EOF
                           ELSE
                               DELETE HISTORY-FILE
                               IF HISTORY-STATUS-OK
                                   ADD 1 TO HIST-PURGED
                               ELSE
                                   DISPLAY "History DELETE failed for "
                                       "account " PURGE-ACCT-ID
                                       ", status " HISTORY-STATUS
                                   MOVE 8 TO RETURN-CODE
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       PURGE-AUDIT-ROWS.
           MOVE PURGE-ACCT-ID TO AH-ACCT-ID
           MOVE LOW-VALUES TO AH-TIMESTAMP
           MOVE ZEROS TO AH-SEQ
           MOVE "N" TO SCAN-EOF
           START AUDIT-HIST-FILE KEY IS NOT LESS THAN AH-KEY
               INVALID KEY
                   MOVE "Y" TO SCAN-EOF
           END-START
           PERFORM UNTIL SCAN-EOF-SW
               READ AUDIT-HIST-FILE NEXT
                   AT END MOVE "Y" TO SCAN-EOF
                   NOT AT END
                       IF AH-ACCT-ID NOT = PURGE-ACCT-ID
                           MOVE "Y" TO SCAN-EOF
                       ELSE
                           MOVE SPACES TO ARCHIVE-RECORD
                           MOVE "AUD" TO ARCH-SOURCE
                           MOVE AUDIT-HIST-DATA TO ARCH-DATA
                           WRITE ARCHIVE-RECORD
                           IF NOT ARCHIVE-STATUS-OK
                               PERFORM LOG-ARCHIVE-FAILURE
                               MOVE "Y" TO SCAN-EOF
                           ELSE
                               DELETE AUDIT-HIST-FILE
                               IF AUDIT-HIST-OK
                                   ADD 1 TO AUDIT-PURGED
                               ELSE
                                   DISPLAY "Audit DELETE failed for "
                                       "account " PURGE-ACCT-ID
                                       ", status " AUDIT-HIST-STATUS
                                   MOVE 8 TO RETURN-CODE
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       LOG-ARCHIVE-FAILURE.
           *> The record stays on its live file; the account is kept
           *> whole on the master to be purged again on a later run.
           MOVE "Y" TO ARCHIVE-FAILED
           DISPLAY "Archive WRITE failed for account " PURGE-ACCT-ID
               ", status " ARCHIVE-STATUS
           MOVE 8 TO RETURN-CODE
           MOVE SPACES TO WORK-RECORD
           STRING "Account " PURGE-ACCT-ID
                  " not purged - archive WRITE failed, status "
                  ARCHIVE-STATUS
                  DELIMITED BY SIZE INTO WORK-RECORD
           MOVE WORK-RECORD TO PURGE-LOG-RECORD
           WRITE PURGE-LOG-RECORD.

       CLEAR-CUSTOMER-SLOT.
           *> The owner keeps its other accounts; only the slot that
           *> named the purged one is blanked.
           MOVE ZEROS TO CUST-ID
           MOVE "N" TO SCAN-EOF
           START CUSTOMER-FILE KEY IS NOT LESS THAN CUST-ID
               INVALID KEY
                   MOVE "Y" TO SCAN-EOF
           END-START
           PERFORM UNTIL SCAN-EOF-SW
               READ CUSTOMER-FILE NEXT
                   AT END MOVE "Y" TO SCAN-EOF
                   NOT AT END
                       MOVE "N" TO CUSTOMER-CHANGED
                       MOVE 1 TO CUSTOMER-SLOT-SUB
                       PERFORM UNTIL CUSTOMER-SLOT-SUB > 5
                           IF CUST-ACCT-ID-STR(CUSTOMER-SLOT-SUB) =
                               PURGE-ACCT-ID-STR
                               MOVE SPACES TO
                                   CUST-ACCT-ID-STR(CUSTOMER-SLOT-SUB)
                               MOVE "Y" TO CUSTOMER-CHANGED
                               ADD 1 TO SLOTS-CLEARED
                           END-IF
                           ADD 1 TO CUSTOMER-SLOT-SUB
                       END-PERFORM
                       IF CUSTOMER-CHANGED-SW
                           REWRITE CUSTOMER-DATA
                           IF NOT CUSTOMER-STATUS-OK
                               DISPLAY "Customer REWRITE failed, "
                                   "CUST-ID='" CUST-ID "', status "
                                   CUSTOMER-STATUS
                               MOVE 8 TO RETURN-CODE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
