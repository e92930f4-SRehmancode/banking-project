       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACH-RECON.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACH-PENDING-FILE ASSIGN TO
           "C:\banking-mainframe-project\scripts\bin\ach_pending.ps"
           ORGANIZATION IS LINE SEQUENTIAL  *> Line breaks are implicit
           FILE STATUS IS PENDING-STATUS.
           SELECT ACCOUNT-FILE ASSIGN TO
           "C:\banking-mainframe-project\scripts\bin\account_data.ps"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ACCT-ID
           FILE STATUS IS ACCOUNT-STATUS.
           SELECT HISTORY-FILE ASSIGN TO
           "C:\banking-mainframe-project\scripts\bin\acct_history.ps"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS HIST-KEY
           FILE STATUS IS HISTORY-STATUS.
           SELECT BATCH-SERIAL-FILE ASSIGN TO
           "C:\banking-mainframe-project\scripts\bin\batch_serial.ps"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SERIAL-KEY
           FILE STATUS IS SERIAL-STATUS.
           SELECT ACH-RETURN-FILE ASSIGN TO
           "C:\banking-mainframe-project\scripts\bin\ach_late_return.ps"
           ORGANIZATION IS LINE SEQUENTIAL.  *> Line breaks are implicit
           SELECT REPORT-FILE ASSIGN TO
           "C:\banking-mainframe-project\scripts\bin\ach_recon_rpt.ps"
           ORGANIZATION IS LINE SEQUENTIAL.  *> Line breaks are implicit
       DATA DIVISION.
       FILE SECTION.
       FD  ACH-PENDING-FILE
           RECORD CONTAINS 256 CHARACTERS.
           COPY ACHPEND.
       FD  ACCOUNT-FILE.
           COPY ACCTREC.
       FD  HISTORY-FILE.
           COPY HISTREC.
       FD  BATCH-SERIAL-FILE.
       01  BATCH-SERIAL-RECORD.
           *> Register TRANS-POST keeps of every batch it posted.
           05  SERIAL-KEY         PIC X(6).
           05  SERIAL-POSTED-DATE PIC X(8).
           05  SERIAL-REVERSED-DATE PIC X(8).
       FD  ACH-RETURN-FILE
           RECORD CONTAINS 94 CHARACTERS.
       *> Late return file, NACHA format, laid out as ACH-INTAKE's
       *> ach_return.ps: one return batch per original batch, each
       *> return entry followed by its type-99 addenda.
       01  RTN-RECORD             PIC X(94).
       01  RTN-FILE-HEADER.
           05  RFH-RECORD-TYPE    PIC X(1).
           05  RFH-PRIORITY       PIC X(2).
           05  RFH-DESTINATION    PIC X(10).
           05  RFH-ORIGIN         PIC X(10).
           05  RFH-CREATION-DATE  PIC X(6).
           05  RFH-CREATION-TIME  PIC X(4).
           05  RFH-ID-MODIFIER    PIC X(1).
           05  RFH-RECORD-SIZE    PIC X(3).
           05  RFH-BLOCKING       PIC X(2).
           05  RFH-FORMAT-CODE    PIC X(1).
           05  RFH-DEST-NAME      PIC X(23).
           05  RFH-ORIGIN-NAME    PIC X(23).
           05  RFH-REFERENCE      PIC X(8).
       01  RTN-BATCH-HEADER.
           05  RBH-RECORD-TYPE    PIC X(1).
           05  RBH-SERVICE-CLASS  PIC X(3).
           05  RBH-COMPANY-NAME   PIC X(16).
           05  RBH-DISCRETIONARY  PIC X(20).
           05  RBH-COMPANY-ID     PIC X(10).
           05  RBH-SEC-CODE       PIC X(3).
           05  RBH-ENTRY-DESC     PIC X(10).
           05  RBH-DESC-DATE      PIC X(6).
           05  RBH-EFFECTIVE-DATE PIC X(6).
           05  RBH-SETTLEMENT-DATE PIC X(3).
           05  RBH-ORIGINATOR-STATUS PIC X(1).
           05  RBH-ODFI-ID        PIC X(8).
           05  RBH-BATCH-NUMBER   PIC 9(7).
       01  RTN-ENTRY-DETAIL.
           05  RED-RECORD-TYPE    PIC X(1).
           05  RED-TRAN-CODE      PIC X(2).
           05  RED-RDFI-ID        PIC X(8).
           05  RED-CHECK-DIGIT    PIC 9(1).
           05  RED-DFI-ACCOUNT    PIC X(17).
           05  RED-AMOUNT         PIC 9(8)V99.
           05  RED-INDIV-ID       PIC X(15).
           05  RED-INDIV-NAME     PIC X(22).
           05  RED-DISCRETIONARY  PIC X(2).
           05  RED-ADDENDA-IND    PIC X(1).
           05  RED-TRACE-NUMBER   PIC X(15).
       01  RTN-ADDENDA.
           05  RAD-RECORD-TYPE    PIC X(1).
           05  RAD-ADDENDA-TYPE   PIC X(2).
           05  RAD-RETURN-CODE    PIC X(3).
           05  RAD-ORIGINAL-TRACE PIC X(15).
           05  RAD-DATE-OF-DEATH  PIC X(6).
           05  RAD-ORIGINAL-RDFI  PIC X(8).
           05  RAD-ADDENDA-INFO   PIC X(44).
           05  RAD-TRACE-NUMBER   PIC X(15).
       01  RTN-BATCH-CONTROL.
           05  RBC-RECORD-TYPE    PIC X(1).
           05  RBC-SERVICE-CLASS  PIC X(3).
           05  RBC-ENTRY-COUNT    PIC 9(6).
           05  RBC-ENTRY-HASH     PIC 9(10).
           05  RBC-TOTAL-DEBITS   PIC 9(10)V99.
           05  RBC-TOTAL-CREDITS  PIC 9(10)V99.
           05  RBC-COMPANY-ID     PIC X(10).
           05  RBC-AUTH-CODE      PIC X(19).
           05  RBC-RESERVED       PIC X(6).
           05  RBC-ODFI-ID        PIC X(8).
           05  RBC-BATCH-NUMBER   PIC 9(7).
       01  RTN-FILE-CONTROL.
           05  RFC-RECORD-TYPE    PIC X(1).
           05  RFC-BATCH-COUNT    PIC 9(6).
           05  RFC-BLOCK-COUNT    PIC 9(6).
           05  RFC-ENTRY-COUNT    PIC 9(8).
           05  RFC-ENTRY-HASH     PIC 9(10).
           05  RFC-TOTAL-DEBITS   PIC 9(10)V99.
           05  RFC-TOTAL-CREDITS  PIC 9(10)V99.
           05  RFC-RESERVED       PIC X(39).
       FD  REPORT-FILE
           RECORD CONTAINS 120 CHARACTERS.
       01  REPORT-RECORD          PIC X(120).
       WORKING-STORAGE SECTION.
       01  PENDING-EOF            PIC X VALUE "N".
           88  PENDING-EOF-SW     VALUE "Y".
       01  HISTORY-EOF            PIC X VALUE "N".
           88  HISTORY-EOF-SW     VALUE "Y".
       01  PENDING-STATUS         PIC XX VALUE "00".
           88  PENDING-STATUS-OK  VALUE "00".
       01  ACCOUNT-STATUS         PIC XX VALUE "00".
           88  ACCOUNT-STATUS-OK  VALUE "00".
       01  HISTORY-STATUS         PIC XX VALUE "00".
           88  HISTORY-STATUS-OK  VALUE "00".
       01  SERIAL-STATUS          PIC XX VALUE "00".
           88  SERIAL-STATUS-OK   VALUE "00".
       01  HISTORY-ON-FILE        PIC X VALUE "N".
           88  HISTORY-ON-FILE-SW VALUE "Y".
       01  SERIALS-ON-FILE        PIC X VALUE "N".
           88  SERIALS-ON-FILE-SW VALUE "Y".
       01  ENTRY-FOUND            PIC X VALUE "N".
           88  ENTRY-FOUND-SW     VALUE "Y".
       01  TODAY-DATE             PIC X(8).
       01  TODAY-TIME             PIC X(4).
       01  PENDING-TABLE.
           *> Every entry read off ach_pending.ps, with what this run
           *> made of it: C confirmed on history, X to be returned,
           *> W batch not posted yet (carried forward), B batch
           *> backed out.
           05  PE-COUNT           PIC 9(4) VALUE ZERO.
           05  PE-ENTRY OCCURS 2000 TIMES.
               10  PE-DATA        PIC X(256).
               10  PE-ACCT-ID     PIC 9(6).
               10  PE-SERIAL      PIC X(6).
               10  PE-BATCH-NUMBER PIC X(7).
               10  PE-AMOUNT      PIC 9(8)V99.
               10  PE-KIND        PIC X(1).
               10  PE-STATE       PIC X(1).
                   88  PE-CONFIRMED VALUE "C".
                   88  PE-RETURNED  VALUE "X".
                   88  PE-WAITING   VALUE "W".
                   88  PE-BACKED-OUT VALUE "B".
               10  PE-RETURN-CODE PIC X(3).
               10  PE-BATCHED     PIC X(1).
       01  PE-SUB                 PIC 9(4).
       01  PE-SCAN-SUB            PIC 9(4).
       01  MOVEMENT-MATCHES       PIC 9(4).
       01  MOVEMENT-CLAIMS        PIC 9(4).
       01  MOVEMENT-TYPE          PIC X(3).
       01  MOVEMENT-AMOUNT        PIC S9(9)V99.
       01  CHECK-DIGIT-WORK.
           *> Standard routing-number check digit (weights 3 7 1),
           *> computed for the originating bank a return goes to.
           05  CHECK-ROUTING      PIC X(8).
           05  CHECK-ROUTING-DIGITS REDEFINES CHECK-ROUTING.
               10  CHECK-DIGIT-N  PIC 9(1) OCCURS 8 TIMES.
           05  CHECK-ROUTING-NUM REDEFINES CHECK-ROUTING PIC 9(8).
           05  CHECK-SUM          PIC 9(4).
           05  CHECK-QUOTIENT     PIC 9(4).
           05  CHECK-REMAINDER    PIC 9(1).
           05  CHECK-DIGIT        PIC 9(1).
       01  OUR-DFI-ID             PIC X(8).
       01  RETURN-FILE-TOTALS.
           05  RTN-RECORD-COUNT   PIC 9(6) VALUE ZERO.
           05  RTN-BATCH-COUNT    PIC 9(6) VALUE ZERO.
           05  RTN-TRACE-SEQ      PIC 9(7) VALUE ZERO.
           05  RTN-BATCH-ENTRIES  PIC 9(6).
           05  RTN-BATCH-HASH-WORK PIC 9(12).
           05  RTN-BATCH-DEBITS   PIC 9(10)V99.
           05  RTN-BATCH-CREDITS  PIC 9(10)V99.
           05  RTN-FILE-ENTRIES   PIC 9(8) VALUE ZERO.
           05  RTN-FILE-HASH-WORK PIC 9(12) VALUE ZERO.
           05  RTN-FILE-DEBITS    PIC 9(10)V99 VALUE ZERO.
           05  RTN-FILE-CREDITS   PIC 9(10)V99 VALUE ZERO.
           05  RTN-BLOCK-COUNT    PIC 9(6).
           05  RTN-BLOCK-REMAINDER PIC 9(2).
       01  RECON-TOTALS.
           05  CONFIRMED-COUNT    PIC 9(6) VALUE ZERO.
           05  CONFIRMED-AMOUNT   PIC 9(10)V99 VALUE ZERO.
           05  RETURNED-CREDIT-COUNT PIC 9(6) VALUE ZERO.
           05  RETURNED-CREDIT-AMOUNT PIC 9(10)V99 VALUE ZERO.
           05  RETURNED-DEBIT-COUNT PIC 9(6) VALUE ZERO.
           05  RETURNED-DEBIT-AMOUNT PIC 9(10)V99 VALUE ZERO.
           05  WAITING-COUNT      PIC 9(6) VALUE ZERO.
           05  BACKED-OUT-COUNT   PIC 9(6) VALUE ZERO.
       01  REASON-TABLE.
           *> Reasons a posted-late refusal is returned under; the
           *> account is read again to tell them apart.
           05  REASON-VALUES.
               10  FILLER PIC X(43) VALUE
                   "R01Insufficient funds                     ".
               10  FILLER PIC X(43) VALUE
                   "R02Account closed                         ".
               10  FILLER PIC X(43) VALUE
                   "R03No account/unable to locate account    ".
               10  FILLER PIC X(43) VALUE
                   "R16Account frozen                         ".
               10  FILLER PIC X(43) VALUE
                   "R17File record edit criteria              ".
           05  REASON-ENTRY REDEFINES REASON-VALUES OCCURS 5 TIMES.
               10  REASON-CODE    PIC X(3).
               10  REASON-TEXT    PIC X(40).
       01  REASON-SUB             PIC 9(2).
       01  WORK-RECORD            PIC X(120) VALUE SPACES.
       01  EDITED-FIELDS.
           05  EDITED-AMOUNT      PIC Z(7)9.99.
           05  EDITED-TOTAL       PIC Z(9)9.99.
           05  EDITED-TOTAL-2     PIC Z(9)9.99.
           05  EDITED-COUNT       PIC Z(5)9.
           05  EDITED-COUNT-2     PIC Z(5)9.
       PROCEDURE DIVISION.
       *> ACH posting reconciliation, after TRANS-POST.  ACH-INTAKE
       *> vets an entry against the balance as it stands at intake,
       *> but the teller batch posts first and can take the funds a
       *> debit was counted on; TRANS-POST then refuses the debit
       *> and nothing would ever tell the originating bank.  Every
       *> entry on ach_pending.ps whose batch is now on the serial
       *> register is looked for in history under that serial.
       *> One that landed is done with; one that did not is
       *> returned on ach_late_return.ps -- R01 for a debit the
       *> account could not cover, or the account's own reason when
       *> it was closed or frozen in between.  An entry whose batch
       *> has not posted yet stays on ach_pending.ps for the next
       *> night.
       MOVE FUNCTION CURRENT-DATE(1:8) TO TODAY-DATE.
       MOVE FUNCTION CURRENT-DATE(9:4) TO TODAY-TIME.
       OPEN OUTPUT REPORT-FILE.
       MOVE SPACES TO WORK-RECORD
       STRING "ACH Posting Reconciliation Report - Run Date "
              TODAY-DATE
              DELIMITED BY SIZE INTO WORK-RECORD
       PERFORM WRITE-REPORT-LINE.
       *> Always replaced, so last night's late returns are never
       *> sent twice; left empty when everything posted.
       OPEN OUTPUT ACH-RETURN-FILE.
       OPEN INPUT ACH-PENDING-FILE.
       IF PENDING-STATUS = "35"
           MOVE "No ACH entries awaiting posting" TO WORK-RECORD
           PERFORM WRITE-REPORT-LINE
           CLOSE ACH-RETURN-FILE REPORT-FILE
           STOP RUN
       END-IF.
       IF NOT PENDING-STATUS-OK
           DISPLAY "Unable to open ACH-PENDING-FILE, status "
               PENDING-STATUS
           CLOSE ACH-RETURN-FILE REPORT-FILE
           *> Nonzero so JOB-DRIVER halts the stream here.
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF.
       PERFORM UNTIL PENDING-EOF-SW
           READ ACH-PENDING-FILE
               AT END MOVE "Y" TO PENDING-EOF
               NOT AT END
                   PERFORM LOAD-PENDING-ENTRY
           END-READ
       END-PERFORM.
       CLOSE ACH-PENDING-FILE.
       IF PE-COUNT > 2000
           *> Nothing rewritten, so no entry is lost.
           DISPLAY "More than 2000 ACH entries awaiting posting"
               " - ach_pending.ps left as it is"
           CLOSE ACH-RETURN-FILE REPORT-FILE
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF.
       OPEN INPUT ACCOUNT-FILE.
       IF NOT ACCOUNT-STATUS-OK
           DISPLAY "Unable to open ACCOUNT-FILE, status " ACCOUNT-STATUS
           CLOSE ACH-RETURN-FILE REPORT-FILE
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF.
       PERFORM OPEN-POSTING-FILES.
       MOVE 1 TO PE-SUB.
       PERFORM UNTIL PE-SUB > PE-COUNT
           PERFORM RESOLVE-ONE-ENTRY
           ADD 1 TO PE-SUB
       END-PERFORM.
       *> The pending file is open again from here on; its record
       *> area is where each kept entry is looked at field by field.
       OPEN OUTPUT ACH-PENDING-FILE.
       IF NOT PENDING-STATUS-OK
           DISPLAY "Unable to rewrite ACH-PENDING-FILE, status "
               PENDING-STATUS
           PERFORM CLOSE-POSTING-FILES
           CLOSE ACCOUNT-FILE ACH-RETURN-FILE REPORT-FILE
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF.
       PERFORM WRITE-RETURN-FILE.
       PERFORM CARRY-FORWARD-WAITING.
       PERFORM WRITE-RECON-TOTALS.
       PERFORM CLOSE-POSTING-FILES.
       CLOSE ACH-PENDING-FILE ACCOUNT-FILE ACH-RETURN-FILE
             REPORT-FILE.
       STOP RUN.

       LOAD-PENDING-ENTRY.
           ADD 1 TO PE-COUNT
           IF PE-COUNT <= 2000
               MOVE ACH-PENDING-DATA TO PE-DATA(PE-COUNT)
               MOVE AP-ACCT-ID TO PE-ACCT-ID(PE-COUNT)
               MOVE AP-SERIAL TO PE-SERIAL(PE-COUNT)
               MOVE AP-BATCH-NUMBER TO PE-BATCH-NUMBER(PE-COUNT)
               MOVE AP-AMOUNT TO PE-AMOUNT(PE-COUNT)
               MOVE AP-KIND TO PE-KIND(PE-COUNT)
               MOVE "W" TO PE-STATE(PE-COUNT)
               MOVE SPACES TO PE-RETURN-CODE(PE-COUNT)
               MOVE "N" TO PE-BATCHED(PE-COUNT)
           END-IF.

       RESOLVE-ONE-ENTRY.
           MOVE "W" TO PE-STATE(PE-SUB)
           IF SERIALS-ON-FILE-SW
               MOVE PE-SERIAL(PE-SUB) TO SERIAL-KEY
               READ BATCH-SERIAL-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF SERIAL-REVERSED-DATE NOT = SPACES
                           MOVE "B" TO PE-STATE(PE-SUB)
                       ELSE
                           PERFORM FIND-POSTED-MOVEMENT
                           IF ENTRY-FOUND-SW
                               MOVE "C" TO PE-STATE(PE-SUB)
                           ELSE
                               MOVE "X" TO PE-STATE(PE-SUB)
                               PERFORM FIND-RETURN-REASON
                           END-IF
                       END-IF
               END-READ
           END-IF
           EVALUATE TRUE
               WHEN PE-CONFIRMED(PE-SUB)
                   ADD 1 TO CONFIRMED-COUNT
                   ADD PE-AMOUNT(PE-SUB) TO CONFIRMED-AMOUNT
               WHEN PE-WAITING(PE-SUB)
                   ADD 1 TO WAITING-COUNT
               WHEN PE-BACKED-OUT(PE-SUB)
                   *> The operator reversed the whole batch; whether
                   *> its entries go back is their decision, not
                   *> this run's.
                   ADD 1 TO BACKED-OUT-COUNT
                   MOVE PE-AMOUNT(PE-SUB) TO EDITED-AMOUNT
                   MOVE SPACES TO WORK-RECORD
                   STRING "*** BATCH BACKED OUT *** "
                          PE-SERIAL(PE-SUB)
                          " Acct " PE-ACCT-ID(PE-SUB)
                          " Amount: " EDITED-AMOUNT
                          " - entry not returned automatically"
                          DELIMITED BY SIZE INTO WORK-RECORD
                   PERFORM WRITE-REPORT-LINE
               WHEN OTHER
                   PERFORM REPORT-RETURN
           END-EVALUATE.

       FIND-POSTED-MOVEMENT.
           *> The movement TRANS-POST writes for the entry's line
           *> under the batch operator: EDP for a credit, EWD for a
           *> debit.  Movements already matched to an earlier entry
           *> of the same amount do not count twice.
           IF PE-KIND(PE-SUB) = "C"
               MOVE "EDP" TO MOVEMENT-TYPE
               MOVE PE-AMOUNT(PE-SUB) TO MOVEMENT-AMOUNT
           ELSE
               MOVE "EWD" TO MOVEMENT-TYPE
               COMPUTE MOVEMENT-AMOUNT = PE-AMOUNT(PE-SUB) * -1
           END-IF
           MOVE "N" TO ENTRY-FOUND
           MOVE ZERO TO MOVEMENT-MATCHES MOVEMENT-CLAIMS
           MOVE 1 TO PE-SCAN-SUB
           PERFORM UNTIL PE-SCAN-SUB >= PE-SUB
               IF PE-CONFIRMED(PE-SCAN-SUB)
                   AND PE-ACCT-ID(PE-SCAN-SUB) = PE-ACCT-ID(PE-SUB)
                   AND PE-SERIAL(PE-SCAN-SUB) = PE-SERIAL(PE-SUB)
                   AND PE-KIND(PE-SCAN-SUB) = PE-KIND(PE-SUB)
                   AND PE-AMOUNT(PE-SCAN-SUB) = PE-AMOUNT(PE-SUB)
                   ADD 1 TO MOVEMENT-CLAIMS
               END-IF
               ADD 1 TO PE-SCAN-SUB
           END-PERFORM
           IF HISTORY-ON-FILE-SW
               MOVE PE-ACCT-ID(PE-SUB) TO HIST-ACCT-ID
               MOVE SPACES TO HIST-TIMESTAMP
               MOVE SERIAL-POSTED-DATE TO HIST-TIMESTAMP(1:8)
               MOVE ZERO TO HIST-SEQ
               MOVE "N" TO HISTORY-EOF
               START HISTORY-FILE KEY IS NOT LESS THAN HIST-KEY
                   INVALID KEY
                       MOVE "Y" TO HISTORY-EOF
               END-START
               PERFORM UNTIL HISTORY-EOF-SW
                   READ HISTORY-FILE NEXT
                       AT END MOVE "Y" TO HISTORY-EOF
                       NOT AT END
                           IF HIST-ACCT-ID NOT = PE-ACCT-ID(PE-SUB)
                               MOVE "Y" TO HISTORY-EOF
                           ELSE
                               IF HIST-BATCH-SERIAL = PE-SERIAL(PE-SUB)
                                   AND HIST-TYPE = MOVEMENT-TYPE
                                   AND HIST-AMOUNT = MOVEMENT-AMOUNT
                                   ADD 1 TO MOVEMENT-MATCHES
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           IF MOVEMENT-MATCHES > MOVEMENT-CLAIMS
               MOVE "Y" TO ENTRY-FOUND
           END-IF.

       FIND-RETURN-REASON.
           *> Same reasons ACH-INTAKE would have used had the account
           *> stood this way at intake; a debit refused on an open
           *> account was refused for funds.
           MOVE PE-ACCT-ID(PE-SUB) TO ACCT-ID
           READ ACCOUNT-FILE
               INVALID KEY
                   MOVE "R03" TO PE-RETURN-CODE(PE-SUB)
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN ACCT-CLOSED
                           MOVE "R02" TO PE-RETURN-CODE(PE-SUB)
                       WHEN ACCT-CHARGED-OFF
                           MOVE "R16" TO PE-RETURN-CODE(PE-SUB)
                       WHEN ACCT-DORMANT-STR = "D"
                           MOVE "R16" TO PE-RETURN-CODE(PE-SUB)
                       WHEN PE-KIND(PE-SUB) = "D"
                           MOVE "R01" TO PE-RETURN-CODE(PE-SUB)
                       WHEN OTHER
                           MOVE "R17" TO PE-RETURN-CODE(PE-SUB)
                   END-EVALUATE
           END-READ.

       REPORT-RETURN.
           IF PE-KIND(PE-SUB) = "D"
               ADD 1 TO RETURNED-DEBIT-COUNT
               ADD PE-AMOUNT(PE-SUB) TO RETURNED-DEBIT-AMOUNT
           ELSE
               ADD 1 TO RETURNED-CREDIT-COUNT
               ADD PE-AMOUNT(PE-SUB) TO RETURNED-CREDIT-AMOUNT
           END-IF
           PERFORM FIND-REASON
           MOVE PE-AMOUNT(PE-SUB) TO EDITED-AMOUNT
           MOVE SPACES TO WORK-RECORD
           STRING "Returned " PE-RETURN-CODE(PE-SUB)
                  " Batch " PE-SERIAL(PE-SUB)
                  " Acct " PE-ACCT-ID(PE-SUB)
                  " Amount: " EDITED-AMOUNT
                  " - not posted by TRANS-POST, "
                  REASON-TEXT(REASON-SUB)
                  DELIMITED BY SIZE INTO WORK-RECORD
           PERFORM WRITE-REPORT-LINE.

       FIND-REASON.
           MOVE 1 TO REASON-SUB
           PERFORM UNTIL REASON-SUB >= 5
               OR REASON-CODE(REASON-SUB) = PE-RETURN-CODE(PE-SUB)
               ADD 1 TO REASON-SUB
           END-PERFORM.

       WRITE-RETURN-FILE.
           IF RETURNED-CREDIT-COUNT + RETURNED-DEBIT-COUNT = ZERO
               MOVE SPACES TO WORK-RECORD
               PERFORM WRITE-REPORT-LINE
               MOVE "No late returns tonight - return file left empty"
                   TO WORK-RECORD
               PERFORM WRITE-REPORT-LINE
           ELSE
               *> Addressed back the way the first returned entry's
               *> file came: every inbound file reaches us through
               *> the same sending point.
               MOVE 1 TO PE-SUB
               PERFORM UNTIL PE-SUB > PE-COUNT
                   OR PE-RETURNED(PE-SUB)
                   ADD 1 TO PE-SUB
               END-PERFORM
               MOVE PE-DATA(PE-SUB) TO ACH-PENDING-DATA
               IF AP-OUR-DESTINATION(1:1) = SPACE
                   MOVE AP-OUR-DESTINATION(2:8) TO OUR-DFI-ID
               ELSE
                   MOVE AP-OUR-DESTINATION(1:8) TO OUR-DFI-ID
               END-IF
               PERFORM WRITE-RETURN-FILE-HEADER
               MOVE 1 TO PE-SUB
               PERFORM UNTIL PE-SUB > PE-COUNT
                   IF PE-RETURNED(PE-SUB)
                       AND PE-BATCHED(PE-SUB) = "N"
                       PERFORM WRITE-RETURN-BATCH
                   END-IF
                   ADD 1 TO PE-SUB
               END-PERFORM
               PERFORM WRITE-RETURN-FILE-CONTROL
               MOVE RTN-FILE-ENTRIES TO EDITED-COUNT
               MOVE SPACES TO WORK-RECORD
               STRING "Late return file written - Entries and "
                      "addenda: " EDITED-COUNT " to " AP-SENDER-NAME
                      DELIMITED BY SIZE INTO WORK-RECORD
               PERFORM WRITE-REPORT-LINE
           END-IF.

       WRITE-RETURN-FILE-HEADER.
           *> Modifier B keeps it apart from the night's intake
           *> return file, which goes out as A.
           MOVE SPACES TO RTN-RECORD
           MOVE "1" TO RFH-RECORD-TYPE
           MOVE "01" TO RFH-PRIORITY
           MOVE AP-SENDER-ORIGIN TO RFH-DESTINATION
           MOVE AP-OUR-DESTINATION TO RFH-ORIGIN
           MOVE TODAY-DATE(3:6) TO RFH-CREATION-DATE
           MOVE TODAY-TIME TO RFH-CREATION-TIME
           MOVE "B" TO RFH-ID-MODIFIER
           MOVE "094" TO RFH-RECORD-SIZE
           MOVE "10" TO RFH-BLOCKING
           MOVE "1" TO RFH-FORMAT-CODE
           MOVE AP-SENDER-NAME TO RFH-DEST-NAME
           MOVE AP-OUR-NAME TO RFH-ORIGIN-NAME
           WRITE RTN-FILE-HEADER
           ADD 1 TO RTN-RECORD-COUNT.

       WRITE-RETURN-BATCH.
           *> One return batch per original batch: every returned
           *> entry sharing this entry's daily serial and original
           *> batch number goes in it.
           ADD 1 TO RTN-BATCH-COUNT
           MOVE ZERO TO RTN-BATCH-ENTRIES RTN-BATCH-HASH-WORK
               RTN-BATCH-DEBITS RTN-BATCH-CREDITS
           MOVE PE-DATA(PE-SUB) TO ACH-PENDING-DATA
           MOVE SPACES TO RTN-RECORD
           MOVE "5" TO RBH-RECORD-TYPE
           MOVE "200" TO RBH-SERVICE-CLASS
           MOVE AP-COMPANY-NAME TO RBH-COMPANY-NAME
           MOVE AP-DISCRETIONARY TO RBH-DISCRETIONARY
           MOVE AP-COMPANY-ID TO RBH-COMPANY-ID
           MOVE AP-SEC-CODE TO RBH-SEC-CODE
           MOVE AP-ENTRY-DESC TO RBH-ENTRY-DESC
           MOVE AP-DESC-DATE TO RBH-DESC-DATE
           MOVE TODAY-DATE(3:6) TO RBH-EFFECTIVE-DATE
           MOVE "1" TO RBH-ORIGINATOR-STATUS
           MOVE OUR-DFI-ID TO RBH-ODFI-ID
           MOVE RTN-BATCH-COUNT TO RBH-BATCH-NUMBER
           WRITE RTN-BATCH-HEADER
           ADD 1 TO RTN-RECORD-COUNT
           MOVE PE-SUB TO PE-SCAN-SUB
           PERFORM UNTIL PE-SCAN-SUB > PE-COUNT
               IF PE-RETURNED(PE-SCAN-SUB)
                   AND PE-BATCHED(PE-SCAN-SUB) = "N"
                   AND PE-SERIAL(PE-SCAN-SUB) = PE-SERIAL(PE-SUB)
                   AND PE-BATCH-NUMBER(PE-SCAN-SUB)
                       = PE-BATCH-NUMBER(PE-SUB)
                   PERFORM WRITE-RETURN-ENTRY
               END-IF
               ADD 1 TO PE-SCAN-SUB
           END-PERFORM
           MOVE PE-DATA(PE-SUB) TO ACH-PENDING-DATA
           MOVE SPACES TO RTN-RECORD
           MOVE "8" TO RBC-RECORD-TYPE
           MOVE "200" TO RBC-SERVICE-CLASS
           MOVE RTN-BATCH-ENTRIES TO RBC-ENTRY-COUNT
           MOVE RTN-BATCH-HASH-WORK TO RBC-ENTRY-HASH
           MOVE RTN-BATCH-DEBITS TO RBC-TOTAL-DEBITS
           MOVE RTN-BATCH-CREDITS TO RBC-TOTAL-CREDITS
           MOVE AP-COMPANY-ID TO RBC-COMPANY-ID
           MOVE OUR-DFI-ID TO RBC-ODFI-ID
           MOVE RTN-BATCH-COUNT TO RBC-BATCH-NUMBER
           WRITE RTN-BATCH-CONTROL
           ADD 1 TO RTN-RECORD-COUNT
           ADD RTN-BATCH-ENTRIES TO RTN-FILE-ENTRIES
           ADD RTN-BATCH-HASH-WORK TO RTN-FILE-HASH-WORK
           ADD RTN-BATCH-DEBITS TO RTN-FILE-DEBITS
           ADD RTN-BATCH-CREDITS TO RTN-FILE-CREDITS.

       WRITE-RETURN-ENTRY.
           *> Built as ACH-INTAKE builds its own returns: return
           *> transaction code one below the original, a trace
           *> number of ours, the original trace on the addenda.
           MOVE "Y" TO PE-BATCHED(PE-SCAN-SUB)
           MOVE PE-DATA(PE-SCAN-SUB) TO ACH-PENDING-DATA
           ADD 1 TO RTN-TRACE-SEQ
           MOVE SPACES TO RTN-RECORD
           MOVE "6" TO RED-RECORD-TYPE
           EVALUATE AP-TRAN-CODE
               WHEN "22"
                   MOVE "21" TO RED-TRAN-CODE
               WHEN "27"
                   MOVE "26" TO RED-TRAN-CODE
               WHEN "32"
                   MOVE "31" TO RED-TRAN-CODE
               WHEN "37"
                   MOVE "36" TO RED-TRAN-CODE
               WHEN OTHER
                   MOVE AP-TRAN-CODE TO RED-TRAN-CODE
           END-EVALUATE
           MOVE AP-ODFI-ID TO RED-RDFI-ID
           MOVE AP-ODFI-ID TO CHECK-ROUTING
           PERFORM COMPUTE-CHECK-DIGIT
           MOVE CHECK-DIGIT TO RED-CHECK-DIGIT
           MOVE AP-DFI-ACCOUNT TO RED-DFI-ACCOUNT
           MOVE AP-AMOUNT TO RED-AMOUNT
           MOVE AP-INDIV-ID TO RED-INDIV-ID
           MOVE AP-INDIV-NAME TO RED-INDIV-NAME
           MOVE "1" TO RED-ADDENDA-IND
           MOVE SPACES TO RED-TRACE-NUMBER
           STRING OUR-DFI-ID RTN-TRACE-SEQ
                  DELIMITED BY SIZE INTO RED-TRACE-NUMBER
           WRITE RTN-ENTRY-DETAIL
           ADD 1 TO RTN-RECORD-COUNT
           IF CHECK-ROUTING IS NUMERIC
               ADD CHECK-ROUTING-NUM TO RTN-BATCH-HASH-WORK
           END-IF
           IF RED-TRAN-CODE(2:1) >= "6"
               ADD AP-AMOUNT TO RTN-BATCH-DEBITS
           ELSE
               ADD AP-AMOUNT TO RTN-BATCH-CREDITS
           END-IF
           MOVE 1 TO REASON-SUB
           PERFORM UNTIL REASON-SUB >= 5
               OR REASON-CODE(REASON-SUB) = PE-RETURN-CODE(PE-SCAN-SUB)
               ADD 1 TO REASON-SUB
           END-PERFORM
           MOVE SPACES TO RTN-RECORD
           MOVE "7" TO RAD-RECORD-TYPE
           MOVE "99" TO RAD-ADDENDA-TYPE
           MOVE PE-RETURN-CODE(PE-SCAN-SUB) TO RAD-RETURN-CODE
           MOVE AP-TRACE-NUMBER TO RAD-ORIGINAL-TRACE
           MOVE AP-RDFI-ID TO RAD-ORIGINAL-RDFI
           MOVE REASON-TEXT(REASON-SUB) TO RAD-ADDENDA-INFO
           STRING OUR-DFI-ID RTN-TRACE-SEQ
                  DELIMITED BY SIZE INTO RAD-TRACE-NUMBER
           WRITE RTN-ADDENDA
           ADD 1 TO RTN-RECORD-COUNT
           ADD 2 TO RTN-BATCH-ENTRIES.

       COMPUTE-CHECK-DIGIT.
           MOVE ZERO TO CHECK-DIGIT
           IF CHECK-ROUTING IS NUMERIC
               COMPUTE CHECK-SUM =
                   3 * CHECK-DIGIT-N(1) + 7 * CHECK-DIGIT-N(2)
                   + CHECK-DIGIT-N(3) + 3 * CHECK-DIGIT-N(4)
                   + 7 * CHECK-DIGIT-N(5) + CHECK-DIGIT-N(6)
                   + 3 * CHECK-DIGIT-N(7) + 7 * CHECK-DIGIT-N(8)
               DIVIDE CHECK-SUM BY 10 GIVING CHECK-QUOTIENT
                   REMAINDER CHECK-REMAINDER
               IF CHECK-REMAINDER > ZERO
                   COMPUTE CHECK-DIGIT = 10 - CHECK-REMAINDER
               END-IF
           END-IF.

       WRITE-RETURN-FILE-CONTROL.
           *> The control counts itself, then the file is padded
           *> with all-nines records to a full block of ten.
           ADD 1 TO RTN-RECORD-COUNT
           DIVIDE RTN-RECORD-COUNT BY 10 GIVING RTN-BLOCK-COUNT
               REMAINDER RTN-BLOCK-REMAINDER
           IF RTN-BLOCK-REMAINDER > ZERO
               ADD 1 TO RTN-BLOCK-COUNT
           END-IF
           MOVE SPACES TO RTN-RECORD
           MOVE "9" TO RFC-RECORD-TYPE
           MOVE RTN-BATCH-COUNT TO RFC-BATCH-COUNT
           MOVE RTN-BLOCK-COUNT TO RFC-BLOCK-COUNT
           MOVE RTN-FILE-ENTRIES TO RFC-ENTRY-COUNT
           MOVE RTN-FILE-HASH-WORK TO RFC-ENTRY-HASH
           MOVE RTN-FILE-DEBITS TO RFC-TOTAL-DEBITS
           MOVE RTN-FILE-CREDITS TO RFC-TOTAL-CREDITS
           WRITE RTN-FILE-CONTROL
           PERFORM UNTIL RTN-BLOCK-REMAINDER = ZERO
               OR RTN-BLOCK-REMAINDER = 10
               MOVE ALL "9" TO RTN-RECORD
               WRITE RTN-RECORD
               ADD 1 TO RTN-BLOCK-REMAINDER
           END-PERFORM.

       CARRY-FORWARD-WAITING.
           *> Only entries whose batch has not been through
           *> TRANS-POST go back on the file.
           MOVE 1 TO PE-SUB
           PERFORM UNTIL PE-SUB > PE-COUNT
               IF PE-WAITING(PE-SUB)
                   MOVE PE-DATA(PE-SUB) TO ACH-PENDING-DATA
                   WRITE ACH-PENDING-DATA
                   IF NOT PENDING-STATUS-OK
                       DISPLAY "ACH pending WRITE failed for trace "
                           AP-TRACE-NUMBER ", status " PENDING-STATUS
                       MOVE 8 TO RETURN-CODE
                   END-IF
               END-IF
               ADD 1 TO PE-SUB
           END-PERFORM.

       WRITE-RECON-TOTALS.
           MOVE SPACES TO WORK-RECORD
           PERFORM WRITE-REPORT-LINE
           MOVE PE-COUNT TO EDITED-COUNT
           MOVE SPACES TO WORK-RECORD
           STRING "Reconciliation - Entries awaiting posting: "
                  EDITED-COUNT
                  DELIMITED BY SIZE INTO WORK-RECORD
           PERFORM WRITE-REPORT-LINE
           MOVE CONFIRMED-COUNT TO EDITED-COUNT
           MOVE CONFIRMED-AMOUNT TO EDITED-TOTAL
           MOVE SPACES TO WORK-RECORD
           STRING "Reconciliation - Posted:   " EDITED-COUNT
                  " " EDITED-TOTAL
                  DELIMITED BY SIZE INTO WORK-RECORD
           PERFORM WRITE-REPORT-LINE
           MOVE RETURNED-CREDIT-COUNT TO EDITED-COUNT
           MOVE RETURNED-CREDIT-AMOUNT TO EDITED-TOTAL
           MOVE RETURNED-DEBIT-COUNT TO EDITED-COUNT-2
           MOVE RETURNED-DEBIT-AMOUNT TO EDITED-TOTAL-2
           MOVE SPACES TO WORK-RECORD
           STRING "Reconciliation - Returned: Credits " EDITED-COUNT
                  " " EDITED-TOTAL "  Debits " EDITED-COUNT-2
                  " " EDITED-TOTAL-2
                  DELIMITED BY SIZE INTO WORK-RECORD
           PERFORM WRITE-REPORT-LINE
           MOVE WAITING-COUNT TO EDITED-COUNT
           MOVE SPACES TO WORK-RECORD
           STRING "Reconciliation - Carried forward, batch not yet "
                  "posted: " EDITED-COUNT
                  DELIMITED BY SIZE INTO WORK-RECORD
           PERFORM WRITE-REPORT-LINE
           IF BACKED-OUT-COUNT > ZERO
               MOVE BACKED-OUT-COUNT TO EDITED-COUNT
               MOVE SPACES TO WORK-RECORD
               STRING "Reconciliation - In a backed-out batch: "
                      EDITED-COUNT
                      DELIMITED BY SIZE INTO WORK-RECORD
               PERFORM WRITE-REPORT-LINE
           END-IF.

       OPEN-POSTING-FILES.
           *> Read only.  Either file missing means nothing has
           *> posted yet, so every entry is carried forward.
           OPEN INPUT HISTORY-FILE
           IF HISTORY-STATUS-OK
               MOVE "Y" TO HISTORY-ON-FILE
           ELSE
               IF HISTORY-STATUS NOT = "35"
                   DISPLAY "Unable to open HISTORY-FILE, status "
                       HISTORY-STATUS
                   CLOSE ACCOUNT-FILE ACH-RETURN-FILE REPORT-FILE
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           OPEN INPUT BATCH-SERIAL-FILE
           IF SERIAL-STATUS-OK
               MOVE "Y" TO SERIALS-ON-FILE
           ELSE
               IF SERIAL-STATUS NOT = "35"
                   DISPLAY "Unable to open BATCH-SERIAL-FILE, status "
                       SERIAL-STATUS
                   IF HISTORY-ON-FILE-SW
                       CLOSE HISTORY-FILE
                   END-IF
                   CLOSE ACCOUNT-FILE ACH-RETURN-FILE REPORT-FILE
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

       CLOSE-POSTING-FILES.
           IF HISTORY-ON-FILE-SW
               CLOSE HISTORY-FILE
           END-IF
           IF SERIALS-ON-FILE-SW
               CLOSE BATCH-SERIAL-FILE
           END-IF.

       WRITE-REPORT-LINE.
           MOVE WORK-RECORD TO REPORT-RECORD
           WRITE REPORT-RECORD.
