       IDENTIFICATION DIVISION.
       PROGRAM-ID. BATCH-BACKOUT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BACKOUT-REQ-FILE ASSIGN TO
           "C:\banking-mainframe-project\scripts\bin\backout_req.ps"
           ORGANIZATION IS LINE SEQUENTIAL  *> Line breaks are implicit
           FILE STATUS IS REQUEST-STATUS.
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
           SELECT YTD-FILE ASSIGN TO
           "C:\banking-mainframe-project\scripts\bin\ytd_interest.ps"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS YTD-ACCT-ID
           FILE STATUS IS YTD-STATUS.
           SELECT AUDIT-HIST-FILE ASSIGN TO
           "C:\banking-mainframe-project\scripts\bin\audit_hist.ps"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AH-KEY
           FILE STATUS IS AUDIT-HIST-STATUS.
           SELECT BATCH-SERIAL-FILE ASSIGN TO
           "C:\banking-mainframe-project\scripts\bin\batch_serial.ps"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SERIAL-KEY
           FILE STATUS IS SERIAL-STATUS.
           SELECT OPERATOR-FILE ASSIGN TO
           "C:\banking-mainframe-project\scripts\bin\operator.ps"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OPER-ID
           FILE STATUS IS OPERATOR-STATUS.
           SELECT FX-RATES-FILE ASSIGN TO
           "C:\banking-mainframe-project\scripts\bin\fx_rates.ps"
           ORGANIZATION IS LINE SEQUENTIAL  *> Line breaks are implicit
           FILE STATUS IS FX-STATUS.
           SELECT ADJ-FEED-FILE ASSIGN TO
           "C:\banking-mainframe-project\scripts\bin\interest_adj.ps"
           ORGANIZATION IS LINE SEQUENTIAL  *> Line breaks are implicit
           FILE STATUS IS ADJ-FEED-STATUS.
           SELECT RECOVERY-FEED-FILE ASSIGN TO
           "C:\banking-mainframe-project\scripts\bin\recovery_feed.ps"
           ORGANIZATION IS LINE SEQUENTIAL  *> Line breaks are implicit
           FILE STATUS IS RECOVERY-FEED-STATUS.
           SELECT BACKOUT-JOURNAL-FILE ASSIGN TO
           "C:\banking-mainframe-project\scripts\bin\backout_jrnl.ps"
           ORGANIZATION IS LINE SEQUENTIAL.  *> Line breaks are implicit
           SELECT REPORT-FILE ASSIGN TO
           "C:\banking-mainframe-project\scripts\bin\backout_rpt.ps"
           ORGANIZATION IS LINE SEQUENTIAL.  *> Line breaks are implicit
       DATA DIVISION.
       FILE SECTION.
       FD  BACKOUT-REQ-FILE
           RECORD CONTAINS 40 CHARACTERS.
       01  BACKOUT-REQ-RECORD     PIC X(40).
           *> "<serial> <supervisor> <reason>" -- the batch serial
           *> off batch_serial.ps, the supervisor or manager who
           *> authorised the back-out, and a reason code of up to
           *> six characters (e.g. WRGDAY keyed against the wrong
           *> day, DUPPST posted twice under a new serial).
       FD  ACCOUNT-FILE.
           COPY ACCTREC.
       FD  HISTORY-FILE.
           COPY HISTREC.
       FD  YTD-FILE.
       01  YTD-RECORD.
           05  YTD-ACCT-ID        PIC 9(6).
           05  YTD-INTEREST       PIC 9(9)V99.
           05  YTD-WITHHELD       PIC 9(9)V99.
       FD  AUDIT-HIST-FILE.
           COPY AUDHREC.
       FD  BATCH-SERIAL-FILE.
       01  BATCH-SERIAL-RECORD.
           *> TRANS-POST's register of posted batches; a back-out
           *> stamps the date it reversed the batch, which BATCH-EDIT
           *> reports and which stops the same batch being backed
           *> out twice.
           05  SERIAL-KEY         PIC X(6).
           05  SERIAL-POSTED-DATE PIC X(8).
           05  SERIAL-REVERSED-DATE PIC X(8).
       FD  OPERATOR-FILE.
           COPY OPERREC.
       FD  FX-RATES-FILE
           RECORD CONTAINS 21 CHARACTERS.
           COPY FXRATEREC.
       FD  ADJ-FEED-FILE
           RECORD CONTAINS 34 CHARACTERS.
       01  ADJ-FEED-RECORD.
           *> Same layout TRANS-POST writes for GL-EXTRACT: backing
           *> out an adjustment credit books as a reversal ("R"),
           *> backing out a reversal as a credit ("C").
           05  ADJ-SIGN           PIC X(1).
           05  FILLER             PIC X VALUE SPACE.
           05  ADJ-BRANCH         PIC X(3).
           05  FILLER             PIC X VALUE SPACE.
           05  ADJ-CCY            PIC X(3).
           05  FILLER             PIC X VALUE SPACE.
           05  ADJ-USD-AMOUNT     PIC 9(9).99.
           05  FILLER             PIC X VALUE SPACE.
           05  ADJ-REASON         PIC X(6).
           05  FILLER             PIC X VALUE SPACE.
           05  ADJ-OPERATOR       PIC X(4).
       FD  RECOVERY-FEED-FILE
           RECORD CONTAINS 27 CHARACTERS.
       01  RECOVERY-FEED-RECORD.
           *> Same layout TRANS-POST writes; a reversed recovery goes
           *> on with a leading minus so GL-EXTRACT takes it back out
           *> of recovery income.
           05  RCV-FEED-ACCT-ID   PIC 9(6).
           05  FILLER             PIC X VALUE SPACE.
           05  RCV-FEED-BRANCH    PIC X(3).
           05  FILLER             PIC X VALUE SPACE.
           05  RCV-FEED-CCY       PIC X(3).
           05  FILLER             PIC X VALUE SPACE.
           05  RCV-FEED-USD-AMOUNT PIC -(8)9.99.
       FD  BACKOUT-JOURNAL-FILE
           RECORD CONTAINS 120 CHARACTERS.
       01  BACKOUT-JOURNAL-RECORD PIC X(120).
       FD  REPORT-FILE
           RECORD CONTAINS 120 CHARACTERS.
       01  REPORT-RECORD          PIC X(120).
       WORKING-STORAGE SECTION.
       01  END-OF-FILE            PIC X VALUE "N".
           88  END-OF-FILE-SW     VALUE "Y".
       01  HIST-EOF               PIC X VALUE "N".
           88  HIST-EOF-SW        VALUE "Y".
       01  REQUEST-STATUS         PIC XX VALUE "00".
           88  REQUEST-STATUS-OK  VALUE "00".
       01  ACCOUNT-STATUS         PIC XX VALUE "00".
           88  ACCOUNT-STATUS-OK  VALUE "00".
       01  HISTORY-STATUS         PIC XX VALUE "00".
           88  HISTORY-STATUS-OK  VALUE "00".
       01  YTD-STATUS             PIC XX VALUE "00".
           88  YTD-STATUS-OK      VALUE "00".
       01  AUDIT-HIST-STATUS      PIC XX VALUE "00".
           88  AUDIT-HIST-OK      VALUE "00".
       01  SERIAL-STATUS          PIC XX VALUE "00".
           88  SERIAL-STATUS-OK   VALUE "00".
       01  OPERATOR-STATUS        PIC XX VALUE "00".
           88  OPERATOR-STATUS-OK VALUE "00".
       01  FX-STATUS              PIC XX VALUE "00".
           88  FX-STATUS-OK       VALUE "00".
       01  ADJ-FEED-STATUS        PIC XX VALUE "00".
           88  ADJ-FEED-OK        VALUE "00".
       01  RECOVERY-FEED-STATUS   PIC XX VALUE "00".
           88  RECOVERY-FEED-OK   VALUE "00".
       01  SERIALS-ON-FILE        PIC X VALUE "N".
           88  SERIALS-ON-FILE-SW VALUE "Y".
       01  REQUEST-FIELDS.
           05  REQ-SERIAL         PIC X(6).
           05  REQ-OPERATOR       PIC X(4).
           05  REQ-REASON         PIC X(6).
           05  REQ-REFUSED        PIC X VALUE "N".
               88  REQ-REFUSED-SW VALUE "Y".
           05  REFUSE-REASON      PIC X(60).
       01  MOVEMENT-TABLE.
           *> Every movement the batch posted, off acct_history.ps in
           *> key order, gathered in full before anything is touched
           *> so the batch is vetted whole and reversed whole -- a
           *> back-out that stopped half way would leave the books
           *> in a state no one posted.
           05  BK-COUNT           PIC 9(4) VALUE ZERO.
           05  BK-ENTRY OCCURS 500 TIMES.
               10  BK-ACCT-ID     PIC 9(6).
               10  BK-TYPE        PIC X(3).
               10  BK-AMOUNT      PIC S9(7)V99.
               10  BK-CCY         PIC X(3).
               10  BK-STAMP       PIC X(14).
       01  BK-SUB                 PIC 9(4).
       01  BK-SCAN-SUB            PIC 9(4).
       01  VET-FIELDS.
           *> What earlier movements in the same batch have already
           *> asked of the account, so two movements on one account
           *> are vetted together, not each against the untouched
           *> figures.
           05  CUM-BALANCE-MOVE   PIC S9(9)V99.
           05  CUM-RECOVERY       PIC 9(9)V99.
           05  CUM-ADJ-CREDIT     PIC 9(9)V99.
           05  VET-BALANCE        PIC S9(7)V99.
       01  WORK-AREA.
           05  ACCT-BALANCE       PIC S9(7)V99.
           05  NEW-BALANCE        PIC S9(7)V99.
           05  REVERSAL-AMOUNT    PIC S9(7)V99.
           05  ABS-AMOUNT         PIC 9(7)V99.
           05  CHGOFF-AMOUNT      PIC 9(7)V99.
           05  RECOVERED-AMOUNT   PIC 9(7)V99.
           05  USD-WORK           PIC S9(9)V99.
           05  JRNL-CODE          PIC X(1).
       01  HISTORY-WRITE-FIELDS.
           05  HIST-SET-ACCT      PIC 9(6).
           05  HIST-SET-TYPE      PIC X(3).
           05  HIST-SET-AMOUNT    PIC S9(7)V99.
           05  HIST-SET-CCY       PIC X(3).
           05  HIST-SET-BALANCE   PIC S9(7)V99.
       01  RUN-DATE-KEY           PIC X(8).
       01  RUN-DATE-EDITED        PIC X(10).
       01  RUN-STAMP-KEY          PIC X(14).
       01  HIST-SEQ-COUNTER       PIC 9(3) VALUE ZERO.
       01  AH-SEQ-COUNTER         PIC 9(3) VALUE ZERO.
       01  FX-CONTROLS.
           05  FX-EOF             PIC X VALUE "N".
               88  FX-EOF-SW      VALUE "Y".
           05  FX-LOADED          PIC X VALUE "N".
               88  FX-LOADED-SW   VALUE "Y".
       01  EXCHANGE-SCHEDULE.
           *> Same schedule the other nightly programs load, for the
           *> USD figure on the GL feeds.
           05  EXCHANGE-COUNT     PIC 9(2) VALUE ZERO.
           05  EXCHANGE-TIER OCCURS 10 TIMES.
               10  EXCHANGE-CCY-CODE  PIC X(3).
               10  EXCHANGE-RATE      PIC 9(2)V9999.
       01  EXCHANGE-TIER-SUB      PIC 9(2).
       01  LOOKUP-CCY             PIC X(3).
       01  FOUND-FX-RATE          PIC 9(2)V9999.
       01  BATCH-PROOF.
           *> The original batch as history recorded it, and the
           *> back-out as posted tonight.  Each side is in the
           *> accounts' own currencies, movement for movement, so the
           *> two nets must cancel exactly.
           05  ORIG-COUNT         PIC 9(6).
           05  ORIG-CREDITS       PIC 9(9)V99.
           05  ORIG-DEBITS        PIC 9(9)V99.
           05  ORIG-NET           PIC S9(9)V99.
           05  BACK-COUNT         PIC 9(6).
           05  BACK-CREDITS       PIC 9(9)V99.
           05  BACK-DEBITS        PIC 9(9)V99.
           05  BACK-NET           PIC S9(9)V99.
           05  PROOF-NET          PIC S9(9)V99.
       01  RUN-TOTALS.
           05  REQUEST-COUNT      PIC 9(6) VALUE ZERO.
           05  REVERSED-COUNT     PIC 9(6) VALUE ZERO.
           05  REFUSED-COUNT      PIC 9(6) VALUE ZERO.
           05  MOVEMENT-COUNT     PIC 9(6) VALUE ZERO.
       01  WORK-RECORD            PIC X(120) VALUE SPACES.
       01  EDITED-FIELDS.
           05  EDITED-AMOUNT      PIC Z(6)9.99.
           05  EDITED-SIGNED      PIC -(7)9.99.
           05  EDITED-REVERSAL    PIC -(7)9.99.
           05  EDITED-NEW-BALANCE PIC -(7)9.99.
           05  EDITED-RECOVERED   PIC Z(6)9.99.
           05  EDITED-CREDITS     PIC Z(8)9.99.
           05  EDITED-DEBITS      PIC Z(8)9.99.
           05  EDITED-NET         PIC -(9)9.99.
           05  EDITED-COUNT       PIC Z(5)9.
           05  EDITED-COUNT-2     PIC Z(5)9.
           05  EDITED-COUNT-3     PIC Z(5)9.
       PROCEDURE DIVISION.
       *> Batch back-out.  Each request on backout_req.ps names a
       *> batch serial TRANS-POST registered on batch_serial.ps.
       *> Every movement that batch landed is found on
       *> acct_history.ps by the serial stamped on it, vetted as a
       *> whole, and then reversed exactly: deposits, withdrawals,
       *> both legs of a transfer (each in its own account's
       *> currency, so no rate is re-applied), interest adjustments
       *> and reversals with their effect on ytd_interest.ps and
       *> audit_hist.ps, and recoveries on charged-off accounts.
       *> Reversals go on history as BKO (BKR for a recovery) under
       *> the same serial, on backout_jrnl.ps for EOD-PROOF, and on
       *> the GL feeds where the original went; the serial is then
       *> marked reversed.  Runs after TRANS-POST, so a batch posted
       *> twice tonight can come straight back out, and so the GL
       *> feeds it appends to are tonight's.  A bad request is
       *> refused whole and reported; it does not stop the stream.
       MOVE FUNCTION CURRENT-DATE(1:8) TO RUN-DATE-KEY.
       MOVE FUNCTION CURRENT-DATE(1:14) TO RUN-STAMP-KEY.
       STRING FUNCTION CURRENT-DATE(5:2) "/"
              FUNCTION CURRENT-DATE(7:2) "/"
              FUNCTION CURRENT-DATE(1:4)
              DELIMITED BY SIZE INTO RUN-DATE-EDITED.
       *> Replaced every night, empty or not, so EOD-PROOF never
       *> rolls an earlier night's reversals again.
       OPEN OUTPUT BACKOUT-JOURNAL-FILE
            OUTPUT REPORT-FILE.
       MOVE SPACES TO WORK-RECORD
       STRING "Batch Back-out Report               Run Date: "
              RUN-DATE-EDITED
              DELIMITED BY SIZE INTO WORK-RECORD
       PERFORM WRITE-REPORT-LINE.
       OPEN INPUT BACKOUT-REQ-FILE.
       IF NOT REQUEST-STATUS-OK
           MOVE "No back-out requests tonight" TO WORK-RECORD
           PERFORM WRITE-REPORT-LINE
           CLOSE BACKOUT-JOURNAL-FILE REPORT-FILE
           STOP RUN
       END-IF.
       OPEN I-O ACCOUNT-FILE.
       IF NOT ACCOUNT-STATUS-OK
           DISPLAY "Unable to open ACCOUNT-FILE, status " ACCOUNT-STATUS
           CLOSE BACKOUT-REQ-FILE BACKOUT-JOURNAL-FILE REPORT-FILE
           *> Nonzero so JOB-DRIVER halts the stream here.
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF.
       PERFORM OPEN-HISTORY-FILE.
       PERFORM OPEN-YTD-FILE.
       PERFORM OPEN-AUDIT-HIST-FILE.
       PERFORM OPEN-OPERATOR-FILE.
       PERFORM OPEN-FEED-FILES.
       PERFORM OPEN-SERIAL-FILE.
       PERFORM UNTIL END-OF-FILE-SW
           READ BACKOUT-REQ-FILE
               AT END MOVE "Y" TO END-OF-FILE
               NOT AT END
                   IF BACKOUT-REQ-RECORD NOT = SPACES
                       ADD 1 TO REQUEST-COUNT
                       PERFORM WORK-ONE-REQUEST
                   END-IF
           END-READ
       END-PERFORM.
       PERFORM WRITE-RUN-TOTALS.
       IF SERIALS-ON-FILE-SW
           CLOSE BATCH-SERIAL-FILE
       END-IF.
       CLOSE BACKOUT-REQ-FILE ACCOUNT-FILE HISTORY-FILE YTD-FILE
             AUDIT-HIST-FILE OPERATOR-FILE ADJ-FEED-FILE
             RECOVERY-FEED-FILE BACKOUT-JOURNAL-FILE REPORT-FILE.
       STOP RUN.

       WORK-ONE-REQUEST.
           MOVE SPACES TO REQ-SERIAL REQ-OPERATOR REQ-REASON
               REFUSE-REASON
           MOVE "N" TO REQ-REFUSED
           UNSTRING BACKOUT-REQ-RECORD DELIMITED BY ALL SPACE
               INTO REQ-SERIAL REQ-OPERATOR REQ-REASON
           END-UNSTRING
           MOVE SPACES TO WORK-RECORD
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WORK-RECORD
           STRING "Request: batch " REQ-SERIAL " authorised by "
                  REQ-OPERATOR " reason " REQ-REASON
                  DELIMITED BY SIZE INTO WORK-RECORD
           PERFORM WRITE-REPORT-LINE
           PERFORM VET-REQUEST
           IF NOT REQ-REFUSED-SW
               PERFORM GATHER-BATCH-MOVEMENTS
           END-IF
           IF NOT REQ-REFUSED-SW
               MOVE 1 TO BK-SUB
               PERFORM UNTIL BK-SUB > BK-COUNT
                   PERFORM VET-ONE-MOVEMENT
                   ADD 1 TO BK-SUB
               END-PERFORM
           END-IF
           IF REQ-REFUSED-SW
               ADD 1 TO REFUSED-COUNT
               MOVE SPACES TO WORK-RECORD
               STRING "*** BACK-OUT REFUSED *** batch " REQ-SERIAL
                      " - nothing reversed"
                      DELIMITED BY SIZE INTO WORK-RECORD
               PERFORM WRITE-REPORT-LINE
               DISPLAY "Back-out of batch " REQ-SERIAL
                   " refused - see backout_rpt"
           ELSE
               PERFORM REVERSE-BATCH
           END-IF.

       VET-REQUEST.
           *> The authorising ID must be an active supervisor or
           *> manager, and the serial a batch that posted and has
           *> not already come back out.
           IF REQ-SERIAL = SPACES OR REQ-OPERATOR = SPACES
               OR REQ-REASON = SPACES
               MOVE "serial, supervisor and reason are all required"
                   TO REFUSE-REASON
               PERFORM REFUSE-REQUEST
           ELSE
               MOVE REQ-OPERATOR TO OPER-ID
               READ OPERATOR-FILE
                   INVALID KEY
                       MOVE "authorising ID not on the operator file"
                           TO REFUSE-REASON
                       PERFORM REFUSE-REQUEST
                   NOT INVALID KEY
                       IF NOT OPER-ACTIVE
                           MOVE "authorising operator is suspended"
                               TO REFUSE-REASON
                           PERFORM REFUSE-REQUEST
                       ELSE
                       IF NOT OPER-CAN-OVERRIDE
                           MOVE "authorising ID is not a supervisor"
                               TO REFUSE-REASON
                           PERFORM REFUSE-REQUEST
                       END-IF
                       END-IF
               END-READ
           END-IF
           IF NOT REQ-REFUSED-SW
               IF NOT SERIALS-ON-FILE-SW
                   MOVE "no batch has ever posted (no serial register)"
                       TO REFUSE-REASON
                   PERFORM REFUSE-REQUEST
               ELSE
                   MOVE REQ-SERIAL TO SERIAL-KEY
                   READ BATCH-SERIAL-FILE
                       INVALID KEY
                           MOVE "serial not on the register"
                               TO REFUSE-REASON
                           PERFORM REFUSE-REQUEST
                       NOT INVALID KEY
                           IF SERIAL-REVERSED-DATE NOT = SPACES
                               MOVE SPACES TO REFUSE-REASON
                               STRING "already backed out on "
                                      SERIAL-REVERSED-DATE
                                      DELIMITED BY SIZE
                                      INTO REFUSE-REASON
                               PERFORM REFUSE-REQUEST
                           END-IF
                   END-READ
               END-IF
           END-IF.

       GATHER-BATCH-MOVEMENTS.
           *> History is keyed by account, so the batch's movements
           *> are scattered through it; one full pass picks out every
           *> record carrying the serial.  Earlier reversals carry
           *> the serial too and are passed over.
           MOVE ZERO TO BK-COUNT
           MOVE ZEROS TO HIST-KEY
           MOVE "N" TO HIST-EOF
           START HISTORY-FILE KEY IS NOT LESS THAN HIST-KEY
               INVALID KEY
                   MOVE "Y" TO HIST-EOF
           END-START
           PERFORM UNTIL HIST-EOF-SW
               READ HISTORY-FILE NEXT
                   AT END MOVE "Y" TO HIST-EOF
                   NOT AT END
                       IF HIST-BATCH-SERIAL = REQ-SERIAL
                           AND HIST-TYPE NOT = "BKO"
                           AND HIST-TYPE NOT = "BKR"
                           PERFORM TAKE-BATCH-MOVEMENT
                       END-IF
               END-READ
           END-PERFORM
           IF BK-COUNT = ZERO AND NOT REQ-REFUSED-SW
               MOVE "no movements on history for the batch"
                   TO REFUSE-REASON
               PERFORM REFUSE-REQUEST
           END-IF.

       TAKE-BATCH-MOVEMENT.
           IF BK-COUNT >= 500
               IF NOT REQ-REFUSED-SW
                   MOVE "more than 500 movements - back out by hand"
                       TO REFUSE-REASON
                   PERFORM REFUSE-REQUEST
               END-IF
           ELSE
               ADD 1 TO BK-COUNT
               MOVE HIST-ACCT-ID TO BK-ACCT-ID(BK-COUNT)
               MOVE HIST-TYPE TO BK-TYPE(BK-COUNT)
               MOVE HIST-AMOUNT TO BK-AMOUNT(BK-COUNT)
               MOVE HIST-CCY TO BK-CCY(BK-COUNT)
               MOVE HIST-TIMESTAMP TO BK-STAMP(BK-COUNT)
           END-IF.

       VET-ONE-MOVEMENT.
           *> Every reason a movement cannot come back out is listed,
           *> not just the first, so the branch can clear them all
           *> before the request is keyed again.
           PERFORM SUM-EARLIER-ON-ACCOUNT
           MOVE BK-ACCT-ID(BK-SUB) TO ACCT-ID
           READ ACCOUNT-FILE
               INVALID KEY
                   MOVE "account no longer on file" TO REFUSE-REASON
                   PERFORM REFUSE-MOVEMENT
               NOT INVALID KEY
                   MOVE FUNCTION NUMVAL(ACCT-BALANCE-STR) TO
                       ACCT-BALANCE
                   IF ACCT-BALANCE-STR = SPACES
                       MOVE ZERO TO ACCT-BALANCE
                   END-IF
                   EVALUATE TRUE
                       WHEN ACCT-CLOSED
                           MOVE "account has since been closed"
                               TO REFUSE-REASON
                           PERFORM REFUSE-MOVEMENT
                       WHEN BK-TYPE(BK-SUB) = "RCV"
                           PERFORM VET-RECOVERY-REVERSAL
                       WHEN ACCT-CHARGED-OFF
                           MOVE "account has since been charged off"
                               TO REFUSE-REASON
                           PERFORM REFUSE-MOVEMENT
                       WHEN BK-TYPE(BK-SUB) = "DEP"
                       WHEN BK-TYPE(BK-SUB) = "WDR"
                       WHEN BK-TYPE(BK-SUB) = "EDP"
                       WHEN BK-TYPE(BK-SUB) = "EWD"
                       WHEN BK-TYPE(BK-SUB) = "TRO"
                       WHEN BK-TYPE(BK-SUB) = "TRI"
                       WHEN BK-TYPE(BK-SUB) = "REV"
                           PERFORM VET-BALANCE-REVERSAL
                       WHEN BK-TYPE(BK-SUB) = "ADJ"
                           PERFORM VET-BALANCE-REVERSAL
                           PERFORM VET-ADJUSTMENT-YTD
                       WHEN OTHER
                           MOVE SPACES TO REFUSE-REASON
                           STRING "movement type " BK-TYPE(BK-SUB)
                                  " is not one a batch posts"
                                  DELIMITED BY SIZE INTO REFUSE-REASON
                           PERFORM REFUSE-MOVEMENT
                   END-EVALUATE
           END-READ.

       SUM-EARLIER-ON-ACCOUNT.
           *> Totals over this movement and the ones before it on the
           *> same account: the balance change the reversals make,
           *> the recoveries taken back, and the adjustment credits
           *> taken back out of YTD interest.
           MOVE ZERO TO CUM-BALANCE-MOVE CUM-RECOVERY CUM-ADJ-CREDIT
           MOVE 1 TO BK-SCAN-SUB
           PERFORM UNTIL BK-SCAN-SUB > BK-SUB
               IF BK-ACCT-ID(BK-SCAN-SUB) = BK-ACCT-ID(BK-SUB)
                   EVALUATE BK-TYPE(BK-SCAN-SUB)
                       WHEN "RCV"
                           ADD BK-AMOUNT(BK-SCAN-SUB) TO CUM-RECOVERY
                       WHEN "ADJ"
                           ADD BK-AMOUNT(BK-SCAN-SUB) TO
                               CUM-ADJ-CREDIT
                           SUBTRACT BK-AMOUNT(BK-SCAN-SUB) FROM
                               CUM-BALANCE-MOVE
                       WHEN OTHER
                           SUBTRACT BK-AMOUNT(BK-SCAN-SUB) FROM
                               CUM-BALANCE-MOVE
                   END-EVALUATE
               END-IF
               ADD 1 TO BK-SCAN-SUB
           END-PERFORM.

       VET-BALANCE-REVERSAL.
           *> A reversal may take the balance negative -- a deposit
           *> posted in error may already be spent -- so only field
           *> overflow stops it, the same rule an interest reversal
           *> follows.
           COMPUTE VET-BALANCE = ACCT-BALANCE + CUM-BALANCE-MOVE
               ON SIZE ERROR
                   MOVE "reversal would overflow the balance"
                       TO REFUSE-REASON
                   PERFORM REFUSE-MOVEMENT
           END-COMPUTE.

       VET-ADJUSTMENT-YTD.
           *> Taking an adjustment credit back comes off YTD interest
           *> too, and may not drive the 1099 basis negative.
           MOVE BK-ACCT-ID(BK-SUB) TO YTD-ACCT-ID
           READ YTD-FILE
               INVALID KEY
                   MOVE "no YTD interest record to take it back from"
                       TO REFUSE-REASON
                   PERFORM REFUSE-MOVEMENT
               NOT INVALID KEY
                   IF CUM-ADJ-CREDIT > YTD-INTEREST
                       MOVE "adjustment exceeds YTD interest on file"
                           TO REFUSE-REASON
                       PERFORM REFUSE-MOVEMENT
                   END-IF
           END-READ.

       VET-RECOVERY-REVERSAL.
           IF NOT ACCT-CHARGED-OFF
               MOVE "recovery on an account no longer charged off"
                   TO REFUSE-REASON
               PERFORM REFUSE-MOVEMENT
           ELSE
               MOVE FUNCTION NUMVAL(ACCT-RECOVERED-STR) TO
                   RECOVERED-AMOUNT
               IF ACCT-RECOVERED-STR = SPACES
                   MOVE ZERO TO RECOVERED-AMOUNT
               END-IF
               IF CUM-RECOVERY > RECOVERED-AMOUNT
                   MOVE "recovery exceeds the amount recovered"
                       TO REFUSE-REASON
                   PERFORM REFUSE-MOVEMENT
               END-IF
           END-IF.

       REFUSE-MOVEMENT.
           MOVE BK-AMOUNT(BK-SUB) TO EDITED-SIGNED
           MOVE SPACES TO WORK-RECORD
           STRING "  Account " BK-ACCT-ID(BK-SUB) " "
                  BK-TYPE(BK-SUB) " " EDITED-SIGNED " "
                  BK-CCY(BK-SUB) " cannot be reversed - "
                  REFUSE-REASON
                  DELIMITED BY SIZE INTO WORK-RECORD
           PERFORM WRITE-REPORT-LINE
           MOVE "Y" TO REQ-REFUSED.

       REFUSE-REQUEST.
           MOVE SPACES TO WORK-RECORD
           STRING "  Refused - " REFUSE-REASON
                  DELIMITED BY SIZE INTO WORK-RECORD
           PERFORM WRITE-REPORT-LINE
           MOVE "Y" TO REQ-REFUSED.

       REVERSE-BATCH.
           MOVE ZERO TO ORIG-COUNT ORIG-CREDITS ORIG-DEBITS ORIG-NET
               BACK-COUNT BACK-CREDITS BACK-DEBITS BACK-NET
           MOVE 1 TO BK-SUB
           PERFORM UNTIL BK-SUB > BK-COUNT
               PERFORM REVERSE-ONE-MOVEMENT
               ADD 1 TO BK-SUB
           END-PERFORM
           MOVE RUN-DATE-KEY TO SERIAL-REVERSED-DATE
           REWRITE BATCH-SERIAL-RECORD
           IF NOT SERIAL-STATUS-OK
               DISPLAY "Serial register REWRITE failed for batch "
                   REQ-SERIAL ", status " SERIAL-STATUS
               MOVE 8 TO RETURN-CODE
           END-IF
           ADD 1 TO REVERSED-COUNT
           PERFORM WRITE-BATCH-PROOF.

       REVERSE-ONE-MOVEMENT.
           COMPUTE REVERSAL-AMOUNT = BK-AMOUNT(BK-SUB) * -1
           ADD 1 TO ORIG-COUNT
           ADD BK-AMOUNT(BK-SUB) TO ORIG-NET
           IF BK-AMOUNT(BK-SUB) < ZERO
               SUBTRACT BK-AMOUNT(BK-SUB) FROM ORIG-DEBITS
           ELSE
               ADD BK-AMOUNT(BK-SUB) TO ORIG-CREDITS
           END-IF
           MOVE BK-ACCT-ID(BK-SUB) TO ACCT-ID
           READ ACCOUNT-FILE
               INVALID KEY
                   PERFORM LOG-REVERSAL-FAILURE
               NOT INVALID KEY
                   IF CURRENCY-CODE = SPACES
                       MOVE "USD" TO CURRENCY-CODE
                   END-IF
                   IF BK-TYPE(BK-SUB) = "RCV"
                       PERFORM REVERSE-RECOVERY
                   ELSE
                       PERFORM REVERSE-BALANCE-MOVEMENT
                   END-IF
           END-READ.

       REVERSE-BALANCE-MOVEMENT.
           *> A correction is bank-generated, not customer activity:
           *> the last-activity date and dormant flag stay put.
           MOVE FUNCTION NUMVAL(ACCT-BALANCE-STR) TO ACCT-BALANCE
           IF ACCT-BALANCE-STR = SPACES
               MOVE ZERO TO ACCT-BALANCE
           END-IF
           COMPUTE NEW-BALANCE = ACCT-BALANCE + REVERSAL-AMOUNT
           MOVE NEW-BALANCE TO EDITED-NEW-BALANCE
           MOVE FUNCTION TRIM(EDITED-NEW-BALANCE) TO ACCT-BALANCE-STR
           REWRITE ACCOUNT-DATA
           IF NOT ACCOUNT-STATUS-OK
               PERFORM LOG-REVERSAL-FAILURE
           ELSE
               PERFORM COUNT-BACKOUT-MOVEMENT
               MOVE BK-ACCT-ID(BK-SUB) TO HIST-SET-ACCT
               MOVE "BKO" TO HIST-SET-TYPE
               MOVE REVERSAL-AMOUNT TO HIST-SET-AMOUNT
               MOVE BK-CCY(BK-SUB) TO HIST-SET-CCY
               MOVE NEW-BALANCE TO HIST-SET-BALANCE
               PERFORM WRITE-HISTORY-RECORD
               IF BK-TYPE(BK-SUB) = "ADJ" OR BK-TYPE(BK-SUB) = "REV"
                   PERFORM REVERSE-INTEREST-ADJUSTMENT
               END-IF
               PERFORM WRITE-JOURNAL-LINE
               PERFORM LOG-REVERSED
           END-IF.

       REVERSE-INTEREST-ADJUSTMENT.
           *> The original adjustment moved YTD interest, the audit
           *> history and the GL as well as the balance; all three
           *> come back with it.
           IF REVERSAL-AMOUNT < ZERO
               COMPUTE ABS-AMOUNT = REVERSAL-AMOUNT * -1
           ELSE
               MOVE REVERSAL-AMOUNT TO ABS-AMOUNT
           END-IF
           MOVE BK-ACCT-ID(BK-SUB) TO YTD-ACCT-ID
           READ YTD-FILE
               INVALID KEY
                   *> Only a backed-out reversal can land here (the
                   *> vet proved a credit has its record): it gives
                   *> the interest back, so start the record.
                   MOVE BK-ACCT-ID(BK-SUB) TO YTD-ACCT-ID
                   MOVE ABS-AMOUNT TO YTD-INTEREST
                   MOVE ZERO TO YTD-WITHHELD
                   WRITE YTD-RECORD
               NOT INVALID KEY
                   IF BK-TYPE(BK-SUB) = "ADJ"
                       SUBTRACT ABS-AMOUNT FROM YTD-INTEREST
                   ELSE
                       ADD ABS-AMOUNT TO YTD-INTEREST
                   END-IF
                   REWRITE YTD-RECORD
           END-READ
           IF NOT YTD-STATUS-OK
               DISPLAY "YTD update failed for ACCT-ID='"
                   BK-ACCT-ID(BK-SUB) "', status " YTD-STATUS
               MOVE 8 TO RETURN-CODE
           END-IF
           ADD 1 TO AH-SEQ-COUNTER
           MOVE BK-ACCT-ID(BK-SUB) TO AH-ACCT-ID
           MOVE RUN-STAMP-KEY TO AH-TIMESTAMP
           MOVE AH-SEQ-COUNTER TO AH-SEQ
           IF BK-TYPE(BK-SUB) = "ADJ"
               MOVE "BKJ" TO AH-TYPE
           ELSE
               MOVE "BKV" TO AH-TYPE
           END-IF
           MOVE CURRENCY-CODE TO AH-CCY
           MOVE NEW-BALANCE TO AH-BALANCE
           MOVE ZERO TO AH-RATE
           MOVE ABS-AMOUNT TO AH-AMOUNT
           WRITE AUDIT-HIST-DATA
           IF NOT AUDIT-HIST-OK
               DISPLAY "Audit history WRITE failed for ACCT-ID='"
                   BK-ACCT-ID(BK-SUB) "', status " AUDIT-HIST-STATUS
               MOVE 8 TO RETURN-CODE
           END-IF
           MOVE CURRENCY-CODE TO LOOKUP-CCY
           PERFORM FIND-FX-RATE
           COMPUTE USD-WORK ROUNDED = ABS-AMOUNT * FOUND-FX-RATE
           MOVE SPACES TO ADJ-FEED-RECORD
           IF BK-TYPE(BK-SUB) = "ADJ"
               MOVE "R" TO ADJ-SIGN
           ELSE
               MOVE "C" TO ADJ-SIGN
           END-IF
           MOVE ACCT-BRANCH-STR TO ADJ-BRANCH
           MOVE CURRENCY-CODE TO ADJ-CCY
           MOVE USD-WORK TO ADJ-USD-AMOUNT
           MOVE REQ-REASON TO ADJ-REASON
           MOVE REQ-OPERATOR TO ADJ-OPERATOR
           WRITE ADJ-FEED-RECORD.

       REVERSE-RECOVERY.
           *> The balance never moved on a recovery, so it does not
           *> move now: the amount comes off what has been recovered
           *> against the charge-off, and back out of recovery
           *> income.
           MOVE FUNCTION NUMVAL(ACCT-BALANCE-STR) TO ACCT-BALANCE
           IF ACCT-BALANCE-STR = SPACES
               MOVE ZERO TO ACCT-BALANCE
           END-IF
           MOVE FUNCTION NUMVAL(ACCT-RECOVERED-STR) TO
               RECOVERED-AMOUNT
           IF ACCT-RECOVERED-STR = SPACES
               MOVE ZERO TO RECOVERED-AMOUNT
           END-IF
           SUBTRACT BK-AMOUNT(BK-SUB) FROM RECOVERED-AMOUNT
           MOVE RECOVERED-AMOUNT TO EDITED-RECOVERED
           MOVE FUNCTION TRIM(EDITED-RECOVERED) TO ACCT-RECOVERED-STR
           REWRITE ACCOUNT-DATA
           IF NOT ACCOUNT-STATUS-OK
               PERFORM LOG-REVERSAL-FAILURE
           ELSE
               PERFORM COUNT-BACKOUT-MOVEMENT
               MOVE ACCT-BALANCE TO NEW-BALANCE
               MOVE BK-ACCT-ID(BK-SUB) TO HIST-SET-ACCT
               MOVE "BKR" TO HIST-SET-TYPE
               MOVE REVERSAL-AMOUNT TO HIST-SET-AMOUNT
               MOVE BK-CCY(BK-SUB) TO HIST-SET-CCY
               MOVE ACCT-BALANCE TO HIST-SET-BALANCE
               PERFORM WRITE-HISTORY-RECORD
               MOVE CURRENCY-CODE TO LOOKUP-CCY
               PERFORM FIND-FX-RATE
               COMPUTE USD-WORK ROUNDED =
                   REVERSAL-AMOUNT * FOUND-FX-RATE
               MOVE SPACES TO RECOVERY-FEED-RECORD
               MOVE BK-ACCT-ID(BK-SUB) TO RCV-FEED-ACCT-ID
               MOVE ACCT-BRANCH-STR TO RCV-FEED-BRANCH
               MOVE CURRENCY-CODE TO RCV-FEED-CCY
               MOVE USD-WORK TO RCV-FEED-USD-AMOUNT
               WRITE RECOVERY-FEED-RECORD
               MOVE NEW-BALANCE TO EDITED-NEW-BALANCE
               PERFORM LOG-REVERSED
           END-IF.

       COUNT-BACKOUT-MOVEMENT.
           ADD 1 TO BACK-COUNT
           ADD 1 TO MOVEMENT-COUNT
           ADD REVERSAL-AMOUNT TO BACK-NET
           IF REVERSAL-AMOUNT < ZERO
               SUBTRACT REVERSAL-AMOUNT FROM BACK-DEBITS
           ELSE
               ADD REVERSAL-AMOUNT TO BACK-CREDITS
           END-IF.

       LOG-REVERSAL-FAILURE.
           *> Vetted a moment ago, so this is the file refusing the
           *> REWRITE; the batch is now part reversed and needs a
           *> person before the morning.
           DISPLAY "Back-out of batch " REQ-SERIAL
               " failed on ACCT-ID='" BK-ACCT-ID(BK-SUB)
               "', status " ACCOUNT-STATUS
           MOVE 8 TO RETURN-CODE
           MOVE BK-AMOUNT(BK-SUB) TO EDITED-SIGNED
           MOVE SPACES TO WORK-RECORD
           STRING "*** HAND CHECK *** Account " BK-ACCT-ID(BK-SUB)
                  " " BK-TYPE(BK-SUB) " " EDITED-SIGNED
                  " not reversed, status " ACCOUNT-STATUS
                  DELIMITED BY SIZE INTO WORK-RECORD
           PERFORM WRITE-REPORT-LINE.

       WRITE-JOURNAL-LINE.
           *> The posting log's shape -- tag cols 1-8, account 9-14,
           *> quoted code at 17, amount at 28-37 -- so EOD-PROOF rolls
           *> it the same way: "+" a credit, "-" a debit.
           IF REVERSAL-AMOUNT < ZERO
               MOVE "-" TO JRNL-CODE
               COMPUTE ABS-AMOUNT = REVERSAL-AMOUNT * -1
           ELSE
               MOVE "+" TO JRNL-CODE
               MOVE REVERSAL-AMOUNT TO ABS-AMOUNT
           END-IF
           MOVE ABS-AMOUNT TO EDITED-AMOUNT
           MOVE SPACES TO WORK-RECORD
           STRING "Account " BK-ACCT-ID(BK-SUB) " '" JRNL-CODE
                  "' Amount: " EDITED-AMOUNT
                  " New Balance: " EDITED-NEW-BALANCE
                  " Backout of " REQ-SERIAL
                  DELIMITED BY SIZE INTO WORK-RECORD
           MOVE WORK-RECORD TO BACKOUT-JOURNAL-RECORD
           WRITE BACKOUT-JOURNAL-RECORD.

       LOG-REVERSED.
           MOVE BK-AMOUNT(BK-SUB) TO EDITED-SIGNED
           MOVE REVERSAL-AMOUNT TO EDITED-REVERSAL
           MOVE SPACES TO WORK-RECORD
           STRING "  Account " BK-ACCT-ID(BK-SUB) " "
                  BK-TYPE(BK-SUB) " " EDITED-SIGNED
                  " posted " BK-STAMP(BK-SUB)(1:8)
                  " reversed " EDITED-REVERSAL " " BK-CCY(BK-SUB)
                  " New Balance: " EDITED-NEW-BALANCE
                  DELIMITED BY SIZE INTO WORK-RECORD
           PERFORM WRITE-REPORT-LINE.

       WRITE-BATCH-PROOF.
           *> Original and back-out, side by side; the two nets must
           *> cancel and every movement must have come back out.
           MOVE ORIG-COUNT TO EDITED-COUNT
           MOVE ORIG-CREDITS TO EDITED-CREDITS
           MOVE ORIG-DEBITS TO EDITED-DEBITS
           MOVE ORIG-NET TO EDITED-NET
           MOVE SPACES TO WORK-RECORD
           STRING "  Original batch - Movements: " EDITED-COUNT
                  " Credits: " EDITED-CREDITS
                  " Debits: " EDITED-DEBITS " Net: " EDITED-NET
                  DELIMITED BY SIZE INTO WORK-RECORD
           PERFORM WRITE-REPORT-LINE
           MOVE BACK-COUNT TO EDITED-COUNT
           MOVE BACK-CREDITS TO EDITED-CREDITS
           MOVE BACK-DEBITS TO EDITED-DEBITS
           MOVE BACK-NET TO EDITED-NET
           MOVE SPACES TO WORK-RECORD
           STRING "  Back-out       - Movements: " EDITED-COUNT
                  " Credits: " EDITED-CREDITS
                  " Debits: " EDITED-DEBITS " Net: " EDITED-NET
                  DELIMITED BY SIZE INTO WORK-RECORD
           PERFORM WRITE-REPORT-LINE
           COMPUTE PROOF-NET = ORIG-NET + BACK-NET
           MOVE PROOF-NET TO EDITED-NET
           MOVE SPACES TO WORK-RECORD
           IF PROOF-NET = ZERO AND BACK-COUNT = ORIG-COUNT
               AND BACK-CREDITS = ORIG-DEBITS
               AND BACK-DEBITS = ORIG-CREDITS
               STRING "  Batch " REQ-SERIAL " REVERSED - original "
                      "plus back-out nets to " EDITED-NET
                      DELIMITED BY SIZE INTO WORK-RECORD
           ELSE
               STRING "  *** OUT OF BALANCE *** batch " REQ-SERIAL
                      " original plus back-out nets to " EDITED-NET
                      DELIMITED BY SIZE INTO WORK-RECORD
               MOVE 8 TO RETURN-CODE
           END-IF
           PERFORM WRITE-REPORT-LINE
           *> A note on the journal so the position proof names the
           *> batch whose reversals it is rolling.
           MOVE BACK-COUNT TO EDITED-COUNT
           MOVE BACK-NET TO EDITED-NET
           MOVE SPACES TO WORK-RECORD
           STRING "Batch " REQ-SERIAL " backed out - Movements: "
                  EDITED-COUNT " Net: " EDITED-NET
                  " Reason: " REQ-REASON " Authorised: " REQ-OPERATOR
                  DELIMITED BY SIZE INTO WORK-RECORD
           MOVE WORK-RECORD TO BACKOUT-JOURNAL-RECORD
           WRITE BACKOUT-JOURNAL-RECORD.

       WRITE-RUN-TOTALS.
           MOVE SPACES TO WORK-RECORD
           PERFORM WRITE-REPORT-LINE
           MOVE REQUEST-COUNT TO EDITED-COUNT
           MOVE REVERSED-COUNT TO EDITED-COUNT-2
           MOVE REFUSED-COUNT TO EDITED-COUNT-3
           MOVE SPACES TO WORK-RECORD
           STRING "Back-out Totals - Requests: " EDITED-COUNT
                  " Reversed: " EDITED-COUNT-2
                  " Refused: " EDITED-COUNT-3
                  DELIMITED BY SIZE INTO WORK-RECORD
           PERFORM WRITE-REPORT-LINE
           MOVE MOVEMENT-COUNT TO EDITED-COUNT
           MOVE SPACES TO WORK-RECORD
           STRING "Movements reversed: " EDITED-COUNT
                  DELIMITED BY SIZE INTO WORK-RECORD
           PERFORM WRITE-REPORT-LINE.

       OPEN-HISTORY-FILE.
           OPEN I-O HISTORY-FILE
           IF HISTORY-STATUS = "35"
               OPEN OUTPUT HISTORY-FILE
               CLOSE HISTORY-FILE
               OPEN I-O HISTORY-FILE
           END-IF
           IF NOT HISTORY-STATUS-OK
               DISPLAY "Unable to open HISTORY-FILE, status "
                   HISTORY-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       WRITE-HISTORY-RECORD.
           *> Reversals carry the serial they reverse, so the
           *> statement and any later enquiry tie them to the batch.
           ADD 1 TO HIST-SEQ-COUNTER
           MOVE HIST-SET-ACCT TO HIST-ACCT-ID
           MOVE RUN-STAMP-KEY TO HIST-TIMESTAMP
           MOVE HIST-SEQ-COUNTER TO HIST-SEQ
           MOVE HIST-SET-TYPE TO HIST-TYPE
           MOVE HIST-SET-AMOUNT TO HIST-AMOUNT
           MOVE HIST-SET-CCY TO HIST-CCY
           MOVE HIST-SET-BALANCE TO HIST-NEW-BALANCE
           MOVE REQ-SERIAL TO HIST-BATCH-SERIAL
           WRITE HISTORY-DATA
           IF NOT HISTORY-STATUS-OK
               DISPLAY "History WRITE failed for ACCT-ID='"
                   HIST-SET-ACCT "', status " HISTORY-STATUS
               MOVE 8 TO RETURN-CODE
           END-IF.

       OPEN-YTD-FILE.
           OPEN I-O YTD-FILE
           IF YTD-STATUS = "35"
               OPEN OUTPUT YTD-FILE
               CLOSE YTD-FILE
               OPEN I-O YTD-FILE
           END-IF
           IF NOT YTD-STATUS-OK
               DISPLAY "Unable to open YTD-FILE, status " YTD-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       OPEN-AUDIT-HIST-FILE.
           OPEN I-O AUDIT-HIST-FILE
           IF AUDIT-HIST-STATUS = "35"
               OPEN OUTPUT AUDIT-HIST-FILE
               CLOSE AUDIT-HIST-FILE
               OPEN I-O AUDIT-HIST-FILE
           END-IF
           IF NOT AUDIT-HIST-OK
               DISPLAY "Unable to open AUDIT-HIST-FILE, status "
                   AUDIT-HIST-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       OPEN-OPERATOR-FILE.
           *> Required -- without it no back-out can be authorised.
           OPEN INPUT OPERATOR-FILE
           IF NOT OPERATOR-STATUS-OK
               DISPLAY "Unable to open OPERATOR-FILE, status "
                   OPERATOR-STATUS " - run OPER-LOAD before this job"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       OPEN-FEED-FILES.
           *> TRANS-POST started tonight's feeds; the reversals are
           *> appended so GL-EXTRACT books both in one pass.
           PERFORM LOAD-EXCHANGE-SCHEDULE
           OPEN EXTEND ADJ-FEED-FILE
           IF ADJ-FEED-STATUS = "35"
               OPEN OUTPUT ADJ-FEED-FILE
           END-IF
           IF NOT ADJ-FEED-OK
               DISPLAY "Unable to open ADJ-FEED-FILE, status "
                   ADJ-FEED-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN EXTEND RECOVERY-FEED-FILE
           IF RECOVERY-FEED-STATUS = "35"
               OPEN OUTPUT RECOVERY-FEED-FILE
           END-IF
           IF NOT RECOVERY-FEED-OK
               DISPLAY "Unable to open RECOVERY-FEED-FILE, status "
                   RECOVERY-FEED-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       OPEN-SERIAL-FILE.
           *> No register just means no batch has ever posted; every
           *> request is then refused.  Any other failure stops the
           *> run rather than refusing requests for the wrong reason.
           OPEN I-O BATCH-SERIAL-FILE
           IF SERIAL-STATUS-OK
               MOVE "Y" TO SERIALS-ON-FILE
           ELSE
               IF SERIAL-STATUS NOT = "35"
                   DISPLAY "Unable to open BATCH-SERIAL-FILE, status "
                       SERIAL-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

       FIND-FX-RATE.
           *> LOOKUP-CCY in, FOUND-FX-RATE out; an unknown code falls
           *> back to the USD entry.
           MOVE 1 TO EXCHANGE-TIER-SUB
           PERFORM UNTIL EXCHANGE-TIER-SUB > EXCHANGE-COUNT
               OR LOOKUP-CCY =
                  EXCHANGE-CCY-CODE(EXCHANGE-TIER-SUB)
               ADD 1 TO EXCHANGE-TIER-SUB
           END-PERFORM
           IF EXCHANGE-TIER-SUB > EXCHANGE-COUNT
               MOVE 1 TO EXCHANGE-TIER-SUB  *> Unknown code, USD
           END-IF
           MOVE EXCHANGE-RATE(EXCHANGE-TIER-SUB) TO FOUND-FX-RATE.

       LOAD-EXCHANGE-SCHEDULE.
           *> Same startup load and staleness gate TRANS-POST applies.
           MOVE "USD" TO EXCHANGE-CCY-CODE(1)
           MOVE 1.0000 TO EXCHANGE-RATE(1)
           MOVE 1 TO EXCHANGE-COUNT
           OPEN INPUT FX-RATES-FILE
           IF NOT FX-STATUS-OK
               DISPLAY "FX rates file missing, status " FX-STATUS
                   " - run FX-LOAD before this job"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL FX-EOF-SW
               READ FX-RATES-FILE
                   AT END MOVE "Y" TO FX-EOF
                   NOT AT END
                       IF FX-DATE-STR NOT = RUN-DATE-KEY
                           DISPLAY "FX rates dated " FX-DATE-STR
                               " are stale for run date "
                               RUN-DATE-KEY
                               " - run FX-LOAD with the current feed"
                           CLOSE FX-RATES-FILE
                           MOVE 8 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       IF EXCHANGE-COUNT < 10
                           ADD 1 TO EXCHANGE-COUNT
                           MOVE FX-CCY-CODE TO
                               EXCHANGE-CCY-CODE(EXCHANGE-COUNT)
                           MOVE FUNCTION NUMVAL(FX-RATE-STR) TO
                               EXCHANGE-RATE(EXCHANGE-COUNT)
                       ELSE
                           DISPLAY "Exchange table full, rate for '"
                               FX-CCY-CODE "' ignored"
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FX-RATES-FILE
           MOVE "Y" TO FX-LOADED.

       WRITE-REPORT-LINE.
           MOVE WORK-RECORD TO REPORT-RECORD
           WRITE REPORT-RECORD.
