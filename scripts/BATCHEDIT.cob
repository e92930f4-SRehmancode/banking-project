       01  DAILY-TRANS-RECORD     PIC X(40).
       FD  BATCH-SERIAL-FILE.
       01  BATCH-SERIAL-RECORD.
           *> One record per batch that has actually posted, written
           *> by TRANS-POST as it reads each batch's trailer.  Its
           *> presence here is what makes a rerun of the same batch
           *> a NOGO instead of a double posting.
           05  SERIAL-KEY         PIC X(6).
           05  SERIAL-POSTED-DATE PIC X(8).
           05  SERIAL-REVERSED-DATE PIC X(8).  *> Set by
               *> BATCH-BACKOUT; a backed-out serial is still spent
       FD  BATCH-REPORT-FILE
           RECORD CONTAINS 100 CHARACTERS.
       01  BATCH-REPORT-RECORD    PIC X(100).
           88  SERIAL-STATUS-OK   VALUE "00".
       01  BATCH-FIELDS.
           *> Header and trailer as keyed by the teller supervisor:
           *> "HDR <serial> <item count> <operator>" opens the batch
           *> and "TRL <deposit total> <withdrawal total>" closes it.
           *> Every monetary line between them counts toward the item
           *> count; the hash totals prove the teller-keyed deposit
           *> and withdrawal legs (the D and W lines) -- transfers
           *> and interest adjustments carry no teller cash, so they
           *> count as items only.  The teller batch may be followed
           *> by batches the overnight generators append, so each
           *> header-to-trailer run is proved on its own and the
           *> fields below are reset at every header.
           05  BATCH-SERIAL       PIC X(6).
           05  HAVE-HEADER        PIC X VALUE "N".
               88  HAVE-HEADER-SW VALUE "Y".
               *> A batch is open: header read, trailer not yet.
           05  HAVE-TRAILER       PIC X VALUE "N".
               88  HAVE-TRAILER-SW VALUE "Y".
           05  EXPECTED-ITEMS     PIC 9(6).
           05  ACTUAL-ITEMS       PIC 9(6) VALUE ZERO.
           05  ACTUAL-DEPOSITS    PIC 9(9)V99 VALUE ZERO.
           05  ACTUAL-WITHDRAWALS PIC 9(9)V99 VALUE ZERO.
       01  SEEN-SERIALS.
           *> Every serial met on the file tonight, so two batches
           *> keyed with the same serial are caught before either
           *> posts.
           05  SEEN-COUNT         PIC 9(2) VALUE ZERO.
           05  SEEN-SERIAL        PIC X(6) OCCURS 20 TIMES.
       01  SEEN-SUB               PIC 9(2).
       01  BATCH-COUNT            PIC 9(4) VALUE ZERO.
       01  TRANS-DATA.
           *> Same space-delimited shape TRANS-POST parses.
           05  TRANS-ACCT-ID-STR  PIC X(6).
           05  HDR-TAG-STR        PIC X(3).
           05  HDR-SERIAL-STR     PIC X(6).
           05  HDR-COUNT-STR      PIC X(6).
           05  HDR-OPER-STR       PIC X(4).
               *> Submitting operator, whose authority TRANS-POST
               *> posts the batch's deposits, withdrawals, and
               *> transfers under
       01  TRL-FIELDS.
           05  TRL-TAG-STR        PIC X(3).
           05  TRL-DEP-STR        PIC X(12).
       *> Pre-post proof of the teller batch: daily_trans.ps must
       *> open with a batch header and close with a trailer, the item
       *> count and the deposit/withdrawal hash totals must prove,
       *> and the batch serial must never have posted before.  Any
       *> further batch on the file (standing orders, maturities and
       *> the like) must prove the same way on its own.
       *> batch_status.ps is set to GO only when all of it holds --
       *> JOB-DRIVER checks that indicator before releasing
       *> TRANS-POST, the same way the ACCT-EDIT indicator holds the
           END-READ
       END-PERFORM.
       CLOSE DAILY-TRANS-FILE.
       IF BATCH-COUNT = ZERO
           MOVE "N" TO GATE-RESULT
           MOVE "No batch header on the file" TO WORK-RECORD
           PERFORM WRITE-BATCH-REPORT
       END-IF.
       *> A batch still open at end of file never got its trailer.
       IF HAVE-HEADER-SW
           PERFORM PROVE-THE-BATCH
       END-IF.
       IF GATE-PASSED
           MOVE "GO" TO BATCH-STATUS-RECORD
       STOP RUN.

       TAKE-BATCH-HEADER.
           *> A header while a batch is still open means the previous
           *> batch lost its trailer: it is proved (and fails) as it
           *> stands before the new batch starts.
           IF HAVE-HEADER-SW
               PERFORM PROVE-THE-BATCH
           END-IF
           ADD 1 TO BATCH-COUNT
           MOVE "Y" TO HAVE-HEADER
           MOVE "N" TO HAVE-TRAILER
           MOVE ZERO TO EXPECTED-ITEMS EXPECTED-DEPOSITS
               EXPECTED-WITHDRAWALS ACTUAL-ITEMS ACTUAL-DEPOSITS
               ACTUAL-WITHDRAWALS
           MOVE SPACES TO HDR-TAG-STR HDR-SERIAL-STR HDR-COUNT-STR
               HDR-OPER-STR
           UNSTRING DAILY-TRANS-RECORD DELIMITED BY SPACE
               INTO HDR-TAG-STR HDR-SERIAL-STR HDR-COUNT-STR
                    HDR-OPER-STR
           END-UNSTRING
           MOVE HDR-SERIAL-STR TO BATCH-SERIAL
           IF HDR-COUNT-STR IS NUMERIC
               MOVE HDR-COUNT-STR TO EXPECTED-ITEMS
           ELSE
               MOVE "N" TO GATE-RESULT
               MOVE SPACES TO WORK-RECORD
               STRING "Header item count not numeric: '"
                      HDR-COUNT-STR "'"
                      DELIMITED BY SIZE INTO WORK-RECORD
               PERFORM WRITE-BATCH-REPORT
           END-IF
           IF HDR-OPER-STR = SPACES
               MOVE "N" TO GATE-RESULT
               MOVE SPACES TO WORK-RECORD
               STRING "Batch " BATCH-SERIAL
                      " header carries no submitting operator"
                      DELIMITED BY SIZE INTO WORK-RECORD
               PERFORM WRITE-BATCH-REPORT
           END-IF
           IF BATCH-SERIAL = SPACES
               MOVE "N" TO GATE-RESULT
               MOVE "Header carries no batch serial"
                   TO WORK-RECORD
               PERFORM WRITE-BATCH-REPORT
           ELSE
               PERFORM CHECK-SERIAL-SEEN
           END-IF.

       CHECK-SERIAL-SEEN.
           MOVE 1 TO SEEN-SUB
           PERFORM UNTIL SEEN-SUB > SEEN-COUNT
               IF SEEN-SERIAL(SEEN-SUB) = BATCH-SERIAL
                   MOVE "N" TO GATE-RESULT
                   MOVE SPACES TO WORK-RECORD
                   STRING "Batch " BATCH-SERIAL
                          " appears twice on the file"
                          DELIMITED BY SIZE INTO WORK-RECORD
                   PERFORM WRITE-BATCH-REPORT
                   MOVE SEEN-COUNT TO SEEN-SUB
               END-IF
               ADD 1 TO SEEN-SUB
           END-PERFORM
           IF SEEN-COUNT < 20
               ADD 1 TO SEEN-COUNT
               MOVE BATCH-SERIAL TO SEEN-SERIAL(SEEN-COUNT)
           ELSE
               DISPLAY "Batch serial table full - serial "
                   BATCH-SERIAL " not checked against later headers"
           END-IF.

       TAKE-BATCH-TRAILER.
           IF NOT HAVE-HEADER-SW
               MOVE "N" TO GATE-RESULT
               MOVE "Batch trailer with no open batch" TO WORK-RECORD
               PERFORM WRITE-BATCH-REPORT
           ELSE
               MOVE "Y" TO HAVE-TRAILER
               IF TRL-WDR-STR = SPACES
                   MOVE ZERO TO EXPECTED-WITHDRAWALS
               END-IF
               PERFORM PROVE-THE-BATCH
           END-IF.

       TALLY-MONETARY-LINE.
           *> A monetary line outside any header/trailer pair means
           *> the file was appended to after the supervisor cut the
           *> proof -- the exact tampering/fat-finger case the
           *> trailer exists to catch.
           IF NOT HAVE-HEADER-SW
               MOVE "N" TO GATE-RESULT
               MOVE SPACES TO WORK-RECORD
               IF BATCH-COUNT = ZERO
                   STRING "Monetary line before the header: '"
                          DAILY-TRANS-RECORD "'"
                          DELIMITED BY SIZE INTO WORK-RECORD
               ELSE
                   STRING "Monetary line after the trailer: '"
                          DAILY-TRANS-RECORD "'"
                          DELIMITED BY SIZE INTO WORK-RECORD
               END-IF
               PERFORM WRITE-BATCH-REPORT
           END-IF
           ADD 1 TO ACTUAL-ITEMS
           END-IF.

       PROVE-THE-BATCH.
           *> Proves the batch now open and closes it; a clean proof
           *> goes on to the serial register check.
           MOVE "N" TO HAVE-HEADER
           IF NOT HAVE-TRAILER-SW
               MOVE "N" TO GATE-RESULT
               MOVE SPACES TO WORK-RECORD
               STRING "No batch trailer for batch " BATCH-SERIAL
                      DELIMITED BY SIZE INTO WORK-RECORD
               PERFORM WRITE-BATCH-REPORT
           END-IF
           IF HAVE-TRAILER-SW
               MOVE EXPECTED-ITEMS TO EDITED-EXPECT-ITEMS
               MOVE ACTUAL-ITEMS TO EDITED-ACTUAL-ITEMS
               MOVE EXPECTED-DEPOSITS TO EDITED-EXPECT-DEP
                          " Withdrawals: " EDITED-ACTUAL-WDR
                          DELIMITED BY SIZE INTO WORK-RECORD
                   PERFORM WRITE-BATCH-REPORT
                   PERFORM CHECK-DUPLICATE-SERIAL
               ELSE
                   MOVE "N" TO GATE-RESULT
                   MOVE SPACES TO WORK-RECORD
                       NOT INVALID KEY
                           MOVE "N" TO GATE-RESULT
                           MOVE SPACES TO WORK-RECORD
                           IF SERIAL-REVERSED-DATE = SPACES
                               STRING "Batch " BATCH-SERIAL
                                      " already posted on "
                                      SERIAL-POSTED-DATE
                                      " - duplicate held"
                                      DELIMITED BY SIZE
                                      INTO WORK-RECORD
                           ELSE
                               *> Backed out, but the serial stays
                               *> spent: the corrected batch goes in
                               *> under a new one, so history never
                               *> carries two batches on one serial.
                               STRING "Batch " BATCH-SERIAL
                                      " posted on " SERIAL-POSTED-DATE
                                      " and backed out on "
                                      SERIAL-REVERSED-DATE
                                      " - resubmit under a new serial"
                                      DELIMITED BY SIZE
                                      INTO WORK-RECORD
                           END-IF
                           PERFORM WRITE-BATCH-REPORT
                   END-READ
                   CLOSE BATCH-SERIAL-FILE
