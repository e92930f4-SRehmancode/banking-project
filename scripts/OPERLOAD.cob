       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPER-LOAD.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERATOR-FILE ASSIGN TO
           "C:\banking-mainframe-project\scripts\bin\operator.ps"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS OPER-ID
           FILE STATUS IS OPERATOR-STATUS.
           SELECT LOAD-FILE ASSIGN TO
           "C:\banking-mainframe-project\scripts\bin\operator_load.ps"
           ORGANIZATION IS LINE SEQUENTIAL.  *> Line breaks are implicit
           SELECT LOAD-LOG-FILE ASSIGN TO
           "C:\banking-mainframe-project\scripts\bin\oper_load_log.ps"
           ORGANIZATION IS LINE SEQUENTIAL.  *> Line breaks are implicit
       DATA DIVISION.
       FILE SECTION.
       FD  OPERATOR-FILE.
           COPY OPERREC.
       FD  LOAD-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  LOAD-RECORD            PIC X(80).
       FD  LOAD-LOG-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  LOAD-LOG-RECORD        PIC X(80).
       WORKING-STORAGE SECTION.
       01  END-OF-FILE            PIC X VALUE "N".
           88  END-OF-FILE-SW     VALUE "Y".
       01  OPERATOR-STATUS        PIC XX VALUE "00".
           88  OPERATOR-STATUS-OK VALUE "00".
       01  LOAD-FIELDS.
           *> One seed line, space-delimited: ID, name (no embedded
           *> spaces -- "SMITH,ANN"), branch, role, status, per-item
           *> limit, daily limit, posting codes, maintenance codes,
           *> e.g. "T001 SMITH,ANN 001 T A 2500.00 10000.00 DW M".
           *> A "-" in either code list means none.
           05  LOAD-TRAN-LIMIT-STR  PIC X(12).
           05  LOAD-DAILY-LIMIT-STR PIC X(14).
       01  CARRY-EOF              PIC X VALUE "N".
           88  CARRY-EOF-SW       VALUE "Y".
       01  LOAD-DATE              PIC X(8).
       01  CARRY-TABLE.
           *> Today's running totals off the operator file about to
           *> be replaced, so a reload during the business day does
           *> not hand every teller a fresh daily limit.
           05  CARRY-COUNT        PIC 9(4) VALUE ZERO.
           05  CARRY-ENTRY OCCURS 1000 TIMES.
               10  CARRY-OPER-ID  PIC X(4).
               10  CARRY-USED-AMOUNT PIC 9(9)V99.
       01  CARRY-SUB              PIC 9(4).
       01  CARRY-FOUND-SUB        PIC 9(4).
       01  WORK-RECORD            PIC X(80) VALUE SPACES.
       01  RUN-TOTALS.
           05  LOADED-COUNT       PIC 9(6) VALUE ZERO.
           05  REJECTED-COUNT     PIC 9(6) VALUE ZERO.
           05  CARRIED-COUNT      PIC 9(6) VALUE ZERO.
       PROCEDURE DIVISION.
       *> Builds OPERATOR-FILE fresh from a flat, space-delimited seed
       *> file, the same way CUST-LOAD builds customer_data.ps.  Run
       *> on demand by the branch operations desk when staff, roles,
       *> or limits change -- not part of the nightly stream.  An
       *> operator's usage against the daily limit is carried over
       *> from the file being replaced when it is dated today.
       MOVE FUNCTION CURRENT-DATE(1:8) TO LOAD-DATE.
       PERFORM SAVE-TODAYS-USAGE.
       OPEN OUTPUT OPERATOR-FILE
            INPUT LOAD-FILE
            OUTPUT LOAD-LOG-FILE.
       IF NOT OPERATOR-STATUS-OK
           DISPLAY "Unable to create OPERATOR-FILE, status "
               OPERATOR-STATUS
           CLOSE LOAD-FILE LOAD-LOG-FILE
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF.
       PERFORM UNTIL END-OF-FILE-SW
           READ LOAD-FILE
               AT END MOVE "Y" TO END-OF-FILE
               NOT AT END
                   MOVE SPACES TO OPERATOR-DATA LOAD-FIELDS
                   MOVE ZERO TO OPER-USED-AMOUNT
                   UNSTRING LOAD-RECORD DELIMITED BY SPACE
                       INTO OPER-ID OPER-NAME OPER-BRANCH OPER-ROLE
                            OPER-STATUS-STR LOAD-TRAN-LIMIT-STR
                            LOAD-DAILY-LIMIT-STR OPER-POST-TYPES
                            OPER-MAINT-TYPES
                   END-UNSTRING
                   PERFORM RESTORE-TODAYS-USAGE
                   MOVE FUNCTION NUMVAL(LOAD-TRAN-LIMIT-STR) TO
                       OPER-TRAN-LIMIT
                   MOVE FUNCTION NUMVAL(LOAD-DAILY-LIMIT-STR) TO
                       OPER-DAILY-LIMIT
                   IF OPER-POST-TYPES = "-"
                       MOVE SPACES TO OPER-POST-TYPES
                   END-IF
                   IF OPER-MAINT-TYPES = "-"
                       MOVE SPACES TO OPER-MAINT-TYPES
                   END-IF
                   IF OPER-ROLE NOT = "T" AND OPER-ROLE NOT = "S"
                       AND OPER-ROLE NOT = "M" AND OPER-ROLE NOT = "B"
                       ADD 1 TO REJECTED-COUNT
                       MOVE SPACES TO WORK-RECORD
                       STRING "Operator " OPER-ID
                              " rejected, unknown role " OPER-ROLE
                              DELIMITED BY SIZE INTO WORK-RECORD
                       MOVE WORK-RECORD TO LOAD-LOG-RECORD
                       WRITE LOAD-LOG-RECORD
                   ELSE
                       WRITE OPERATOR-DATA
                       IF OPERATOR-STATUS-OK
                           ADD 1 TO LOADED-COUNT
                           IF OPER-USED-DATE = LOAD-DATE
                               ADD 1 TO CARRIED-COUNT
                           END-IF
                       ELSE
                           ADD 1 TO REJECTED-COUNT
                           PERFORM LOG-FAILURE
                       END-IF
                   END-IF
           END-READ
       END-PERFORM.
       MOVE SPACES TO WORK-RECORD
       STRING "Load Totals - Loaded: " LOADED-COUNT
              " Rejected: " REJECTED-COUNT
              " Usage carried: " CARRIED-COUNT
              DELIMITED BY SIZE INTO WORK-RECORD
       MOVE WORK-RECORD TO LOAD-LOG-RECORD
       WRITE LOAD-LOG-RECORD.
       CLOSE OPERATOR-FILE LOAD-FILE LOAD-LOG-FILE.
       STOP RUN.

       SAVE-TODAYS-USAGE.
           *> No file yet is the first build; one that will not open
           *> or read stops the reload, since rebuilding without it
           *> would reset today's limits.
           OPEN INPUT OPERATOR-FILE
           IF OPERATOR-STATUS = "35"
               CONTINUE
           ELSE
               IF NOT OPERATOR-STATUS-OK
                   DISPLAY "Unable to read OPERATOR-FILE, status "
                       OPERATOR-STATUS " - reload not run"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM UNTIL CARRY-EOF-SW
                   READ OPERATOR-FILE
                       AT END MOVE "Y" TO CARRY-EOF
                       NOT AT END
                           IF OPER-USED-DATE = LOAD-DATE
                               AND OPER-USED-AMOUNT > ZERO
                               IF CARRY-COUNT < 1000
                                   ADD 1 TO CARRY-COUNT
                                   MOVE OPER-ID TO
                                       CARRY-OPER-ID(CARRY-COUNT)
                                   MOVE OPER-USED-AMOUNT TO
                                       CARRY-USED-AMOUNT(CARRY-COUNT)
                               ELSE
                                   DISPLAY "Usage table full at "
                                       "operator '" OPER-ID
                                       "' - reload not run"
                                   CLOSE OPERATOR-FILE
                                   MOVE 8 TO RETURN-CODE
                                   STOP RUN
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OPERATOR-FILE
           END-IF.

       RESTORE-TODAYS-USAGE.
           MOVE ZERO TO CARRY-FOUND-SUB
           MOVE 1 TO CARRY-SUB
           PERFORM UNTIL CARRY-SUB > CARRY-COUNT
               OR CARRY-FOUND-SUB > ZERO
               IF CARRY-OPER-ID(CARRY-SUB) = OPER-ID
                   MOVE CARRY-SUB TO CARRY-FOUND-SUB
               END-IF
               ADD 1 TO CARRY-SUB
           END-PERFORM
           IF CARRY-FOUND-SUB > ZERO
               MOVE LOAD-DATE TO OPER-USED-DATE
               MOVE CARRY-USED-AMOUNT(CARRY-FOUND-SUB) TO
                   OPER-USED-AMOUNT
           END-IF.

       LOG-FAILURE.
           MOVE SPACES TO WORK-RECORD
           STRING "Operator " OPER-ID " rejected, status "
                  OPERATOR-STATUS DELIMITED BY SIZE INTO WORK-RECORD
           MOVE WORK-RECORD TO LOAD-LOG-RECORD
           WRITE LOAD-LOG-RECORD.
