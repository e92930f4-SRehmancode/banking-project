       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUTH-REPORT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUTH-EXCEPT-FILE ASSIGN TO
           "C:\banking-mainframe-project\scripts\bin\auth_except.ps"
           ORGANIZATION IS LINE SEQUENTIAL  *> Line breaks are implicit
           FILE STATUS IS AUTH-EXCEPT-STATUS.
           SELECT AUTH-REPORT-FILE ASSIGN TO
           "C:\banking-mainframe-project\scripts\bin\auth_rpt.ps"
           ORGANIZATION IS LINE SEQUENTIAL.  *> Line breaks are implicit
       DATA DIVISION.
       FILE SECTION.
       FD  AUTH-EXCEPT-FILE
           RECORD CONTAINS 120 CHARACTERS.
           COPY AUTHEXC.
       FD  AUTH-REPORT-FILE
           RECORD CONTAINS 120 CHARACTERS.
       01  AUTH-REPORT-RECORD     PIC X(120).
       WORKING-STORAGE SECTION.
       01  AUTH-EXCEPT-STATUS     PIC XX VALUE "00".
           88  AUTH-EXCEPT-OK     VALUE "00".
       01  AUTH-EXCEPT-EOF        PIC X VALUE "N".
           88  AUTH-EXCEPT-EOF-SW VALUE "Y".
       01  REPORT-DATE            PIC X(8).
       01  EXCEPTION-TABLE.
           *> Today's exceptions held in core so the report can be
           *> cut by branch whatever order the programs wrote them in.
           05  EXC-COUNT          PIC 9(3) VALUE ZERO.
           05  EXC-ENTRY OCCURS 500 TIMES.
               10  EXC-LINE       PIC X(120).
               10  EXC-BRANCH     PIC X(3).
               10  EXC-KIND       PIC X(1).
       01  EXC-SUB                PIC 9(3).
       01  BRANCH-TABLE.
           *> Branches with something to report, in order of first
           *> appearance.  A blank branch collects items keyed under
           *> an ID that is not on the operator master.
           05  BR-COUNT           PIC 9(2) VALUE ZERO.
           05  BR-ENTRY OCCURS 20 TIMES.
               10  BR-CODE        PIC X(3).
       01  BR-SUB                 PIC 9(2).
       01  BR-FOUND-SUB           PIC 9(2).
       01  BRANCH-COUNTS.
           05  BR-REFUSED         PIC 9(6).
           05  BR-OVERRIDDEN      PIC 9(6).
           05  BR-SIGN-ON         PIC 9(6).
       01  RUN-TOTALS.
           05  TOTAL-REFUSED      PIC 9(6) VALUE ZERO.
           05  TOTAL-OVERRIDDEN   PIC 9(6) VALUE ZERO.
           05  TOTAL-SIGN-ON      PIC 9(6) VALUE ZERO.
       01  EDITED-FIELDS.
           05  EDITED-COUNT       PIC Z(5)9.
           05  EDITED-COUNT-2     PIC Z(5)9.
           05  EDITED-COUNT-3     PIC Z(5)9.
           05  EDITED-KIND        PIC X(10).
       01  WORK-RECORD            PIC X(120) VALUE SPACES.
       PROCEDURE DIVISION.
       *> Daily authority-exception report for the branch managers,
       *> run after EOD-PROOF.  Picks today's lines off auth_except.ps
       *> -- items refused for lack of operator authority, items let
       *> through on a supervisor override, and refused counter
       *> sign-ons, as written by ACCT-MAINT, TRANS-POST, and
       *> TELLER-INQ -- and lists them under the operator's home
       *> branch with a count of each kind.
       MOVE FUNCTION CURRENT-DATE(1:8) TO REPORT-DATE.
       OPEN OUTPUT AUTH-REPORT-FILE.
       OPEN INPUT AUTH-EXCEPT-FILE.
       IF AUTH-EXCEPT-STATUS = "35"
           CONTINUE  *> Nothing has ever been logged
       ELSE
           IF NOT AUTH-EXCEPT-OK
               DISPLAY "Unable to open AUTH-EXCEPT-FILE, status "
                   AUTH-EXCEPT-STATUS
               CLOSE AUTH-REPORT-FILE
               *> Nonzero so JOB-DRIVER halts the stream here.
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM LOAD-TODAYS-EXCEPTIONS
           CLOSE AUTH-EXCEPT-FILE
       END-IF.
       MOVE SPACES TO WORK-RECORD
       STRING "Operator Authority Exceptions for " REPORT-DATE
              DELIMITED BY SIZE INTO WORK-RECORD
       PERFORM WRITE-REPORT-LINE.
       IF EXC-COUNT = ZERO
           MOVE "  None today" TO WORK-RECORD
           PERFORM WRITE-REPORT-LINE
       END-IF.
       MOVE 1 TO BR-SUB.
       PERFORM UNTIL BR-SUB > BR-COUNT
           PERFORM WRITE-BRANCH-SECTION
           ADD 1 TO BR-SUB
       END-PERFORM.
       MOVE SPACES TO WORK-RECORD
       PERFORM WRITE-REPORT-LINE.
       MOVE TOTAL-REFUSED TO EDITED-COUNT
       MOVE TOTAL-OVERRIDDEN TO EDITED-COUNT-2
       MOVE TOTAL-SIGN-ON TO EDITED-COUNT-3
       MOVE SPACES TO WORK-RECORD
       STRING "Exception Totals - Refused: " EDITED-COUNT
              " Overridden: " EDITED-COUNT-2
              " Sign-ons Refused: " EDITED-COUNT-3
              DELIMITED BY SIZE INTO WORK-RECORD
       PERFORM WRITE-REPORT-LINE.
       CLOSE AUTH-REPORT-FILE.
       STOP RUN.

       LOAD-TODAYS-EXCEPTIONS.
           PERFORM UNTIL AUTH-EXCEPT-EOF-SW
               READ AUTH-EXCEPT-FILE
                   AT END MOVE "Y" TO AUTH-EXCEPT-EOF
                   NOT AT END
                       IF AX-DATE = REPORT-DATE
                           PERFORM TAKE-EXCEPTION
                       END-IF
               END-READ
           END-PERFORM.

       TAKE-EXCEPTION.
           IF EXC-COUNT < 500
               ADD 1 TO EXC-COUNT
               MOVE AUTH-EXCEPTION-RECORD TO EXC-LINE(EXC-COUNT)
               MOVE AX-BRANCH TO EXC-BRANCH(EXC-COUNT)
               MOVE AX-KIND TO EXC-KIND(EXC-COUNT)
               PERFORM FIND-BRANCH-ENTRY
           ELSE
               DISPLAY "Exception table full, entry for operator '"
                   AX-OPERATOR "' not reported"
           END-IF.

       FIND-BRANCH-ENTRY.
           MOVE ZERO TO BR-FOUND-SUB
           MOVE 1 TO BR-SUB
           PERFORM UNTIL BR-SUB > BR-COUNT OR BR-FOUND-SUB > ZERO
               IF BR-CODE(BR-SUB) = AX-BRANCH
                   MOVE BR-SUB TO BR-FOUND-SUB
               END-IF
               ADD 1 TO BR-SUB
           END-PERFORM
           IF BR-FOUND-SUB = ZERO
               IF BR-COUNT < 20
                   ADD 1 TO BR-COUNT
                   MOVE AX-BRANCH TO BR-CODE(BR-COUNT)
               ELSE
                   DISPLAY "Branch table full, '" AX-BRANCH
                       "' exceptions not reported"
               END-IF
           END-IF.

       WRITE-BRANCH-SECTION.
           MOVE ZERO TO BR-REFUSED BR-OVERRIDDEN BR-SIGN-ON
           MOVE SPACES TO WORK-RECORD
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WORK-RECORD
           IF BR-CODE(BR-SUB) = SPACES
               MOVE "Branch (operator not on file)" TO WORK-RECORD
           ELSE
               STRING "Branch " BR-CODE(BR-SUB)
                      DELIMITED BY SIZE INTO WORK-RECORD
           END-IF
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WORK-RECORD
           STRING "  Time   Program    Kind       Oper Ovrd Acct   Cd "
                  "USD Amount   Reason"
                  DELIMITED BY SIZE INTO WORK-RECORD
           PERFORM WRITE-REPORT-LINE
           MOVE 1 TO EXC-SUB
           PERFORM UNTIL EXC-SUB > EXC-COUNT
               IF EXC-BRANCH(EXC-SUB) = BR-CODE(BR-SUB)
                   PERFORM WRITE-EXCEPTION-LINE
               END-IF
               ADD 1 TO EXC-SUB
           END-PERFORM
           MOVE BR-REFUSED TO EDITED-COUNT
           MOVE BR-OVERRIDDEN TO EDITED-COUNT-2
           MOVE BR-SIGN-ON TO EDITED-COUNT-3
           MOVE SPACES TO WORK-RECORD
           STRING "  Branch Totals - Refused: " EDITED-COUNT
                  " Overridden: " EDITED-COUNT-2
                  " Sign-ons Refused: " EDITED-COUNT-3
                  DELIMITED BY SIZE INTO WORK-RECORD
           PERFORM WRITE-REPORT-LINE.

       WRITE-EXCEPTION-LINE.
           MOVE EXC-LINE(EXC-SUB) TO AUTH-EXCEPTION-RECORD
           EVALUATE EXC-KIND(EXC-SUB)
               WHEN "R"
                   MOVE "Refused" TO EDITED-KIND
                   ADD 1 TO BR-REFUSED TOTAL-REFUSED
               WHEN "O"
                   MOVE "Overridden" TO EDITED-KIND
                   ADD 1 TO BR-OVERRIDDEN TOTAL-OVERRIDDEN
               WHEN OTHER
                   MOVE "Sign-on" TO EDITED-KIND
                   ADD 1 TO BR-SIGN-ON TOTAL-SIGN-ON
           END-EVALUATE
           MOVE SPACES TO WORK-RECORD
           STRING "  " AX-TIME " " AX-SOURCE " " EDITED-KIND " "
                  AX-OPERATOR " " AX-OVERRIDE " " AX-ACCT " "
                  AX-CODE "  " AX-USD-AMOUNT " " AX-REASON
                  DELIMITED BY SIZE INTO WORK-RECORD
           PERFORM WRITE-REPORT-LINE.

       WRITE-REPORT-LINE.
           MOVE WORK-RECORD TO AUTH-REPORT-RECORD
           WRITE AUTH-REPORT-RECORD.
