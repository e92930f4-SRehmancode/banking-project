       01  YTD-RECORD.
           05  YTD-ACCT-ID        PIC 9(6).
           05  YTD-INTEREST       PIC 9(9)V99.
           05  YTD-WITHHELD       PIC 9(9)V99.
       FD  TAX-EXTRACT-FILE
           RECORD CONTAINS 37 CHARACTERS.
       01  TAX-EXTRACT-RECORD.
           *> Fixed layout for the back-office 1099-INT feed: account,
           *> tax year, interest paid, federal income tax withheld
           *> (backup withholding, box 4).  Positions are contractual
           *> -- do not rearrange without telling the back office.
           05  TAX-ACCT-ID        PIC 9(6).
           05  FILLER             PIC X VALUE SPACE.
           05  TAX-YEAR           PIC 9(4).
           05  FILLER             PIC X VALUE SPACE.
           05  TAX-INTEREST       PIC 9(9).99.
           05  FILLER             PIC X VALUE SPACE.
           05  TAX-WITHHELD       PIC 9(9).99.
       FD  ARCHIVE-FILE
           RECORD CONTAINS 37 CHARACTERS.
       01  ARCHIVE-RECORD.
           05  ARCH-ACCT-ID       PIC 9(6).
           05  FILLER             PIC X VALUE SPACE.
           05  ARCH-YEAR          PIC 9(4).
           05  FILLER             PIC X VALUE SPACE.
           05  ARCH-INTEREST      PIC 9(9).99.
           05  FILLER             PIC X VALUE SPACE.
           05  ARCH-WITHHELD      PIC 9(9).99.
       FD  YEAREND-LOG-FILE
           RECORD CONTAINS 120 CHARACTERS.
       01  YEAREND-LOG-RECORD     PIC X(120).
       01  ARCHIVE-FILE-NAME      PIC X(80).
       01  REPORTABLE-THRESHOLD   PIC 9(3)V99 VALUE 10.00.
           *> 1099-INT reporting floor.  A change here is a tax-rule
           *> change; clear it with the back office first.  Interest
           *> that had tax withheld from it is reported whatever its
           *> size, since the withholding must reach the form.
       01  RUN-TOTALS.
           05  EXTRACTED-COUNT    PIC 9(6) VALUE ZERO.
           05  BELOW-COUNT        PIC 9(6) VALUE ZERO.
           05  BELOW-TOTAL        PIC 9(11)V99 VALUE ZERO.
           05  GRAND-TOTAL        PIC 9(11)V99 VALUE ZERO.
           05  PROVED-TOTAL       PIC 9(11)V99 VALUE ZERO.
           05  WITHHELD-TOTAL     PIC 9(11)V99 VALUE ZERO.
           05  EXTRACTED-WITHHELD PIC 9(11)V99 VALUE ZERO.
       01  EDITED-TOTALS.
           05  EDITED-EXTRACTED-COUNT PIC Z(5)9.
           05  EDITED-BELOW-COUNT PIC Z(5)9.
           05  EDITED-EXTRACTED-TOTAL PIC Z(10)9.99.
           05  EDITED-BELOW-TOTAL PIC Z(10)9.99.
           05  EDITED-GRAND-TOTAL PIC Z(10)9.99.
           05  EDITED-EXTRACTED-WHELD PIC Z(10)9.99.
           05  EDITED-WITHHELD-TOTAL PIC Z(10)9.99.
       01  WORK-RECORD            PIC X(120) VALUE SPACES.
       01  TODAYS-DATE.
           05  RUN-YEAR           PIC 9(4).
       PROCEDURE DIVISION.
       *> Closes the interest year: every YTD accumulator is archived
       *> to a dated prior-year file, accounts at or above the
       *> reportable threshold or with tax withheld go to the tax
       *> extract, and the
       *> accumulators are reset to zero so January doesn't silently
       *> inherit last year's interest.  Scheduled for year-end night,
       *> so the closing tax year is the run year.
               AT END MOVE "Y" TO PRESCAN-EOF
               NOT AT END
                   ADD YTD-INTEREST TO OPENING-TOTAL
                   ADD YTD-WITHHELD TO OPENING-TOTAL
           END-READ
       END-PERFORM.
       IF OPENING-TOTAL = ZERO
               AT END MOVE "Y" TO END-OF-FILE
               NOT AT END
                   ADD YTD-INTEREST TO GRAND-TOTAL
                   ADD YTD-WITHHELD TO WITHHELD-TOTAL
                   *> Blank the record first: VALUE clauses on FILE
                   *> SECTION fillers are documentation only, the
                   *> buffer itself starts undefined.
                   MOVE YTD-ACCT-ID TO ARCH-ACCT-ID
                   MOVE RUN-YEAR TO ARCH-YEAR
                   MOVE YTD-INTEREST TO ARCH-INTEREST
                   MOVE YTD-WITHHELD TO ARCH-WITHHELD
                   WRITE ARCHIVE-RECORD
                   IF YTD-INTEREST >= REPORTABLE-THRESHOLD
                       OR YTD-WITHHELD > ZERO
                       MOVE SPACES TO TAX-EXTRACT-RECORD
                       MOVE YTD-ACCT-ID TO TAX-ACCT-ID
                       MOVE RUN-YEAR TO TAX-YEAR
                       MOVE YTD-INTEREST TO TAX-INTEREST
                       MOVE YTD-WITHHELD TO TAX-WITHHELD
                       WRITE TAX-EXTRACT-RECORD
                       ADD 1 TO EXTRACTED-COUNT
                       ADD YTD-INTEREST TO EXTRACTED-TOTAL
                       ADD YTD-WITHHELD TO EXTRACTED-WITHHELD
                   ELSE
                       ADD 1 TO BELOW-COUNT
                       ADD YTD-INTEREST TO BELOW-TOTAL
                   END-IF
                   MOVE ZERO TO YTD-INTEREST
                   MOVE ZERO TO YTD-WITHHELD
                   REWRITE YTD-RECORD
           END-READ
       END-PERFORM.
              DELIMITED BY SIZE INTO WORK-RECORD
       MOVE WORK-RECORD TO YEAREND-LOG-RECORD
       WRITE YEAREND-LOG-RECORD
       MOVE EXTRACTED-WITHHELD TO EDITED-EXTRACTED-WHELD
       MOVE WITHHELD-TOTAL TO EDITED-WITHHELD-TOTAL
       MOVE SPACES TO WORK-RECORD
       STRING "Federal Tax Withheld - Extracted: "
              EDITED-EXTRACTED-WHELD
              " Closing Total: " EDITED-WITHHELD-TOTAL
              DELIMITED BY SIZE INTO WORK-RECORD
       MOVE WORK-RECORD TO YEAREND-LOG-RECORD
       WRITE YEAREND-LOG-RECORD
       MOVE SPACES TO WORK-RECORD
       *> Every cent withheld must be on the extract as well.
       IF PROVED-TOTAL = GRAND-TOTAL
           AND EXTRACTED-WITHHELD = WITHHELD-TOTAL
           STRING "Control totals BALANCED - accumulators reset "
                  "for the new year"
                  DELIMITED BY SIZE INTO WORK-RECORD
       ELSE
           STRING "*** OUT OF BALANCE *** extracted + below does "
                  "not equal grand total, or withholding missing "
                  "from the extract - investigate before "
                  "releasing the tax feed"
                  DELIMITED BY SIZE INTO WORK-RECORD
       END-IF
