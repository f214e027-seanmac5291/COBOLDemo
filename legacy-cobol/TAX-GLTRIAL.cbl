       IDENTIFICATION DIVISION.
       PROGRAM-ID. TAX-GLTRIAL.
       AUTHOR. LEGACY-SYSTEMS-TEAM.
      *****************************************************************
      * END-OF-DAY GENERAL LEDGER TRIAL BALANCE                      *
      * READS THE GL JOURNAL EVERY MONEY-MOVING STEP OF THE NIGHTLY  *
      * CYCLE APPENDS TO (TAX-CALC, TAX-ADJPOST, TAX-AUDCASE,        *
      * TAX-PAYMENT, TAX-COLLECT, TAX-ASSESS, TAX-REFRTN,            *
      * TAX-REFUND) AND PRINTS DEBITS AND CREDITS BY ACCOUNT, BY     *
      * POSTING PROGRAM, AND TAX REVENUE BY JURISDICTION - THE       *
      * FEDERAL SHARE AGAINST EACH STATE'S SHARE.                    *
      * A JOURNAL THAT PROVES IS RELEASED TO THE GENERAL LEDGER AND  *
      * EMPTIED; ONE THAT DOES NOT IS LEFT WHERE IT IS AND THE RUN   *
      * STOPS SO THE DAY'S ENTRIES NEVER REACH THE BOOKS UNBALANCED. *
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL GL-JOURNAL-FILE ASSIGN TO "GLJRNL.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL GL-RELEASE-FILE ASSIGN TO "GLREL.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT TRIAL-BALANCE-REPORT ASSIGN TO "GLTRIAL.RPT"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * SAME LAYOUT AS TAX-CALC WRITES - ONE DEBIT OR CREDIT LEG PER
      * RECORD.  THE JURISDICTION IS "US" FOR THE FEDERAL SHARE OF
      * TAX REVENUE, THE STATE CODE FOR A STATE'S SHARE, AND SPACES
      * ON EVERY OTHER LEG.
       FD GL-JOURNAL-FILE.
       01 GL-JOURNAL-RECORD.
           05 GLJ-RUN-NUMBER      PIC 9(5).
           05 GLJ-RUN-DATE        PIC 9(8).
           05 GLJ-SOURCE-PROGRAM  PIC X(12).
           05 GLJ-ACCOUNT         PIC X(4).
           05 GLJ-JURISDICTION    PIC X(2).
           05 GLJ-DR-CR           PIC X(1).
              88 GLJ-DEBIT        VALUE "D".
              88 GLJ-CREDIT       VALUE "C".
           05 GLJ-AMOUNT          PIC 9(9)V99.
           05 GLJ-TAXPAYER-ID     PIC X(9).
           05 GLJ-TAX-YEAR        PIC 9(4).
           05 GLJ-POST-DATE       PIC 9(8).

      * RELEASED ENTRIES, SAME LAYOUT, APPENDED FOR THE GENERAL
      * LEDGER'S OWN LOAD TO PICK UP.  EACH RELEASE ADDS TO WHAT IS
      * ALREADY WAITING, SO A DAY THE LOAD DID NOT RUN IS NOT LOST.
       FD GL-RELEASE-FILE.
       01 GL-RELEASE-RECORD       PIC X(64).

       FD TRIAL-BALANCE-REPORT.
       01 REPORT-LINE             PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-FLAGS.
           05 WS-EOF-FLAG         PIC X VALUE "N".
              88 END-OF-FILE      VALUE "Y".
           05 WS-BALANCE-FLAG     PIC X VALUE "Y".
              88 JOURNAL-IN-BALANCE VALUE "Y".
           05 WS-ACCT-FOUND       PIC X VALUE "N".
           05 WS-JUR-FOUND        PIC X VALUE "N".
           05 WS-PGM-FOUND        PIC X VALUE "N".

       01 WS-DATE-WORK.
           05 WS-CURRENT-DATE     PIC 9(8).

      * CHART OF ACCOUNTS THE NIGHTLY CYCLE POSTS TO.
      *   1010 CASH - DEPOSITS IN (TAX-PAYMENT, AGENCY COLLECTIONS
      *        IN TAX-COLLECT, REFUNDS THE BANK RETURNED IN
      *        TAX-REFRTN), REFUNDS PAID OUT (TAX-REFUND)
      *   1200 TAXES RECEIVABLE - BALANCES DUE, PENALTY AND
      *        INTEREST CHARGED, LESS PAYMENTS AND REFUND OFFSETS
      *   1250 AMENDED RETURNS IN PROCESS - TAX-CALC PARKS AN
      *        AMENDMENT'S NET CHANGE HERE AND TAX-ADJPOST CLEARS IT
      *   2100 REFUNDS PAYABLE - REFUNDS DUE UNTIL OFFSET OR PAID
      *   2150 RETURNED REFUNDS HELD - REFUNDS THE BANK SENT BACK,
      *        HELD BY TAX-REFRTN UNTIL REISSUED OR REMITTED AS
      *        UNCLAIMED PROPERTY
      *   2200 UNAPPLIED PAYMENTS - OVERPAYMENTS AND PAYMENTS SENT
      *        TO SUSPENSE
      *   2300 WITHHOLDING ON DEPOSIT - WITHHOLDING CLAIMED ON A
      *        RETURN, APPLIED AGAINST THE TAX
      *   4100 INCOME TAX REVENUE - BY JURISDICTION
      *   4300 PENALTY REVENUE
      *   4400 INTEREST REVENUE
      *   5100 UNCOLLECTIBLE WRITE-OFFS - BALANCES WRITTEN OFF BY
      *        TAX-COLLECT
       01 WS-ACCOUNT-CHART-DATA.
           05 FILLER              PIC X(30)
               VALUE "1010CASH - REVENUE DEPOSITS   ".
           05 FILLER              PIC X(30)
               VALUE "1200TAXES RECEIVABLE          ".
           05 FILLER              PIC X(30)
               VALUE "1250AMENDED RETURNS IN PROCESS".
           05 FILLER              PIC X(30)
               VALUE "2100REFUNDS PAYABLE           ".
           05 FILLER              PIC X(30)
               VALUE "2150RETURNED REFUNDS HELD     ".
           05 FILLER              PIC X(30)
               VALUE "2200UNAPPLIED PAYMENTS        ".
           05 FILLER              PIC X(30)
               VALUE "2300WITHHOLDING ON DEPOSIT    ".
           05 FILLER              PIC X(30)
               VALUE "4100INCOME TAX REVENUE        ".
           05 FILLER              PIC X(30)
               VALUE "4300PENALTY REVENUE           ".
           05 FILLER              PIC X(30)
               VALUE "4400INTEREST REVENUE          ".
           05 FILLER              PIC X(30)
               VALUE "5100UNCOLLECTIBLE WRITE-OFFS  ".
       01 WS-ACCOUNT-CHART REDEFINES WS-ACCOUNT-CHART-DATA.
           05 WS-CHART-ENTRY OCCURS 11 TIMES.
               10 WS-CHART-ACCOUNT PIC X(4).
               10 WS-CHART-TITLE  PIC X(26).
       01 WS-CHART-COUNT          PIC 9(4) COMP VALUE 11.

       01 WS-ACCOUNT-TOTALS.
           05 WS-ACCT-ENTRY OCCURS 11 TIMES.
               10 WS-ACCT-DEBITS  PIC 9(11)V99.
               10 WS-ACCT-CREDITS PIC 9(11)V99.
       01 WS-ACCT-IDX             PIC 9(4) COMP.
       01 WS-ACCT-MATCH-IDX       PIC 9(4) COMP.

      * TAX REVENUE BY JURISDICTION - "US" PLUS THE 50 STATES AND DC
      * LEAVES ROOM TO SPARE.
       01 WS-JURISDICTION-TABLE.
           05 WS-JUR-ENTRY OCCURS 60 TIMES.
               10 WS-JUR-CODE     PIC X(2).
               10 WS-JUR-DEBITS   PIC 9(11)V99.
               10 WS-JUR-CREDITS  PIC 9(11)V99.
       01 WS-JUR-COUNT            PIC 9(4) COMP VALUE ZERO.
       01 WS-JUR-TABLE-MAX        PIC 9(4) COMP VALUE 60.
       01 WS-JUR-IDX              PIC 9(4) COMP.
       01 WS-JUR-MATCH-IDX        PIC 9(4) COMP.

      * DEBITS AND CREDITS BY THE PROGRAM THAT POSTED THEM - EACH
      * PROGRAM WRITES ONLY BALANCED SETS, SO A PROGRAM OUT OF
      * BALANCE HERE POINTS STRAIGHT AT THE STEP THAT BROKE.
       01 WS-PROGRAM-TABLE.
           05 WS-PGM-ENTRY OCCURS 20 TIMES.
               10 WS-PGM-NAME     PIC X(12).
               10 WS-PGM-DEBITS   PIC 9(11)V99.
               10 WS-PGM-CREDITS  PIC 9(11)V99.
       01 WS-PGM-COUNT            PIC 9(4) COMP VALUE ZERO.
       01 WS-PGM-TABLE-MAX        PIC 9(4) COMP VALUE 20.
       01 WS-PGM-IDX              PIC 9(4) COMP.
       01 WS-PGM-MATCH-IDX        PIC 9(4) COMP.

      * CONTROL TOTALS - ENTRIES READ = DEBIT ENTRIES + CREDIT
      * ENTRIES + INVALID ENTRIES.  AN INVALID ENTRY (UNKNOWN
      * ACCOUNT, SIDE NOT D OR C, AMOUNT NOT NUMERIC) OR AN ENTRY
      * PAST A TABLE'S CAPACITY KEEPS THE JOURNAL FROM RELEASING.
       01 WS-CONTROL-TOTALS.
           05 WS-ENTRIES-READ     PIC 9(7) COMP VALUE ZERO.
           05 WS-DEBIT-COUNT      PIC 9(7) COMP VALUE ZERO.
           05 WS-CREDIT-COUNT     PIC 9(7) COMP VALUE ZERO.
           05 WS-INVALID-COUNT    PIC 9(7) COMP VALUE ZERO.
           05 WS-NOT-TABLED-COUNT PIC 9(7) COMP VALUE ZERO.
           05 WS-RELEASED-COUNT   PIC 9(7) COMP VALUE ZERO.
           05 WS-DEBIT-DOLLARS    PIC 9(11)V99 VALUE ZERO.
           05 WS-CREDIT-DOLLARS   PIC 9(11)V99 VALUE ZERO.
           05 WS-LOW-RUN-NUMBER   PIC 9(5) VALUE 99999.
           05 WS-HIGH-RUN-NUMBER  PIC 9(5) VALUE ZERO.

       01 WS-REPORT-WORK.
           05 WS-NET-AMOUNT       PIC S9(11)V99.
           05 WS-JUR-LABEL        PIC X(7).

       01 WS-REPORT-FIELDS.
           05 WS-ED-COUNT         PIC ZZZZZZ9.
           05 WS-ED-AMOUNT        PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05 WS-ED-DEBITS        PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05 WS-ED-CREDITS       PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05 WS-ED-NET           PIC -Z,ZZZ,ZZZ,ZZ9.99.
           05 WS-ED-RUN           PIC ZZZZ9.
           05 WS-ED-DATE          PIC 9999/99/99.

       PROCEDURE DIVISION.
       MAIN-PROCESSING.
           PERFORM INITIALIZE-PROGRAM
           PERFORM PROCESS-JOURNAL-ENTRIES UNTIL END-OF-FILE
           CLOSE GL-JOURNAL-FILE
           PERFORM PROVE-JOURNAL
           IF JOURNAL-IN-BALANCE
               PERFORM RELEASE-JOURNAL
           END-IF
           PERFORM PRODUCE-TRIAL-BALANCE
           CLOSE TRIAL-BALANCE-REPORT
           IF NOT JOURNAL-IN-BALANCE
               DISPLAY "TAX-GLTRIAL: JOURNAL OUT OF BALANCE - "
                   "NOT RELEASED - RUN STOPPED"
           END-IF
           STOP RUN.

       INITIALIZE-PROGRAM.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           PERFORM CLEAR-ACCOUNT-TOTALS
               VARYING WS-ACCT-IDX FROM 1 BY 1
               UNTIL WS-ACCT-IDX > WS-CHART-COUNT
           OPEN OUTPUT TRIAL-BALANCE-REPORT
           OPEN INPUT GL-JOURNAL-FILE
           READ GL-JOURNAL-FILE
               AT END MOVE "Y" TO WS-EOF-FLAG
           END-READ.

       CLEAR-ACCOUNT-TOTALS.
           MOVE ZERO TO WS-ACCT-DEBITS(WS-ACCT-IDX)
           MOVE ZERO TO WS-ACCT-CREDITS(WS-ACCT-IDX).

       PROCESS-JOURNAL-ENTRIES.
           ADD 1 TO WS-ENTRIES-READ
           PERFORM FIND-ACCOUNT-ENTRY
           IF WS-ACCT-FOUND = "N"
                   OR GLJ-AMOUNT NOT NUMERIC
                   OR NOT (GLJ-DEBIT OR GLJ-CREDIT)
               ADD 1 TO WS-INVALID-COUNT
           ELSE
               PERFORM TALLY-ONE-ENTRY
           END-IF
           READ GL-JOURNAL-FILE
               AT END MOVE "Y" TO WS-EOF-FLAG
           END-READ.

       TALLY-ONE-ENTRY.
           IF GLJ-RUN-NUMBER < WS-LOW-RUN-NUMBER
               MOVE GLJ-RUN-NUMBER TO WS-LOW-RUN-NUMBER
           END-IF
           IF GLJ-RUN-NUMBER > WS-HIGH-RUN-NUMBER
               MOVE GLJ-RUN-NUMBER TO WS-HIGH-RUN-NUMBER
           END-IF
           PERFORM FIND-PROGRAM-ENTRY
           IF GLJ-DEBIT
               ADD 1 TO WS-DEBIT-COUNT
               ADD GLJ-AMOUNT TO WS-DEBIT-DOLLARS
               ADD GLJ-AMOUNT TO WS-ACCT-DEBITS(WS-ACCT-MATCH-IDX)
               IF WS-PGM-FOUND = "Y"
                   ADD GLJ-AMOUNT TO WS-PGM-DEBITS(WS-PGM-MATCH-IDX)
               END-IF
           ELSE
               ADD 1 TO WS-CREDIT-COUNT
               ADD GLJ-AMOUNT TO WS-CREDIT-DOLLARS
               ADD GLJ-AMOUNT TO WS-ACCT-CREDITS(WS-ACCT-MATCH-IDX)
               IF WS-PGM-FOUND = "Y"
                   ADD GLJ-AMOUNT TO WS-PGM-CREDITS(WS-PGM-MATCH-IDX)
               END-IF
           END-IF
           IF GLJ-JURISDICTION NOT = SPACES
               PERFORM TALLY-JURISDICTION
           END-IF.

       FIND-ACCOUNT-ENTRY.
           MOVE "N" TO WS-ACCT-FOUND
           MOVE 1 TO WS-ACCT-IDX
           PERFORM SCAN-ACCOUNT-CHART
               UNTIL WS-ACCT-IDX > WS-CHART-COUNT
                   OR WS-ACCT-FOUND = "Y".

       SCAN-ACCOUNT-CHART.
           IF WS-CHART-ACCOUNT(WS-ACCT-IDX) = GLJ-ACCOUNT
               MOVE "Y" TO WS-ACCT-FOUND
               MOVE WS-ACCT-IDX TO WS-ACCT-MATCH-IDX
           END-IF
           ADD 1 TO WS-ACCT-IDX.

      * A PROGRAM NOT YET IN THE TABLE IS ADDED; PAST CAPACITY THE
      * ENTRY STILL COUNTS IN THE ACCOUNT TOTALS BUT THE JOURNAL IS
      * HELD BACK, SINCE THE PROGRAM PROOF WOULD BE INCOMPLETE.
       FIND-PROGRAM-ENTRY.
           MOVE "N" TO WS-PGM-FOUND
           MOVE 1 TO WS-PGM-IDX
           PERFORM SCAN-PROGRAM-TABLE
               UNTIL WS-PGM-IDX > WS-PGM-COUNT
                   OR WS-PGM-FOUND = "Y"
           IF WS-PGM-FOUND = "N"
               IF WS-PGM-COUNT < WS-PGM-TABLE-MAX
                   ADD 1 TO WS-PGM-COUNT
                   MOVE WS-PGM-COUNT TO WS-PGM-MATCH-IDX
                   MOVE GLJ-SOURCE-PROGRAM
                       TO WS-PGM-NAME(WS-PGM-MATCH-IDX)
                   MOVE ZERO TO WS-PGM-DEBITS(WS-PGM-MATCH-IDX)
                   MOVE ZERO TO WS-PGM-CREDITS(WS-PGM-MATCH-IDX)
                   MOVE "Y" TO WS-PGM-FOUND
               ELSE
                   ADD 1 TO WS-NOT-TABLED-COUNT
               END-IF
           END-IF.

       SCAN-PROGRAM-TABLE.
           IF WS-PGM-NAME(WS-PGM-IDX) = GLJ-SOURCE-PROGRAM
               MOVE "Y" TO WS-PGM-FOUND
               MOVE WS-PGM-IDX TO WS-PGM-MATCH-IDX
           ELSE
               ADD 1 TO WS-PGM-IDX
           END-IF.

       TALLY-JURISDICTION.
           MOVE "N" TO WS-JUR-FOUND
           MOVE 1 TO WS-JUR-IDX
           PERFORM SCAN-JURISDICTION-TABLE
               UNTIL WS-JUR-IDX > WS-JUR-COUNT
                   OR WS-JUR-FOUND = "Y"
           IF WS-JUR-FOUND = "N"
               IF WS-JUR-COUNT < WS-JUR-TABLE-MAX
                   ADD 1 TO WS-JUR-COUNT
                   MOVE WS-JUR-COUNT TO WS-JUR-MATCH-IDX
                   MOVE GLJ-JURISDICTION
                       TO WS-JUR-CODE(WS-JUR-MATCH-IDX)
                   MOVE ZERO TO WS-JUR-DEBITS(WS-JUR-MATCH-IDX)
                   MOVE ZERO TO WS-JUR-CREDITS(WS-JUR-MATCH-IDX)
                   MOVE "Y" TO WS-JUR-FOUND
               ELSE
                   ADD 1 TO WS-NOT-TABLED-COUNT
               END-IF
           END-IF
           IF WS-JUR-FOUND = "Y"
               IF GLJ-DEBIT
                   ADD GLJ-AMOUNT TO WS-JUR-DEBITS(WS-JUR-MATCH-IDX)
               ELSE
                   ADD GLJ-AMOUNT TO WS-JUR-CREDITS(WS-JUR-MATCH-IDX)
               END-IF
           END-IF.

       SCAN-JURISDICTION-TABLE.
           IF WS-JUR-CODE(WS-JUR-IDX) = GLJ-JURISDICTION
               MOVE "Y" TO WS-JUR-FOUND
               MOVE WS-JUR-IDX TO WS-JUR-MATCH-IDX
           ELSE
               ADD 1 TO WS-JUR-IDX
           END-IF.

      * THE JOURNAL PROVES WHEN TOTAL DEBITS EQUAL TOTAL CREDITS,
      * EVERY POSTING PROGRAM BALANCES ON ITS OWN (SO TWO OFFSETTING
      * ERRORS CANNOT HIDE EACH OTHER), AND EVERY ENTRY WAS VALID AND
      * TABLED.
       PROVE-JOURNAL.
           MOVE "Y" TO WS-BALANCE-FLAG
           IF WS-DEBIT-DOLLARS NOT = WS-CREDIT-DOLLARS
                   OR WS-INVALID-COUNT > ZERO
                   OR WS-NOT-TABLED-COUNT > ZERO
               MOVE "N" TO WS-BALANCE-FLAG
           END-IF
           PERFORM PROVE-ONE-PROGRAM
               VARYING WS-PGM-IDX FROM 1 BY 1
               UNTIL WS-PGM-IDX > WS-PGM-COUNT.

       PROVE-ONE-PROGRAM.
           IF WS-PGM-DEBITS(WS-PGM-IDX) NOT = WS-PGM-CREDITS(WS-PGM-IDX)
               MOVE "N" TO WS-BALANCE-FLAG
           END-IF.

      * THE PROVEN JOURNAL IS COPIED TO THE RELEASE FILE AND THEN
      * EMPTIED, SO TOMORROW'S TRIAL BALANCE STARTS FROM TOMORROW'S
      * ENTRIES ONLY.  AN EMPTY JOURNAL HAS NOTHING TO RELEASE.
       RELEASE-JOURNAL.
           IF WS-ENTRIES-READ > ZERO
               MOVE "N" TO WS-EOF-FLAG
               OPEN INPUT GL-JOURNAL-FILE
               OPEN EXTEND GL-RELEASE-FILE
               READ GL-JOURNAL-FILE
                   AT END MOVE "Y" TO WS-EOF-FLAG
               END-READ
               PERFORM COPY-ONE-ENTRY UNTIL END-OF-FILE
               CLOSE GL-RELEASE-FILE
               CLOSE GL-JOURNAL-FILE
               OPEN OUTPUT GL-JOURNAL-FILE
               CLOSE GL-JOURNAL-FILE
           END-IF.

       COPY-ONE-ENTRY.
           MOVE GL-JOURNAL-RECORD TO GL-RELEASE-RECORD
           WRITE GL-RELEASE-RECORD
           ADD 1 TO WS-RELEASED-COUNT
           READ GL-JOURNAL-FILE
               AT END MOVE "Y" TO WS-EOF-FLAG
           END-READ.

       PRODUCE-TRIAL-BALANCE.
           MOVE "TAX-GLTRIAL END-OF-DAY GENERAL LEDGER TRIAL BALANCE"
               TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-CURRENT-DATE TO WS-ED-DATE
           MOVE SPACES TO REPORT-LINE
           STRING "PREPARED " WS-ED-DATE
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE "TRIAL BALANCE BY ACCOUNT" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "ACCT TITLE                                 DEBITS"
               "            CREDITS"
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM PRINT-ONE-ACCOUNT
               VARYING WS-ACCT-IDX FROM 1 BY 1
               UNTIL WS-ACCT-IDX > WS-CHART-COUNT
           MOVE WS-DEBIT-DOLLARS  TO WS-ED-DEBITS
           MOVE WS-CREDIT-DOLLARS TO WS-ED-CREDITS
           MOVE SPACES TO REPORT-LINE
           STRING "     TOTAL                      "
               WS-ED-DEBITS "  " WS-ED-CREDITS
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "TAX REVENUE BY JURISDICTION" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "JURISDICTION          DEBITS            CREDITS"
               "        NET REVENUE"
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM PRINT-ONE-JURISDICTION
               VARYING WS-JUR-IDX FROM 1 BY 1
               UNTIL WS-JUR-IDX > WS-JUR-COUNT

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "DEBITS AND CREDITS BY POSTING PROGRAM" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "PROGRAM                DEBITS            CREDITS"
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM PRINT-ONE-PROGRAM
               VARYING WS-PGM-IDX FROM 1 BY 1
               UNTIL WS-PGM-IDX > WS-PGM-COUNT

           PERFORM WRITE-CONTROL-TOTALS.

       PRINT-ONE-ACCOUNT.
           MOVE WS-ACCT-DEBITS(WS-ACCT-IDX)  TO WS-ED-DEBITS
           MOVE WS-ACCT-CREDITS(WS-ACCT-IDX) TO WS-ED-CREDITS
           MOVE SPACES TO REPORT-LINE
           STRING WS-CHART-ACCOUNT(WS-ACCT-IDX) " "
               WS-CHART-TITLE(WS-ACCT-IDX) " "
               WS-ED-DEBITS "  " WS-ED-CREDITS
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

      * NET REVENUE IS CREDITS LESS DEBITS - A DAY OF EXAMINATION
      * REDUCTIONS OR AMENDED DECREASES CAN LEAVE IT NEGATIVE.
       PRINT-ONE-JURISDICTION.
           IF WS-JUR-CODE(WS-JUR-IDX) = "US"
               MOVE "FEDERAL" TO WS-JUR-LABEL
           ELSE
               MOVE "STATE" TO WS-JUR-LABEL
           END-IF
           COMPUTE WS-NET-AMOUNT =
               WS-JUR-CREDITS(WS-JUR-IDX) - WS-JUR-DEBITS(WS-JUR-IDX)
           MOVE WS-JUR-DEBITS(WS-JUR-IDX)  TO WS-ED-DEBITS
           MOVE WS-JUR-CREDITS(WS-JUR-IDX) TO WS-ED-CREDITS
           MOVE WS-NET-AMOUNT TO WS-ED-NET
           MOVE SPACES TO REPORT-LINE
           STRING WS-JUR-CODE(WS-JUR-IDX) " " WS-JUR-LABEL " "
               WS-ED-DEBITS "  " WS-ED-CREDITS " " WS-ED-NET
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

       PRINT-ONE-PROGRAM.
           MOVE WS-PGM-DEBITS(WS-PGM-IDX)  TO WS-ED-DEBITS
           MOVE WS-PGM-CREDITS(WS-PGM-IDX) TO WS-ED-CREDITS
           MOVE SPACES TO REPORT-LINE
           STRING WS-PGM-NAME(WS-PGM-IDX)
               WS-ED-DEBITS "  " WS-ED-CREDITS
               DELIMITED BY SIZE INTO REPORT-LINE
           IF WS-PGM-DEBITS(WS-PGM-IDX)
                   NOT = WS-PGM-CREDITS(WS-PGM-IDX)
               MOVE "*" TO REPORT-LINE(50:1)
           END-IF
           WRITE REPORT-LINE.

      * ENTRIES READ = DEBIT ENTRIES + CREDIT ENTRIES + INVALID, AND
      * ON A RELEASE, ENTRIES RELEASED = ENTRIES READ.
       WRITE-CONTROL-TOTALS.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "CONTROL TOTALS" TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           MOVE WS-ENTRIES-READ TO WS-ED-COUNT
           STRING "JOURNAL ENTRIES READ  . . . . " WS-ED-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           MOVE WS-DEBIT-COUNT TO WS-ED-COUNT
           STRING "  DEBIT ENTRIES . . . . . . . " WS-ED-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           MOVE WS-CREDIT-COUNT TO WS-ED-COUNT
           STRING "  CREDIT ENTRIES  . . . . . . " WS-ED-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           MOVE WS-INVALID-COUNT TO WS-ED-COUNT
           STRING "  INVALID ENTRIES . . . . . . " WS-ED-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           IF WS-NOT-TABLED-COUNT > ZERO
               MOVE SPACES TO REPORT-LINE
               MOVE WS-NOT-TABLED-COUNT TO WS-ED-COUNT
               STRING "PAST TABLE CAPACITY . . . . . " WS-ED-COUNT
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF

           MOVE SPACES TO REPORT-LINE
           MOVE WS-DEBIT-DOLLARS TO WS-ED-AMOUNT
           STRING "TOTAL DEBITS  . . . . . . . . " WS-ED-AMOUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           MOVE WS-CREDIT-DOLLARS TO WS-ED-AMOUNT
           STRING "TOTAL CREDITS . . . . . . . . " WS-ED-AMOUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           IF WS-DEBIT-COUNT + WS-CREDIT-COUNT > ZERO
               MOVE SPACES TO REPORT-LINE
               MOVE WS-LOW-RUN-NUMBER TO WS-ED-RUN
               STRING "FIRST RUN NUMBER  . . . . . . " WS-ED-RUN
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
               MOVE SPACES TO REPORT-LINE
               MOVE WS-HIGH-RUN-NUMBER TO WS-ED-RUN
               STRING "LAST RUN NUMBER . . . . . . . " WS-ED-RUN
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF

           MOVE SPACES TO REPORT-LINE
           MOVE WS-RELEASED-COUNT TO WS-ED-COUNT
           STRING "ENTRIES RELEASED  . . . . . . " WS-ED-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           EVALUATE TRUE
               WHEN NOT JOURNAL-IN-BALANCE
                   MOVE "JOURNAL OUT OF BALANCE - NOT RELEASED"
                       TO REPORT-LINE
               WHEN WS-ENTRIES-READ = ZERO
                   MOVE "NO JOURNAL ENTRIES ON FILE" TO REPORT-LINE
               WHEN OTHER
                   MOVE "JOURNAL RELEASED TO GENERAL LEDGER"
                       TO REPORT-LINE
           END-EVALUATE
           WRITE REPORT-LINE.
