           SELECT OPTIONAL CERT-STAMP-FILE ASSIGN TO "RATECERT.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CERT-FILE-STATUS.
           SELECT OPTIONAL GL-JOURNAL-FILE ASSIGN TO "GLJRNL.DAT"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
                                  SIGN IS LEADING SEPARATE.
           05 ADJ-BALANCE-DELTA   PIC S9(8)V99
                                  SIGN IS LEADING SEPARATE.
           05 ADJ-WITHHOLDING-DELTA PIC S9(8)V99
                                  SIGN IS LEADING SEPARATE.

       FD TAX-BRACKET-FILE.
       01 TAX-BRACKET-RECORD.
           05 CRT-SRATE-COUNT     PIC 9(5).
           05 CRT-SRATE-HASH      PIC 9(11).

      * GENERAL LEDGER JOURNAL - EVERY MONEY-MOVING STEP OF THE
      * NIGHTLY CYCLE (THIS PROGRAM, TAX-ADJPOST, TAX-AUDCASE,
      * TAX-PAYMENT, TAX-ASSESS, TAX-REFUND) APPENDS BALANCED DEBIT
      * AND CREDIT ENTRIES STAMPED WITH THE CYCLE'S RUN NUMBER AND
      * DATE.  THE JURISDICTION IS "US" FOR THE FEDERAL SHARE OF TAX
      * REVENUE, THE STATE CODE FOR A STATE'S SHARE, AND SPACES ON
      * EVERY OTHER LEG.  TAX-GLTRIAL PROVES THE DAY'S FILE AND
      * RELEASES IT TO THE GENERAL LEDGER.
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

       WORKING-STORAGE SECTION.
      * THE RETURN CURRENTLY BEING PROCESSED - THE HEADER RECORD IS
      * MOVED HERE BEFORE THE DETAIL RECORDS ARE READ THROUGH THE
           05 WS-PRIOR-TOTAL-TAX      PIC 9(8)V99.
           05 WS-PRIOR-REFUND-DUE     PIC 9(8)V99.
           05 WS-PRIOR-BALANCE-DUE    PIC 9(8)V99.
           05 WS-PRIOR-STATE-TAX      PIC 9(7)V99.
           05 WS-PRIOR-WITHHOLDING    PIC 9(8)V99.
           05 WS-TOTAL-TAX-DELTA      PIC S9(8)V99.
           05 WS-REFUND-DELTA         PIC S9(8)V99.
           05 WS-BALANCE-DELTA        PIC S9(8)V99.
           05 WS-WITHHOLDING-DELTA    PIC S9(8)V99.

      * STATE RATE TABLE - LOADED FROM STATERT.DAT, COVERS ALL 50
      * STATES PLUS DC AND SUPPORTS GRADUATED (MULTI-TIER) STATE
           05 WS-AMENDED-PROCESSED   PIC 9(7) COMP VALUE ZERO.
           05 WS-NET-ADJUSTMENT      PIC S9(11)V99 VALUE ZERO.

      * GENERAL LEDGER ACCOUNTS THIS STEP POSTS TO - THE FULL CHART
      * IS LISTED IN TAX-GLTRIAL.
       01 WS-GL-ACCOUNTS.
           05 WS-GL-RECEIVABLE      PIC X(4) VALUE "1200".
           05 WS-GL-AMEND-CLEARING  PIC X(4) VALUE "1250".
           05 WS-GL-REFUNDS-PAYABLE PIC X(4) VALUE "2100".
           05 WS-GL-WITHHOLDING     PIC X(4) VALUE "2300".
           05 WS-GL-TAX-REVENUE     PIC X(4) VALUE "4100".

      * ONE JOURNAL ENTRY IS BUILT HERE AND WRITTEN BY
      * WRITE-GL-ENTRY; THE JURISDICTION IS FILLED IN ONLY FOR A
      * REVENUE LEG AND IS CLEARED AGAIN AFTER EVERY WRITE.
       01 WS-GL-WORK.
           05 WS-GL-PROGRAM       PIC X(12) VALUE "TAX-CALC".
           05 WS-GL-ACCOUNT       PIC X(4).
           05 WS-GL-JURISDICTION  PIC X(2) VALUE SPACES.
           05 WS-GL-DR-CR         PIC X(1).
           05 WS-GL-AMOUNT        PIC 9(9)V99.
           05 WS-GL-SIGNED-AMOUNT PIC S9(9)V99.
           05 WS-GL-TAXPAYER-ID   PIC X(9).
           05 WS-GL-TAX-YEAR      PIC 9(4).

      * JOURNAL CONTROL TOTALS - DEBIT DOLLARS MUST EQUAL CREDIT
      * DOLLARS FOR EVERY RUN.  THEY ARE NOT CARRIED ACROSS A
      * CHECKPOINT, SO A RESUMED RUN REPORTS THIS SESSION ONLY.
       01 WS-GL-TOTALS.
           05 WS-GL-ENTRIES-WRITTEN PIC 9(7) COMP VALUE ZERO.
           05 WS-GL-DEBIT-DOLLARS PIC 9(11)V99 VALUE ZERO.
           05 WS-GL-CREDIT-DOLLARS PIC 9(11)V99 VALUE ZERO.

       01 WS-STATE-SUMMARY-TABLE.
           05 WS-SUM-ENTRY OCCURS 51 TIMES.
               10 WS-SUM-STATE-CODE   PIC X(2).
           PERFORM ASSIGN-RUN-IDENTITY
           OPEN I-O TAXPAYER-MASTER-FILE
           OPEN INPUT TAX-INPUT-FILE
           OPEN EXTEND GL-JOURNAL-FILE
           IF RESTART-IN-PROGRESS
               OPEN EXTEND TAX-OUTPUT-FILE
               OPEN EXTEND TAX-REJECT-FILE
      * TOTALS STAY CLEAN WHEN CORRECTIONS ARE RE-RUN.
           IF AMENDED-RETURN
               PERFORM WRITE-ADJUSTMENT-RECORD
               PERFORM JOURNAL-AMENDED-RETURN
               PERFORM POST-TAXPAYER-MASTER
               PERFORM ACCUMULATE-AMENDED-TOTALS
           ELSE
               PERFORM CHECK-PRIOR-YEAR-VARIANCE
               PERFORM WRITE-OUTPUT-RECORD
               PERFORM JOURNAL-ORIGINAL-RETURN
               PERFORM POST-TAXPAYER-MASTER
               PERFORM ACCUMULATE-SUMMARY-TOTALS
           END-IF.
               MOVE MST-TOTAL-TAX   TO WS-PRIOR-TOTAL-TAX
               MOVE MST-REFUND-DUE  TO WS-PRIOR-REFUND-DUE
               MOVE MST-BALANCE-DUE TO WS-PRIOR-BALANCE-DUE
               MOVE MST-STATE-TAX   TO WS-PRIOR-STATE-TAX
               MOVE MST-WITHHOLDING TO WS-PRIOR-WITHHOLDING
           ELSE
               MOVE "N"  TO WS-VALID-RECORD
               MOVE "09" TO WS-REJECT-REASON
               WS-RSLT-REFUND-DUE - WS-PRIOR-REFUND-DUE
           COMPUTE WS-BALANCE-DELTA =
               WS-RSLT-BALANCE-DUE - WS-PRIOR-BALANCE-DUE
           COMPUTE WS-WITHHOLDING-DELTA =
               WITHHOLDING-PAID - WS-PRIOR-WITHHOLDING
           MOVE TAXPAYER-ID          TO ADJ-TAXPAYER-ID
           MOVE TAX-YEAR             TO ADJ-TAX-YEAR
           MOVE STATE-CODE           TO ADJ-STATE-CODE
           MOVE WS-TOTAL-TAX-DELTA   TO ADJ-TOTAL-TAX-DELTA
           MOVE WS-REFUND-DELTA      TO ADJ-REFUND-DELTA
           MOVE WS-BALANCE-DELTA     TO ADJ-BALANCE-DELTA
           MOVE WS-WITHHOLDING-DELTA TO ADJ-WITHHOLDING-DELTA
           WRITE TAX-ADJUSTMENT-RECORD.

      * AN ORIGINAL RETURN BOOKS THE WITHHOLDING ALREADY ON DEPOSIT
      * AND ANY BALANCE STILL OWED AGAINST THE TAX ASSESSED AND ANY
      * REFUND NOW PAYABLE - WITHHOLDING PLUS BALANCE DUE ALWAYS
      * EQUALS TOTAL TAX PLUS REFUND DUE.  THE TAX IS CREDITED TO
      * REVENUE IN TWO SHARES: THE FEDERAL SHARE (NET OF CREDITS,
      * WITH SURTAX) UNDER "US", AND THE STATE TAX UNDER THE HEADER
      * STATE OR, FOR A MULTI-STATE RETURN, UNDER EACH ALLOCATED
      * STATE FOR ITS OWN SHARE.
       JOURNAL-ORIGINAL-RETURN.
           MOVE TAXPAYER-ID TO WS-GL-TAXPAYER-ID
           MOVE TAX-YEAR    TO WS-GL-TAX-YEAR
           MOVE WS-GL-WITHHOLDING TO WS-GL-ACCOUNT
           MOVE WITHHOLDING-PAID TO WS-GL-AMOUNT
           PERFORM POST-GL-DEBIT
           MOVE WS-GL-RECEIVABLE TO WS-GL-ACCOUNT
           MOVE WS-RSLT-BALANCE-DUE TO WS-GL-AMOUNT
           PERFORM POST-GL-DEBIT
           MOVE WS-GL-REFUNDS-PAYABLE TO WS-GL-ACCOUNT
           MOVE WS-RSLT-REFUND-DUE TO WS-GL-AMOUNT
           PERFORM POST-GL-CREDIT
           MOVE WS-GL-TAX-REVENUE TO WS-GL-ACCOUNT
           MOVE "US" TO WS-GL-JURISDICTION
           COMPUTE WS-GL-AMOUNT = WS-TOTAL-TAX - WS-STATE-TAX
           PERFORM POST-GL-CREDIT
           IF WS-ALLOC-COUNT = ZERO
               MOVE STATE-CODE TO WS-GL-JURISDICTION
               MOVE WS-STATE-TAX TO WS-GL-AMOUNT
               PERFORM POST-GL-CREDIT
           ELSE
               PERFORM JOURNAL-ALLOC-STATE-SHARE
                   VARYING WS-ALO-IDX FROM 1 BY 1
                   UNTIL WS-ALO-IDX > WS-ALLOC-COUNT
           END-IF.

       JOURNAL-ALLOC-STATE-SHARE.
           MOVE WS-GL-TAX-REVENUE TO WS-GL-ACCOUNT
           MOVE WS-ALO-STATE(WS-ALO-IDX) TO WS-GL-JURISDICTION
           MOVE WS-ALO-STATE-TAX(WS-ALO-IDX) TO WS-GL-AMOUNT
           PERFORM POST-GL-CREDIT.

      * AN AMENDED RETURN BOOKS ONLY THE CHANGE: THE WITHHOLDING
      * DELTA AND THE FEDERAL AND STATE REVENUE DELTAS, WITH THE NET
      * CHANGE TO WHAT THE TAXPAYER OWES (TAX DELTA LESS WITHHOLDING
      * DELTA) PARKED IN THE AMENDED-RETURNS CLEARING ACCOUNT UNTIL
      * TAX-ADJPOST MOVES IT TO THE RECEIVABLE OR TO REFUNDS
      * PAYABLE.  A DECREASE POSTS TO THE OPPOSITE SIDE.  THE STATE
      * DELTA IS BOOKED TO THE HEADER STATE.
       JOURNAL-AMENDED-RETURN.
           MOVE TAXPAYER-ID TO WS-GL-TAXPAYER-ID
           MOVE TAX-YEAR    TO WS-GL-TAX-YEAR
           MOVE WS-GL-WITHHOLDING TO WS-GL-ACCOUNT
           MOVE WS-WITHHOLDING-DELTA TO WS-GL-SIGNED-AMOUNT
           PERFORM POST-GL-SIGNED-DEBIT
           MOVE WS-GL-AMEND-CLEARING TO WS-GL-ACCOUNT
           COMPUTE WS-GL-SIGNED-AMOUNT =
               WS-TOTAL-TAX-DELTA - WS-WITHHOLDING-DELTA
           PERFORM POST-GL-SIGNED-DEBIT
           MOVE WS-GL-TAX-REVENUE TO WS-GL-ACCOUNT
           MOVE "US" TO WS-GL-JURISDICTION
           COMPUTE WS-GL-SIGNED-AMOUNT =
               (WS-TOTAL-TAX - WS-STATE-TAX)
                   - (WS-PRIOR-TOTAL-TAX - WS-PRIOR-STATE-TAX)
           PERFORM POST-GL-SIGNED-CREDIT
           MOVE WS-GL-TAX-REVENUE TO WS-GL-ACCOUNT
           MOVE STATE-CODE TO WS-GL-JURISDICTION
           COMPUTE WS-GL-SIGNED-AMOUNT =
               WS-STATE-TAX - WS-PRIOR-STATE-TAX
           PERFORM POST-GL-SIGNED-CREDIT.

      * A ZERO LEG IS NOT WRITTEN, SO A PARTIAL TRANSACTION (NO
      * EXCESS, NO OFFSET) LEAVES NO EMPTY ENTRIES ON THE JOURNAL.
       WRITE-GL-ENTRY.
           IF WS-GL-AMOUNT > ZERO
               MOVE WS-RUN-NUMBER      TO GLJ-RUN-NUMBER
               MOVE WS-RUN-DATE        TO GLJ-RUN-DATE
               MOVE WS-GL-PROGRAM      TO GLJ-SOURCE-PROGRAM
               MOVE WS-GL-ACCOUNT      TO GLJ-ACCOUNT
               MOVE WS-GL-JURISDICTION TO GLJ-JURISDICTION
               MOVE WS-GL-DR-CR        TO GLJ-DR-CR
               MOVE WS-GL-AMOUNT       TO GLJ-AMOUNT
               MOVE WS-GL-TAXPAYER-ID  TO GLJ-TAXPAYER-ID
               MOVE WS-GL-TAX-YEAR     TO GLJ-TAX-YEAR
               MOVE WS-RUN-DATE        TO GLJ-POST-DATE
               WRITE GL-JOURNAL-RECORD
               ADD 1 TO WS-GL-ENTRIES-WRITTEN
               IF GLJ-DEBIT
                   ADD WS-GL-AMOUNT TO WS-GL-DEBIT-DOLLARS
               ELSE
                   ADD WS-GL-AMOUNT TO WS-GL-CREDIT-DOLLARS
               END-IF
           END-IF
           MOVE SPACES TO WS-GL-JURISDICTION.

       POST-GL-DEBIT.
           MOVE "D" TO WS-GL-DR-CR
           PERFORM WRITE-GL-ENTRY.

       POST-GL-CREDIT.
           MOVE "C" TO WS-GL-DR-CR
           PERFORM WRITE-GL-ENTRY.

       POST-GL-SIGNED-DEBIT.
           IF WS-GL-SIGNED-AMOUNT < ZERO
               COMPUTE WS-GL-AMOUNT = ZERO - WS-GL-SIGNED-AMOUNT
               PERFORM POST-GL-CREDIT
           ELSE
               MOVE WS-GL-SIGNED-AMOUNT TO WS-GL-AMOUNT
               PERFORM POST-GL-DEBIT
           END-IF.

       POST-GL-SIGNED-CREDIT.
           IF WS-GL-SIGNED-AMOUNT < ZERO
               COMPUTE WS-GL-AMOUNT = ZERO - WS-GL-SIGNED-AMOUNT
               PERFORM POST-GL-DEBIT
           ELSE
               MOVE WS-GL-SIGNED-AMOUNT TO WS-GL-AMOUNT
               PERFORM POST-GL-CREDIT
           END-IF.

       ACCUMULATE-AMENDED-TOTALS.
           ADD 1 TO WS-AMENDED-PROCESSED
           ADD WS-TOTAL-TAX-DELTA TO WS-NET-ADJUSTMENT.
               CLOSE TAX-OUTPUT-FILE
               CLOSE TAX-REJECT-FILE
               CLOSE TAX-ADJUSTMENT-FILE
               CLOSE GL-JOURNAL-FILE
               IF WORKSHEET-ENABLED
                   CLOSE CALC-WORKSHEET-FILE
               END-IF
               DELIMITED BY SIZE INTO SUMMARY-REPORT-LINE
           WRITE SUMMARY-REPORT-LINE

      * GENERAL LEDGER JOURNAL TOTALS FOR THIS RUN - A RESUMED RUN
      * COUNTS ONLY WHAT IT JOURNALED ITSELF; THE ENTRIES WRITTEN
      * BEFORE THE INTERRUPTION ARE ALREADY ON GLJRNL.DAT.
           MOVE SPACES TO SUMMARY-REPORT-LINE
           WRITE SUMMARY-REPORT-LINE
           IF RESTART-IN-PROGRESS
               MOVE "*** RESUMED RUN - GL TOTALS THIS SESSION ONLY ***"
                   TO SUMMARY-REPORT-LINE
               WRITE SUMMARY-REPORT-LINE
           END-IF
           MOVE SPACES TO SUMMARY-REPORT-LINE
           MOVE WS-GL-ENTRIES-WRITTEN TO WS-ED-COUNT
           STRING "GL ENTRIES WRITTEN  . . . . . " WS-ED-COUNT
               DELIMITED BY SIZE INTO SUMMARY-REPORT-LINE
           WRITE SUMMARY-REPORT-LINE

           MOVE SPACES TO SUMMARY-REPORT-LINE
           MOVE WS-GL-DEBIT-DOLLARS TO WS-ED-FED-TOTAL
           STRING "GL DEBITS . . . . . . . . . . " WS-ED-FED-TOTAL
               DELIMITED BY SIZE INTO SUMMARY-REPORT-LINE
           WRITE SUMMARY-REPORT-LINE

           MOVE SPACES TO SUMMARY-REPORT-LINE
           MOVE WS-GL-CREDIT-DOLLARS TO WS-ED-FED-TOTAL
           STRING "GL CREDITS  . . . . . . . . . " WS-ED-FED-TOTAL
               DELIMITED BY SIZE INTO SUMMARY-REPORT-LINE
           WRITE SUMMARY-REPORT-LINE

           MOVE SPACES TO SUMMARY-REPORT-LINE
           WRITE SUMMARY-REPORT-LINE
           MOVE "BREAKDOWN BY STATE CODE" TO SUMMARY-REPORT-LINE
