       IDENTIFICATION DIVISION.
       PROGRAM-ID. TAX-ADJPOST.
       AUTHOR. LEGACY-SYSTEMS-TEAM.
      *****************************************************************
      * AMENDED-RETURN ADJUSTMENT POSTING                            *
      * READS THE ADJUSTMENT FILE TAX-CALC WRITES FOR EVERY ACCEPTED *
      * AMENDED RETURN (TAXADJ.DAT) AND POSTS THE NET CHANGE IN TAX  *
      * LESS WITHHOLDING TO THE OPEN-BALANCE LEDGER (ARBAL.DAT) AND  *
      * THE TAXPAYER MASTER.  A NET INCREASE OPENS A LEDGER ROW OR   *
      * RAISES THE ONE THERE; A NET DECREASE PAYS THE ROW DOWN, AND  *
      * WHATEVER THE DECREASE LEAVES OVER IS AN OVERPAYMENT WRITTEN  *
      * TO THE SUPPLEMENTAL REFUND FILE (SUPPREF.DAT) FOR THE NEXT   *
      * TAX-REFUND RUN, WHICH PUTS IT THROUGH THE SAME PRIOR-YEAR    *
      * DEBT OFFSET AS AN ORIGINAL REFUND.  RUNS AFTER TAX-CALC AND  *
      * BEFORE TAX-PAYMENT, SO THE LEDGER SEEDING IN TAX-PAYMENT     *
      * NEVER SEES AN AMENDED BALANCE THIS PROGRAM HAS NOT POSTED.   *
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TAX-ADJUSTMENT-FILE ASSIGN TO "TAXADJ.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT TAXPAYER-MASTER-FILE ASSIGN TO "TAXMSTR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MST-RETURN-KEY
               FILE STATUS IS WS-MASTER-FILE-STATUS.
           SELECT OPTIONAL AR-BALANCE-FILE ASSIGN TO "ARBAL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AR-RETURN-KEY
               FILE STATUS IS WS-AR-FILE-STATUS.
           SELECT OPTIONAL SUPPLEMENTAL-REFUND-FILE
               ASSIGN TO "SUPPREF.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT ADJUSTMENT-REGISTER ASSIGN TO "ADJPOST.RPT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL CYCLE-CTL-FILE ASSIGN TO "CYCLECTL.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CYCLE-FILE-STATUS.
           SELECT OPTIONAL GL-JOURNAL-FILE ASSIGN TO "GLJRNL.DAT"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * SAME LAYOUT AS TAX-CALC WRITES - THE DELTAS ARE AS-AMENDED
      * LESS PRIOR POSTED, SO A DECREASE IS NEGATIVE.  THE PRIOR
      * REFUND AND BALANCE DUE ARE THE MASTER FIGURES AS THEY STOOD,
      * AFTER PAYMENTS, PENALTY AND EXAMINATION CHANGES, SO THEIR
      * DELTAS ARE NOT A CHANGE IN LIABILITY.
       FD TAX-ADJUSTMENT-FILE.
       01 TAX-ADJUSTMENT-RECORD.
           05 ADJ-TAXPAYER-ID     PIC X(9).
           05 ADJ-TAX-YEAR        PIC 9(4).
           05 ADJ-STATE-CODE      PIC X(2).
           05 ADJ-FEDERAL-TAX     PIC 9(7)V99.
           05 ADJ-STATE-TAX       PIC 9(7)V99.
           05 ADJ-TAX-CREDITS     PIC 9(6)V99.
           05 ADJ-TOTAL-TAX       PIC 9(8)V99.
           05 ADJ-REFUND-DUE      PIC 9(8)V99.
           05 ADJ-BALANCE-DUE     PIC 9(8)V99.
           05 ADJ-PRIOR-TOTAL-TAX PIC 9(8)V99.
           05 ADJ-PRIOR-REFUND-DUE PIC 9(8)V99.
           05 ADJ-PRIOR-BALANCE-DUE PIC 9(8)V99.
           05 ADJ-TOTAL-TAX-DELTA PIC S9(8)V99
                                  SIGN IS LEADING SEPARATE.
           05 ADJ-REFUND-DELTA    PIC S9(8)V99
                                  SIGN IS LEADING SEPARATE.
           05 ADJ-BALANCE-DELTA   PIC S9(8)V99
                                  SIGN IS LEADING SEPARATE.
           05 ADJ-WITHHOLDING-DELTA PIC S9(8)V99
                                  SIGN IS LEADING SEPARATE.

       FD TAXPAYER-MASTER-FILE.
       01 TAXPAYER-MASTER-RECORD.
           05 MST-RETURN-KEY.
               10 MST-TAXPAYER-ID PIC X(9).
               10 MST-TAX-YEAR    PIC 9(4).
           05 MST-GROSS-INCOME    PIC 9(8)V99.
           05 MST-TOTAL-TAX       PIC 9(8)V99.
           05 MST-FEDERAL-TAX     PIC 9(7)V99.
           05 MST-STATE-TAX       PIC 9(7)V99.
           05 MST-REFUND-DUE      PIC 9(8)V99.
           05 MST-BALANCE-DUE     PIC 9(8)V99.
      * AS-FILED DEDUCTIONS AND WITHHOLDING, POSTED ALONGSIDE THE
      * COMPUTED AMOUNTS SO THE AUDIT SELECTION RUN CAN SCORE A
      * RETURN WITHOUT GOING BACK TO THE INPUT FEED.
           05 MST-ITEMIZED-DED    PIC 9(7)V99.
           05 MST-WITHHOLDING     PIC 9(8)V99.

      * SAME LAYOUT AS TAX-PAYMENT MAINTAINS - SEE THAT PROGRAM FOR
      * HOW THE ROWS ARE SEEDED AND PAID DOWN.
       FD AR-BALANCE-FILE.
       01 AR-BALANCE-RECORD.
           05 AR-RETURN-KEY.
               10 AR-TAXPAYER-ID  PIC X(9).
               10 AR-TAX-YEAR     PIC 9(4).
           05 AR-ORIG-BALANCE     PIC 9(8)V99.
           05 AR-OPEN-BALANCE     PIC 9(8)V99.
           05 AR-PENALTY-ASSESSED PIC 9(7)V99.
           05 AR-INTEREST-ASSESSED PIC 9(7)V99.
           05 AR-PAID-TO-DATE     PIC 9(8)V99.
           05 AR-NOTICE-DATE      PIC 9(8).
           05 AR-DUE-DATE         PIC 9(8).
           05 AR-LAST-ASSESS-DATE PIC 9(8).
           05 AR-LAST-PAYMENT-DATE PIC 9(8).

      * ONE RECORD PER REFUND OWED OUTSIDE THE ORIGINAL-FILING
      * TAXOUT.DAT - APPENDED BY EVERY PROGRAM THAT CAN CREATE ONE
      * AND CLEARED BY TAX-REFUND ONCE IT HAS DISBURSED THEM.  THE
      * SOURCE CODE SAYS WHERE THE REFUND CAME FROM - "A" IS AN
      * AMENDED-RETURN OVERPAYMENT POSTED HERE, "R" A REFUND RELEASED
      * BY TAX-REFHOLD AND "E" AN EXAMINATION OVERPAYMENT POSTED BY
      * TAX-AUDCASE.
       FD SUPPLEMENTAL-REFUND-FILE.
       01 SUPPLEMENTAL-REFUND-RECORD.
           05 SRF-TAXPAYER-ID     PIC X(9).
           05 SRF-TAX-YEAR        PIC 9(4).
           05 SRF-STATE-CODE      PIC X(2).
           05 SRF-AMOUNT          PIC 9(8)V99.
           05 SRF-SOURCE          PIC X(1).
              88 SRF-FROM-AMENDED  VALUE "A".
              88 SRF-FROM-HOLD-RELEASE VALUE "R".
              88 SRF-FROM-EXAMINATION VALUE "E".
              88 SRF-FROM-REISSUE VALUE "I".
           05 SRF-CREATE-DATE     PIC 9(8).

       FD ADJUSTMENT-REGISTER.
       01 REGISTER-LINE           PIC X(80).

      * CYCLE-CONTROL RECORD WRITTEN BY TAX-CALC - SAME LAYOUT AS
      * DECLARED THERE.  READ ONLY, FOR THE RUN NUMBER AND DATE
      * CARRIED ON EVERY GENERAL LEDGER ENTRY THIS RUN WRITES.
       FD CYCLE-CTL-FILE.
       01 CYCLE-CTL-RECORD.
           05 CYC-EYECATCHER      PIC X(4).
           05 CYC-CYCLE-NUMBER    PIC 9(5).
           05 CYC-RUN-DATE        PIC 9(8).
           05 CYC-RECORD-COUNT    PIC 9(7).
           05 CYC-EXTRACT-FLAG    PIC X(1).
           05 CYC-EXTRACT-DATE    PIC 9(8).
           05 CYC-NOTICE-FLAG     PIC X(1).
           05 CYC-NOTICE-DATE     PIC 9(8).
           05 CYC-VOUCHER-FLAG    PIC X(1).
           05 CYC-VOUCHER-DATE    PIC 9(8).
           05 CYC-ACKREC-FLAG     PIC X(1).
           05 CYC-ACKREC-DATE     PIC 9(8).

      * GENERAL LEDGER JOURNAL - SAME LAYOUT AS TAX-CALC WRITES.
      * EVERY MONEY-MOVING STEP APPENDS BALANCED DEBIT AND CREDIT
      * ENTRIES; TAX-GLTRIAL PROVES THE DAY'S FILE AND RELEASES IT.
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
       01 WS-FLAGS.
           05 WS-EOF-FLAG         PIC X VALUE "N".
              88 END-OF-FILE      VALUE "Y".
           05 WS-AR-ROW-FOUND     PIC X VALUE "N".

       01 WS-FILE-STATUS-WORK.
           05 WS-MASTER-FILE-STATUS PIC X(2).
           05 WS-AR-FILE-STATUS     PIC X(2).

      * POSTING DATE AND THE NOTICE-STYLE DUE DATE STAMPED ON A
      * LEDGER ROW OPENED OR REOPENED BY AN AMENDMENT - SAME GRACE
      * PERIOD AND SAME DAY-AT-A-TIME ROLL AS TAX-PAYMENT USES WHEN
      * IT SEEDS A ROW (FEBRUARY GETS 29 IN A LEAP YEAR).
       01 WS-DATE-WORK.
           05 WS-CURRENT-DATE.
               10 WS-CURR-YEAR    PIC 9(4).
               10 WS-CURR-MONTH   PIC 9(2).
               10 WS-CURR-DAY     PIC 9(2).
           05 WS-CURRENT-DATE-N REDEFINES WS-CURRENT-DATE
                                  PIC 9(8).
           05 WS-ROLL-DATE.
               10 WS-ROLL-YEAR    PIC 9(4).
               10 WS-ROLL-MONTH   PIC 9(2).
               10 WS-ROLL-DAY     PIC 9(2).
           05 WS-ROLL-DATE-N REDEFINES WS-ROLL-DATE
                                  PIC 9(8).
           05 WS-PAYMENT-GRACE-DAYS PIC 9(2) VALUE 30.
           05 WS-DAYS-REMAINING   PIC 9(3) COMP.
           05 WS-MONTH-LIMIT      PIC 9(2) COMP.
           05 WS-LEAP-REMAINDER   PIC 9(4) COMP.
           05 WS-LEAP-QUOTIENT    PIC 9(4) COMP.

       01 WS-MONTH-DAYS-TABLE.
           05 FILLER              PIC X(24)
               VALUE "312831303130313130313031".
       01 WS-MONTH-DAYS REDEFINES WS-MONTH-DAYS-TABLE.
           05 WS-MONTH-DAYS-ENTRY OCCURS 12 TIMES PIC 9(2).

      * THE NET CHANGE TO WHAT THE TAXPAYER OWES IS THE TOTAL TAX
      * DELTA LESS THE WITHHOLDING DELTA - THE SAME FIGURE TAX-CALC
      * PARKED IN THE AMENDED-RETURNS CLEARING ACCOUNT.  MORE TAX OR
      * LESS WITHHOLDING RAISES IT; LESS TAX OR MORE WITHHOLDING
      * LOWERS IT.
       01 WS-POSTING-WORK.
           05 WS-NET-CHANGE       PIC S9(9)V99.
           05 WS-INCREASE-AMOUNT  PIC 9(8)V99.
           05 WS-DECREASE-AMOUNT  PIC 9(8)V99.
           05 WS-APPLIED-AMOUNT   PIC 9(8)V99.
           05 WS-ABATE-AMOUNT     PIC 9(8)V99.
           05 WS-OVERPAID-AMOUNT  PIC 9(8)V99.

      * CONTROL TOTALS - ADJUSTMENTS READ MUST EQUAL INCREASES PLUS
      * DECREASES PLUS NO-CHANGE; DECREASE DOLLARS MUST EQUAL THE
      * DOLLARS APPLIED TO THE LEDGER PLUS THE SUPPLEMENTAL REFUNDS.
       01 WS-POSTING-TOTALS.
           05 WS-ADJUSTMENTS-READ PIC 9(7) COMP VALUE ZERO.
           05 WS-INCREASE-COUNT   PIC 9(7) COMP VALUE ZERO.
           05 WS-INCREASE-DOLLARS PIC 9(11)V99 VALUE ZERO.
           05 WS-ROWS-OPENED      PIC 9(7) COMP VALUE ZERO.
           05 WS-ROWS-RAISED      PIC 9(7) COMP VALUE ZERO.
           05 WS-DECREASE-COUNT   PIC 9(7) COMP VALUE ZERO.
           05 WS-DECREASE-DOLLARS PIC 9(11)V99 VALUE ZERO.
           05 WS-APPLIED-DOLLARS  PIC 9(11)V99 VALUE ZERO.
           05 WS-NO-CHANGE-COUNT  PIC 9(7) COMP VALUE ZERO.
           05 WS-SUPP-REFUND-COUNT PIC 9(7) COMP VALUE ZERO.
           05 WS-SUPP-REFUND-DOLLARS PIC 9(11)V99 VALUE ZERO.
           05 WS-NO-MASTER-COUNT  PIC 9(7) COMP VALUE ZERO.

      * GENERAL LEDGER ACCOUNTS THIS STEP POSTS TO - THE FULL CHART
      * IS LISTED IN TAX-GLTRIAL.
       01 WS-GL-ACCOUNTS.
           05 WS-GL-RECEIVABLE      PIC X(4) VALUE "1200".
           05 WS-GL-AMEND-CLEARING  PIC X(4) VALUE "1250".
           05 WS-GL-REFUNDS-PAYABLE PIC X(4) VALUE "2100".

       01 WS-CYCLE-WORK.
           05 WS-CYCLE-FILE-STATUS PIC X(2).
           05 WS-CYCLE-FORMAT     PIC X(4) VALUE "CYC1".

      * ONE JOURNAL ENTRY IS BUILT HERE AND WRITTEN BY
      * WRITE-GL-ENTRY; THE JURISDICTION IS FILLED IN ONLY FOR A
      * REVENUE LEG AND IS CLEARED AGAIN AFTER EVERY WRITE.
       01 WS-GL-WORK.
           05 WS-GL-RUN-NUMBER    PIC 9(5) VALUE ZERO.
           05 WS-GL-RUN-DATE      PIC 9(8) VALUE ZERO.
           05 WS-GL-PROGRAM       PIC X(12) VALUE "TAX-ADJPOST".
           05 WS-GL-ACCOUNT       PIC X(4).
           05 WS-GL-JURISDICTION  PIC X(2) VALUE SPACES.
           05 WS-GL-DR-CR         PIC X(1).
           05 WS-GL-AMOUNT        PIC 9(9)V99.
           05 WS-GL-TAXPAYER-ID   PIC X(9).
           05 WS-GL-TAX-YEAR      PIC 9(4).

      * JOURNAL CONTROL TOTALS - DEBIT DOLLARS MUST EQUAL CREDIT
      * DOLLARS FOR EVERY RUN.
       01 WS-GL-TOTALS.
           05 WS-GL-ENTRIES-WRITTEN PIC 9(7) COMP VALUE ZERO.
           05 WS-GL-DEBIT-DOLLARS PIC 9(11)V99 VALUE ZERO.
           05 WS-GL-CREDIT-DOLLARS PIC 9(11)V99 VALUE ZERO.

       01 WS-REPORT-FIELDS.
           05 WS-ED-COUNT         PIC ZZZZZZ9.
           05 WS-ED-AMOUNT        PIC ZZ,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       MAIN-PROCESSING.
           PERFORM INITIALIZE-PROGRAM
           PERFORM PROCESS-ADJUSTMENT-RECORDS UNTIL END-OF-FILE
           PERFORM PRODUCE-ADJUSTMENT-REGISTER
           PERFORM CLEANUP-PROGRAM
           STOP RUN.

       INITIALIZE-PROGRAM.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           PERFORM READ-CYCLE-CONTROL
           OPEN I-O TAXPAYER-MASTER-FILE
           OPEN I-O AR-BALANCE-FILE
           OPEN EXTEND SUPPLEMENTAL-REFUND-FILE
           OPEN EXTEND GL-JOURNAL-FILE
           OPEN INPUT TAX-ADJUSTMENT-FILE
           READ TAX-ADJUSTMENT-FILE
               AT END MOVE "Y" TO WS-EOF-FLAG
           END-READ.

       PROCESS-ADJUSTMENT-RECORDS.
           ADD 1 TO WS-ADJUSTMENTS-READ
           COMPUTE WS-NET-CHANGE =
               ADJ-TOTAL-TAX-DELTA - ADJ-WITHHOLDING-DELTA
           MOVE ADJ-TAXPAYER-ID TO WS-GL-TAXPAYER-ID
           MOVE ADJ-TAX-YEAR    TO WS-GL-TAX-YEAR
           MOVE ZERO TO WS-APPLIED-AMOUNT
           PERFORM FIND-LEDGER-ROW
           EVALUATE TRUE
               WHEN WS-NET-CHANGE > ZERO
                   PERFORM POST-BALANCE-INCREASE
               WHEN WS-NET-CHANGE < ZERO
                   PERFORM POST-BALANCE-DECREASE
               WHEN OTHER
                   ADD 1 TO WS-NO-CHANGE-COUNT
           END-EVALUATE
           PERFORM POST-MASTER-BALANCE
           READ TAX-ADJUSTMENT-FILE
               AT END MOVE "Y" TO WS-EOF-FLAG
           END-READ.

       FIND-LEDGER-ROW.
           MOVE "N" TO WS-AR-ROW-FOUND
           MOVE ADJ-TAXPAYER-ID TO AR-TAXPAYER-ID
           MOVE ADJ-TAX-YEAR    TO AR-TAX-YEAR
           READ AR-BALANCE-FILE
               INVALID KEY CONTINUE
           END-READ
           IF WS-AR-FILE-STATUS = "00"
               MOVE "Y" TO WS-AR-ROW-FOUND
           END-IF.

      * TAX-CALC PARKED THE NET CHANGE IN THE AMENDED-RETURNS
      * CLEARING ACCOUNT; AN INCREASE MOVES IT TO THE RECEIVABLE.
      * AN INCREASE RAISES BOTH THE ORIGINAL AND THE OPEN BALANCE, SO
      * ORIGINAL PLUS PENALTY PLUS INTEREST LESS PAID STILL EQUALS
      * OPEN.  A ROW THAT WAS ALREADY PAID TO ZERO IS REOPENED WITH A
      * FRESH NOTICE DATE AND DEADLINE, THE SAME AS A NEWLY OPENED
      * ROW, SO THE ASSESSMENT RUN DOES NOT PENALIZE THE AMENDED
      * AMOUNT AGAINST THE OLD DEADLINE.
       POST-BALANCE-INCREASE.
           MOVE WS-NET-CHANGE TO WS-INCREASE-AMOUNT
           ADD 1 TO WS-INCREASE-COUNT
           ADD WS-INCREASE-AMOUNT TO WS-INCREASE-DOLLARS
           IF WS-AR-ROW-FOUND = "Y"
               IF AR-OPEN-BALANCE = ZERO
                   MOVE WS-CURRENT-DATE-N TO AR-NOTICE-DATE
                   PERFORM COMPUTE-NEW-DUE-DATE
                   MOVE WS-ROLL-DATE-N    TO AR-DUE-DATE
               END-IF
               ADD WS-INCREASE-AMOUNT TO AR-ORIG-BALANCE
               ADD WS-INCREASE-AMOUNT TO AR-OPEN-BALANCE
               REWRITE AR-BALANCE-RECORD
                   INVALID KEY CONTINUE
               END-REWRITE
               ADD 1 TO WS-ROWS-RAISED
           ELSE
               PERFORM OPEN-LEDGER-ROW
           END-IF
           MOVE WS-GL-RECEIVABLE TO WS-GL-ACCOUNT
           MOVE WS-INCREASE-AMOUNT TO WS-GL-AMOUNT
           PERFORM POST-GL-DEBIT
           MOVE WS-GL-AMEND-CLEARING TO WS-GL-ACCOUNT
           PERFORM POST-GL-CREDIT.

      * NO LEDGER ROW YET MEANS TAX-PAYMENT HAS NEVER SEEDED THIS
      * RETURN, SO ANY BALANCE DUE AS ORIGINALLY POSTED IS NOT ON THE
      * LEDGER EITHER - THE NEW ROW CARRIES IT ALONG WITH THE CHANGE.
      * A DECREASE OPENS THE ROW WITH NO INCREASE, FROM THE PRIOR
      * BALANCE ALONE, AND THEN PAYS IT DOWN.
       OPEN-LEDGER-ROW.
           MOVE ADJ-TAXPAYER-ID    TO AR-TAXPAYER-ID
           MOVE ADJ-TAX-YEAR       TO AR-TAX-YEAR
           COMPUTE AR-ORIG-BALANCE =
               ADJ-PRIOR-BALANCE-DUE + WS-INCREASE-AMOUNT
           MOVE AR-ORIG-BALANCE    TO AR-OPEN-BALANCE
           MOVE ZERO               TO AR-PENALTY-ASSESSED
           MOVE ZERO               TO AR-INTEREST-ASSESSED
           MOVE ZERO               TO AR-PAID-TO-DATE
           MOVE WS-CURRENT-DATE-N  TO AR-NOTICE-DATE
           PERFORM COMPUTE-NEW-DUE-DATE
           MOVE WS-ROLL-DATE-N     TO AR-DUE-DATE
           MOVE ZERO               TO AR-LAST-ASSESS-DATE
           MOVE ZERO               TO AR-LAST-PAYMENT-DATE
           WRITE AR-BALANCE-RECORD
               INVALID KEY CONTINUE
           END-WRITE
           MOVE "Y" TO WS-AR-ROW-FOUND
           ADD 1 TO WS-ROWS-OPENED.

      * A DECREASE FIRST COMES OFF THE OPEN BALANCE.  IT REDUCES THE
      * ORIGINAL BALANCE BY THE SAME AMOUNT; ANY PART OF IT LARGER
      * THAN THE ORIGINAL BALANCE ABATES INTEREST AND THEN PENALTY,
      * SINCE BOTH WERE CHARGED ON TAX THAT IS NO LONGER OWED.
      * WHATEVER THE OPEN BALANCE CANNOT ABSORB WAS OVERPAID AND GOES
      * BACK TO THE TAXPAYER AS A SUPPLEMENTAL REFUND.  A BALANCE
      * STILL OWED ON A RETURN TAX-PAYMENT HAS NOT YET SEEDED IS PUT
      * ON THE LEDGER FIRST, SO ONLY THE TRUE EXCESS IS REFUNDED.  THE
      * DECREASE CLEARS THE AMENDED-RETURNS ACCOUNT AGAINST THE
      * RECEIVABLE FOR WHAT WAS APPLIED AND REFUNDS PAYABLE FOR THE
      * REST.
       POST-BALANCE-DECREASE.
           COMPUTE WS-DECREASE-AMOUNT = ZERO - WS-NET-CHANGE
           ADD 1 TO WS-DECREASE-COUNT
           ADD WS-DECREASE-AMOUNT TO WS-DECREASE-DOLLARS
           IF WS-AR-ROW-FOUND = "N"
                   AND ADJ-PRIOR-BALANCE-DUE > ZERO
               MOVE ZERO TO WS-INCREASE-AMOUNT
               PERFORM OPEN-LEDGER-ROW
           END-IF
           IF WS-AR-ROW-FOUND = "Y"
               IF WS-DECREASE-AMOUNT < AR-OPEN-BALANCE
                   MOVE WS-DECREASE-AMOUNT TO WS-APPLIED-AMOUNT
               ELSE
                   MOVE AR-OPEN-BALANCE TO WS-APPLIED-AMOUNT
               END-IF
               PERFORM REDUCE-LEDGER-ROW
           END-IF
           ADD WS-APPLIED-AMOUNT TO WS-APPLIED-DOLLARS
           SUBTRACT WS-APPLIED-AMOUNT FROM WS-DECREASE-AMOUNT
               GIVING WS-OVERPAID-AMOUNT
           IF WS-OVERPAID-AMOUNT > ZERO
               PERFORM WRITE-SUPPLEMENTAL-REFUND
           END-IF
           MOVE WS-GL-AMEND-CLEARING TO WS-GL-ACCOUNT
           MOVE WS-DECREASE-AMOUNT TO WS-GL-AMOUNT
           PERFORM POST-GL-DEBIT
           MOVE WS-GL-RECEIVABLE TO WS-GL-ACCOUNT
           MOVE WS-APPLIED-AMOUNT TO WS-GL-AMOUNT
           PERFORM POST-GL-CREDIT
           MOVE WS-GL-REFUNDS-PAYABLE TO WS-GL-ACCOUNT
           MOVE WS-OVERPAID-AMOUNT TO WS-GL-AMOUNT
           PERFORM POST-GL-CREDIT.

       REDUCE-LEDGER-ROW.
           SUBTRACT WS-APPLIED-AMOUNT FROM AR-OPEN-BALANCE
           IF WS-APPLIED-AMOUNT > AR-ORIG-BALANCE
               SUBTRACT AR-ORIG-BALANCE FROM WS-APPLIED-AMOUNT
                   GIVING WS-ABATE-AMOUNT
               MOVE ZERO TO AR-ORIG-BALANCE
               IF WS-ABATE-AMOUNT > AR-INTEREST-ASSESSED
                   SUBTRACT AR-INTEREST-ASSESSED FROM WS-ABATE-AMOUNT
                   MOVE ZERO TO AR-INTEREST-ASSESSED
                   SUBTRACT WS-ABATE-AMOUNT FROM AR-PENALTY-ASSESSED
               ELSE
                   SUBTRACT WS-ABATE-AMOUNT FROM AR-INTEREST-ASSESSED
               END-IF
           ELSE
               SUBTRACT WS-APPLIED-AMOUNT FROM AR-ORIG-BALANCE
           END-IF
           REWRITE AR-BALANCE-RECORD
               INVALID KEY CONTINUE
           END-REWRITE.

       WRITE-SUPPLEMENTAL-REFUND.
           MOVE ADJ-TAXPAYER-ID    TO SRF-TAXPAYER-ID
           MOVE ADJ-TAX-YEAR       TO SRF-TAX-YEAR
           MOVE ADJ-STATE-CODE     TO SRF-STATE-CODE
           MOVE WS-OVERPAID-AMOUNT TO SRF-AMOUNT
           MOVE "A"                TO SRF-SOURCE
           MOVE WS-CURRENT-DATE-N  TO SRF-CREATE-DATE
           WRITE SUPPLEMENTAL-REFUND-RECORD
           ADD 1 TO WS-SUPP-REFUND-COUNT
           ADD WS-OVERPAID-AMOUNT TO WS-SUPP-REFUND-DOLLARS.

      * TAX-CALC HAS ALREADY REWRITTEN THE MASTER WITH THE AS-AMENDED
      * COMPUTED AMOUNTS.  THE REFUND DUE IS PUT BACK AS PRIOR POSTED
      * PLUS THE REFUND DELTA (WHICH LEAVES TAX-CALC'S FIGURE AS IT
      * IS), AND THE BALANCE DUE IS SET FROM THE LEDGER SO THE MASTER
      * AGREES WITH ARBAL.DAT AFTER PAYMENTS ALREADY RECEIVED.  WITH
      * STILL NO LEDGER ROW IT IS THE PRIOR BALANCE LESS WHATEVER WAS
      * APPLIED, SO AN UNCHANGED RETURN KEEPS ITS BALANCE DUE.
       POST-MASTER-BALANCE.
           MOVE ADJ-TAXPAYER-ID TO MST-TAXPAYER-ID
           MOVE ADJ-TAX-YEAR    TO MST-TAX-YEAR
           READ TAXPAYER-MASTER-FILE
               INVALID KEY CONTINUE
           END-READ
           IF WS-MASTER-FILE-STATUS = "00"
               COMPUTE MST-REFUND-DUE =
                   ADJ-PRIOR-REFUND-DUE + ADJ-REFUND-DELTA
               IF WS-AR-ROW-FOUND = "Y"
                   MOVE AR-OPEN-BALANCE TO MST-BALANCE-DUE
               ELSE
                   COMPUTE MST-BALANCE-DUE =
                       ADJ-PRIOR-BALANCE-DUE - WS-APPLIED-AMOUNT
               END-IF
               REWRITE TAXPAYER-MASTER-RECORD
                   INVALID KEY CONTINUE
               END-REWRITE
           ELSE
               ADD 1 TO WS-NO-MASTER-COUNT
           END-IF.

      * THE JOURNAL CARRIES THE RUN NUMBER AND DATE OF THE TAX-CALC
      * CYCLE IN PROGRESS.  WITH NO CYCLE RECORD ON FILE THE ENTRIES
      * ARE STAMPED RUN ZERO AND TODAY'S DATE.
       READ-CYCLE-CONTROL.
           MOVE ZERO TO WS-GL-RUN-NUMBER
           MOVE WS-CURRENT-DATE-N TO WS-GL-RUN-DATE
           OPEN INPUT CYCLE-CTL-FILE
           IF WS-CYCLE-FILE-STATUS = "00"
               READ CYCLE-CTL-FILE
                   AT END CONTINUE
               END-READ
               IF WS-CYCLE-FILE-STATUS = "00"
                       AND CYC-EYECATCHER = WS-CYCLE-FORMAT
                   MOVE CYC-CYCLE-NUMBER TO WS-GL-RUN-NUMBER
                   MOVE CYC-RUN-DATE     TO WS-GL-RUN-DATE
               END-IF
           END-IF
           CLOSE CYCLE-CTL-FILE.

      * A ZERO LEG IS NOT WRITTEN, SO A PARTIAL TRANSACTION (NO
      * EXCESS, NO OFFSET) LEAVES NO EMPTY ENTRIES ON THE JOURNAL.
       WRITE-GL-ENTRY.
           IF WS-GL-AMOUNT > ZERO
               MOVE WS-GL-RUN-NUMBER   TO GLJ-RUN-NUMBER
               MOVE WS-GL-RUN-DATE     TO GLJ-RUN-DATE
               MOVE WS-GL-PROGRAM      TO GLJ-SOURCE-PROGRAM
               MOVE WS-GL-ACCOUNT      TO GLJ-ACCOUNT
               MOVE WS-GL-JURISDICTION TO GLJ-JURISDICTION
               MOVE WS-GL-DR-CR        TO GLJ-DR-CR
               MOVE WS-GL-AMOUNT       TO GLJ-AMOUNT
               MOVE WS-GL-TAXPAYER-ID  TO GLJ-TAXPAYER-ID
               MOVE WS-GL-TAX-YEAR     TO GLJ-TAX-YEAR
               MOVE WS-CURRENT-DATE-N  TO GLJ-POST-DATE
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

       COMPUTE-NEW-DUE-DATE.
           MOVE WS-CURRENT-DATE-N TO WS-ROLL-DATE-N
           MOVE WS-PAYMENT-GRACE-DAYS TO WS-DAYS-REMAINING
           PERFORM ADVANCE-ROLL-DATE-ONE-DAY
               UNTIL WS-DAYS-REMAINING = ZERO.

       ADVANCE-ROLL-DATE-ONE-DAY.
           PERFORM SET-MONTH-LIMIT
           IF WS-ROLL-DAY < WS-MONTH-LIMIT
               ADD 1 TO WS-ROLL-DAY
           ELSE
               MOVE 1 TO WS-ROLL-DAY
               IF WS-ROLL-MONTH < 12
                   ADD 1 TO WS-ROLL-MONTH
               ELSE
                   MOVE 1 TO WS-ROLL-MONTH
                   ADD 1 TO WS-ROLL-YEAR
               END-IF
           END-IF
           SUBTRACT 1 FROM WS-DAYS-REMAINING.

       SET-MONTH-LIMIT.
           MOVE WS-MONTH-DAYS-ENTRY(WS-ROLL-MONTH) TO WS-MONTH-LIMIT
           IF WS-ROLL-MONTH = 2
               DIVIDE WS-ROLL-YEAR BY 4
                   GIVING WS-LEAP-QUOTIENT
                   REMAINDER WS-LEAP-REMAINDER
               IF WS-LEAP-REMAINDER = ZERO
                   MOVE 29 TO WS-MONTH-LIMIT
               END-IF
           END-IF.

      * ADJUSTMENTS READ = INCREASES + DECREASES + NO CHANGE, AND
      * DECREASE DOLLARS = APPLIED TO LEDGER + SUPPLEMENTAL REFUNDS.
       PRODUCE-ADJUSTMENT-REGISTER.
           OPEN OUTPUT ADJUSTMENT-REGISTER

           MOVE "TAX-ADJPOST AMENDED-RETURN POSTING REGISTER"
               TO REGISTER-LINE
           WRITE REGISTER-LINE
           MOVE SPACES TO REGISTER-LINE
           WRITE REGISTER-LINE

           MOVE WS-ADJUSTMENTS-READ TO WS-ED-COUNT
           STRING "ADJUSTMENTS READ  . . . . . . " WS-ED-COUNT
               DELIMITED BY SIZE INTO REGISTER-LINE
           WRITE REGISTER-LINE

           MOVE SPACES TO REGISTER-LINE
           MOVE WS-INCREASE-COUNT TO WS-ED-COUNT
           STRING "BALANCE INCREASES . . . . . . " WS-ED-COUNT
               DELIMITED BY SIZE INTO REGISTER-LINE
           WRITE REGISTER-LINE

           MOVE SPACES TO REGISTER-LINE
           MOVE WS-INCREASE-DOLLARS TO WS-ED-AMOUNT
           STRING "INCREASE DOLLARS  . . . . . . " WS-ED-AMOUNT
               DELIMITED BY SIZE INTO REGISTER-LINE
           WRITE REGISTER-LINE

           MOVE SPACES TO REGISTER-LINE
           MOVE WS-ROWS-OPENED TO WS-ED-COUNT
           STRING "  LEDGER ROWS OPENED  . . . . " WS-ED-COUNT
               DELIMITED BY SIZE INTO REGISTER-LINE
           WRITE REGISTER-LINE

           MOVE SPACES TO REGISTER-LINE
           MOVE WS-ROWS-RAISED TO WS-ED-COUNT
           STRING "  LEDGER ROWS RAISED  . . . . " WS-ED-COUNT
               DELIMITED BY SIZE INTO REGISTER-LINE
           WRITE REGISTER-LINE

           MOVE SPACES TO REGISTER-LINE
           MOVE WS-DECREASE-COUNT TO WS-ED-COUNT
           STRING "BALANCE DECREASES . . . . . . " WS-ED-COUNT
               DELIMITED BY SIZE INTO REGISTER-LINE
           WRITE REGISTER-LINE

           MOVE SPACES TO REGISTER-LINE
           MOVE WS-DECREASE-DOLLARS TO WS-ED-AMOUNT
           STRING "DECREASE DOLLARS  . . . . . . " WS-ED-AMOUNT
               DELIMITED BY SIZE INTO REGISTER-LINE
           WRITE REGISTER-LINE

           MOVE SPACES TO REGISTER-LINE
           MOVE WS-APPLIED-DOLLARS TO WS-ED-AMOUNT
           STRING "  APPLIED TO LEDGER . . . . . " WS-ED-AMOUNT
               DELIMITED BY SIZE INTO REGISTER-LINE
           WRITE REGISTER-LINE

           MOVE SPACES TO REGISTER-LINE
           MOVE WS-SUPP-REFUND-DOLLARS TO WS-ED-AMOUNT
           STRING "  SUPPLEMENTAL REFUNDS  . . . " WS-ED-AMOUNT
               DELIMITED BY SIZE INTO REGISTER-LINE
           WRITE REGISTER-LINE

           MOVE SPACES TO REGISTER-LINE
           MOVE WS-SUPP-REFUND-COUNT TO WS-ED-COUNT
           STRING "SUPPLEMENTAL REFUNDS WRITTEN  " WS-ED-COUNT
               DELIMITED BY SIZE INTO REGISTER-LINE
           WRITE REGISTER-LINE

           MOVE SPACES TO REGISTER-LINE
           MOVE WS-NO-CHANGE-COUNT TO WS-ED-COUNT
           STRING "NO NET CHANGE . . . . . . . . " WS-ED-COUNT
               DELIMITED BY SIZE INTO REGISTER-LINE
           WRITE REGISTER-LINE

           MOVE SPACES TO REGISTER-LINE
           MOVE WS-NO-MASTER-COUNT TO WS-ED-COUNT
           STRING "MASTER ROW NOT FOUND  . . . . " WS-ED-COUNT
               DELIMITED BY SIZE INTO REGISTER-LINE
           WRITE REGISTER-LINE

           MOVE SPACES TO REGISTER-LINE
           MOVE WS-GL-ENTRIES-WRITTEN TO WS-ED-COUNT
           STRING "GL ENTRIES WRITTEN  . . . . . " WS-ED-COUNT
               DELIMITED BY SIZE INTO REGISTER-LINE
           WRITE REGISTER-LINE

           MOVE SPACES TO REGISTER-LINE
           MOVE WS-GL-DEBIT-DOLLARS TO WS-ED-AMOUNT
           STRING "GL DEBITS . . . . . . . . . . " WS-ED-AMOUNT
               DELIMITED BY SIZE INTO REGISTER-LINE
           WRITE REGISTER-LINE

           MOVE SPACES TO REGISTER-LINE
           MOVE WS-GL-CREDIT-DOLLARS TO WS-ED-AMOUNT
           STRING "GL CREDITS  . . . . . . . . . " WS-ED-AMOUNT
               DELIMITED BY SIZE INTO REGISTER-LINE
           WRITE REGISTER-LINE

           CLOSE ADJUSTMENT-REGISTER.

       CLEANUP-PROGRAM.
           CLOSE TAX-ADJUSTMENT-FILE
           CLOSE TAXPAYER-MASTER-FILE
           CLOSE AR-BALANCE-FILE
           CLOSE SUPPLEMENTAL-REFUND-FILE
           CLOSE GL-JOURNAL-FILE.
