               ORGANIZATION IS SEQUENTIAL.
           SELECT POSTING-REGISTER ASSIGN TO "PAYPOST.RPT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL CYCLE-CTL-FILE ASSIGN TO "CYCLECTL.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CYCLE-FILE-STATUS.
           SELECT OPTIONAL GL-JOURNAL-FILE ASSIGN TO "GLJRNL.DAT"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD POSTING-REGISTER.
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
           05 WS-OPEN-ROW-COUNT   PIC 9(7) COMP VALUE ZERO.
           05 WS-OPEN-DOLLARS     PIC 9(11)V99 VALUE ZERO.

      * GENERAL LEDGER ACCOUNTS THIS STEP POSTS TO - THE FULL CHART
      * IS LISTED IN TAX-GLTRIAL.
       01 WS-GL-ACCOUNTS.
           05 WS-GL-CASH            PIC X(4) VALUE "1010".
           05 WS-GL-RECEIVABLE      PIC X(4) VALUE "1200".
           05 WS-GL-UNAPPLIED       PIC X(4) VALUE "2200".

       01 WS-CYCLE-WORK.
           05 WS-CYCLE-FILE-STATUS PIC X(2).
           05 WS-CYCLE-FORMAT     PIC X(4) VALUE "CYC1".

      * ONE JOURNAL ENTRY IS BUILT HERE AND WRITTEN BY
      * WRITE-GL-ENTRY; THE JURISDICTION IS FILLED IN ONLY FOR A
      * REVENUE LEG AND IS CLEARED AGAIN AFTER EVERY WRITE.
       01 WS-GL-WORK.
           05 WS-GL-RUN-NUMBER    PIC 9(5) VALUE ZERO.
           05 WS-GL-RUN-DATE      PIC 9(8) VALUE ZERO.
           05 WS-GL-PROGRAM       PIC X(12) VALUE "TAX-PAYMENT".
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

       INITIALIZE-PROGRAM.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           PERFORM READ-CYCLE-CONTROL
           OPEN I-O TAXPAYER-MASTER-FILE
           OPEN I-O AR-BALANCE-FILE
           PERFORM SEED-OPEN-BALANCES
           OPEN INPUT PAYMENT-FILE
           OPEN OUTPUT PAYMENT-SUSPENSE-FILE
           OPEN EXTEND GL-JOURNAL-FILE
           READ PAYMENT-FILE
               AT END MOVE "Y" TO WS-EOF-FLAG
           END-READ.
       PROCESS-PAYMENT-RECORDS.
           ADD 1 TO WS-PAYMENTS-READ
           ADD PMT-AMOUNT TO WS-PAYMENT-DOLLARS
           MOVE PMT-TAXPAYER-ID TO WS-GL-TAXPAYER-ID
           MOVE PMT-TAX-YEAR    TO WS-GL-TAX-YEAR
           PERFORM FIND-OPEN-BALANCE
           IF WS-AR-ROW-FOUND = "Y"
               PERFORM APPLY-PAYMENT

      * THE OPEN BALANCE ABSORBS THE PAYMENT; ANY EXCESS IS COUNTED
      * IN THE OVERPAYMENT BUCKET SO THE CASHIER'S OFFICE CAN RAISE
      * THE REFUND-OF-OVERPAYMENT PAPERWORK FROM THE REGISTER.  THE
      * DEPOSIT IS JOURNALED IN FULL TO CASH AGAINST THE RECEIVABLE
      * FOR WHAT WAS APPLIED AND UNAPPLIED PAYMENTS FOR THE EXCESS.
       APPLY-PAYMENT.
           MOVE ZERO TO WS-EXCESS-AMOUNT
           EVALUATE TRUE
           REWRITE AR-BALANCE-RECORD
               INVALID KEY CONTINUE
           END-REWRITE
           PERFORM POST-MASTER-BALANCE
           MOVE WS-GL-CASH TO WS-GL-ACCOUNT
           MOVE PMT-AMOUNT TO WS-GL-AMOUNT
           PERFORM POST-GL-DEBIT
           MOVE WS-GL-RECEIVABLE TO WS-GL-ACCOUNT
           MOVE WS-APPLIED-AMOUNT TO WS-GL-AMOUNT
           PERFORM POST-GL-CREDIT
           MOVE WS-GL-UNAPPLIED TO WS-GL-ACCOUNT
           MOVE WS-EXCESS-AMOUNT TO WS-GL-AMOUNT
           PERFORM POST-GL-CREDIT.

      * THE MASTER'S BALANCE DUE IS KEPT IN STEP WITH THE LEDGER SO
      * EVERY PROGRAM THAT READS THE MASTER SEES THE PAID-DOWN
           MOVE "NB" TO SUS-REASON-CODE
           MOVE "NO OPEN BALANCE FOR PAYMENT" TO SUS-REASON-TEXT
           MOVE PAYMENT-RECORD TO SUS-PAYMENT-RECORD
           WRITE PAYMENT-SUSPENSE-RECORD
           MOVE WS-GL-CASH TO WS-GL-ACCOUNT
           MOVE PMT-AMOUNT TO WS-GL-AMOUNT
           PERFORM POST-GL-DEBIT
           MOVE WS-GL-UNAPPLIED TO WS-GL-ACCOUNT
           PERFORM POST-GL-CREDIT.

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

      * FULL PASS OVER THE LEDGER AFTER POSTING - EVERY ROW STILL
      * OPEN IS BUCKETED BY HOW FAR PAST ITS NOTICE DATE IT HAS RUN.
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

           PERFORM WRITE-AGING-SECTION
           CLOSE POSTING-REGISTER.

       CLEANUP-PROGRAM.
           CLOSE PAYMENT-FILE
           CLOSE PAYMENT-SUSPENSE-FILE
           CLOSE GL-JOURNAL-FILE
           CLOSE AR-BALANCE-FILE
           CLOSE TAXPAYER-MASTER-FILE.
