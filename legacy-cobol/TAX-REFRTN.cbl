       IDENTIFICATION DIVISION.
       PROGRAM-ID. TAX-REFRTN.
       AUTHOR. LEGACY-SYSTEMS-TEAM.
      *****************************************************************
      * RETURNED AND UNDELIVERABLE REFUND RECONCILIATION             *
      * READS THE BANK'S RETURN FILE - ACH CREDITS REJECTED FOR A    *
      * CLOSED OR INVALID ACCOUNT, CHECKS RETURNED UNDELIVERABLE AND *
      * CHECKS LEFT UNCASHED PAST THEIR STALE DATE - AND MATCHES     *
      * EACH RETURN TO THE ORIGINAL "P" PAYMENT RECORD ON THE        *
      * REFUND HISTORY (REFHIST.DAT).  A MATCHED RETURN IS REVERSED  *
      * ON THE TAXPAYER'S ACCOUNT: AN "R" REVERSAL GOES ON THE       *
      * HISTORY SO TAX-1099G TAKES THE PAYMENT BACK OFF THE YEAR'S   *
      * TOTAL, THE CASH COMES BACK OUT OF SUSPENSE INTO THE RETURNED *
      * REFUND ACCOUNT ON THE GENERAL LEDGER, AND THE MONEY IS HELD  *
      * ON THE RETURNED-REFUND FILE (RETREF.DAT).  EVERY RUN THEN    *
      * REVIEWS THE HELD REFUNDS: ONCE TAX-NAMADDR HAS POSTED AN     *
      * ADDRESS OR BANK CHANGE FOR THE TAXPAYER SINCE THE PAYMENT    *
      * WENT OUT, THE REFUND IS REISSUED THROUGH SUPPREF.DAT AND     *
      * TAX-REFUND PAYS IT ON ITS NEXT RUN.  ONE STILL UNCLAIMED     *
      * AFTER THE POLICY PERIOD GOES TO THE UNCLAIMED-PROPERTY       *
      * REPORT.  RUNS AFTER TAX-NAMADDR AND BEFORE TAX-REFUND.       *
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL RETURN-POLICY-FILE ASSIGN TO "RTNPOL.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-POLICY-FILE-STATUS.
           SELECT OPTIONAL BANK-RETURN-FILE ASSIGN TO "BANKRTN.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL REFUND-HISTORY-FILE ASSIGN TO "REFHIST.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL RETURNED-REFUND-FILE
               ASSIGN TO "RETREF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RTR-RETURN-KEY
               FILE STATUS IS WS-RTR-FILE-STATUS.
           SELECT OPTIONAL NAME-ADDRESS-FILE ASSIGN TO "NAMADDR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS NAD-TAXPAYER-ID
               FILE STATUS IS WS-NAD-FILE-STATUS.
           SELECT OPTIONAL SUPPLEMENTAL-REFUND-FILE
               ASSIGN TO "SUPPREF.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT RETURN-REJECT-FILE ASSIGN TO "RTNREJ.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT RETURN-REGISTER ASSIGN TO "RTNREG.RPT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT UNCLAIMED-REPORT ASSIGN TO "UNCLAIM.RPT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL CYCLE-CTL-FILE ASSIGN TO "CYCLECTL.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CYCLE-FILE-STATUS.
           SELECT OPTIONAL GL-JOURNAL-FILE ASSIGN TO "GLJRNL.DAT"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * OPTIONAL POLICY OVERRIDE - A FIELD LEFT AS SPACES (OR AN
      * ABSENT FILE) KEEPS THE COMPILED-IN DEFAULT, SAME CONVENTION
      * AS AUDSELPL.DAT IN TAX-AUDSEL.  THE PERIOD IS IN DAYS.
       FD RETURN-POLICY-FILE.
       01 RETURN-POLICY-RECORD.
           05 POL-UNCLAIMED-DAYS  PIC X(4).
           05 POL-UNCLAIMED-DAYS-N REDEFINES POL-UNCLAIMED-DAYS
                                  PIC 9(4).

      * ONE RECORD PER PAYMENT THE BANK SENT BACK, IDENTIFIED THE
      * WAY IT WENT OUT ON REFDISB.DAT - TAXPAYER ID, ISSUE DATE AND
      * AMOUNT - WITH THE BANK'S REASON:
      *   AC ACH ACCOUNT CLOSED      NA ACH NO SUCH ACCOUNT
      *   UD CHECK UNDELIVERABLE     SC CHECK UNCASHED, STALE-DATED
       FD BANK-RETURN-FILE.
       01 BANK-RETURN-RECORD.
           05 BRT-TAXPAYER-ID     PIC X(9).
           05 BRT-ISSUE-DATE      PIC X(8).
           05 BRT-ISSUE-DATE-N REDEFINES BRT-ISSUE-DATE
                                  PIC 9(8).
           05 BRT-AMOUNT          PIC X(10).
           05 BRT-AMOUNT-N REDEFINES BRT-AMOUNT
                                  PIC 9(8)V99.
           05 BRT-RETURN-REASON   PIC X(2).
              88 BRT-VALID-REASON VALUE "AC" "NA" "UD" "SC".

      * REFUND HISTORY APPENDED BY TAX-REFUND - SAME LAYOUT AS
      * DECLARED THERE.  READ FOR THE PAYMENTS, THEN EXTENDED WITH
      * A TYPE "R" REVERSAL FOR EACH RETURN POSTED.  THE REVERSAL
      * CARRIES THE ISSUE DATE OF THE PAYMENT IT REVERSES.
       FD REFUND-HISTORY-FILE.
       01 REFUND-HISTORY-RECORD.
           05 RFH-RECORD-TYPE     PIC X(1).
              88 RFH-PAYMENT      VALUE "P".
              88 RFH-OFFSET-MEMO  VALUE "M".
              88 RFH-REVERSAL     VALUE "R".
           05 RFH-TAXPAYER-ID     PIC X(9).
           05 RFH-STATE-CODE      PIC X(2).
           05 RFH-AMOUNT          PIC 9(8)V99.
           05 RFH-OFFSET-YEAR     PIC 9(4).
           05 RFH-ISSUE-DATE      PIC 9(8).

      * RETURNED REFUND - ONE ROW PER PAYMENT THE BANK SENT BACK,
      * KEYED THE WAY THE PAYMENT WENT OUT.  THE AMOUNT IS PART OF
      * THE KEY BECAUSE ONE TAX-REFUND RUN CAN PAY THE SAME
      * TAXPAYER TWICE (A TAXOUT.DAT REFUND AND A SUPPLEMENTAL ONE).
      * WHEN BOTH PAYMENTS ARE ALSO FOR THE SAME AMOUNT THE PAYMENT
      * SEQUENCE TELLS THEM APART - 1 FOR THE FIRST RETURNED, 2 FOR
      * THE SECOND.
      * STATUS "H" IS HELD AWAITING NEW INSTRUCTIONS, "I" IS
      * REISSUED AND "U" IS REPORTED AS UNCLAIMED PROPERTY; THE
      * CLOSE DATE IS THE DATE IT LEFT "H".  TAX-INQUIRY READS THIS
      * SAME LAYOUT.
       FD RETURNED-REFUND-FILE.
       01 RETURNED-REFUND-RECORD.
           05 RTR-RETURN-KEY.
               10 RTR-TAXPAYER-ID PIC X(9).
               10 RTR-ISSUE-DATE  PIC 9(8).
               10 RTR-AMOUNT      PIC 9(8)V99.
               10 RTR-PAYMENT-SEQ PIC 9(2).
           05 RTR-STATE-CODE      PIC X(2).
           05 RTR-TAX-YEAR        PIC 9(4).
           05 RTR-RETURN-REASON   PIC X(2).
           05 RTR-RETURN-DATE     PIC 9(8).
           05 RTR-STATUS          PIC X(1).
              88 RTR-HELD         VALUE "H".
              88 RTR-REISSUED     VALUE "I".
              88 RTR-UNCLAIMED    VALUE "U".
           05 RTR-CLOSE-DATE      PIC 9(8).

      * NAME-AND-ADDRESS MASTER MAINTAINED BY TAX-NAMADDR - SAME
      * LAYOUT AS DECLARED THERE.
       FD NAME-ADDRESS-FILE.
       01 NAME-ADDRESS-RECORD.
           05 NAD-TAXPAYER-ID     PIC X(9).
           05 NAD-NAME            PIC X(30).
           05 NAD-ADDR-LINE-1     PIC X(30).
           05 NAD-ADDR-LINE-2     PIC X(30).
           05 NAD-CITY            PIC X(20).
           05 NAD-STATE           PIC X(2).
           05 NAD-ZIP             PIC X(10).
           05 NAD-FOREIGN-FLAG    PIC X(1).
           05 NAD-LAST-CHANGE-DATE PIC 9(8).

      * SAME LAYOUT AS TAX-ADJPOST WRITES AND TAX-REFUND READS.
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

      * THE REJECT CARRIES THE FULL ORIGINAL BANK RECORD SO TREASURY
      * CAN TAKE IT UP WITH THE BANK AS REPORTED.
       FD RETURN-REJECT-FILE.
       01 RETURN-REJECT-RECORD.
           05 RRJ-REASON-CODE     PIC X(2).
           05 RRJ-REASON-TEXT     PIC X(40).
           05 RRJ-RETURN-RECORD   PIC X(29).

       FD RETURN-REGISTER.
       01 REGISTER-LINE           PIC X(80).

       FD UNCLAIMED-REPORT.
       01 UNCLAIMED-LINE          PIC X(80).

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
           05 WS-HIST-EOF-FLAG    PIC X VALUE "N".
              88 HISTORY-EOF      VALUE "Y".
           05 WS-RTR-EOF-FLAG     PIC X VALUE "N".
              88 RTR-SCAN-EOF     VALUE "Y".
           05 WS-VALID-RECORD     PIC X VALUE "Y".
              88 RECORD-IS-VALID    VALUE "Y".
              88 RECORD-IS-INVALID  VALUE "N".
           05 WS-NAD-FOUND        PIC X VALUE "N".
           05 WS-SEQ-FREE         PIC X VALUE "N".

       01 WS-FILE-STATUS-WORK.
           05 WS-POLICY-FILE-STATUS PIC X(2).
           05 WS-RTR-FILE-STATUS  PIC X(2).
           05 WS-NAD-FILE-STATUS  PIC X(2).

      * POLICY - A RETURNED REFUND STILL HELD THIS MANY DAYS AFTER
      * THE BANK SENT IT BACK IS REPORTED AS UNCLAIMED PROPERTY.
       01 WS-RETURN-POLICY.
           05 WS-UNCLAIMED-DAYS   PIC 9(4) VALUE 365.

      * A REFUND RETURNED BEFORE THE CUTOFF HAS BEEN HELD LONGER
      * THAN THE POLICY PERIOD.
       01 WS-UNCLAIMED-CUTOFF     PIC 9(8).

       01 WS-VALIDATION-WORK.
           05 WS-REJECT-REASON    PIC X(2).
           05 WS-REJECT-TEXT      PIC X(40).
           05 WS-REJECT-IMAGE     PIC X(29).

      * RUN DATE AND THE DATE-ROLLING WORK FIELDS - THE CUTOFF IS
      * TODAY ROLLED BACK A DAY AT A TIME ACROSS MONTH AND YEAR
      * ENDS (FEBRUARY GETS 29 IN A LEAP YEAR).
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
           05 WS-DAYS-REMAINING   PIC 9(4) COMP.
           05 WS-MONTH-LIMIT      PIC 9(2) COMP.
           05 WS-LEAP-REMAINDER   PIC 9(4) COMP.
           05 WS-LEAP-QUOTIENT    PIC 9(4) COMP.

       01 WS-MONTH-DAYS-TABLE.
           05 FILLER              PIC X(24)
               VALUE "312831303130313130313031".
       01 WS-MONTH-DAYS REDEFINES WS-MONTH-DAYS-TABLE.
           05 WS-MONTH-DAYS-ENTRY OCCURS 12 TIMES PIC 9(2).

      * BANK RETURN TABLE - LOADED UP FRONT SO THE WHOLE REFUND
      * HISTORY IS READ ONCE NO MATTER HOW MANY RETURNS THE BANK
      * SENT.  EACH ENTRY COUNTS THE PAYMENTS THAT AGREE WITH IT ON
      * ID, ISSUE DATE AND AMOUNT - NORMALLY ONE, TWO WHEN A RUN PAID
      * THE SAME TAXPAYER THE SAME AMOUNT TWICE - AND THE PAYMENT'S
      * STATE CODE IS CARRIED BACK WITH IT.
       01 WS-RETURN-TABLE.
           05 WS-RT-ENTRY OCCURS 2000 TIMES.
               10 WS-RT-IMAGE     PIC X(29).
               10 WS-RT-TAXPAYER-ID PIC X(9).
               10 WS-RT-ISSUE-DATE PIC 9(8).
               10 WS-RT-AMOUNT    PIC 9(8)V99.
               10 WS-RT-REASON    PIC X(2).
               10 WS-RT-PAYMENTS  PIC 9(2).
               10 WS-RT-STATE     PIC X(2).
       01 WS-RT-COUNT             PIC 9(4) COMP VALUE ZERO.
       01 WS-RT-TABLE-MAX         PIC 9(4) COMP VALUE 2000.
       01 WS-RT-IDX               PIC 9(4) COMP.
       01 WS-RETURN-SEQ           PIC 9(2).

      * CONTROL TOTALS - POSTED PLUS REJECTED EQUALS BANK RETURNS
      * READ; RETURNED ROWS REVIEWED EQUALS THE FOUR DISPOSITIONS
      * UNDER IT COMBINED.
       01 WS-RETURN-TOTALS.
           05 WS-RETURNS-READ     PIC 9(7) COMP VALUE ZERO.
           05 WS-RETURNS-POSTED   PIC 9(7) COMP VALUE ZERO.
           05 WS-RETURNS-REJECTED PIC 9(7) COMP VALUE ZERO.
           05 WS-RETURNED-DOLLARS PIC 9(11)V99 VALUE ZERO.
           05 WS-HISTORY-READ     PIC 9(7) COMP VALUE ZERO.
           05 WS-ROWS-REVIEWED    PIC 9(7) COMP VALUE ZERO.
           05 WS-ROWS-CLOSED      PIC 9(7) COMP VALUE ZERO.
           05 WS-ROWS-REISSUED    PIC 9(7) COMP VALUE ZERO.
           05 WS-REISSUED-DOLLARS PIC 9(11)V99 VALUE ZERO.
           05 WS-ROWS-UNCLAIMED   PIC 9(7) COMP VALUE ZERO.
           05 WS-UNCLAIMED-DOLLARS PIC 9(11)V99 VALUE ZERO.
           05 WS-ROWS-STILL-HELD  PIC 9(7) COMP VALUE ZERO.
           05 WS-HELD-DOLLARS     PIC 9(11)V99 VALUE ZERO.

       01 WS-REPORT-FIELDS.
           05 WS-ED-COUNT         PIC ZZZZZZ9.
           05 WS-ED-AMOUNT        PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05 WS-ED-MONEY         PIC ZZ,ZZZ,ZZ9.99.
           05 WS-ED-DAYS          PIC ZZZ9.

      * GENERAL LEDGER ACCOUNTS THIS STEP POSTS TO - THE FULL CHART
      * IS LISTED IN TAX-GLTRIAL.
       01 WS-GL-ACCOUNTS.
           05 WS-GL-CASH          PIC X(4) VALUE "1010".
           05 WS-GL-REFUNDS-PAYABLE PIC X(4) VALUE "2100".
           05 WS-GL-RETURNED-REFUNDS PIC X(4) VALUE "2150".

       01 WS-CYCLE-WORK.
           05 WS-CYCLE-FILE-STATUS PIC X(2).
           05 WS-CYCLE-FORMAT     PIC X(4) VALUE "CYC1".

      * ONE JOURNAL ENTRY IS BUILT HERE AND WRITTEN BY
      * WRITE-GL-ENTRY; THE JURISDICTION IS FILLED IN ONLY FOR A
      * REVENUE LEG AND IS CLEARED AGAIN AFTER EVERY WRITE.
       01 WS-GL-WORK.
           05 WS-GL-RUN-NUMBER    PIC 9(5) VALUE ZERO.
           05 WS-GL-RUN-DATE      PIC 9(8) VALUE ZERO.
           05 WS-GL-PROGRAM       PIC X(12) VALUE "TAX-REFRTN".
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

       PROCEDURE DIVISION.
       MAIN-PROCESSING.
           PERFORM INITIALIZE-PROGRAM
           PERFORM LOAD-RETURN-TABLE
           PERFORM MATCH-PAYMENT-HISTORY
           PERFORM POST-BANK-RETURNS
           PERFORM REVIEW-HELD-REFUNDS
           PERFORM PRODUCE-UNCLAIMED-TOTALS
           PERFORM PRODUCE-RETURN-REGISTER
           PERFORM CLEANUP-PROGRAM
           STOP RUN.

       INITIALIZE-PROGRAM.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           PERFORM READ-CYCLE-CONTROL
           PERFORM READ-RETURN-POLICY
           MOVE WS-CURRENT-DATE-N TO WS-ROLL-DATE-N
           MOVE WS-UNCLAIMED-DAYS TO WS-DAYS-REMAINING
           PERFORM RETREAT-ROLL-DATE-ONE-DAY
               UNTIL WS-DAYS-REMAINING = ZERO
           MOVE WS-ROLL-DATE-N TO WS-UNCLAIMED-CUTOFF
           OPEN I-O RETURNED-REFUND-FILE
           OPEN INPUT NAME-ADDRESS-FILE
           OPEN OUTPUT RETURN-REJECT-FILE
           OPEN OUTPUT RETURN-REGISTER
           OPEN OUTPUT UNCLAIMED-REPORT
           OPEN EXTEND SUPPLEMENTAL-REFUND-FILE
           OPEN EXTEND GL-JOURNAL-FILE
           MOVE "TAX-REFRTN RETURNED REFUND REGISTER" TO REGISTER-LINE
           WRITE REGISTER-LINE
           MOVE SPACES TO REGISTER-LINE
           WRITE REGISTER-LINE
           PERFORM UNCLAIMED-REPORT-HEADING.

      * A NON-NUMERIC OR ZERO PERIOD IS IGNORED RATHER THAN TAKEN AS
      * ZERO, SO A MISKEYED OVERRIDE CANNOT SEND EVERY HELD REFUND TO
      * THE UNCLAIMED-PROPERTY REPORT.
       READ-RETURN-POLICY.
           OPEN INPUT RETURN-POLICY-FILE
           IF WS-POLICY-FILE-STATUS = "00"
               READ RETURN-POLICY-FILE
                   AT END CONTINUE
               END-READ
               IF WS-POLICY-FILE-STATUS = "00"
                       AND POL-UNCLAIMED-DAYS NUMERIC
                       AND POL-UNCLAIMED-DAYS-N > ZERO
                   MOVE POL-UNCLAIMED-DAYS-N TO WS-UNCLAIMED-DAYS
               END-IF
           END-IF
           CLOSE RETURN-POLICY-FILE.

       RETREAT-ROLL-DATE-ONE-DAY.
           IF WS-ROLL-DAY > 1
               SUBTRACT 1 FROM WS-ROLL-DAY
           ELSE
               IF WS-ROLL-MONTH > 1
                   SUBTRACT 1 FROM WS-ROLL-MONTH
               ELSE
                   MOVE 12 TO WS-ROLL-MONTH
                   SUBTRACT 1 FROM WS-ROLL-YEAR
               END-IF
               PERFORM SET-MONTH-LIMIT
               MOVE WS-MONTH-LIMIT TO WS-ROLL-DAY
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

       UNCLAIMED-REPORT-HEADING.
           MOVE "TAX-REFRTN UNCLAIMED PROPERTY REPORT"
               TO UNCLAIMED-LINE
           WRITE UNCLAIMED-LINE
           MOVE WS-UNCLAIMED-DAYS TO WS-ED-DAYS
           MOVE SPACES TO UNCLAIMED-LINE
           STRING "REFUNDS RETURNED BY THE BANK AND NOT CLAIMED WITHIN "
               WS-ED-DAYS " DAYS"
               DELIMITED BY SIZE INTO UNCLAIMED-LINE
           WRITE UNCLAIMED-LINE
           MOVE SPACES TO UNCLAIMED-LINE
           WRITE UNCLAIMED-LINE
           MOVE SPACES TO UNCLAIMED-LINE
           STRING "TAXPAYER-ID NAME                           "
               "ISSUED           AMOUNT  RETURNED  RC"
               DELIMITED BY SIZE INTO UNCLAIMED-LINE
           WRITE UNCLAIMED-LINE
           MOVE SPACES TO UNCLAIMED-LINE
           WRITE UNCLAIMED-LINE.

      * A RECORD THAT FAILS AN EDIT CANNOT BE MATCHED AT ALL, SO IT
      * IS REJECTED AS IT IS READ; THE REST WAIT IN THE TABLE UNTIL
      * THE HISTORY HAS BEEN SEARCHED.
       LOAD-RETURN-TABLE.
           OPEN INPUT BANK-RETURN-FILE
           READ BANK-RETURN-FILE
               AT END MOVE "Y" TO WS-EOF-FLAG
           END-READ
           PERFORM STORE-BANK-RETURN UNTIL END-OF-FILE
           CLOSE BANK-RETURN-FILE.

      * A RETURN FILE PAST TABLE CAPACITY CANNOT BE MATCHED IN ONE
      * PASS, SO THE RUN STOPS BEFORE ANYTHING IS POSTED.  SPLIT THE
      * BANK FILE AND RERUN.
       STORE-BANK-RETURN.
           ADD 1 TO WS-RETURNS-READ
           PERFORM VALIDATE-BANK-RETURN
           IF RECORD-IS-VALID
               IF WS-RT-COUNT >= WS-RT-TABLE-MAX
                   DISPLAY "TAX-REFRTN: RETURN TABLE CAPACITY OF "
                       WS-RT-TABLE-MAX " EXCEEDED - RUN STOPPED"
                   CLOSE BANK-RETURN-FILE
                   STOP RUN
               END-IF
               ADD 1 TO WS-RT-COUNT
               MOVE BANK-RETURN-RECORD
                   TO WS-RT-IMAGE(WS-RT-COUNT)
               MOVE BRT-TAXPAYER-ID
                   TO WS-RT-TAXPAYER-ID(WS-RT-COUNT)
               MOVE BRT-ISSUE-DATE-N
                   TO WS-RT-ISSUE-DATE(WS-RT-COUNT)
               MOVE BRT-AMOUNT-N TO WS-RT-AMOUNT(WS-RT-COUNT)
               MOVE BRT-RETURN-REASON TO WS-RT-REASON(WS-RT-COUNT)
               MOVE ZERO   TO WS-RT-PAYMENTS(WS-RT-COUNT)
               MOVE SPACES TO WS-RT-STATE(WS-RT-COUNT)
           ELSE
               MOVE BANK-RETURN-RECORD TO WS-REJECT-IMAGE
               PERFORM WRITE-REJECT-RECORD
           END-IF
           READ BANK-RETURN-FILE
               AT END MOVE "Y" TO WS-EOF-FLAG
           END-READ.

      * EDITS RUN IN ORDER AND STOP AT THE FIRST FAILURE.
       VALIDATE-BANK-RETURN.
           MOVE "Y" TO WS-VALID-RECORD
           MOVE SPACES TO WS-REJECT-REASON
           MOVE SPACES TO WS-REJECT-TEXT

           IF BRT-TAXPAYER-ID NOT NUMERIC
               MOVE "N"  TO WS-VALID-RECORD
               MOVE "01" TO WS-REJECT-REASON
               MOVE "TAXPAYER ID NOT NUMERIC" TO WS-REJECT-TEXT
           END-IF

           IF RECORD-IS-VALID
                   AND BRT-ISSUE-DATE NOT NUMERIC
               MOVE "N"  TO WS-VALID-RECORD
               MOVE "02" TO WS-REJECT-REASON
               MOVE "ISSUE DATE NOT NUMERIC" TO WS-REJECT-TEXT
           END-IF

           IF RECORD-IS-VALID
               IF BRT-AMOUNT NOT NUMERIC
                   MOVE "N"  TO WS-VALID-RECORD
               ELSE
                   IF BRT-AMOUNT-N = ZERO
                       MOVE "N" TO WS-VALID-RECORD
                   END-IF
               END-IF
               IF RECORD-IS-INVALID
                   MOVE "03" TO WS-REJECT-REASON
                   MOVE "AMOUNT NOT NUMERIC OR ZERO" TO WS-REJECT-TEXT
               END-IF
           END-IF

           IF RECORD-IS-VALID
                   AND NOT BRT-VALID-REASON
               MOVE "N"  TO WS-VALID-RECORD
               MOVE "04" TO WS-REJECT-REASON
               MOVE "UNKNOWN RETURN REASON" TO WS-REJECT-TEXT
           END-IF.

      * ONE PASS OVER THE SEASON'S HISTORY.  ONLY PAYMENT RECORDS
      * CAN BE RETURNED - AN OFFSET MEMO NEVER LEFT THE BUILDING.
       MATCH-PAYMENT-HISTORY.
           IF WS-RT-COUNT > ZERO
               MOVE "N" TO WS-HIST-EOF-FLAG
               OPEN INPUT REFUND-HISTORY-FILE
               READ REFUND-HISTORY-FILE
                   AT END MOVE "Y" TO WS-HIST-EOF-FLAG
               END-READ
               PERFORM MATCH-ONE-HISTORY-RECORD UNTIL HISTORY-EOF
               CLOSE REFUND-HISTORY-FILE
           END-IF.

       MATCH-ONE-HISTORY-RECORD.
           ADD 1 TO WS-HISTORY-READ
           IF RFH-PAYMENT
               PERFORM COUNT-PAYMENT-FOR-RETURN
                   VARYING WS-RT-IDX FROM 1 BY 1
                   UNTIL WS-RT-IDX > WS-RT-COUNT
           END-IF
           READ REFUND-HISTORY-FILE
               AT END MOVE "Y" TO WS-HIST-EOF-FLAG
           END-READ.

      * EVERY RETURN IN THE TABLE FOR THE SAME PAYMENT COUNTS IT, SO
      * TWO RETURNS FOR TWO IDENTICAL PAYMENTS EACH SEE BOTH.
       COUNT-PAYMENT-FOR-RETURN.
           IF WS-RT-TAXPAYER-ID(WS-RT-IDX) = RFH-TAXPAYER-ID
                   AND WS-RT-ISSUE-DATE(WS-RT-IDX) = RFH-ISSUE-DATE
                   AND WS-RT-AMOUNT(WS-RT-IDX) = RFH-AMOUNT
               IF WS-RT-PAYMENTS(WS-RT-IDX) < 99
                   ADD 1 TO WS-RT-PAYMENTS(WS-RT-IDX)
               END-IF
               MOVE RFH-STATE-CODE TO WS-RT-STATE(WS-RT-IDX)
           END-IF.

       POST-BANK-RETURNS.
           MOVE "BANK RETURNS POSTED" TO REGISTER-LINE
           WRITE REGISTER-LINE
           MOVE SPACES TO REGISTER-LINE
           STRING "TAXPAYER-ID  ISSUED           AMOUNT  REASON"
               "  STATE"
               DELIMITED BY SIZE INTO REGISTER-LINE
           WRITE REGISTER-LINE
           MOVE SPACES TO REGISTER-LINE
           WRITE REGISTER-LINE
           OPEN EXTEND REFUND-HISTORY-FILE
           PERFORM POST-ONE-BANK-RETURN
               VARYING WS-RT-IDX FROM 1 BY 1
               UNTIL WS-RT-IDX > WS-RT-COUNT
           CLOSE REFUND-HISTORY-FILE.

      * A RETURN WITH NO PAYMENT BEHIND IT, OR FOR A PAYMENT ALREADY
      * ON THE RETURNED-REFUND FILE, IS REJECTED - THE SECOND CASE IS
      * THE BANK SENDING THE SAME RETURN TWICE.  A RETURN TAKES THE
      * LOWEST PAYMENT SEQUENCE NOT YET ON FILE, SO IT IS ONLY
      * "ALREADY RETURNED" ONCE EVERY IDENTICAL PAYMENT HAS BEEN.
       POST-ONE-BANK-RETURN.
           MOVE "Y" TO WS-VALID-RECORD
           IF WS-RT-PAYMENTS(WS-RT-IDX) = ZERO
               MOVE "N"  TO WS-VALID-RECORD
               MOVE "05" TO WS-REJECT-REASON
               MOVE "NO MATCHING PAYMENT ON REFUND HISTORY"
                   TO WS-REJECT-TEXT
           ELSE
               MOVE WS-RT-TAXPAYER-ID(WS-RT-IDX) TO RTR-TAXPAYER-ID
               MOVE WS-RT-ISSUE-DATE(WS-RT-IDX)  TO RTR-ISSUE-DATE
               MOVE WS-RT-AMOUNT(WS-RT-IDX)      TO RTR-AMOUNT
               MOVE ZERO TO WS-RETURN-SEQ
               MOVE "N" TO WS-SEQ-FREE
               PERFORM FIND-FREE-PAYMENT-SEQ
                   UNTIL WS-SEQ-FREE = "Y"
                       OR WS-RETURN-SEQ >= WS-RT-PAYMENTS(WS-RT-IDX)
               IF WS-SEQ-FREE = "N"
                   MOVE "N"  TO WS-VALID-RECORD
                   MOVE "06" TO WS-REJECT-REASON
                   MOVE "PAYMENT ALREADY RETURNED" TO WS-REJECT-TEXT
               END-IF
           END-IF
           IF RECORD-IS-VALID
               PERFORM REVERSE-RETURNED-PAYMENT
           ELSE
               MOVE WS-RT-IMAGE(WS-RT-IDX) TO WS-REJECT-IMAGE
               PERFORM WRITE-REJECT-RECORD
           END-IF.

       FIND-FREE-PAYMENT-SEQ.
           ADD 1 TO WS-RETURN-SEQ
           MOVE WS-RETURN-SEQ TO RTR-PAYMENT-SEQ
           READ RETURNED-REFUND-FILE
               INVALID KEY CONTINUE
           END-READ
           IF WS-RTR-FILE-STATUS NOT = "00"
               MOVE "Y" TO WS-SEQ-FREE
           END-IF.

      * REFHIST.DAT CARRIES NO TAX YEAR - THE REFUND IS TAKEN AS FOR
      * THE YEAR BEFORE IT WAS ISSUED, SAME AS TAX-REFUND ASSUMES FOR
      * TAXOUT.DAT.  THE CASH THE BANK SENDS BACK COMES OUT OF ITS
      * SUSPENSE INTO THE RETURNED-REFUND ACCOUNT, WHERE IT STAYS
      * UNTIL IT IS REISSUED.
       REVERSE-RETURNED-PAYMENT.
           MOVE WS-RT-TAXPAYER-ID(WS-RT-IDX) TO RTR-TAXPAYER-ID
           MOVE WS-RT-ISSUE-DATE(WS-RT-IDX)  TO RTR-ISSUE-DATE
           MOVE WS-RT-AMOUNT(WS-RT-IDX)      TO RTR-AMOUNT
           MOVE WS-RETURN-SEQ                TO RTR-PAYMENT-SEQ
           MOVE WS-RT-STATE(WS-RT-IDX)  TO RTR-STATE-CODE
           MOVE WS-RT-ISSUE-DATE(WS-RT-IDX)(1:4) TO RTR-TAX-YEAR
           SUBTRACT 1 FROM RTR-TAX-YEAR
           MOVE WS-RT-REASON(WS-RT-IDX) TO RTR-RETURN-REASON
           MOVE WS-CURRENT-DATE-N       TO RTR-RETURN-DATE
           MOVE "H"                     TO RTR-STATUS
           MOVE ZERO                    TO RTR-CLOSE-DATE
           WRITE RETURNED-REFUND-RECORD
               INVALID KEY CONTINUE
           END-WRITE
           MOVE "R"                     TO RFH-RECORD-TYPE
           MOVE RTR-TAXPAYER-ID         TO RFH-TAXPAYER-ID
           MOVE RTR-STATE-CODE          TO RFH-STATE-CODE
           MOVE RTR-AMOUNT              TO RFH-AMOUNT
           MOVE ZERO                    TO RFH-OFFSET-YEAR
           MOVE RTR-ISSUE-DATE          TO RFH-ISSUE-DATE
           WRITE REFUND-HISTORY-RECORD
           MOVE RTR-TAXPAYER-ID TO WS-GL-TAXPAYER-ID
           MOVE RTR-TAX-YEAR    TO WS-GL-TAX-YEAR
           MOVE WS-GL-CASH TO WS-GL-ACCOUNT
           MOVE RTR-AMOUNT TO WS-GL-AMOUNT
           PERFORM POST-GL-DEBIT
           MOVE WS-GL-RETURNED-REFUNDS TO WS-GL-ACCOUNT
           PERFORM POST-GL-CREDIT
           ADD 1 TO WS-RETURNS-POSTED
           ADD RTR-AMOUNT TO WS-RETURNED-DOLLARS
           MOVE RTR-AMOUNT TO WS-ED-MONEY
           MOVE SPACES TO REGISTER-LINE
           STRING RTR-TAXPAYER-ID "    " RTR-ISSUE-DATE
               "  " WS-ED-MONEY "  " RTR-RETURN-REASON
               "      " RTR-STATE-CODE
               DELIMITED BY SIZE INTO REGISTER-LINE
           WRITE REGISTER-LINE.

       WRITE-REJECT-RECORD.
           MOVE WS-REJECT-REASON TO RRJ-REASON-CODE
           MOVE WS-REJECT-TEXT   TO RRJ-REASON-TEXT
           MOVE WS-REJECT-IMAGE  TO RRJ-RETURN-RECORD
           WRITE RETURN-REJECT-RECORD
           ADD 1 TO WS-RETURNS-REJECTED.

      * FULL PASS OVER THE RETURNED-REFUND FILE, AFTER TODAY'S
      * RETURNS HAVE BEEN POSTED, SO A RETURN WHOSE TAXPAYER HAD
      * ALREADY MOVED BEFORE THE BANK SENT IT BACK IS REISSUED ON
      * THIS SAME RUN.
       REVIEW-HELD-REFUNDS.
           MOVE SPACES TO REGISTER-LINE
           WRITE REGISTER-LINE
           MOVE "RETURNED REFUNDS REISSUED" TO REGISTER-LINE
           WRITE REGISTER-LINE
           MOVE SPACES TO REGISTER-LINE
           STRING "TAXPAYER-ID  ISSUED           AMOUNT  RETURNED"
               "  CHANGED"
               DELIMITED BY SIZE INTO REGISTER-LINE
           WRITE REGISTER-LINE
           MOVE SPACES TO REGISTER-LINE
           WRITE REGISTER-LINE
           MOVE "N" TO WS-RTR-EOF-FLAG
           MOVE LOW-VALUES TO RTR-RETURN-KEY
           START RETURNED-REFUND-FILE KEY NOT < RTR-RETURN-KEY
               INVALID KEY MOVE "Y" TO WS-RTR-EOF-FLAG
           END-START
           IF NOT RTR-SCAN-EOF
               PERFORM READ-NEXT-RETURNED-REFUND
           END-IF
           PERFORM REVIEW-ONE-RETURNED-REFUND UNTIL RTR-SCAN-EOF.

       READ-NEXT-RETURNED-REFUND.
           READ RETURNED-REFUND-FILE NEXT RECORD
               AT END MOVE "Y" TO WS-RTR-EOF-FLAG
           END-READ
           IF WS-RTR-FILE-STATUS NOT = "00"
               MOVE "Y" TO WS-RTR-EOF-FLAG
           END-IF.

       REVIEW-ONE-RETURNED-REFUND.
           ADD 1 TO WS-ROWS-REVIEWED
           IF RTR-HELD
               PERFORM REVIEW-HELD-REFUND
           ELSE
               ADD 1 TO WS-ROWS-CLOSED
           END-IF
           PERFORM READ-NEXT-RETURNED-REFUND.

      * AN ADDRESS OR BANK CHANGE POSTED SINCE THE PAYMENT WENT OUT
      * MEANS THE TAXPAYER HAS TOLD US WHERE TO SEND IT NOW, AND
      * THAT OUTRANKS THE UNCLAIMED-PROPERTY PERIOD.
       REVIEW-HELD-REFUND.
           PERFORM LOOK-UP-NAME-ADDRESS
           EVALUATE TRUE
               WHEN WS-NAD-FOUND = "Y"
                       AND NAD-LAST-CHANGE-DATE > RTR-ISSUE-DATE
                   PERFORM REISSUE-RETURNED-REFUND
               WHEN RTR-RETURN-DATE < WS-UNCLAIMED-CUTOFF
                   PERFORM REPORT-UNCLAIMED-REFUND
               WHEN OTHER
                   ADD 1 TO WS-ROWS-STILL-HELD
                   ADD RTR-AMOUNT TO WS-HELD-DOLLARS
           END-EVALUATE.

       LOOK-UP-NAME-ADDRESS.
           MOVE "N" TO WS-NAD-FOUND
           MOVE RTR-TAXPAYER-ID TO NAD-TAXPAYER-ID
           READ NAME-ADDRESS-FILE
               INVALID KEY CONTINUE
           END-READ
           IF WS-NAD-FILE-STATUS = "00"
               MOVE "Y" TO WS-NAD-FOUND
           ELSE
               MOVE SPACES TO NAME-ADDRESS-RECORD
               MOVE RTR-TAXPAYER-ID TO NAD-TAXPAYER-ID
               MOVE ZERO TO NAD-LAST-CHANGE-DATE
           END-IF.

      * THE REISSUE GOES BACK THROUGH TAX-REFUND AS A SUPPLEMENTAL
      * REFUND, SO IT IS OFFSET AGAINST ANY DEBT THAT HAS COME DUE
      * SINCE AND PAID TO THE NEW ADDRESS OR ACCOUNT.  THE MONEY
      * MOVES FROM THE RETURNED-REFUND ACCOUNT BACK TO REFUNDS
      * PAYABLE, WHICH TAX-REFUND CLEARS WHEN IT PAYS.
       REISSUE-RETURNED-REFUND.
           MOVE RTR-TAXPAYER-ID   TO SRF-TAXPAYER-ID
           MOVE RTR-TAX-YEAR      TO SRF-TAX-YEAR
           MOVE RTR-STATE-CODE    TO SRF-STATE-CODE
           MOVE RTR-AMOUNT        TO SRF-AMOUNT
           MOVE "I"               TO SRF-SOURCE
           MOVE WS-CURRENT-DATE-N TO SRF-CREATE-DATE
           WRITE SUPPLEMENTAL-REFUND-RECORD
           MOVE "I"               TO RTR-STATUS
           MOVE WS-CURRENT-DATE-N TO RTR-CLOSE-DATE
           REWRITE RETURNED-REFUND-RECORD
               INVALID KEY CONTINUE
           END-REWRITE
           MOVE RTR-TAXPAYER-ID TO WS-GL-TAXPAYER-ID
           MOVE RTR-TAX-YEAR    TO WS-GL-TAX-YEAR
           MOVE WS-GL-RETURNED-REFUNDS TO WS-GL-ACCOUNT
           MOVE RTR-AMOUNT TO WS-GL-AMOUNT
           PERFORM POST-GL-DEBIT
           MOVE WS-GL-REFUNDS-PAYABLE TO WS-GL-ACCOUNT
           PERFORM POST-GL-CREDIT
           ADD 1 TO WS-ROWS-REISSUED
           ADD RTR-AMOUNT TO WS-REISSUED-DOLLARS
           MOVE RTR-AMOUNT TO WS-ED-MONEY
           MOVE SPACES TO REGISTER-LINE
           STRING RTR-TAXPAYER-ID "    " RTR-ISSUE-DATE
               "  " WS-ED-MONEY "  " RTR-RETURN-DATE
               "  " NAD-LAST-CHANGE-DATE
               DELIMITED BY SIZE INTO REGISTER-LINE
           WRITE REGISTER-LINE.

      * THE REFUND STAYS IN THE RETURNED-REFUND ACCOUNT UNTIL THE
      * REMITTANCE TO THE UNCLAIMED-PROPERTY PROGRAM IS BOOKED; THIS
      * REPORT IS THE LIST THAT REMITTANCE IS MADE FROM.  THE
      * TAXPAYER'S LAST KNOWN ADDRESS IS PRINTED UNDER EACH ITEM.
       REPORT-UNCLAIMED-REFUND.
           MOVE "U"               TO RTR-STATUS
           MOVE WS-CURRENT-DATE-N TO RTR-CLOSE-DATE
           REWRITE RETURNED-REFUND-RECORD
               INVALID KEY CONTINUE
           END-REWRITE
           ADD 1 TO WS-ROWS-UNCLAIMED
           ADD RTR-AMOUNT TO WS-UNCLAIMED-DOLLARS
           MOVE RTR-AMOUNT TO WS-ED-MONEY
           MOVE SPACES TO UNCLAIMED-LINE
           STRING RTR-TAXPAYER-ID "  " NAD-NAME
               "  " RTR-ISSUE-DATE "  " WS-ED-MONEY
               "  " RTR-RETURN-DATE "  " RTR-RETURN-REASON
               DELIMITED BY SIZE INTO UNCLAIMED-LINE
           WRITE UNCLAIMED-LINE
           MOVE SPACES TO UNCLAIMED-LINE
           STRING "           " NAD-ADDR-LINE-1
               "  " NAD-CITY " " NAD-STATE " " NAD-ZIP
               DELIMITED BY SIZE INTO UNCLAIMED-LINE
           WRITE UNCLAIMED-LINE
           IF NAD-ADDR-LINE-2 NOT = SPACES
               MOVE SPACES TO UNCLAIMED-LINE
               STRING "           " NAD-ADDR-LINE-2
                   DELIMITED BY SIZE INTO UNCLAIMED-LINE
               WRITE UNCLAIMED-LINE
           END-IF.

      * THE TOTAL TIES TO THE REPORTED-UNCLAIMED DOLLARS ON THE
      * REGISTER.
       PRODUCE-UNCLAIMED-TOTALS.
           MOVE SPACES TO UNCLAIMED-LINE
           WRITE UNCLAIMED-LINE
           MOVE WS-ROWS-UNCLAIMED TO WS-ED-COUNT
           MOVE WS-UNCLAIMED-DOLLARS TO WS-ED-AMOUNT
           MOVE SPACES TO UNCLAIMED-LINE
           STRING "TOTAL REPORTED UNCLAIMED      " WS-ED-COUNT
               "  " WS-ED-AMOUNT
               DELIMITED BY SIZE INTO UNCLAIMED-LINE
           WRITE UNCLAIMED-LINE
           CLOSE UNCLAIMED-REPORT.

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

      * POSTED PLUS REJECTED MUST EQUAL BANK RETURNS READ; RETURNED
      * ROWS REVIEWED MUST EQUAL THE DISPOSITIONS BELOW IT COMBINED.
      * RETURNED DOLLARS LESS REISSUED AND UNCLAIMED DOLLARS IS THE
      * DAY'S MOVEMENT IN THE RETURNED-REFUND ACCOUNT.
       PRODUCE-RETURN-REGISTER.
           MOVE SPACES TO REGISTER-LINE
           WRITE REGISTER-LINE
           MOVE "CONTROL TOTALS" TO REGISTER-LINE
           WRITE REGISTER-LINE
           MOVE SPACES TO REGISTER-LINE
           WRITE REGISTER-LINE

           MOVE WS-RETURNS-READ TO WS-ED-COUNT
           STRING "BANK RETURNS READ . . . . . . " WS-ED-COUNT
               DELIMITED BY SIZE INTO REGISTER-LINE
           WRITE REGISTER-LINE

           MOVE SPACES TO REGISTER-LINE
           MOVE WS-RETURNS-POSTED TO WS-ED-COUNT
           STRING "BANK RETURNS POSTED . . . . . " WS-ED-COUNT
               DELIMITED BY SIZE INTO REGISTER-LINE
           WRITE REGISTER-LINE

           MOVE SPACES TO REGISTER-LINE
           MOVE WS-RETURNS-REJECTED TO WS-ED-COUNT
           STRING "BANK RETURNS REJECTED . . . . " WS-ED-COUNT
               DELIMITED BY SIZE INTO REGISTER-LINE
           WRITE REGISTER-LINE

           MOVE SPACES TO REGISTER-LINE
           MOVE WS-RETURNED-DOLLARS TO WS-ED-AMOUNT
           STRING "DOLLARS RETURNED BY BANK  . . " WS-ED-AMOUNT
               DELIMITED BY SIZE INTO REGISTER-LINE
           WRITE REGISTER-LINE

           MOVE SPACES TO REGISTER-LINE
           MOVE WS-HISTORY-READ TO WS-ED-COUNT
           STRING "REFUND HISTORY RECORDS READ . " WS-ED-COUNT
               DELIMITED BY SIZE INTO REGISTER-LINE
           WRITE REGISTER-LINE

           MOVE SPACES TO REGISTER-LINE
           MOVE WS-ROWS-REVIEWED TO WS-ED-COUNT
           STRING "RETURNED REFUNDS REVIEWED . . " WS-ED-COUNT
               DELIMITED BY SIZE INTO REGISTER-LINE
           WRITE REGISTER-LINE

           MOVE SPACES TO REGISTER-LINE
           MOVE WS-ROWS-CLOSED TO WS-ED-COUNT
           STRING "  CLOSED ON AN EARLIER RUN  . " WS-ED-COUNT
               DELIMITED BY SIZE INTO REGISTER-LINE
           WRITE REGISTER-LINE

           MOVE SPACES TO REGISTER-LINE
           MOVE WS-ROWS-REISSUED TO WS-ED-COUNT
           STRING "  REISSUED THIS RUN . . . . . " WS-ED-COUNT
               DELIMITED BY SIZE INTO REGISTER-LINE
           WRITE REGISTER-LINE

           MOVE SPACES TO REGISTER-LINE
           MOVE WS-ROWS-UNCLAIMED TO WS-ED-COUNT
           STRING "  REPORTED UNCLAIMED  . . . . " WS-ED-COUNT
               DELIMITED BY SIZE INTO REGISTER-LINE
           WRITE REGISTER-LINE

           MOVE SPACES TO REGISTER-LINE
           MOVE WS-ROWS-STILL-HELD TO WS-ED-COUNT
           STRING "  STILL HELD  . . . . . . . . " WS-ED-COUNT
               DELIMITED BY SIZE INTO REGISTER-LINE
           WRITE REGISTER-LINE

           MOVE SPACES TO REGISTER-LINE
           MOVE WS-REISSUED-DOLLARS TO WS-ED-AMOUNT
           STRING "DOLLARS REISSUED  . . . . . . " WS-ED-AMOUNT
               DELIMITED BY SIZE INTO REGISTER-LINE
           WRITE REGISTER-LINE

           MOVE SPACES TO REGISTER-LINE
           MOVE WS-UNCLAIMED-DOLLARS TO WS-ED-AMOUNT
           STRING "DOLLARS REPORTED UNCLAIMED  . " WS-ED-AMOUNT
               DELIMITED BY SIZE INTO REGISTER-LINE
           WRITE REGISTER-LINE

           MOVE SPACES TO REGISTER-LINE
           MOVE WS-HELD-DOLLARS TO WS-ED-AMOUNT
           STRING "DOLLARS STILL HELD  . . . . . " WS-ED-AMOUNT
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

           CLOSE RETURN-REGISTER.

       CLEANUP-PROGRAM.
           CLOSE RETURNED-REFUND-FILE
           CLOSE NAME-ADDRESS-FILE
           CLOSE SUPPLEMENTAL-REFUND-FILE
           CLOSE RETURN-REJECT-FILE
           CLOSE GL-JOURNAL-FILE.
