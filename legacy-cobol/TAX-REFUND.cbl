      * FOR EACH BALANCE THE REFUND WAS APPLIED TO, AND THE REGISTER *
      * TOTALS OFFSETS AND NET PAYOUTS SO TREASURY CAN BALANCE THE   *
      * FILE BEFORE IT GOES TO THE BANK, THE SAME WAY VCHRSUM.RPT    *
      * BALANCES THE VOUCHER FILE.  REFUNDS OWED OUTSIDE THE         *
      * ORIGINAL FILING - AMENDED-RETURN OVERPAYMENTS AND THE LIKE   *
      * ON SUPPREF.DAT - ARE DISBURSED THE SAME WAY AFTER TAXOUT,    *
      * AND THE SUPPLEMENTAL FILE IS CLEARED ONCE THEY ARE PAID.     *
      * EVERY REFUND IS SCORED FOR FRAUD BEFORE ANY OF IT MOVES - A  *
      * FIRST-TIME FILER WITH A LARGE REFUND, A REFUND THAT IS MOST  *
      * OF THE WITHHOLDING, A FRESHLY CHANGED ADDRESS, AND AN        *
      * ADDRESS SHARED BY SEVERAL TAXPAYER IDS.  A REFUND SCORING    *
      * OVER THE FRDPOL.DAT THRESHOLD GOES TO THE HOLD QUEUE ON      *
      * REFHOLD.DAT FOR THE FRAUD DESK INSTEAD OF TO THE BANK, AND   *
      * COMES BACK THROUGH SUPPREF.DAT ONLY WHEN TAX-REFHOLD         *
      * RELEASES IT.  A REFUND THE BANK SENT BACK IS REISSUED        *
      * THROUGH SUPPREF.DAT BY TAX-REFRTN ONCE THE TAXPAYER HAS      *
      * GIVEN A NEW ADDRESS OR BANK ACCOUNT.                         *
      *****************************************************************

       ENVIRONMENT DIVISION.
               FILE STATUS IS WS-AR-FILE-STATUS.
           SELECT TAXPAYER-MASTER-FILE ASSIGN TO "TAXMSTR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MST-RETURN-KEY
               FILE STATUS IS WS-MASTER-FILE-STATUS.
           SELECT OPTIONAL NAME-ADDRESS-FILE ASSIGN TO "NAMADDR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NAD-TAXPAYER-ID
               FILE STATUS IS WS-NAD-FILE-STATUS.
           SELECT OPTIONAL FRAUD-POLICY-FILE ASSIGN TO "FRDPOL.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-POLICY-FILE-STATUS.
           SELECT OPTIONAL REFUND-HOLD-FILE ASSIGN TO "REFHOLD.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS HLD-HOLD-KEY
               FILE STATUS IS WS-HLD-FILE-STATUS.
           SELECT OPTIONAL SUPPLEMENTAL-REFUND-FILE
               ASSIGN TO "SUPPREF.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT DISBURSEMENT-FILE ASSIGN TO "REFDISB.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL REFUND-HISTORY-FILE ASSIGN TO "REFHIST.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT DISBURSEMENT-REGISTER ASSIGN TO "REFDISB.RPT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL CYCLE-CTL-FILE ASSIGN TO "CYCLECTL.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CYCLE-FILE-STATUS.
           SELECT OPTIONAL GL-JOURNAL-FILE ASSIGN TO "GLJRNL.DAT"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           05 MST-ITEMIZED-DED    PIC 9(7)V99.
           05 MST-WITHHOLDING     PIC 9(8)V99.

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

      * OPTIONAL POLICY OVERRIDES - A FIELD LEFT AS SPACES (OR AN
      * ABSENT FILE) KEEPS THE COMPILED-IN DEFAULT, SAME CONVENTION
      * AS AUDSELPL.DAT IN TAX-AUDSEL.  THE LARGE-REFUND AMOUNT IS
      * IN WHOLE DOLLARS.
       FD FRAUD-POLICY-FILE.
       01 FRAUD-POLICY-RECORD.
           05 POL-FIRST-TIME-WEIGHT PIC X(3).
           05 POL-FIRST-TIME-WEIGHT-N REDEFINES POL-FIRST-TIME-WEIGHT
                                  PIC 9(3).
           05 POL-LARGE-REFUND    PIC X(7).
           05 POL-LARGE-REFUND-N  REDEFINES POL-LARGE-REFUND
                                  PIC 9(7).
           05 POL-WITHHOLD-WEIGHT PIC X(3).
           05 POL-WITHHOLD-WEIGHT-N REDEFINES POL-WITHHOLD-WEIGHT
                                  PIC 9(3).
           05 POL-WITHHOLD-PCT    PIC X(3).
           05 POL-WITHHOLD-PCT-N  REDEFINES POL-WITHHOLD-PCT
                                  PIC 9(3).
           05 POL-ADDR-CHANGE-WEIGHT PIC X(3).
           05 POL-ADDR-CHANGE-WEIGHT-N REDEFINES POL-ADDR-CHANGE-WEIGHT
                                  PIC 9(3).
           05 POL-ADDR-CHANGE-DAYS PIC X(3).
           05 POL-ADDR-CHANGE-DAYS-N REDEFINES POL-ADDR-CHANGE-DAYS
                                  PIC 9(3).
           05 POL-SHARED-ADDR-WEIGHT PIC X(3).
           05 POL-SHARED-ADDR-WEIGHT-N REDEFINES POL-SHARED-ADDR-WEIGHT
                                  PIC 9(3).
           05 POL-SHARED-ADDR-IDS PIC X(3).
           05 POL-SHARED-ADDR-IDS-N REDEFINES POL-SHARED-ADDR-IDS
                                  PIC 9(3).
           05 POL-HOLD-SCORE      PIC X(3).
           05 POL-HOLD-SCORE-N    REDEFINES POL-HOLD-SCORE
                                  PIC 9(3).

      * FRAUD HOLD QUEUE - ONE ROW PER HELD REFUND, KEYED BY
      * TAXPAYER ID, TAX YEAR AND THE SOURCE OF THE REFUND ("T" =
      * TAXOUT.DAT, "A" = AMENDED-RETURN OVERPAYMENT), SO AN
      * ORIGINAL AND AN AMENDED REFUND FOR THE SAME YEAR ARE HELD
      * SEPARATELY.  THE SIGNAL FLAGS SHOW THE DESK WHY THE REFUND
      * SCORED.  TAX-REFHOLD CLOSES THE ROW AS RELEASED OR DENIED.
       FD REFUND-HOLD-FILE.
       01 REFUND-HOLD-RECORD.
           05 HLD-HOLD-KEY.
               10 HLD-TAXPAYER-ID PIC X(9).
               10 HLD-TAX-YEAR    PIC 9(4).
               10 HLD-SOURCE      PIC X(1).
           05 HLD-STATE-CODE      PIC X(2).
           05 HLD-AMOUNT          PIC 9(8)V99.
           05 HLD-STATUS          PIC X(1).
              88 HLD-ON-HOLD       VALUE "H".
              88 HLD-RELEASED      VALUE "R".
              88 HLD-DENIED        VALUE "D".
           05 HLD-SCORE           PIC 9(3).
           05 HLD-FIRST-TIME-FLAG PIC X(1).
           05 HLD-WITHHOLD-FLAG   PIC X(1).
           05 HLD-ADDR-CHANGE-FLAG PIC X(1).
           05 HLD-SHARED-ADDR-FLAG PIC X(1).
           05 HLD-HOLD-DATE       PIC 9(8).
           05 HLD-CLOSE-DATE      PIC 9(8).
           05 HLD-DENY-REASON     PIC X(2).

      * SAME LAYOUT AS TAX-ADJPOST WRITES - ONE REFUND OWED OUTSIDE
      * TAXOUT.DAT, WITH A SOURCE CODE SAYING WHERE IT CAME FROM.
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

      * BANK INTERFACE FILE - TYPE "P" IS A NET REFUND PAYMENT, TYPE
      * "M" IS AN OFFSET MEMO SHOWING THE PRIOR-YEAR BALANCE PART OF
      * THE REFUND WAS APPLIED TO.  THE OFFSET YEAR IS ONLY MEANINGFUL
           05 DSB-OFFSET-YEAR     PIC 9(4).
           05 DSB-ISSUE-DATE      PIC 9(8).

      * SEASON HISTORY OF THE BANK INTERFACE FILE - REFDISB.DAT IS
      * REBUILT EVERY RUN, SO EACH RECORD IS ALSO APPENDED HERE AND
      * THE YEAR-END INFORMATION RETURNS (TAX-1099G) ARE BUILT FROM
      * THE WHOLE CALENDAR YEAR.  SAME LAYOUT AS DISBURSEMENT-RECORD.
      * TAX-REFRTN APPENDS A TYPE "R" REVERSAL HERE FOR EVERY PAYMENT
      * THE BANK RETURNS.
       FD REFUND-HISTORY-FILE.
       01 REFUND-HISTORY-RECORD.
           05 RFH-RECORD-TYPE     PIC X(1).
           05 RFH-TAXPAYER-ID     PIC X(9).
           05 RFH-STATE-CODE      PIC X(2).
           05 RFH-AMOUNT          PIC 9(8)V99.
           05 RFH-OFFSET-YEAR     PIC 9(4).
           05 RFH-ISSUE-DATE      PIC 9(8).

       FD DISBURSEMENT-REGISTER.
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
           05 WS-AR-SCAN-DONE     PIC X VALUE "N".
              88 AR-SCAN-DONE     VALUE "Y".
           05 WS-SUPP-EOF-FLAG    PIC X VALUE "N".
              88 SUPPLEMENTAL-EOF VALUE "Y".
           05 WS-NAD-SCAN-DONE    PIC X VALUE "N".
              88 NAD-SCAN-DONE    VALUE "Y".
           05 WS-PRIOR-FILER      PIC X VALUE "N".
           05 WS-ADDR-FOUND       PIC X VALUE "N".

       01 WS-FILE-STATUS-WORK.
           05 WS-AR-FILE-STATUS     PIC X(2).
           05 WS-MASTER-FILE-STATUS PIC X(2).
           05 WS-NAD-FILE-STATUS    PIC X(2).
           05 WS-POLICY-FILE-STATUS PIC X(2).
           05 WS-HLD-FILE-STATUS    PIC X(2).

      * THE RECENT-ADDRESS TEST ROLLS THE NAMADDR CHANGE DATE
      * FORWARD A DAY AT A TIME, THE SAME ROLL AS TAX-PAYMENT
      * (FEBRUARY GETS 29 IN A LEAP YEAR).
       01 WS-DATE-WORK.
           05 WS-CURRENT-DATE     PIC 9(8).
           05 WS-ROLL-DATE.
               10 WS-ROLL-YEAR    PIC 9(4).
               10 WS-ROLL-MONTH   PIC 9(2).
               10 WS-ROLL-DAY     PIC 9(2).
           05 WS-ROLL-DATE-N REDEFINES WS-ROLL-DATE
                                  PIC 9(8).
           05 WS-DAYS-REMAINING   PIC 9(3) COMP.
           05 WS-MONTH-LIMIT      PIC 9(2) COMP.
           05 WS-LEAP-REMAINDER   PIC 9(4) COMP.
           05 WS-LEAP-QUOTIENT    PIC 9(4) COMP.

       01 WS-MONTH-DAYS-TABLE.
           05 FILLER              PIC X(24)
               VALUE "312831303130313130313031".
       01 WS-MONTH-DAYS REDEFINES WS-MONTH-DAYS-TABLE.
           05 WS-MONTH-DAYS-ENTRY OCCURS 12 TIMES PIC 9(2).

      * THE REFUND BEING DISBURSED, FROM WHICHEVER FILE IT CAME.
      * THE SOURCE IS "T" FOR TAXOUT.DAT, OTHERWISE THE SUPPREF.DAT
      * SOURCE CODE.
       01 WS-REFUND-WORK.
           05 WS-REFUND-TAXPAYER-ID PIC X(9).
           05 WS-REFUND-STATE-CODE PIC X(2).
           05 WS-REFUND-AMOUNT    PIC 9(8)V99.
           05 WS-REFUND-TAX-YEAR  PIC 9(4).
           05 WS-REFUND-SOURCE    PIC X(1).

      * SCREENING POLICY - EACH SIGNAL CONTRIBUTES ITS FULL WEIGHT
      * WHEN TRIPPED AND A REFUND SCORING OVER THE HOLD SCORE IS
      * HELD.  THE VALUES BELOW ARE THE DEFAULTS; FRDPOL.DAT
      * OVERRIDES ANY OF THEM WITHOUT A RECOMPILE.
       01 WS-FRAUD-POLICY.
           05 WS-FIRST-TIME-WEIGHT PIC 9(3) VALUE 30.
           05 WS-LARGE-REFUND     PIC 9(7)V99 VALUE 5000.00.
           05 WS-WITHHOLD-WEIGHT  PIC 9(3) VALUE 25.
           05 WS-WITHHOLD-PCT     PIC 9(3) VALUE 90.
           05 WS-ADDR-CHANGE-WEIGHT PIC 9(3) VALUE 30.
           05 WS-ADDR-CHANGE-DAYS PIC 9(3) VALUE 10.
           05 WS-SHARED-ADDR-WEIGHT PIC 9(3) VALUE 25.
           05 WS-SHARED-ADDR-IDS  PIC 9(3) VALUE 4.
           05 WS-HOLD-SCORE       PIC 9(3) VALUE 50.

       01 WS-SCREEN-WORK.
           05 WS-FRAUD-SCORE      PIC 9(3).
           05 WS-FIRST-TIME-FLAG  PIC X(1).
           05 WS-WITHHOLD-FLAG    PIC X(1).
           05 WS-ADDR-CHANGE-FLAG PIC X(1).
           05 WS-SHARED-ADDR-FLAG PIC X(1).
           05 WS-REFUND-SCALED    PIC 9(11)V99.
           05 WS-WITHHOLD-SCALED  PIC 9(11)V99.

      * ADDRESS TABLE - LOADED UP FRONT FROM NAMADDR.DAT WITH THE
      * NUMBER OF TAXPAYER IDS MAILING TO EACH ADDRESS, SO THE
      * SHARED-ADDRESS SIGNAL IS A TABLE LOOKUP RATHER THAN A PASS
      * OF THE WHOLE MASTER PER REFUND.  THE ADDRESS IS MATCHED ON
      * BOTH STREET LINES AND THE FIVE-DIGIT ZIP.
       01 WS-ADDRESS-KEY.
           05 WS-AKEY-LINE-1      PIC X(30).
           05 WS-AKEY-LINE-2      PIC X(30).
           05 WS-AKEY-ZIP         PIC X(5).
       01 WS-ADDRESS-TABLE.
           05 WS-ADDR-ENTRY OCCURS 5000 TIMES.
               10 WS-ADDR-KEY     PIC X(65).
               10 WS-ADDR-ID-COUNT PIC 9(4) COMP.
       01 WS-ADDR-COUNT           PIC 9(4) COMP VALUE ZERO.
       01 WS-ADDR-TABLE-MAX       PIC 9(4) COMP VALUE 5000.
       01 WS-ADDR-IDX             PIC 9(4) COMP.
       01 WS-ADDR-MATCH-IDX       PIC 9(4) COMP.

       01 WS-OFFSET-WORK.
           05 WS-REMAINING-REFUND PIC 9(8)V99.
           05 WS-OFFSET-AMOUNT    PIC 9(8)V99.
           05 WS-OFFSET-THIS-FILER PIC 9(8)V99.

      * REGISTER BUCKETS - REFUND DOLLARS READ PLUS SUPPLEMENTAL
      * DOLLARS READ MUST EQUAL OFFSET DOLLARS PLUS NET PAYOUT
      * DOLLARS PLUS HELD DOLLARS, SO TREASURY CAN TIE THE
      * DISBURSEMENT FILE BACK TO THE TAX-CALC RUN, THE
      * SUPPLEMENTAL FILE AND THE HOLD QUEUE.
       01 WS-REFUND-TOTALS.
           05 WS-RECORDS-READ     PIC 9(7) COMP VALUE ZERO.
           05 WS-REFUNDS-READ     PIC 9(7) COMP VALUE ZERO.
           05 WS-NO-REFUND-COUNT  PIC 9(7) COMP VALUE ZERO.
           05 WS-REFUND-DOLLARS   PIC 9(11)V99 VALUE ZERO.
           05 WS-SUPP-READ        PIC 9(7) COMP VALUE ZERO.
           05 WS-SUPP-DOLLARS     PIC 9(11)V99 VALUE ZERO.
           05 WS-CLEAR-COUNT      PIC 9(7) COMP VALUE ZERO.
           05 WS-PARTIAL-OFFSET-COUNT PIC 9(7) COMP VALUE ZERO.
           05 WS-FULL-OFFSET-COUNT PIC 9(7) COMP VALUE ZERO.
           05 WS-PAYMENTS-WRITTEN PIC 9(7) COMP VALUE ZERO.
           05 WS-OFFSET-DOLLARS   PIC 9(11)V99 VALUE ZERO.
           05 WS-PAYOUT-DOLLARS   PIC 9(11)V99 VALUE ZERO.
           05 WS-RELEASED-READ    PIC 9(7) COMP VALUE ZERO.
           05 WS-EXAMINATION-READ PIC 9(7) COMP VALUE ZERO.
           05 WS-REISSUES-READ    PIC 9(7) COMP VALUE ZERO.
           05 WS-REFUNDS-SCREENED PIC 9(7) COMP VALUE ZERO.
           05 WS-REFUNDS-HELD     PIC 9(7) COMP VALUE ZERO.
           05 WS-HELD-DOLLARS     PIC 9(11)V99 VALUE ZERO.
           05 WS-FIRST-TIME-HITS  PIC 9(7) COMP VALUE ZERO.
           05 WS-WITHHOLD-HITS    PIC 9(7) COMP VALUE ZERO.
           05 WS-ADDR-CHANGE-HITS PIC 9(7) COMP VALUE ZERO.
           05 WS-SHARED-ADDR-HITS PIC 9(7) COMP VALUE ZERO.
           05 WS-ADDRS-NOT-TABLED PIC 9(7) COMP VALUE ZERO.

      * GENERAL LEDGER ACCOUNTS THIS STEP POSTS TO - THE FULL CHART
      * IS LISTED IN TAX-GLTRIAL.
       01 WS-GL-ACCOUNTS.
           05 WS-GL-CASH            PIC X(4) VALUE "1010".
           05 WS-GL-RECEIVABLE      PIC X(4) VALUE "1200".
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
           05 WS-GL-PROGRAM       PIC X(12) VALUE "TAX-REFUND".
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
       MAIN-PROCESSING.
           PERFORM INITIALIZE-PROGRAM
           PERFORM PROCESS-OUTPUT-RECORDS UNTIL END-OF-FILE
           PERFORM PROCESS-SUPPLEMENTAL-REFUNDS
           PERFORM PRODUCE-DISBURSEMENT-REGISTER
           PERFORM CLEANUP-PROGRAM
           STOP RUN.

       INITIALIZE-PROGRAM.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           PERFORM READ-CYCLE-CONTROL
           PERFORM READ-FRAUD-POLICY
           OPEN INPUT TAX-OUTPUT-FILE
           OPEN I-O AR-BALANCE-FILE
           OPEN I-O TAXPAYER-MASTER-FILE
           OPEN INPUT NAME-ADDRESS-FILE
           OPEN I-O REFUND-HOLD-FILE
           OPEN OUTPUT DISBURSEMENT-FILE
           OPEN EXTEND REFUND-HISTORY-FILE
           OPEN EXTEND GL-JOURNAL-FILE
           PERFORM LOAD-ADDRESS-TABLE
           READ TAX-OUTPUT-FILE
               AT END MOVE "Y" TO WS-EOF-FLAG
           END-READ.

      * A NON-NUMERIC FIELD IS IGNORED RATHER THAN TAKEN AS ZERO,
      * SO A MISKEYED OVERRIDE CANNOT SILENTLY SWITCH A SIGNAL OFF.
       READ-FRAUD-POLICY.
           OPEN INPUT FRAUD-POLICY-FILE
           IF WS-POLICY-FILE-STATUS = "00"
               READ FRAUD-POLICY-FILE
                   AT END CONTINUE
               END-READ
               IF WS-POLICY-FILE-STATUS = "00"
                   PERFORM APPLY-POLICY-OVERRIDES
               END-IF
           END-IF
           CLOSE FRAUD-POLICY-FILE.

       APPLY-POLICY-OVERRIDES.
           IF POL-FIRST-TIME-WEIGHT NUMERIC
               MOVE POL-FIRST-TIME-WEIGHT-N TO WS-FIRST-TIME-WEIGHT
           END-IF
           IF POL-LARGE-REFUND NUMERIC
                   AND POL-LARGE-REFUND-N > ZERO
               MOVE POL-LARGE-REFUND-N TO WS-LARGE-REFUND
           END-IF
           IF POL-WITHHOLD-WEIGHT NUMERIC
               MOVE POL-WITHHOLD-WEIGHT-N TO WS-WITHHOLD-WEIGHT
           END-IF
           IF POL-WITHHOLD-PCT NUMERIC
                   AND POL-WITHHOLD-PCT-N > ZERO
               MOVE POL-WITHHOLD-PCT-N TO WS-WITHHOLD-PCT
           END-IF
           IF POL-ADDR-CHANGE-WEIGHT NUMERIC
               MOVE POL-ADDR-CHANGE-WEIGHT-N TO WS-ADDR-CHANGE-WEIGHT
           END-IF
           IF POL-ADDR-CHANGE-DAYS NUMERIC
                   AND POL-ADDR-CHANGE-DAYS-N > ZERO
               MOVE POL-ADDR-CHANGE-DAYS-N TO WS-ADDR-CHANGE-DAYS
           END-IF
           IF POL-SHARED-ADDR-WEIGHT NUMERIC
               MOVE POL-SHARED-ADDR-WEIGHT-N TO WS-SHARED-ADDR-WEIGHT
           END-IF
           IF POL-SHARED-ADDR-IDS NUMERIC
                   AND POL-SHARED-ADDR-IDS-N > 1
               MOVE POL-SHARED-ADDR-IDS-N TO WS-SHARED-ADDR-IDS
           END-IF
           IF POL-HOLD-SCORE NUMERIC
               MOVE POL-HOLD-SCORE-N TO WS-HOLD-SCORE
           END-IF.

      * ONE PASS OF NAMADDR.DAT, COUNTING THE TAXPAYER IDS AT EACH
      * ADDRESS.  A ROW WITH NO STREET ADDRESS IS NOT COUNTED, AND
      * ONCE THE TABLE IS FULL A NEW ADDRESS IS ONLY TALLIED AS
      * NOT TABLED - IT SIMPLY NEVER TRIPS THE SHARED SIGNAL.
       LOAD-ADDRESS-TABLE.
           MOVE "N" TO WS-NAD-SCAN-DONE
           MOVE LOW-VALUES TO NAD-TAXPAYER-ID
           START NAME-ADDRESS-FILE KEY NOT < NAD-TAXPAYER-ID
               INVALID KEY MOVE "Y" TO WS-NAD-SCAN-DONE
           END-START
           IF NOT NAD-SCAN-DONE
               PERFORM READ-NEXT-ADDRESS-ROW
           END-IF
           PERFORM TALLY-ONE-ADDRESS
               UNTIL NAD-SCAN-DONE.

       READ-NEXT-ADDRESS-ROW.
           READ NAME-ADDRESS-FILE NEXT RECORD
               AT END MOVE "Y" TO WS-NAD-SCAN-DONE
           END-READ
           IF WS-NAD-FILE-STATUS NOT = "00"
               MOVE "Y" TO WS-NAD-SCAN-DONE
           END-IF.

       TALLY-ONE-ADDRESS.
           IF NAD-ADDR-LINE-1 NOT = SPACES
               PERFORM BUILD-ADDRESS-KEY
               PERFORM FIND-ADDRESS-ENTRY
               IF WS-ADDR-FOUND = "Y"
                   ADD 1 TO WS-ADDR-ID-COUNT(WS-ADDR-MATCH-IDX)
               ELSE
                   IF WS-ADDR-COUNT >= WS-ADDR-TABLE-MAX
                       ADD 1 TO WS-ADDRS-NOT-TABLED
                   ELSE
                       ADD 1 TO WS-ADDR-COUNT
                       MOVE WS-ADDRESS-KEY
                           TO WS-ADDR-KEY(WS-ADDR-COUNT)
                       MOVE 1 TO WS-ADDR-ID-COUNT(WS-ADDR-COUNT)
                   END-IF
               END-IF
           END-IF
           PERFORM READ-NEXT-ADDRESS-ROW.

       BUILD-ADDRESS-KEY.
           MOVE NAD-ADDR-LINE-1 TO WS-AKEY-LINE-1
           MOVE NAD-ADDR-LINE-2 TO WS-AKEY-LINE-2
           MOVE NAD-ZIP(1:5)    TO WS-AKEY-ZIP.

       FIND-ADDRESS-ENTRY.
           MOVE "N" TO WS-ADDR-FOUND
           MOVE ZERO TO WS-ADDR-MATCH-IDX
           MOVE 1 TO WS-ADDR-IDX
           PERFORM SCAN-ADDRESS-TABLE
               UNTIL WS-ADDR-IDX > WS-ADDR-COUNT
                   OR WS-ADDR-FOUND = "Y".

       SCAN-ADDRESS-TABLE.
           IF WS-ADDR-KEY(WS-ADDR-IDX) = WS-ADDRESS-KEY
               MOVE "Y" TO WS-ADDR-FOUND
               MOVE WS-ADDR-IDX TO WS-ADDR-MATCH-IDX
           END-IF
           ADD 1 TO WS-ADDR-IDX.

      * TAXOUT.DAT CARRIES NO TAX YEAR - THE RETURN BEING REFUNDED
      * IS FOR THE YEAR BEFORE THE RUN, SAME AS TAX-AUDSEL ASSUMES.
       PROCESS-OUTPUT-RECORDS.
           ADD 1 TO WS-RECORDS-READ
           IF OUT-REFUND-DUE > ZERO
               ADD 1 TO WS-REFUNDS-READ
               ADD OUT-REFUND-DUE TO WS-REFUND-DOLLARS
               MOVE OUT-TAXPAYER-ID TO WS-REFUND-TAXPAYER-ID
               MOVE OUT-STATE-CODE  TO WS-REFUND-STATE-CODE
               MOVE OUT-REFUND-DUE  TO WS-REFUND-AMOUNT
               MOVE OUT-RUN-DATE(1:4) TO WS-REFUND-TAX-YEAR
               SUBTRACT 1 FROM WS-REFUND-TAX-YEAR
               MOVE "T"             TO WS-REFUND-SOURCE
               PERFORM SCREEN-ONE-REFUND
           ELSE
               ADD 1 TO WS-NO-REFUND-COUNT
           END-IF
               AT END MOVE "Y" TO WS-EOF-FLAG
           END-READ.

      * SUPPLEMENTAL REFUNDS GO THROUGH EXACTLY THE SAME SCREENING,
      * OFFSET AND PAYMENT LOGIC AS A TAXOUT.DAT REFUND - EXCEPT A
      * REFUND THE FRAUD DESK HAS RELEASED FROM HOLD, WHICH WAS
      * SCREENED ONCE ALREADY, AND AN OVERPAYMENT FOUND ON
      * EXAMINATION, WHICH AN EXAMINER HAS ALREADY VERIFIED, AND A
      * REISSUE OF A PAYMENT THE BANK RETURNED, WHICH WAS SCREENED
      * BEFORE IT WAS FIRST PAID.  ALL THREE GO STRAIGHT TO
      * DISBURSEMENT.
       PROCESS-SUPPLEMENTAL-REFUNDS.
           OPEN INPUT SUPPLEMENTAL-REFUND-FILE
           READ SUPPLEMENTAL-REFUND-FILE
               AT END MOVE "Y" TO WS-SUPP-EOF-FLAG
           END-READ
           PERFORM PROCESS-ONE-SUPPLEMENTAL-REFUND
               UNTIL SUPPLEMENTAL-EOF
           CLOSE SUPPLEMENTAL-REFUND-FILE.

       PROCESS-ONE-SUPPLEMENTAL-REFUND.
           IF SRF-AMOUNT > ZERO
               ADD 1 TO WS-SUPP-READ
               ADD SRF-AMOUNT TO WS-SUPP-DOLLARS
               MOVE SRF-TAXPAYER-ID TO WS-REFUND-TAXPAYER-ID
               MOVE SRF-STATE-CODE  TO WS-REFUND-STATE-CODE
               MOVE SRF-AMOUNT      TO WS-REFUND-AMOUNT
               MOVE SRF-TAX-YEAR    TO WS-REFUND-TAX-YEAR
               MOVE SRF-SOURCE      TO WS-REFUND-SOURCE
               EVALUATE TRUE
                   WHEN SRF-FROM-HOLD-RELEASE
                       ADD 1 TO WS-RELEASED-READ
                       PERFORM DISBURSE-ONE-REFUND
                   WHEN SRF-FROM-EXAMINATION
                       ADD 1 TO WS-EXAMINATION-READ
                       PERFORM DISBURSE-ONE-REFUND
                   WHEN SRF-FROM-REISSUE
                       ADD 1 TO WS-REISSUES-READ
                       PERFORM DISBURSE-ONE-REFUND
                   WHEN OTHER
                       PERFORM SCREEN-ONE-REFUND
               END-EVALUATE
           END-IF
           READ SUPPLEMENTAL-REFUND-FILE
               AT END MOVE "Y" TO WS-SUPP-EOF-FLAG
           END-READ.

      * THE WHOLE REFUND IS SCORED BEFORE ANY OF IT IS OFFSET OR
      * PAID, SO A HELD REFUND LEAVES THE LEDGER UNTOUCHED UNTIL THE
      * FRAUD DESK DECIDES IT.
       SCREEN-ONE-REFUND.
           ADD 1 TO WS-REFUNDS-SCREENED
           MOVE ZERO TO WS-FRAUD-SCORE
           MOVE "N" TO WS-FIRST-TIME-FLAG
           MOVE "N" TO WS-WITHHOLD-FLAG
           MOVE "N" TO WS-ADDR-CHANGE-FLAG
           MOVE "N" TO WS-SHARED-ADDR-FLAG
           PERFORM SCORE-FIRST-TIME-FILER
           PERFORM SCORE-WITHHOLDING-SHARE
           PERFORM SCORE-ADDRESS-SIGNALS
           IF WS-FRAUD-SCORE > WS-HOLD-SCORE
               PERFORM HOLD-ONE-REFUND
           ELSE
               PERFORM DISBURSE-ONE-REFUND
           END-IF.

      * A FIRST-TIME FILER HAS NO MASTER ROW FOR ANY EARLIER TAX
      * YEAR - THE FIRST ROW ON FILE FOR THE ID IS THE YEAR BEING
      * REFUNDED (OR LATER).
       SCORE-FIRST-TIME-FILER.
           MOVE "N" TO WS-PRIOR-FILER
           MOVE WS-REFUND-TAXPAYER-ID TO MST-TAXPAYER-ID
           MOVE ZERO                  TO MST-TAX-YEAR
           START TAXPAYER-MASTER-FILE KEY NOT < MST-RETURN-KEY
               INVALID KEY CONTINUE
           END-START
           IF WS-MASTER-FILE-STATUS = "00"
               READ TAXPAYER-MASTER-FILE NEXT RECORD
                   AT END CONTINUE
               END-READ
               IF WS-MASTER-FILE-STATUS = "00"
                       AND MST-TAXPAYER-ID = WS-REFUND-TAXPAYER-ID
                       AND MST-TAX-YEAR < WS-REFUND-TAX-YEAR
                   MOVE "Y" TO WS-PRIOR-FILER
               END-IF
           END-IF
           IF WS-PRIOR-FILER = "N"
                   AND WS-REFUND-AMOUNT NOT < WS-LARGE-REFUND
               MOVE "Y" TO WS-FIRST-TIME-FLAG
               ADD WS-FIRST-TIME-WEIGHT TO WS-FRAUD-SCORE
               ADD 1 TO WS-FIRST-TIME-HITS
           END-IF.

      * THE SHARE IS TESTED AS REFUND X 100 AGAINST WITHHOLDING X
      * POLICY PERCENT, SO NO DIVISION CAN OVERFLOW.  A REFUND ON A
      * RETURN WITH NO WITHHOLDING AT ALL TRIPS THE SIGNAL OUTRIGHT.
       SCORE-WITHHOLDING-SHARE.
           MOVE WS-REFUND-TAXPAYER-ID TO MST-TAXPAYER-ID
           MOVE WS-REFUND-TAX-YEAR    TO MST-TAX-YEAR
           READ TAXPAYER-MASTER-FILE
               INVALID KEY CONTINUE
           END-READ
           IF WS-MASTER-FILE-STATUS = "00"
               COMPUTE WS-REFUND-SCALED = WS-REFUND-AMOUNT * 100
               COMPUTE WS-WITHHOLD-SCALED =
                   MST-WITHHOLDING * WS-WITHHOLD-PCT
               IF WS-REFUND-SCALED NOT < WS-WITHHOLD-SCALED
                   MOVE "Y" TO WS-WITHHOLD-FLAG
                   ADD WS-WITHHOLD-WEIGHT TO WS-FRAUD-SCORE
                   ADD 1 TO WS-WITHHOLD-HITS
               END-IF
           END-IF.

       SCORE-ADDRESS-SIGNALS.
           MOVE WS-REFUND-TAXPAYER-ID TO NAD-TAXPAYER-ID
           READ NAME-ADDRESS-FILE
               INVALID KEY CONTINUE
           END-READ
           IF WS-NAD-FILE-STATUS = "00"
               PERFORM SCORE-RECENT-ADDRESS-CHANGE
               PERFORM SCORE-SHARED-ADDRESS
           END-IF.

      * RECENT MEANS TODAY FALLS ON OR BEFORE THE CHANGE DATE PLUS
      * THE POLICY NUMBER OF DAYS.  A ROW ADDED BEFORE THE CHANGE
      * DATE WAS CARRIED HAS ZEROS AND NEVER TRIPS.
       SCORE-RECENT-ADDRESS-CHANGE.
           IF NAD-LAST-CHANGE-DATE NUMERIC
                   AND NAD-LAST-CHANGE-DATE > ZERO
               MOVE NAD-LAST-CHANGE-DATE TO WS-ROLL-DATE-N
               MOVE WS-ADDR-CHANGE-DAYS TO WS-DAYS-REMAINING
               PERFORM ADVANCE-ROLL-DATE-ONE-DAY
                   UNTIL WS-DAYS-REMAINING = ZERO
               IF WS-CURRENT-DATE NOT > WS-ROLL-DATE-N
                   MOVE "Y" TO WS-ADDR-CHANGE-FLAG
                   ADD WS-ADDR-CHANGE-WEIGHT TO WS-FRAUD-SCORE
                   ADD 1 TO WS-ADDR-CHANGE-HITS
               END-IF
           END-IF.

       SCORE-SHARED-ADDRESS.
           IF NAD-ADDR-LINE-1 NOT = SPACES
               PERFORM BUILD-ADDRESS-KEY
               PERFORM FIND-ADDRESS-ENTRY
               IF WS-ADDR-FOUND = "Y"
                   IF WS-ADDR-ID-COUNT(WS-ADDR-MATCH-IDX)
                           NOT < WS-SHARED-ADDR-IDS
                       MOVE "Y" TO WS-SHARED-ADDR-FLAG
                       ADD WS-SHARED-ADDR-WEIGHT TO WS-FRAUD-SCORE
                       ADD 1 TO WS-SHARED-ADDR-HITS
                   END-IF
               END-IF
           END-IF.

      * A SECOND REFUND FOR THE SAME ID, YEAR AND SOURCE WHILE THE
      * FIRST IS STILL HELD IS ADDED TO THE SAME HOLD; ONE ARRIVING
      * AFTER THE DESK CLOSED THE EARLIER HOLD STARTS A NEW ONE.
       HOLD-ONE-REFUND.
           MOVE WS-REFUND-TAXPAYER-ID TO HLD-TAXPAYER-ID
           MOVE WS-REFUND-TAX-YEAR    TO HLD-TAX-YEAR
           MOVE WS-REFUND-SOURCE      TO HLD-SOURCE
           READ REFUND-HOLD-FILE
               INVALID KEY CONTINUE
           END-READ
           IF WS-HLD-FILE-STATUS = "00"
               IF HLD-ON-HOLD
                   ADD WS-REFUND-AMOUNT TO HLD-AMOUNT
               ELSE
                   MOVE WS-REFUND-AMOUNT TO HLD-AMOUNT
               END-IF
               PERFORM FILL-HOLD-RECORD
               REWRITE REFUND-HOLD-RECORD
                   INVALID KEY CONTINUE
               END-REWRITE
           ELSE
               MOVE WS-REFUND-TAXPAYER-ID TO HLD-TAXPAYER-ID
               MOVE WS-REFUND-TAX-YEAR    TO HLD-TAX-YEAR
               MOVE WS-REFUND-SOURCE      TO HLD-SOURCE
               MOVE WS-REFUND-AMOUNT      TO HLD-AMOUNT
               PERFORM FILL-HOLD-RECORD
               WRITE REFUND-HOLD-RECORD
                   INVALID KEY CONTINUE
               END-WRITE
           END-IF
           ADD 1 TO WS-REFUNDS-HELD
           ADD WS-REFUND-AMOUNT TO WS-HELD-DOLLARS.

       FILL-HOLD-RECORD.
           MOVE WS-REFUND-STATE-CODE TO HLD-STATE-CODE
           MOVE "H"                  TO HLD-STATUS
           MOVE WS-FRAUD-SCORE       TO HLD-SCORE
           MOVE WS-FIRST-TIME-FLAG   TO HLD-FIRST-TIME-FLAG
           MOVE WS-WITHHOLD-FLAG     TO HLD-WITHHOLD-FLAG
           MOVE WS-ADDR-CHANGE-FLAG  TO HLD-ADDR-CHANGE-FLAG
           MOVE WS-SHARED-ADDR-FLAG  TO HLD-SHARED-ADDR-FLAG
           MOVE WS-CURRENT-DATE      TO HLD-HOLD-DATE
           MOVE ZERO                 TO HLD-CLOSE-DATE
           MOVE SPACES               TO HLD-DENY-REASON.

      * THE LEDGER IS WALKED FROM THE TAXPAYER'S OLDEST TAX YEAR
      * FORWARD, SO THE OLDEST DEBT IS RETIRED FIRST; WHATEVER
      * REFUND SURVIVES THE WALK GOES TO THE BANK AS THE NET
      * PAYMENT.
       DISBURSE-ONE-REFUND.
           MOVE WS-REFUND-AMOUNT TO WS-REMAINING-REFUND
           MOVE ZERO TO WS-OFFSET-THIS-FILER
           PERFORM OFFSET-AGAINST-OPEN-DEBT
           IF WS-REMAINING-REFUND > ZERO

       OFFSET-AGAINST-OPEN-DEBT.
           MOVE "N" TO WS-AR-SCAN-DONE
           MOVE WS-REFUND-TAXPAYER-ID TO AR-TAXPAYER-ID
           MOVE ZERO                  TO AR-TAX-YEAR
           START AR-BALANCE-FILE KEY NOT < AR-RETURN-KEY
               INVALID KEY MOVE "Y" TO WS-AR-SCAN-DONE
           END-START
               MOVE "Y" TO WS-AR-SCAN-DONE
           END-IF
           IF WS-AR-SCAN-DONE = "N"
                   AND AR-TAXPAYER-ID NOT = WS-REFUND-TAXPAYER-ID
               MOVE "Y" TO WS-AR-SCAN-DONE
           END-IF.

               ADD WS-OFFSET-AMOUNT TO WS-OFFSET-DOLLARS
               PERFORM POST-MASTER-BALANCE
               PERFORM WRITE-OFFSET-MEMO
               PERFORM JOURNAL-OFFSET
           END-IF
           IF WS-REMAINING-REFUND > ZERO
               PERFORM READ-NEXT-AR-ROW
           END-IF.

       WRITE-OFFSET-MEMO.
           MOVE "M"                   TO DSB-RECORD-TYPE
           MOVE WS-REFUND-TAXPAYER-ID TO DSB-TAXPAYER-ID
           MOVE WS-REFUND-STATE-CODE  TO DSB-STATE-CODE
           MOVE WS-OFFSET-AMOUNT      TO DSB-AMOUNT
           MOVE AR-TAX-YEAR           TO DSB-OFFSET-YEAR
           MOVE WS-CURRENT-DATE       TO DSB-ISSUE-DATE
           WRITE DISBURSEMENT-RECORD
           PERFORM WRITE-HISTORY-RECORD
           ADD 1 TO WS-MEMOS-WRITTEN.

       WRITE-PAYMENT-RECORD.
           MOVE "P"                   TO DSB-RECORD-TYPE
           MOVE WS-REFUND-TAXPAYER-ID TO DSB-TAXPAYER-ID
           MOVE WS-REFUND-STATE-CODE  TO DSB-STATE-CODE
           MOVE WS-REMAINING-REFUND TO DSB-AMOUNT
           MOVE ZERO                TO DSB-OFFSET-YEAR
           MOVE WS-CURRENT-DATE     TO DSB-ISSUE-DATE
           WRITE DISBURSEMENT-RECORD
           PERFORM WRITE-HISTORY-RECORD
           ADD 1 TO WS-PAYMENTS-WRITTEN
           ADD WS-REMAINING-REFUND TO WS-PAYOUT-DOLLARS
           PERFORM JOURNAL-PAYMENT.

       WRITE-HISTORY-RECORD.
           MOVE DISBURSEMENT-RECORD TO REFUND-HISTORY-RECORD
           WRITE REFUND-HISTORY-RECORD.

      * A REFUND LEAVES REFUNDS PAYABLE EITHER AS AN OFFSET AGAINST
      * THE RECEIVABLE FOR THE YEAR IT PAID DOWN OR AS CASH TO THE
      * BANK.  A HELD REFUND STAYS IN REFUNDS PAYABLE UNTIL IT IS
      * RELEASED AND PAID.
       JOURNAL-OFFSET.
           MOVE AR-TAXPAYER-ID TO WS-GL-TAXPAYER-ID
           MOVE AR-TAX-YEAR    TO WS-GL-TAX-YEAR
           MOVE WS-GL-REFUNDS-PAYABLE TO WS-GL-ACCOUNT
           MOVE WS-OFFSET-AMOUNT TO WS-GL-AMOUNT
           PERFORM POST-GL-DEBIT
           MOVE WS-GL-RECEIVABLE TO WS-GL-ACCOUNT
           PERFORM POST-GL-CREDIT.

       JOURNAL-PAYMENT.
           MOVE WS-REFUND-TAXPAYER-ID TO WS-GL-TAXPAYER-ID
           MOVE WS-REFUND-TAX-YEAR    TO WS-GL-TAX-YEAR
           MOVE WS-GL-REFUNDS-PAYABLE TO WS-GL-ACCOUNT
           MOVE WS-REMAINING-REFUND TO WS-GL-AMOUNT
           PERFORM POST-GL-DEBIT
           MOVE WS-GL-CASH TO WS-GL-ACCOUNT
           PERFORM POST-GL-CREDIT.

      * THE JOURNAL CARRIES THE RUN NUMBER AND DATE OF THE TAX-CALC
      * CYCLE IN PROGRESS.  WITH NO CYCLE RECORD ON FILE THE ENTRIES
      * ARE STAMPED RUN ZERO AND TODAY'S DATE.
       READ-CYCLE-CONTROL.
           MOVE ZERO TO WS-GL-RUN-NUMBER
           MOVE WS-CURRENT-DATE TO WS-GL-RUN-DATE
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
               MOVE WS-CURRENT-DATE    TO GLJ-POST-DATE
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

      * REFUND DOLLARS READ + SUPPLEMENTAL DOLLARS READ = OFFSET
      * DOLLARS + NET PAYOUT DOLLARS + HELD DOLLARS - THE FILE DOES
      * NOT GO TO THE BANK UNTIL THIS PAGE BALANCES.
       PRODUCE-DISBURSEMENT-REGISTER.
           OPEN OUTPUT DISBURSEMENT-REGISTER

               DELIMITED BY SIZE INTO REGISTER-LINE
           WRITE REGISTER-LINE

           MOVE SPACES TO REGISTER-LINE
           MOVE WS-SUPP-READ TO WS-ED-COUNT
           STRING "SUPPLEMENTAL REFUNDS READ . . " WS-ED-COUNT
               DELIMITED BY SIZE INTO REGISTER-LINE
           WRITE REGISTER-LINE

           MOVE SPACES TO REGISTER-LINE
           MOVE WS-SUPP-DOLLARS TO WS-ED-AMOUNT
           STRING "SUPPLEMENTAL DOLLARS READ . . " WS-ED-AMOUNT
               DELIMITED BY SIZE INTO REGISTER-LINE
           WRITE REGISTER-LINE

           MOVE SPACES TO REGISTER-LINE
           MOVE WS-RELEASED-READ TO WS-ED-COUNT
           STRING "RELEASED FROM FRAUD HOLD  . . " WS-ED-COUNT
               DELIMITED BY SIZE INTO REGISTER-LINE
           WRITE REGISTER-LINE

           MOVE SPACES TO REGISTER-LINE
           MOVE WS-EXAMINATION-READ TO WS-ED-COUNT
           STRING "EXAMINATION REFUNDS READ  . . " WS-ED-COUNT
               DELIMITED BY SIZE INTO REGISTER-LINE
           WRITE REGISTER-LINE

           MOVE SPACES TO REGISTER-LINE
           MOVE WS-REISSUES-READ TO WS-ED-COUNT
           STRING "RETURNED REFUNDS REISSUED . . " WS-ED-COUNT
               DELIMITED BY SIZE INTO REGISTER-LINE
           WRITE REGISTER-LINE

           MOVE SPACES TO REGISTER-LINE
           MOVE WS-REFUNDS-SCREENED TO WS-ED-COUNT
           STRING "REFUNDS SCREENED  . . . . . . " WS-ED-COUNT
               DELIMITED BY SIZE INTO REGISTER-LINE
           WRITE REGISTER-LINE

           MOVE SPACES TO REGISTER-LINE
           MOVE WS-FIRST-TIME-HITS TO WS-ED-COUNT
           STRING "  FIRST-TIME LARGE REFUND . . " WS-ED-COUNT
               DELIMITED BY SIZE INTO REGISTER-LINE
           WRITE REGISTER-LINE

           MOVE SPACES TO REGISTER-LINE
           MOVE WS-WITHHOLD-HITS TO WS-ED-COUNT
           STRING "  HIGH SHARE OF WITHHOLDING . " WS-ED-COUNT
               DELIMITED BY SIZE INTO REGISTER-LINE
           WRITE REGISTER-LINE

           MOVE SPACES TO REGISTER-LINE
           MOVE WS-ADDR-CHANGE-HITS TO WS-ED-COUNT
           STRING "  RECENT ADDRESS CHANGE . . . " WS-ED-COUNT
               DELIMITED BY SIZE INTO REGISTER-LINE
           WRITE REGISTER-LINE

           MOVE SPACES TO REGISTER-LINE
           MOVE WS-SHARED-ADDR-HITS TO WS-ED-COUNT
           STRING "  SHARED ADDRESS  . . . . . . " WS-ED-COUNT
               DELIMITED BY SIZE INTO REGISTER-LINE
           WRITE REGISTER-LINE

           MOVE SPACES TO REGISTER-LINE
           MOVE WS-REFUNDS-HELD TO WS-ED-COUNT
           STRING "REFUNDS HELD FOR FRAUD DESK . " WS-ED-COUNT
               DELIMITED BY SIZE INTO REGISTER-LINE
           WRITE REGISTER-LINE

           MOVE SPACES TO REGISTER-LINE
           MOVE WS-HELD-DOLLARS TO WS-ED-AMOUNT
           STRING "HELD DOLLARS  . . . . . . . . " WS-ED-AMOUNT
               DELIMITED BY SIZE INTO REGISTER-LINE
           WRITE REGISTER-LINE

           MOVE SPACES TO REGISTER-LINE
           MOVE WS-CLEAR-COUNT TO WS-ED-COUNT
           STRING "PAID WITH NO OFFSET . . . . . " WS-ED-COUNT
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

           IF WS-ADDRS-NOT-TABLED > ZERO
               MOVE SPACES TO REGISTER-LINE
               MOVE WS-ADDRS-NOT-TABLED TO WS-ED-COUNT
               STRING "PAST ADDRESS TABLE CAPACITY . " WS-ED-COUNT
                   DELIMITED BY SIZE INTO REGISTER-LINE
               WRITE REGISTER-LINE
           END-IF

           CLOSE DISBURSEMENT-REGISTER.

      * EVERY SUPPLEMENTAL REFUND HAS NOW GONE TO THE DISBURSEMENT
      * FILE, SO THE SUPPLEMENTAL FILE IS EMPTIED - THE NEXT RUN
      * MUST NOT PAY THEM A SECOND TIME.
       CLEANUP-PROGRAM.
           CLOSE TAX-OUTPUT-FILE
           CLOSE AR-BALANCE-FILE
           CLOSE TAXPAYER-MASTER-FILE
           CLOSE NAME-ADDRESS-FILE
           CLOSE REFUND-HOLD-FILE
           CLOSE DISBURSEMENT-FILE
           CLOSE REFUND-HISTORY-FILE
           CLOSE GL-JOURNAL-FILE
           OPEN OUTPUT SUPPLEMENTAL-REFUND-FILE
           CLOSE SUPPLEMENTAL-REFUND-FILE.
