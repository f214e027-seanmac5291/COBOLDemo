      * ASSESSMENT WRITES A RECORD CARRYING THE ORIGINAL BALANCE,    *
      * THE PENALTY AND THE INTEREST SEPARATELY, AND PRINTS A        *
      * SECOND-NOTICE LETTER IN THE TAX-NOTICE STYLE SHOWING THE     *
      * NEW TOTAL AND A FRESH PAYMENT DEADLINE.  AN ACCOUNT UNDER AN *
      * INSTALLMENT AGREEMENT IN GOOD STANDING (SEE TAX-INSTALL) IS  *
      * ASSESSED AT THE REDUCED AGREEMENT PENALTY RATE AND ITS       *
      * SECOND NOTICE IS HELD; ONCE THE AGREEMENT DEFAULTS THE       *
      * ACCOUNT IS ASSESSED AT THE FULL RATE AND NOTICED AGAIN.  AN  *
      * ACCOUNT REFERRED TO THE COLLECTION AGENCY (SEE TAX-COLLECT)  *
      * GOES ON ACCRUING PENALTY AND INTEREST BUT ITS SECOND NOTICE  *
      * IS HELD - THE AGENCY IS WORKING IT.  A SECOND NOTICE FOR A   *
      * TAXPAYER WITH A CURRENT AUTHORIZED REPRESENTATIVE WHOSE      *
      * AUTHORITY COVERS NOTICES (SEE TAX-REPAUTH) IS FOLLOWED BY A  *
      * COPY ADDRESSED TO THE REPRESENTATIVE.                        *
      *****************************************************************

       ENVIRONMENT DIVISION.
               ORGANIZATION IS SEQUENTIAL.
           SELECT SECOND-NOTICE-FILE ASSIGN TO "SECNOT.PRT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL AGREEMENT-FILE ASSIGN TO "INSTAGR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS IAG-AGREEMENT-KEY
               FILE STATUS IS WS-IAG-FILE-STATUS.
           SELECT OPTIONAL COLLECTION-CASE-FILE
               ASSIGN TO "COLLCASE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS COL-CASE-KEY
               FILE STATUS IS WS-COL-FILE-STATUS.
           SELECT OPTIONAL REP-AUTH-FILE ASSIGN TO "REPAUTH.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS POA-AUTH-KEY
               FILE STATUS IS WS-POA-FILE-STATUS.
           SELECT OPTIONAL CYCLE-CTL-FILE ASSIGN TO "CYCLECTL.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CYCLE-FILE-STATUS.
           SELECT OPTIONAL GL-JOURNAL-FILE ASSIGN TO "GLJRNL.DAT"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD SECOND-NOTICE-FILE.
       01 NOTICE-LINE             PIC X(80).

      * SAME LAYOUT AS TAX-INSTALL MAINTAINS - STATUS "G" IS GOOD
      * STANDING, "D" DEFAULTED, "C" COMPLETED.
       FD AGREEMENT-FILE.
       01 AGREEMENT-RECORD.
           05 IAG-AGREEMENT-KEY.
               10 IAG-TAXPAYER-ID PIC X(9).
               10 IAG-TAX-YEAR    PIC 9(4).
           05 IAG-STATUS          PIC X(1).
              88 IAG-GOOD-STANDING VALUE "G".
              88 IAG-DEFAULTED     VALUE "D".
              88 IAG-COMPLETED     VALUE "C".
           05 IAG-MONTHLY-AMOUNT  PIC 9(7)V99.
           05 IAG-START-DATE      PIC 9(8).
           05 IAG-AGREED-BALANCE  PIC 9(8)V99.
           05 IAG-INSTALLMENT-COUNT PIC 9(3).
           05 IAG-INSTALLMENTS-DUE PIC 9(3).
           05 IAG-NEXT-DUE-DATE   PIC 9(8).
           05 IAG-AMOUNT-DUE      PIC 9(8)V99.
           05 IAG-AMOUNT-PAID     PIC 9(8)V99.
           05 IAG-LAST-PAYMENT-DATE PIC 9(8).
           05 IAG-STATUS-DATE     PIC 9(8).

      * SAME LAYOUT AS TAX-COLLECT MAINTAINS - STATUS "R" IS AT THE
      * COLLECTION AGENCY.
       FD COLLECTION-CASE-FILE.
       01 COLLECTION-CASE-RECORD.
           05 COL-CASE-KEY.
               10 COL-TAXPAYER-ID PIC X(9).
               10 COL-TAX-YEAR    PIC 9(4).
           05 COL-STATUS          PIC X(1).
              88 COL-AT-AGENCY    VALUE "R".
              88 COL-RETURNED     VALUE "C".
              88 COL-WRITTEN-OFF  VALUE "W".
           05 COL-REFER-DATE      PIC 9(8).
           05 COL-REFERRED-BALANCE PIC 9(8)V99.
           05 COL-COLLECTED-TO-DATE PIC 9(8)V99.
           05 COL-LAST-COLLECTED-DATE PIC 9(8).
           05 COL-CLOSURE-CODE    PIC X(2).
           05 COL-CLOSE-DATE      PIC 9(8).
           05 COL-WRITEOFF-REASON PIC X(2).
           05 COL-WRITEOFF-AMOUNT PIC 9(8)V99.
           05 COL-WRITEOFF-DATE   PIC 9(8).

      * REPRESENTATIVE MASTER MAINTAINED BY TAX-REPAUTH - SAME
      * LAYOUT AS DECLARED THERE.
       FD REP-AUTH-FILE.
       01 REP-AUTH-RECORD.
           05 POA-AUTH-KEY.
               10 POA-TAXPAYER-ID PIC X(9).
               10 POA-TAX-YEAR    PIC 9(4).
           05 POA-REP-NAME        PIC X(30).
           05 POA-ADDR-LINE-1     PIC X(30).
           05 POA-ADDR-LINE-2     PIC X(30).
           05 POA-CITY            PIC X(20).
           05 POA-STATE           PIC X(2).
           05 POA-ZIP             PIC X(10).
           05 POA-FOREIGN-FLAG    PIC X(1).
           05 POA-SCOPE           PIC X(1).
              88 POA-FULL-AUTHORITY VALUE "F".
              88 POA-COPIES-ONLY  VALUE "C".
              88 POA-INFORMATION-ONLY VALUE "I".
              88 POA-RECEIVES-COPIES VALUE "F" "C".
           05 POA-EXPIRE-DATE     PIC 9(8).
           05 POA-STATUS          PIC X(1).
              88 POA-ACTIVE       VALUE "A".
              88 POA-REVOKED      VALUE "R".
           05 POA-EFFECTIVE-DATE  PIC 9(8).
           05 POA-REVOKE-DATE     PIC 9(8).
           05 POA-LAST-CHANGE-DATE PIC 9(8).

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
           05 WS-AR-EOF-FLAG      PIC X VALUE "N".
              88 AR-SCAN-EOF      VALUE "Y".
           05 WS-AGREEMENT-STANDING PIC X VALUE SPACE.
              88 AGREEMENT-IN-GOOD-STANDING VALUE "G".
              88 AGREEMENT-IN-DEFAULT       VALUE "D".
           05 WS-REFERRAL-FLAG      PIC X VALUE "N".
              88 AT-COLLECTION-AGENCY VALUE "Y".
           05 WS-REP-COPY-DUE       PIC X VALUE "N".
           05 WS-COPY-FLAG          PIC X VALUE "T".
              88 TAXPAYER-COPY      VALUE "T".
              88 REPRESENTATIVE-COPY VALUE "R".

       01 WS-FILE-STATUS-WORK.
           05 WS-AR-FILE-STATUS     PIC X(2).
           05 WS-MASTER-FILE-STATUS PIC X(2).
           05 WS-IAG-FILE-STATUS    PIC X(2).
           05 WS-COL-FILE-STATUS    PIC X(2).
           05 WS-POA-FILE-STATUS    PIC X(2).

      * STATUTORY RATES - THE LATE-PAYMENT PENALTY IS A ONE-TIME
      * PERCENTAGE OF THE ORIGINAL UNPAID BALANCE, ASSESSED THE
      * FIRST TIME THE ACCOUNT IS SEEN PAST ITS DEADLINE; INTEREST
      * IS A MONTHLY PERCENTAGE OF THE FULL OPEN BALANCE AND IS
      * RE-ASSESSED EVERY TIME A FURTHER ASSESSMENT PERIOD OF
      * WS-ASSESS-PERIOD-DAYS HAS RUN, SO IT COMPOUNDS.  AN ACCOUNT
      * UNDER AN INSTALLMENT AGREEMENT IN GOOD STANDING IS CHARGED
      * THE REDUCED AGREEMENT PENALTY INSTEAD; IF THE AGREEMENT LATER
      * DEFAULTS, THE NEXT ASSESSMENT TOPS THE PENALTY UP TO THE
      * FULL STATUTORY PERCENTAGE.
       01 WS-ASSESS-RATES.
           05 WS-PENALTY-PCT      PIC 9(2)V99 VALUE 10.00.
           05 WS-AGREEMENT-PENALTY-PCT PIC 9(2)V99 VALUE 5.00.
           05 WS-INTEREST-PCT-MO  PIC 9(2)V99 VALUE 1.00.
           05 WS-ASSESS-PERIOD-DAYS PIC 9(2) VALUE 30.

       01 WS-ASSESS-WORK.
           05 WS-PENALTY-AMOUNT   PIC 9(7)V99.
           05 WS-FULL-PENALTY     PIC 9(7)V99.
           05 WS-APPLIED-PENALTY-PCT PIC 9(2)V99.
           05 WS-INTEREST-AMOUNT  PIC 9(7)V99.
           05 WS-PRIOR-OPEN       PIC 9(8)V99.
           05 WS-NEXT-ASSESS-DATE PIC 9(8).

      * CONTROL TOTALS - ROWS SCANNED MUST EQUAL ASSESSED PLUS NOT
      * YET DUE PLUS INSIDE-PERIOD PLUS ALREADY PAID, SO NO OPEN
      * BALANCE CAN FALL OUT OF THE RUN UNSEEN.  ACCOUNTS ASSESSED
      * LESS NOTICES HELD IS THE NUMBER OF SECOND NOTICES PRINTED;
      * REPRESENTATIVE COPIES ARE EXTRA PAGES COUNTED ON THEIR OWN.
       01 WS-ASSESS-TOTALS.
           05 WS-ROWS-SCANNED     PIC 9(7) COMP VALUE ZERO.
           05 WS-ROWS-ASSESSED    PIC 9(7) COMP VALUE ZERO.
           05 WS-ROWS-NOT-DUE     PIC 9(7) COMP VALUE ZERO.
           05 WS-ROWS-IN-PERIOD   PIC 9(7) COMP VALUE ZERO.
           05 WS-ROWS-PAID        PIC 9(7) COMP VALUE ZERO.
           05 WS-NOTICES-HELD-AGREEMENT PIC 9(7) COMP VALUE ZERO.
           05 WS-NOTICES-HELD-COLLECTIONS PIC 9(7) COMP VALUE ZERO.
           05 WS-REP-COPIES       PIC 9(7) COMP VALUE ZERO.
           05 WS-PENALTY-DOLLARS  PIC 9(11)V99 VALUE ZERO.
           05 WS-INTEREST-DOLLARS PIC 9(11)V99 VALUE ZERO.
           05 WS-NEW-BALANCE-DOLLARS PIC 9(11)V99 VALUE ZERO.
           05 WS-DATE-LINE        PIC X(80).
           05 WS-AMOUNT-LINE      PIC X(80).

      * GENERAL LEDGER ACCOUNTS THIS STEP POSTS TO - THE FULL CHART
      * IS LISTED IN TAX-GLTRIAL.
       01 WS-GL-ACCOUNTS.
           05 WS-GL-RECEIVABLE      PIC X(4) VALUE "1200".
           05 WS-GL-PENALTY-REVENUE PIC X(4) VALUE "4300".
           05 WS-GL-INTEREST-REVENUE PIC X(4) VALUE "4400".

       01 WS-CYCLE-WORK.
           05 WS-CYCLE-FILE-STATUS PIC X(2).
           05 WS-CYCLE-FORMAT     PIC X(4) VALUE "CYC1".

      * ONE JOURNAL ENTRY IS BUILT HERE AND WRITTEN BY
      * WRITE-GL-ENTRY; THE JURISDICTION IS FILLED IN ONLY FOR A
      * REVENUE LEG AND IS CLEARED AGAIN AFTER EVERY WRITE.
       01 WS-GL-WORK.
           05 WS-GL-RUN-NUMBER    PIC 9(5) VALUE ZERO.
           05 WS-GL-RUN-DATE      PIC 9(8) VALUE ZERO.
           05 WS-GL-PROGRAM       PIC X(12) VALUE "TAX-ASSESS".
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

       INITIALIZE-PROGRAM.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           PERFORM READ-CYCLE-CONTROL
           PERFORM COMPUTE-PAYMENT-DEADLINE
           PERFORM BUILD-NOTICE-DATE-LINE
           OPEN I-O AR-BALANCE-FILE
           OPEN I-O TAXPAYER-MASTER-FILE
           OPEN OUTPUT ASSESSMENT-FILE
           OPEN OUTPUT SECOND-NOTICE-FILE
           OPEN INPUT AGREEMENT-FILE
           OPEN INPUT COLLECTION-CASE-FILE
           OPEN INPUT REP-AUTH-FILE
           OPEN EXTEND GL-JOURNAL-FILE
           MOVE LOW-VALUES TO AR-RETURN-KEY
           START AR-BALANCE-FILE KEY NOT < AR-RETURN-KEY
               INVALID KEY MOVE "Y" TO WS-AR-EOF-FLAG
      * THE PENALTY IS ASSESSED ONCE, AGAINST THE ORIGINAL BALANCE;
      * INTEREST IS ASSESSED AGAINST THE OPEN BALANCE PLUS THIS
      * RUN'S PENALTY, SO EACH LATER RUN'S INTEREST COMPOUNDS ON
      * EVERYTHING ALREADY OWED.  BOTH CHARGES ARE JOURNALED TO THE
      * RECEIVABLE AGAINST THEIR OWN REVENUE ACCOUNTS.
       ASSESS-ONE-ACCOUNT.
           ADD 1 TO WS-ROWS-ASSESSED
           MOVE AR-OPEN-BALANCE TO WS-PRIOR-OPEN
           PERFORM CHECK-INSTALLMENT-AGREEMENT
           PERFORM CHECK-COLLECTION-REFERRAL
           MOVE ZERO TO WS-PENALTY-AMOUNT
           EVALUATE TRUE
               WHEN AR-PENALTY-ASSESSED = ZERO
                   COMPUTE WS-PENALTY-AMOUNT ROUNDED =
                       (AR-ORIG-BALANCE * WS-APPLIED-PENALTY-PCT) / 100
               WHEN AGREEMENT-IN-DEFAULT
                   COMPUTE WS-FULL-PENALTY ROUNDED =
                       (AR-ORIG-BALANCE * WS-PENALTY-PCT) / 100
                   IF WS-FULL-PENALTY > AR-PENALTY-ASSESSED
                       SUBTRACT AR-PENALTY-ASSESSED FROM WS-FULL-PENALTY
                           GIVING WS-PENALTY-AMOUNT
                   END-IF
           END-EVALUATE
           COMPUTE WS-INTEREST-AMOUNT ROUNDED =
               ((AR-OPEN-BALANCE + WS-PENALTY-AMOUNT)
                   * WS-INTEREST-PCT-MO) / 100
           ADD WS-INTEREST-AMOUNT TO WS-INTEREST-DOLLARS
           ADD AR-OPEN-BALANCE    TO WS-NEW-BALANCE-DOLLARS
           PERFORM POST-MASTER-BALANCE
           PERFORM JOURNAL-ASSESSMENT
           PERFORM WRITE-ASSESSMENT-RECORD
           EVALUATE TRUE
               WHEN AGREEMENT-IN-GOOD-STANDING
                   ADD 1 TO WS-NOTICES-HELD-AGREEMENT
               WHEN AT-COLLECTION-AGENCY
                   ADD 1 TO WS-NOTICES-HELD-COLLECTIONS
               WHEN OTHER
                   MOVE "T" TO WS-COPY-FLAG
                   PERFORM PRINT-SECOND-NOTICE
                   PERFORM LOOK-UP-REPRESENTATIVE
                   IF WS-REP-COPY-DUE = "Y"
                       ADD 1 TO WS-REP-COPIES
                       MOVE "R" TO WS-COPY-FLAG
                       PERFORM PRINT-SECOND-NOTICE
                   END-IF
           END-EVALUATE.

      * AN AGREEMENT ROW DECIDES THE PENALTY RATE - GOOD STANDING
      * EARNS THE REDUCED RATE, ANYTHING ELSE (NO AGREEMENT, A
      * DEFAULTED ONE OR ONE ALREADY COMPLETED) IS ASSESSED AT THE
      * FULL STATUTORY RATE.
       CHECK-INSTALLMENT-AGREEMENT.
           MOVE SPACE TO WS-AGREEMENT-STANDING
           MOVE WS-PENALTY-PCT TO WS-APPLIED-PENALTY-PCT
           MOVE AR-TAXPAYER-ID TO IAG-TAXPAYER-ID
           MOVE AR-TAX-YEAR    TO IAG-TAX-YEAR
           READ AGREEMENT-FILE
               INVALID KEY CONTINUE
           END-READ
           IF WS-IAG-FILE-STATUS = "00"
               IF IAG-GOOD-STANDING
                   MOVE "G" TO WS-AGREEMENT-STANDING
                   MOVE WS-AGREEMENT-PENALTY-PCT
                       TO WS-APPLIED-PENALTY-PCT
               END-IF
               IF IAG-DEFAULTED
                   MOVE "D" TO WS-AGREEMENT-STANDING
               END-IF
           END-IF.

      * ONLY A CASE STILL AT THE AGENCY HOLDS THE NOTICE - ONE THE
      * AGENCY HAS HANDED BACK IS NOTICED NORMALLY AGAIN.
       CHECK-COLLECTION-REFERRAL.
           MOVE "N" TO WS-REFERRAL-FLAG
           MOVE AR-TAXPAYER-ID TO COL-TAXPAYER-ID
           MOVE AR-TAX-YEAR    TO COL-TAX-YEAR
           READ COLLECTION-CASE-FILE
               INVALID KEY CONTINUE
           END-READ
           IF WS-COL-FILE-STATUS = "00" AND COL-AT-AGENCY
               MOVE "Y" TO WS-REFERRAL-FLAG
           END-IF.

      * A COPY GOES ONLY TO A REPRESENTATIVE WHOSE AUTHORIZATION IS
      * ACTIVE, NOT YET EXPIRED, AND COVERS NOTICES - AN
      * INFORMATION-ONLY AUTHORIZATION RECEIVES NOTHING.
       LOOK-UP-REPRESENTATIVE.
           MOVE "N" TO WS-REP-COPY-DUE
           MOVE AR-TAXPAYER-ID TO POA-TAXPAYER-ID
           MOVE AR-TAX-YEAR    TO POA-TAX-YEAR
           READ REP-AUTH-FILE
               INVALID KEY CONTINUE
           END-READ
           IF WS-POA-FILE-STATUS = "00"
                   AND POA-ACTIVE
                   AND POA-RECEIVES-COPIES
                   AND POA-EXPIRE-DATE NOT < WS-CURRENT-DATE-N
               MOVE "Y" TO WS-REP-COPY-DUE
           END-IF.

       POST-MASTER-BALANCE.
           MOVE AR-TAXPAYER-ID TO MST-TAXPAYER-ID
           WRITE NOTICE-LINE AFTER ADVANCING PAGE
           MOVE WS-DATE-LINE TO NOTICE-LINE
           WRITE NOTICE-LINE AFTER ADVANCING 2 LINES
           IF REPRESENTATIVE-COPY
               PERFORM PRINT-REP-ADDRESS-BLOCK
           END-IF
           MOVE SPACES TO NOTICE-LINE
           STRING "TAXPAYER ID: " AR-TAXPAYER-ID
               "        TAX YEAR: " AR-TAX-YEAR
           MOVE "ID SHOWN ABOVE." TO NOTICE-LINE
           WRITE NOTICE-LINE AFTER ADVANCING 1 LINE.

      * THE REPRESENTATIVE'S COPY CARRIES THE REPRESENTATIVE'S
      * ADDRESS BLOCK, PLACED FOR A WINDOW ENVELOPE THE SAME WAY
      * TAX-NOTICE PLACES THE TAXPAYER'S.
       PRINT-REP-ADDRESS-BLOCK.
           MOVE SPACES TO NOTICE-LINE
           STRING "     " POA-REP-NAME
               DELIMITED BY SIZE INTO NOTICE-LINE
           WRITE NOTICE-LINE AFTER ADVANCING 2 LINES
           MOVE SPACES TO NOTICE-LINE
           STRING "     " POA-ADDR-LINE-1
               DELIMITED BY SIZE INTO NOTICE-LINE
           WRITE NOTICE-LINE AFTER ADVANCING 1 LINE
           IF POA-ADDR-LINE-2 NOT = SPACES
               MOVE SPACES TO NOTICE-LINE
               STRING "     " POA-ADDR-LINE-2
                   DELIMITED BY SIZE INTO NOTICE-LINE
               WRITE NOTICE-LINE AFTER ADVANCING 1 LINE
           END-IF
           MOVE SPACES TO NOTICE-LINE
           IF POA-FOREIGN-FLAG = "Y"
               STRING "     " POA-CITY
                   DELIMITED BY SIZE INTO NOTICE-LINE
           ELSE
               STRING "     " DELIMITED BY SIZE
                   POA-CITY DELIMITED BY "  "
                   ", " POA-STATE " " POA-ZIP
                   DELIMITED BY SIZE INTO NOTICE-LINE
           END-IF
           WRITE NOTICE-LINE AFTER ADVANCING 1 LINE
           MOVE "COPY FOR AUTHORIZED REPRESENTATIVE OF THE TAXPAYER"
               TO NOTICE-LINE
           WRITE NOTICE-LINE AFTER ADVANCING 2 LINES.

       PRINT-PAYMENT-DEADLINE-LINE.
           MOVE WS-DUE-DAY TO WS-ED-DAY
           MOVE SPACES TO NOTICE-LINE
               DELIMITED BY SIZE INTO NOTICE-LINE
           WRITE NOTICE-LINE AFTER ADVANCING 2 LINES.

       JOURNAL-ASSESSMENT.
           MOVE AR-TAXPAYER-ID TO WS-GL-TAXPAYER-ID
           MOVE AR-TAX-YEAR    TO WS-GL-TAX-YEAR
           MOVE WS-GL-RECEIVABLE TO WS-GL-ACCOUNT
           MOVE WS-PENALTY-AMOUNT TO WS-GL-AMOUNT
           PERFORM POST-GL-DEBIT
           MOVE WS-GL-PENALTY-REVENUE TO WS-GL-ACCOUNT
           PERFORM POST-GL-CREDIT
           MOVE WS-GL-RECEIVABLE TO WS-GL-ACCOUNT
           MOVE WS-INTEREST-AMOUNT TO WS-GL-AMOUNT
           PERFORM POST-GL-DEBIT
           MOVE WS-GL-INTEREST-REVENUE TO WS-GL-ACCOUNT
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

      * CONTROL PAGE - ROWS SCANNED MUST EQUAL THE FOUR DISPOSITION
      * COUNTS COMBINED, AND THE PENALTY AND INTEREST DOLLARS TIE TO
      * THE ASSESSMENT FILE FOR THE CASHIER'S OFFICE.
               DELIMITED BY SIZE INTO NOTICE-LINE
           WRITE NOTICE-LINE AFTER ADVANCING 1 LINE

           MOVE WS-NOTICES-HELD-AGREEMENT TO WS-ED-COUNT
           MOVE SPACES TO NOTICE-LINE
           STRING "NOTICES HELD - AGREEMENT  . . " WS-ED-COUNT
               DELIMITED BY SIZE INTO NOTICE-LINE
           WRITE NOTICE-LINE AFTER ADVANCING 1 LINE

           MOVE WS-NOTICES-HELD-COLLECTIONS TO WS-ED-COUNT
           MOVE SPACES TO NOTICE-LINE
           STRING "NOTICES HELD - AT AGENCY  . . " WS-ED-COUNT
               DELIMITED BY SIZE INTO NOTICE-LINE
           WRITE NOTICE-LINE AFTER ADVANCING 1 LINE

           MOVE WS-REP-COPIES TO WS-ED-COUNT
           MOVE SPACES TO NOTICE-LINE
           STRING "REPRESENTATIVE COPIES . . . . " WS-ED-COUNT
               DELIMITED BY SIZE INTO NOTICE-LINE
           WRITE NOTICE-LINE AFTER ADVANCING 1 LINE

           MOVE WS-PENALTY-DOLLARS TO WS-ED-AMOUNT
           MOVE SPACES TO NOTICE-LINE
           STRING "PENALTY ASSESSED  . . . . . . " WS-ED-AMOUNT
           MOVE SPACES TO NOTICE-LINE
           STRING "NEW BALANCES OUTSTANDING  . . " WS-ED-AMOUNT
               DELIMITED BY SIZE INTO NOTICE-LINE
           WRITE NOTICE-LINE AFTER ADVANCING 1 LINE

           MOVE SPACES TO NOTICE-LINE
           MOVE WS-GL-ENTRIES-WRITTEN TO WS-ED-COUNT
           STRING "GL ENTRIES WRITTEN  . . . . . " WS-ED-COUNT
               DELIMITED BY SIZE INTO NOTICE-LINE
           WRITE NOTICE-LINE AFTER ADVANCING 1 LINE

           MOVE SPACES TO NOTICE-LINE
           MOVE WS-GL-DEBIT-DOLLARS TO WS-ED-AMOUNT
           STRING "GL DEBITS . . . . . . . . . . " WS-ED-AMOUNT
               DELIMITED BY SIZE INTO NOTICE-LINE
           WRITE NOTICE-LINE AFTER ADVANCING 1 LINE

           MOVE SPACES TO NOTICE-LINE
           MOVE WS-GL-CREDIT-DOLLARS TO WS-ED-AMOUNT
           STRING "GL CREDITS  . . . . . . . . . " WS-ED-AMOUNT
               DELIMITED BY SIZE INTO NOTICE-LINE
           WRITE NOTICE-LINE AFTER ADVANCING 1 LINE.

       CLEANUP-PROGRAM.
           CLOSE AR-BALANCE-FILE
           CLOSE TAXPAYER-MASTER-FILE
           CLOSE ASSESSMENT-FILE
           CLOSE SECOND-NOTICE-FILE
           CLOSE AGREEMENT-FILE
           CLOSE COLLECTION-CASE-FILE
           CLOSE REP-AUTH-FILE
           CLOSE GL-JOURNAL-FILE.
