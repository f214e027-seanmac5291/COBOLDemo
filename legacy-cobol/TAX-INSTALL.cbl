       IDENTIFICATION DIVISION.
       PROGRAM-ID. TAX-INSTALL.
       AUTHOR. LEGACY-SYSTEMS-TEAM.
      *****************************************************************
      * INSTALLMENT AGREEMENT SET-UP AND NIGHTLY DEFAULT CHECK       *
      * READS THE AGREEMENT TRANSACTIONS KEYED BY COLLECTIONS - ONE  *
      * PER TAXPAYER-ID/TAX-YEAR WITH THE AGREED MONTHLY AMOUNT AND  *
      * THE FIRST INSTALLMENT DATE - AND, FOR EACH ONE THAT MATCHES  *
      * AN OPEN BALANCE ON THE TAX-PAYMENT LEDGER (ARBAL.DAT), OPENS *
      * AN AGREEMENT ROW ON INSTAGR.DAT AND WRITES THE MONTHLY       *
      * SCHEDULE TO INSTSCHD.DAT.  EACH NIGHT, AFTER TAX-PAYMENT HAS *
      * POSTED THE DAY'S REMITTANCES, THE SAME PAYMENTS.DAT IS READ  *
      * AGAIN AND EVERY PAYMENT AGAINST AN AGREEMENT IS CREDITED TO  *
      * IT.  EVERY INSTALLMENT WHOSE DUE DATE AND GRACE PERIOD HAVE  *
      * PASSED IS THEN CHARGED TO THE AGREEMENT, AND AN AGREEMENT    *
      * WHOSE PAYMENTS HAVE FALLEN BEHIND THE INSTALLMENTS CHARGED   *
      * IS FLAGGED DEFAULTED.  TAX-ASSESS READS THE AGREEMENT FILE - *
      * AN AGREEMENT IN GOOD STANDING HOLDS THE SECOND NOTICE AND    *
      * EARNS THE REDUCED LATE-PAYMENT PENALTY; A DEFAULTED ONE IS   *
      * ASSESSED LIKE ANY OTHER OPEN BALANCE.                        *
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL AGREEMENT-TRAN-FILE ASSIGN TO "INSTTRAN.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL PAYMENT-FILE ASSIGN TO "PAYMENTS.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL AGREEMENT-FILE ASSIGN TO "INSTAGR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IAG-AGREEMENT-KEY
               FILE STATUS IS WS-IAG-FILE-STATUS.
           SELECT AR-BALANCE-FILE ASSIGN TO "ARBAL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AR-RETURN-KEY
               FILE STATUS IS WS-AR-FILE-STATUS.
           SELECT OPTIONAL SCHEDULE-FILE ASSIGN TO "INSTSCHD.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT AGREEMENT-REJECT-FILE ASSIGN TO "INSTREJ.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT AGREEMENT-REGISTER ASSIGN TO "INSTREG.RPT"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * ONE SET-UP TRANSACTION PER AGREEMENT AS COLLECTIONS KEYS IT -
      * THE START DATE IS THE DUE DATE OF THE FIRST INSTALLMENT, AND
      * EVERY LATER INSTALLMENT FALLS DUE ON THE SAME DAY OF EACH
      * FOLLOWING MONTH.
       FD AGREEMENT-TRAN-FILE.
       01 AGREEMENT-TRAN-RECORD.
           05 IAT-TAXPAYER-ID     PIC X(9).
           05 IAT-TAX-YEAR        PIC 9(4).
           05 IAT-MONTHLY-AMOUNT  PIC 9(7)V99.
           05 IAT-START-DATE.
               10 IAT-START-YEAR  PIC 9(4).
               10 IAT-START-MONTH PIC 9(2).
               10 IAT-START-DAY   PIC 9(2).
           05 IAT-START-DATE-N REDEFINES IAT-START-DATE
                                  PIC 9(8).

      * SAME LAYOUT AS TAX-PAYMENT READS.
       FD PAYMENT-FILE.
       01 PAYMENT-RECORD.
           05 PMT-TAXPAYER-ID     PIC X(9).
           05 PMT-TAX-YEAR        PIC 9(4).
           05 PMT-PAYMENT-DATE    PIC 9(8).
           05 PMT-PAYMENT-TYPE    PIC X(1).
           05 PMT-AMOUNT          PIC 9(8)V99.

      * AGREEMENT MASTER - ONE ROW PER TAXPAYER-ID/TAX-YEAR UNDER AN
      * INSTALLMENT AGREEMENT.  STATUS "G" IS GOOD STANDING, "D" IS
      * DEFAULTED AND "C" IS COMPLETED (LEDGER PAID TO ZERO).  THE
      * INSTALLMENTS-DUE COUNT AND AMOUNT-DUE ARE WHAT HAS FALLEN DUE
      * SO FAR; NEXT-DUE-DATE IS THE INSTALLMENT NOT YET CHARGED.
      * TAX-ASSESS READS THIS SAME LAYOUT.
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

      * THE PAYMENT SCHEDULE AS AGREED - ONE ROW PER INSTALLMENT,
      * APPENDED AT SET-UP SO THE FILE CARRIES EVERY SCHEDULE EVER
      * ISSUED.  THE LAST INSTALLMENT CARRIES THE REMAINDER.
       FD SCHEDULE-FILE.
       01 SCHEDULE-RECORD.
           05 SCH-TAXPAYER-ID     PIC X(9).
           05 SCH-TAX-YEAR        PIC 9(4).
           05 SCH-INSTALLMENT-NO  PIC 9(3).
           05 SCH-DUE-DATE        PIC 9(8).
           05 SCH-AMOUNT          PIC 9(7)V99.

      * THE REJECT CARRIES THE FULL ORIGINAL TRANSACTION SO
      * COLLECTIONS NEVER HAS TO GO BACK TO THE INPUT FILE TO REKEY
      * IT.
       FD AGREEMENT-REJECT-FILE.
       01 AGREEMENT-REJECT-RECORD.
           05 IRJ-REASON-CODE     PIC X(2).
           05 IRJ-REASON-TEXT     PIC X(40).
           05 IRJ-TRAN-RECORD     PIC X(30).

       FD AGREEMENT-REGISTER.
       01 REGISTER-LINE           PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-FLAGS.
           05 WS-EOF-FLAG         PIC X VALUE "N".
              88 END-OF-FILE      VALUE "Y".
           05 WS-PAYMENT-EOF-FLAG PIC X VALUE "N".
              88 PAYMENT-FILE-EOF VALUE "Y".
           05 WS-IAG-EOF-FLAG     PIC X VALUE "N".
              88 AGREEMENT-SCAN-EOF VALUE "Y".
           05 WS-VALID-RECORD     PIC X VALUE "Y".
              88 RECORD-IS-VALID    VALUE "Y".
              88 RECORD-IS-INVALID  VALUE "N".
           05 WS-SCHEDULE-CURRENT PIC X VALUE "N".
              88 SCHEDULE-IS-CURRENT VALUE "Y".

       01 WS-FILE-STATUS-WORK.
           05 WS-IAG-FILE-STATUS  PIC X(2).
           05 WS-AR-FILE-STATUS   PIC X(2).

      * TERMS - AN INSTALLMENT IS NOT COUNTED AS MISSED UNTIL THE
      * GRACE PERIOD AFTER ITS DUE DATE HAS RUN, SO A PAYMENT STILL
      * IN THE MAIL DOES NOT DEFAULT THE AGREEMENT.  A SCHEDULE
      * LONGER THAN THE MAXIMUM TERM IS NOT ACCEPTED.
       01 WS-AGREEMENT-TERMS.
           05 WS-INSTALL-GRACE-DAYS PIC 9(2) VALUE 10.
           05 WS-MAX-INSTALLMENTS PIC 9(3) VALUE 72.

       01 WS-VALIDATION-WORK.
           05 WS-REJECT-REASON    PIC X(2).
           05 WS-REJECT-TEXT      PIC X(40).

       01 WS-SCHEDULE-WORK.
           05 WS-SCHED-IDX        PIC 9(3) COMP.
           05 WS-SCHED-COUNT      PIC 9(5) COMP.
           05 WS-SCHED-REMAINDER  PIC 9(8)V99.
           05 WS-SCHED-AMOUNT     PIC 9(7)V99.
           05 WS-AMOUNT-OWED      PIC 9(9)V99.
           05 WS-LATE-DATE        PIC 9(8).
           05 WS-ANCHOR-DATE.
               10 WS-ANCHOR-YEAR  PIC 9(4).
               10 WS-ANCHOR-MONTH PIC 9(2).
               10 WS-ANCHOR-DAY   PIC 9(2).
           05 WS-ANCHOR-DATE-N REDEFINES WS-ANCHOR-DATE
                                  PIC 9(8).

      * RUN DATE AND THE DATE-ROLLING WORK FIELDS - SAME DAY-AT-A-
      * TIME ROLL AS TAX-PAYMENT (FEBRUARY GETS 29 IN A LEAP YEAR).
      * A MONTHLY DUE DATE KEEPS THE DAY OF THE FIRST INSTALLMENT,
      * PULLED BACK TO THE LAST DAY OF A SHORTER MONTH.
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
           05 WS-DAYS-REMAINING   PIC 9(3) COMP.
           05 WS-MONTH-LIMIT      PIC 9(2) COMP.
           05 WS-LEAP-REMAINDER   PIC 9(4) COMP.
           05 WS-LEAP-QUOTIENT    PIC 9(4) COMP.

       01 WS-MONTH-DAYS-TABLE.
           05 FILLER              PIC X(24)
               VALUE "312831303130313130313031".
       01 WS-MONTH-DAYS REDEFINES WS-MONTH-DAYS-TABLE.
           05 WS-MONTH-DAYS-ENTRY OCCURS 12 TIMES PIC 9(2).

      * CONTROL TOTALS - SET-UPS PLUS REJECTS MUST EQUAL
      * TRANSACTIONS READ, AND AGREEMENTS CHECKED MUST EQUAL GOOD
      * STANDING PLUS COMPLETED PLUS DEFAULTED THIS RUN PLUS THOSE
      * ALREADY CLOSED OUT BEFORE TONIGHT.
       01 WS-AGREEMENT-TOTALS.
           05 WS-TRANS-READ       PIC 9(7) COMP VALUE ZERO.
           05 WS-AGREEMENTS-SET-UP PIC 9(7) COMP VALUE ZERO.
           05 WS-TRANS-REJECTED   PIC 9(7) COMP VALUE ZERO.
           05 WS-INSTALLMENTS-WRITTEN PIC 9(7) COMP VALUE ZERO.
           05 WS-AGREED-DOLLARS   PIC 9(11)V99 VALUE ZERO.
           05 WS-PAYMENTS-READ    PIC 9(7) COMP VALUE ZERO.
           05 WS-PAYMENTS-CREDITED PIC 9(7) COMP VALUE ZERO.
           05 WS-CREDITED-DOLLARS PIC 9(11)V99 VALUE ZERO.
           05 WS-AGREEMENTS-CHECKED PIC 9(7) COMP VALUE ZERO.
           05 WS-GOOD-STANDING-COUNT PIC 9(7) COMP VALUE ZERO.
           05 WS-COMPLETED-COUNT  PIC 9(7) COMP VALUE ZERO.
           05 WS-DEFAULTED-COUNT  PIC 9(7) COMP VALUE ZERO.
           05 WS-ALREADY-CLOSED-COUNT PIC 9(7) COMP VALUE ZERO.
           05 WS-DEFAULTED-DOLLARS PIC 9(11)V99 VALUE ZERO.

       01 WS-REPORT-FIELDS.
           05 WS-ED-COUNT         PIC ZZZZZZ9.
           05 WS-ED-AMOUNT        PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05 WS-ED-DUE           PIC ZZ,ZZZ,ZZ9.99.
           05 WS-ED-PAID          PIC ZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       MAIN-PROCESSING.
           PERFORM INITIALIZE-PROGRAM
           PERFORM PROCESS-AGREEMENT-TRANS UNTIL END-OF-FILE
           PERFORM CREDIT-AGREEMENT-PAYMENTS
           PERFORM CHECK-AGREEMENT-SCHEDULES
           PERFORM PRODUCE-AGREEMENT-REGISTER
           PERFORM CLEANUP-PROGRAM
           STOP RUN.

       INITIALIZE-PROGRAM.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           OPEN I-O AGREEMENT-FILE
           OPEN INPUT AR-BALANCE-FILE
           OPEN EXTEND SCHEDULE-FILE
           OPEN OUTPUT AGREEMENT-REJECT-FILE
           OPEN OUTPUT AGREEMENT-REGISTER
           MOVE "TAX-INSTALL INSTALLMENT AGREEMENT REGISTER"
               TO REGISTER-LINE
           WRITE REGISTER-LINE
           MOVE SPACES TO REGISTER-LINE
           WRITE REGISTER-LINE
           OPEN INPUT AGREEMENT-TRAN-FILE
           READ AGREEMENT-TRAN-FILE
               AT END MOVE "Y" TO WS-EOF-FLAG
           END-READ.

       PROCESS-AGREEMENT-TRANS.
           ADD 1 TO WS-TRANS-READ
           PERFORM VALIDATE-AGREEMENT-TRAN
           IF RECORD-IS-VALID
               PERFORM SET-UP-AGREEMENT
           ELSE
               PERFORM WRITE-REJECT-RECORD
           END-IF
           READ AGREEMENT-TRAN-FILE
               AT END MOVE "Y" TO WS-EOF-FLAG
           END-READ.

      * EDITS RUN IN ORDER AND STOP AT THE FIRST FAILURE, SO EACH
      * REJECT CARRIES THE ONE REASON COLLECTIONS SHOULD FIX FIRST.
      * AN AGREEMENT CAN ONLY BE PUT AGAINST A LEDGER ROW THAT IS
      * STILL OPEN; A NEW AGREEMENT MAY REPLACE A DEFAULTED OR
      * COMPLETED ONE BUT NOT ONE STILL IN GOOD STANDING.
       VALIDATE-AGREEMENT-TRAN.
           MOVE "Y" TO WS-VALID-RECORD
           MOVE SPACES TO WS-REJECT-REASON
           MOVE SPACES TO WS-REJECT-TEXT

           IF IAT-TAXPAYER-ID NOT NUMERIC
               MOVE "N"  TO WS-VALID-RECORD
               MOVE "01" TO WS-REJECT-REASON
               MOVE "TAXPAYER ID NOT NUMERIC" TO WS-REJECT-TEXT
           END-IF

           IF RECORD-IS-VALID
                   AND (IAT-MONTHLY-AMOUNT NOT NUMERIC
                        OR IAT-MONTHLY-AMOUNT = ZERO)
               MOVE "N"  TO WS-VALID-RECORD
               MOVE "02" TO WS-REJECT-REASON
               MOVE "MONTHLY AMOUNT MISSING OR NOT NUMERIC"
                   TO WS-REJECT-TEXT
           END-IF

           IF RECORD-IS-VALID
                   AND (IAT-START-DATE-N NOT NUMERIC
                        OR IAT-START-MONTH < 1
                        OR IAT-START-MONTH > 12
                        OR IAT-START-DAY < 1
                        OR IAT-START-DAY > 31)
               MOVE "N"  TO WS-VALID-RECORD
               MOVE "03" TO WS-REJECT-REASON
               MOVE "START DATE NOT A VALID DATE" TO WS-REJECT-TEXT
           END-IF

      * THE DAY IS HELD TO THE LENGTH OF ITS OWN MONTH (FEBRUARY GETS
      * 29 IN A LEAP YEAR), THE SAME LIMIT THE SCHEDULE ROLL USES.
           IF RECORD-IS-VALID
               MOVE IAT-START-YEAR  TO WS-ROLL-YEAR
               MOVE IAT-START-MONTH TO WS-ROLL-MONTH
               PERFORM SET-MONTH-LIMIT
               IF IAT-START-DAY > WS-MONTH-LIMIT
                   MOVE "N"  TO WS-VALID-RECORD
                   MOVE "03" TO WS-REJECT-REASON
                   MOVE "START DATE NOT A VALID DATE"
                       TO WS-REJECT-TEXT
               END-IF
           END-IF

           IF RECORD-IS-VALID
                   AND IAT-TAX-YEAR NOT NUMERIC
               MOVE "N"  TO WS-VALID-RECORD
               MOVE "07" TO WS-REJECT-REASON
               MOVE "TAX YEAR NOT NUMERIC" TO WS-REJECT-TEXT
           END-IF

           IF RECORD-IS-VALID
               MOVE IAT-TAXPAYER-ID TO AR-TAXPAYER-ID
               MOVE IAT-TAX-YEAR    TO AR-TAX-YEAR
               READ AR-BALANCE-FILE
                   INVALID KEY CONTINUE
               END-READ
               IF WS-AR-FILE-STATUS NOT = "00"
                       OR AR-OPEN-BALANCE = ZERO
                   MOVE "N"  TO WS-VALID-RECORD
                   MOVE "04" TO WS-REJECT-REASON
                   MOVE "NO OPEN BALANCE FOR TAXPAYER AND YEAR"
                       TO WS-REJECT-TEXT
               END-IF
           END-IF

           IF RECORD-IS-VALID
               MOVE IAT-TAXPAYER-ID TO IAG-TAXPAYER-ID
               MOVE IAT-TAX-YEAR    TO IAG-TAX-YEAR
               READ AGREEMENT-FILE
                   INVALID KEY CONTINUE
               END-READ
               IF WS-IAG-FILE-STATUS = "00"
                       AND IAG-GOOD-STANDING
                   MOVE "N"  TO WS-VALID-RECORD
                   MOVE "05" TO WS-REJECT-REASON
                   MOVE "AGREEMENT ALREADY IN GOOD STANDING"
                       TO WS-REJECT-TEXT
               END-IF
           END-IF

      * A BALANCE THE MAXIMUM TERM CANNOT CLEAR IS REJECTED BEFORE
      * THE DIVIDE, SO A TINY MONTHLY AMOUNT CANNOT OVERFLOW THE
      * INSTALLMENT COUNT AND SLIP PAST THE LIMIT.
           IF RECORD-IS-VALID
                   AND IAT-MONTHLY-AMOUNT * WS-MAX-INSTALLMENTS
                       < AR-OPEN-BALANCE
               MOVE "N"  TO WS-VALID-RECORD
               MOVE "06" TO WS-REJECT-REASON
               MOVE "SCHEDULE EXCEEDS MAXIMUM TERM"
                   TO WS-REJECT-TEXT
           END-IF

           IF RECORD-IS-VALID
               DIVIDE AR-OPEN-BALANCE BY IAT-MONTHLY-AMOUNT
                   GIVING WS-SCHED-COUNT
                   REMAINDER WS-SCHED-REMAINDER
                   ON SIZE ERROR
                       MOVE 99999 TO WS-SCHED-COUNT
                       MOVE ZERO TO WS-SCHED-REMAINDER
               END-DIVIDE
               IF WS-SCHED-REMAINDER > ZERO
                   ADD 1 TO WS-SCHED-COUNT
               END-IF
               IF WS-SCHED-COUNT > WS-MAX-INSTALLMENTS
                   MOVE "N"  TO WS-VALID-RECORD
                   MOVE "06" TO WS-REJECT-REASON
                   MOVE "SCHEDULE EXCEEDS MAXIMUM TERM"
                       TO WS-REJECT-TEXT
               END-IF
           END-IF.

      * THE AGREED BALANCE IS THE LEDGER'S OPEN BALANCE ON THE DAY
      * THE AGREEMENT IS SET UP.  A REPLACED AGREEMENT ROW IS
      * REWRITTEN IN PLACE; A NEW ONE IS WRITTEN.
       SET-UP-AGREEMENT.
           MOVE IAT-TAXPAYER-ID    TO IAG-TAXPAYER-ID
           MOVE IAT-TAX-YEAR       TO IAG-TAX-YEAR
           MOVE "G"                TO IAG-STATUS
           MOVE IAT-MONTHLY-AMOUNT TO IAG-MONTHLY-AMOUNT
           MOVE IAT-START-DATE-N   TO IAG-START-DATE
           MOVE AR-OPEN-BALANCE    TO IAG-AGREED-BALANCE
           MOVE WS-SCHED-COUNT     TO IAG-INSTALLMENT-COUNT
           MOVE ZERO               TO IAG-INSTALLMENTS-DUE
           MOVE IAT-START-DATE-N   TO IAG-NEXT-DUE-DATE
           MOVE ZERO               TO IAG-AMOUNT-DUE
           MOVE ZERO               TO IAG-AMOUNT-PAID
           MOVE ZERO               TO IAG-LAST-PAYMENT-DATE
           MOVE WS-CURRENT-DATE-N  TO IAG-STATUS-DATE
           IF WS-IAG-FILE-STATUS = "00"
               REWRITE AGREEMENT-RECORD
                   INVALID KEY CONTINUE
               END-REWRITE
           ELSE
               WRITE AGREEMENT-RECORD
                   INVALID KEY CONTINUE
               END-WRITE
           END-IF
           ADD 1 TO WS-AGREEMENTS-SET-UP
           ADD AR-OPEN-BALANCE TO WS-AGREED-DOLLARS
           MOVE IAT-START-DATE-N TO WS-ANCHOR-DATE-N
           MOVE IAT-START-DATE-N TO WS-ROLL-DATE-N
           MOVE AR-OPEN-BALANCE  TO WS-SCHED-REMAINDER
           PERFORM WRITE-SCHEDULE-ROW
               VARYING WS-SCHED-IDX FROM 1 BY 1
               UNTIL WS-SCHED-IDX > WS-SCHED-COUNT.

       WRITE-SCHEDULE-ROW.
           IF WS-SCHED-REMAINDER < IAG-MONTHLY-AMOUNT
               MOVE WS-SCHED-REMAINDER TO WS-SCHED-AMOUNT
           ELSE
               MOVE IAG-MONTHLY-AMOUNT TO WS-SCHED-AMOUNT
           END-IF
           SUBTRACT WS-SCHED-AMOUNT FROM WS-SCHED-REMAINDER
           MOVE IAG-TAXPAYER-ID TO SCH-TAXPAYER-ID
           MOVE IAG-TAX-YEAR    TO SCH-TAX-YEAR
           MOVE WS-SCHED-IDX    TO SCH-INSTALLMENT-NO
           MOVE WS-ROLL-DATE-N  TO SCH-DUE-DATE
           MOVE WS-SCHED-AMOUNT TO SCH-AMOUNT
           WRITE SCHEDULE-RECORD
           ADD 1 TO WS-INSTALLMENTS-WRITTEN
           PERFORM ADVANCE-ROLL-DATE-ONE-MONTH.

       WRITE-REJECT-RECORD.
           MOVE WS-REJECT-REASON      TO IRJ-REASON-CODE
           MOVE WS-REJECT-TEXT        TO IRJ-REASON-TEXT
           MOVE AGREEMENT-TRAN-RECORD TO IRJ-TRAN-RECORD
           WRITE AGREEMENT-REJECT-RECORD
           ADD 1 TO WS-TRANS-REJECTED.

      * EVERY REMITTANCE ON TONIGHT'S PAYMENT FILE THAT BELONGS TO AN
      * AGREEMENT IN GOOD STANDING, AND WAS RECEIVED ON OR AFTER THE
      * AGREEMENT STARTED, IS CREDITED TOWARD ITS INSTALLMENTS.  THE
      * LEDGER ITSELF WAS ALREADY PAID DOWN BY TAX-PAYMENT.
       CREDIT-AGREEMENT-PAYMENTS.
           OPEN INPUT PAYMENT-FILE
           READ PAYMENT-FILE
               AT END MOVE "Y" TO WS-PAYMENT-EOF-FLAG
           END-READ
           PERFORM CREDIT-ONE-PAYMENT UNTIL PAYMENT-FILE-EOF
           CLOSE PAYMENT-FILE.

       CREDIT-ONE-PAYMENT.
           ADD 1 TO WS-PAYMENTS-READ
           MOVE PMT-TAXPAYER-ID TO IAG-TAXPAYER-ID
           MOVE PMT-TAX-YEAR    TO IAG-TAX-YEAR
           READ AGREEMENT-FILE
               INVALID KEY CONTINUE
           END-READ
           IF WS-IAG-FILE-STATUS = "00"
                   AND IAG-GOOD-STANDING
                   AND PMT-PAYMENT-DATE NOT < IAG-START-DATE
               ADD PMT-AMOUNT TO IAG-AMOUNT-PAID
               MOVE PMT-PAYMENT-DATE TO IAG-LAST-PAYMENT-DATE
               REWRITE AGREEMENT-RECORD
                   INVALID KEY CONTINUE
               END-REWRITE
               ADD 1 TO WS-PAYMENTS-CREDITED
               ADD PMT-AMOUNT TO WS-CREDITED-DOLLARS
           END-IF
           READ PAYMENT-FILE
               AT END MOVE "Y" TO WS-PAYMENT-EOF-FLAG
           END-READ.

      * FULL PASS OVER THE AGREEMENT FILE.  ONLY AGREEMENTS IN GOOD
      * STANDING ARE CHECKED - A DEFAULTED OR COMPLETED AGREEMENT
      * STAYS AS IT IS UNTIL COLLECTIONS SETS UP A NEW ONE.
       CHECK-AGREEMENT-SCHEDULES.
           MOVE "DEFAULTED AGREEMENTS" TO REGISTER-LINE
           WRITE REGISTER-LINE
           MOVE SPACES TO REGISTER-LINE
           STRING "TAXPAYER-ID  YEAR  INSTALLMENTS    AMOUNT DUE"
               "    AMOUNT PAID"
               DELIMITED BY SIZE INTO REGISTER-LINE
           WRITE REGISTER-LINE
           MOVE SPACES TO REGISTER-LINE
           WRITE REGISTER-LINE
           MOVE LOW-VALUES TO IAG-AGREEMENT-KEY
           START AGREEMENT-FILE KEY NOT < IAG-AGREEMENT-KEY
               INVALID KEY MOVE "Y" TO WS-IAG-EOF-FLAG
           END-START
           IF NOT AGREEMENT-SCAN-EOF
               PERFORM READ-NEXT-AGREEMENT
           END-IF
           PERFORM CHECK-ONE-AGREEMENT UNTIL AGREEMENT-SCAN-EOF.

       READ-NEXT-AGREEMENT.
           READ AGREEMENT-FILE NEXT RECORD
               AT END MOVE "Y" TO WS-IAG-EOF-FLAG
           END-READ
           IF WS-IAG-FILE-STATUS NOT = "00"
               MOVE "Y" TO WS-IAG-EOF-FLAG
           END-IF.

      * A LEDGER ROW PAID TO ZERO COMPLETES THE AGREEMENT.  OTHERWISE
      * EVERY INSTALLMENT NOW PAST ITS GRACE PERIOD IS CHARGED, AND
      * THE AGREEMENT DEFAULTS WHEN THE PAYMENTS CREDITED FALL SHORT
      * OF THE INSTALLMENTS CHARGED.  THE AMOUNT DUE NEVER EXCEEDS
      * WHAT IT WOULD TAKE TO CLEAR THE LEDGER, SO THE SHORT FINAL
      * INSTALLMENT (AND ANY PENALTY AND INTEREST STILL ACCRUING ON
      * THE BALANCE) IS DUE WITH THE LAST PAYMENT.
       CHECK-ONE-AGREEMENT.
           ADD 1 TO WS-AGREEMENTS-CHECKED
           IF IAG-GOOD-STANDING
               MOVE IAG-TAXPAYER-ID TO AR-TAXPAYER-ID
               MOVE IAG-TAX-YEAR    TO AR-TAX-YEAR
               READ AR-BALANCE-FILE
                   INVALID KEY CONTINUE
               END-READ
               IF WS-AR-FILE-STATUS NOT = "00"
                   MOVE ZERO TO AR-OPEN-BALANCE
               END-IF
               IF AR-OPEN-BALANCE = ZERO
                   MOVE "C" TO IAG-STATUS
                   MOVE WS-CURRENT-DATE-N TO IAG-STATUS-DATE
                   ADD 1 TO WS-COMPLETED-COUNT
               ELSE
                   PERFORM CHARGE-INSTALLMENTS-DUE
                   IF IAG-AMOUNT-PAID < IAG-AMOUNT-DUE
                       MOVE "D" TO IAG-STATUS
                       MOVE WS-CURRENT-DATE-N TO IAG-STATUS-DATE
                       ADD 1 TO WS-DEFAULTED-COUNT
                       ADD AR-OPEN-BALANCE TO WS-DEFAULTED-DOLLARS
                       PERFORM WRITE-DEFAULT-LINE
                   ELSE
                       ADD 1 TO WS-GOOD-STANDING-COUNT
                   END-IF
               END-IF
               REWRITE AGREEMENT-RECORD
                   INVALID KEY CONTINUE
               END-REWRITE
           ELSE
               ADD 1 TO WS-ALREADY-CLOSED-COUNT
           END-IF
           PERFORM READ-NEXT-AGREEMENT.

       CHARGE-INSTALLMENTS-DUE.
           COMPUTE WS-AMOUNT-OWED = IAG-AMOUNT-PAID + AR-OPEN-BALANCE
           MOVE IAG-START-DATE TO WS-ANCHOR-DATE-N
           MOVE "N" TO WS-SCHEDULE-CURRENT
           PERFORM CHARGE-NEXT-INSTALLMENT
               UNTIL SCHEDULE-IS-CURRENT.

      * ONE PASS PER INSTALLMENT - THE NEXT INSTALLMENT IS CHARGED
      * ONLY ONCE TODAY IS PAST ITS DUE DATE PLUS THE GRACE PERIOD,
      * SO RERUNNING A NIGHT NEVER CHARGES A MONTH TWICE.
       CHARGE-NEXT-INSTALLMENT.
           MOVE IAG-NEXT-DUE-DATE TO WS-ROLL-DATE-N
           MOVE WS-INSTALL-GRACE-DAYS TO WS-DAYS-REMAINING
           PERFORM ADVANCE-ROLL-DATE-ONE-DAY
               UNTIL WS-DAYS-REMAINING = ZERO
           MOVE WS-ROLL-DATE-N TO WS-LATE-DATE
           IF WS-CURRENT-DATE-N > WS-LATE-DATE
                   AND IAG-AMOUNT-DUE < WS-AMOUNT-OWED
               ADD 1 TO IAG-INSTALLMENTS-DUE
               ADD IAG-MONTHLY-AMOUNT TO IAG-AMOUNT-DUE
               IF IAG-AMOUNT-DUE > WS-AMOUNT-OWED
                   MOVE WS-AMOUNT-OWED TO IAG-AMOUNT-DUE
               END-IF
               MOVE IAG-NEXT-DUE-DATE TO WS-ROLL-DATE-N
               PERFORM ADVANCE-ROLL-DATE-ONE-MONTH
               MOVE WS-ROLL-DATE-N TO IAG-NEXT-DUE-DATE
           ELSE
               MOVE "Y" TO WS-SCHEDULE-CURRENT
           END-IF.

       WRITE-DEFAULT-LINE.
           MOVE IAG-INSTALLMENTS-DUE TO WS-ED-COUNT
           MOVE IAG-AMOUNT-DUE       TO WS-ED-DUE
           MOVE IAG-AMOUNT-PAID      TO WS-ED-PAID
           MOVE SPACES TO REGISTER-LINE
           STRING IAG-TAXPAYER-ID "    " IAG-TAX-YEAR
               "  " WS-ED-COUNT "      " WS-ED-DUE
               "  " WS-ED-PAID
               DELIMITED BY SIZE INTO REGISTER-LINE
           WRITE REGISTER-LINE.

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

      * THE DAY OF THE MONTH ALWAYS COMES BACK TO THE ANCHOR DAY OF
      * THE FIRST INSTALLMENT, SO A SCHEDULE STARTING ON THE 31ST
      * FALLS ON THE 30TH IN APRIL BUT THE 31ST AGAIN IN MAY.
       ADVANCE-ROLL-DATE-ONE-MONTH.
           IF WS-ROLL-MONTH < 12
               ADD 1 TO WS-ROLL-MONTH
           ELSE
               MOVE 1 TO WS-ROLL-MONTH
               ADD 1 TO WS-ROLL-YEAR
           END-IF
           PERFORM SET-MONTH-LIMIT
           IF WS-ANCHOR-DAY > WS-MONTH-LIMIT
               MOVE WS-MONTH-LIMIT TO WS-ROLL-DAY
           ELSE
               MOVE WS-ANCHOR-DAY TO WS-ROLL-DAY
           END-IF.

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

      * SET-UPS PLUS REJECTS MUST EQUAL TRANSACTIONS READ; AGREEMENTS
      * CHECKED MUST EQUAL THE FOUR DISPOSITIONS COMBINED.
       PRODUCE-AGREEMENT-REGISTER.
           MOVE SPACES TO REGISTER-LINE
           WRITE REGISTER-LINE
           MOVE "CONTROL TOTALS" TO REGISTER-LINE
           WRITE REGISTER-LINE
           MOVE SPACES TO REGISTER-LINE
           WRITE REGISTER-LINE

           MOVE WS-TRANS-READ TO WS-ED-COUNT
           STRING "TRANSACTIONS READ . . . . . . " WS-ED-COUNT
               DELIMITED BY SIZE INTO REGISTER-LINE
           WRITE REGISTER-LINE

           MOVE SPACES TO REGISTER-LINE
           MOVE WS-AGREEMENTS-SET-UP TO WS-ED-COUNT
           STRING "AGREEMENTS SET UP . . . . . . " WS-ED-COUNT
               DELIMITED BY SIZE INTO REGISTER-LINE
           WRITE REGISTER-LINE

           MOVE SPACES TO REGISTER-LINE
           MOVE WS-TRANS-REJECTED TO WS-ED-COUNT
           STRING "TRANSACTIONS REJECTED . . . . " WS-ED-COUNT
               DELIMITED BY SIZE INTO REGISTER-LINE
           WRITE REGISTER-LINE

           MOVE SPACES TO REGISTER-LINE
           MOVE WS-INSTALLMENTS-WRITTEN TO WS-ED-COUNT
           STRING "INSTALLMENTS SCHEDULED  . . . " WS-ED-COUNT
               DELIMITED BY SIZE INTO REGISTER-LINE
           WRITE REGISTER-LINE

           MOVE SPACES TO REGISTER-LINE
           MOVE WS-AGREED-DOLLARS TO WS-ED-AMOUNT
           STRING "AGREED BALANCES . . . . . . . " WS-ED-AMOUNT
               DELIMITED BY SIZE INTO REGISTER-LINE
           WRITE REGISTER-LINE

           MOVE SPACES TO REGISTER-LINE
           MOVE WS-PAYMENTS-READ TO WS-ED-COUNT
           STRING "PAYMENTS READ . . . . . . . . " WS-ED-COUNT
               DELIMITED BY SIZE INTO REGISTER-LINE
           WRITE REGISTER-LINE

           MOVE SPACES TO REGISTER-LINE
           MOVE WS-PAYMENTS-CREDITED TO WS-ED-COUNT
           STRING "PAYMENTS CREDITED . . . . . . " WS-ED-COUNT
               DELIMITED BY SIZE INTO REGISTER-LINE
           WRITE REGISTER-LINE

           MOVE SPACES TO REGISTER-LINE
           MOVE WS-CREDITED-DOLLARS TO WS-ED-AMOUNT
           STRING "DOLLARS CREDITED  . . . . . . " WS-ED-AMOUNT
               DELIMITED BY SIZE INTO REGISTER-LINE
           WRITE REGISTER-LINE

           MOVE SPACES TO REGISTER-LINE
           MOVE WS-AGREEMENTS-CHECKED TO WS-ED-COUNT
           STRING "AGREEMENTS CHECKED  . . . . . " WS-ED-COUNT
               DELIMITED BY SIZE INTO REGISTER-LINE
           WRITE REGISTER-LINE

           MOVE SPACES TO REGISTER-LINE
           MOVE WS-GOOD-STANDING-COUNT TO WS-ED-COUNT
           STRING "IN GOOD STANDING  . . . . . . " WS-ED-COUNT
               DELIMITED BY SIZE INTO REGISTER-LINE
           WRITE REGISTER-LINE

           MOVE SPACES TO REGISTER-LINE
           MOVE WS-COMPLETED-COUNT TO WS-ED-COUNT
           STRING "COMPLETED THIS RUN  . . . . . " WS-ED-COUNT
               DELIMITED BY SIZE INTO REGISTER-LINE
           WRITE REGISTER-LINE

           MOVE SPACES TO REGISTER-LINE
           MOVE WS-DEFAULTED-COUNT TO WS-ED-COUNT
           STRING "DEFAULTED THIS RUN  . . . . . " WS-ED-COUNT
               DELIMITED BY SIZE INTO REGISTER-LINE
           WRITE REGISTER-LINE

           MOVE SPACES TO REGISTER-LINE
           MOVE WS-DEFAULTED-DOLLARS TO WS-ED-AMOUNT
           STRING "DEFAULTED BALANCES  . . . . . " WS-ED-AMOUNT
               DELIMITED BY SIZE INTO REGISTER-LINE
           WRITE REGISTER-LINE

           MOVE SPACES TO REGISTER-LINE
           MOVE WS-ALREADY-CLOSED-COUNT TO WS-ED-COUNT
           STRING "DEFAULTED/COMPLETED EARLIER . " WS-ED-COUNT
               DELIMITED BY SIZE INTO REGISTER-LINE
           WRITE REGISTER-LINE.

       CLEANUP-PROGRAM.
           CLOSE AGREEMENT-TRAN-FILE
           CLOSE AGREEMENT-FILE
           CLOSE AR-BALANCE-FILE
           CLOSE SCHEDULE-FILE
           CLOSE AGREEMENT-REJECT-FILE
           CLOSE AGREEMENT-REGISTER.
