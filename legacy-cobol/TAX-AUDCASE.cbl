       IDENTIFICATION DIVISION.
       PROGRAM-ID. TAX-AUDCASE.
       AUTHOR. LEGACY-SYSTEMS-TEAM.
      *****************************************************************
      * AUDIT CASE MANAGEMENT AND EXAMINATION-RESULT POSTING         *
      * PICKS UP WHERE TAX-AUDSEL LEAVES OFF.  THE EXAM UNIT'S CASE  *
      * TRANSACTIONS OPEN A CASE (AUDCASE.DAT, ONE ROW PER TAXPAYER  *
      * ID AND TAX YEAR) FOR EACH RANKED SELECTION ON AUDSEL.DAT     *
      * THE DESK ACCEPTS, ASSIGN OR REASSIGN THE EXAMINER, AND MOVE  *
      * THE CASE FROM ASSIGNED TO LETTER SENT TO TAXPAYER RESPONDED. *
      * AN EXAMINATION-RESULT TRANSACTION CARRIES THE CORRECTED TAX  *
      * AND CLOSES THE CASE.  A CHANGE IS POSTED TO THE ACCOUNT ON   *
      * THE SPOT - A DEFICIENCY OPENS OR RAISES THE LEDGER ROW ON    *
      * ARBAL.DAT, AN OVERPAYMENT PAYS THE ROW DOWN AND ANYTHING     *
      * LEFT OVER GOES TO SUPPREF.DAT FOR THE NEXT TAX-REFUND RUN,   *
      * THE SAME WAY TAX-ADJPOST POSTS AN AMENDED RETURN - AND THE   *
      * MASTER IS BROUGHT INTO LINE.  EVERY POSTING IS ALSO WRITTEN  *
      * TO EXAMADJ.DAT UNDER THE EXAMINATION ADJUSTMENT REASON SO IT *
      * IS NEVER MISTAKEN FOR AN AMENDMENT.  THE REGISTER CLOSES     *
      * WITH AN AGING OF EVERY OPEN CASE BY STATUS.                  *
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CASE-TRAN-FILE ASSIGN TO "AUDCTRAN.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL SELECTION-FILE ASSIGN TO "AUDSEL.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL CASE-FILE ASSIGN TO "AUDCASE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAS-CASE-KEY
               FILE STATUS IS WS-CAS-FILE-STATUS.
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
           SELECT OPTIONAL EXAM-ADJUSTMENT-FILE ASSIGN TO "EXAMADJ.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT CASE-REJECT-FILE ASSIGN TO "AUDCREJ.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT CASE-REGISTER ASSIGN TO "AUDCASE.RPT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL CYCLE-CTL-FILE ASSIGN TO "CYCLECTL.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CYCLE-FILE-STATUS.
           SELECT OPTIONAL GL-JOURNAL-FILE ASSIGN TO "GLJRNL.DAT"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * ONE TRANSACTION PER CASE EVENT AS THE EXAM UNIT KEYS IT:
      *   "O" OPEN A CASE FOR A SELECTION (EXAMINER REQUIRED)
      *   "A" ASSIGN THE CASE TO A DIFFERENT EXAMINER
      *   "L" INITIAL CONTACT LETTER SENT
      *   "R" TAXPAYER RESPONDED
      *   "X" EXAMINATION RESULT - CORRECTED TAX, CLOSES THE CASE
      * THE ACTION DATE DEFAULTS TO THE RUN DATE WHEN LEFT BLANK.
       FD CASE-TRAN-FILE.
       01 CASE-TRAN-RECORD.
           05 CAT-ACTION          PIC X(1).
              88 CAT-OPEN-ACTION     VALUE "O".
              88 CAT-ASSIGN-ACTION   VALUE "A".
              88 CAT-LETTER-ACTION   VALUE "L".
              88 CAT-RESPONSE-ACTION VALUE "R".
              88 CAT-RESULT-ACTION   VALUE "X".
           05 CAT-TAXPAYER-ID     PIC X(9).
           05 CAT-TAX-YEAR        PIC 9(4).
           05 CAT-EXAMINER-ID     PIC X(6).
           05 CAT-ACTION-DATE     PIC 9(8).
           05 CAT-CORRECTED-TAX   PIC 9(8)V99.

      * SAME LAYOUT AS TAX-AUDSEL WRITES, IN RANK ORDER.
       FD SELECTION-FILE.
       01 SELECTION-RECORD.
           05 SEL-RANK            PIC 9(4).
           05 SEL-TAXPAYER-ID     PIC X(9).
           05 SEL-STATE-CODE      PIC X(2).
           05 SEL-TAX-YEAR        PIC 9(4).
           05 SEL-TOTAL-SCORE     PIC 9(4).
           05 SEL-ITEMIZED-SCORE  PIC 9(3).
           05 SEL-EFFRATE-SCORE   PIC 9(3).
           05 SEL-VARIANCE-SCORE  PIC 9(3).
           05 SEL-WITHHOLD-SCORE  PIC 9(3).

      * CASE MASTER - ONE ROW PER EXAMINED RETURN.  STATUS "A" IS
      * ASSIGNED, "L" LETTER SENT, "R" TAXPAYER RESPONDED AND "C"
      * CLOSED.  THE RESULT, FILED TAX AND CHANGE AMOUNT ARE SET
      * WHEN THE CASE CLOSES: "N" NO CHANGE, "D" DEFICIENCY, "O"
      * OVERPAYMENT.
       FD CASE-FILE.
       01 CASE-RECORD.
           05 CAS-CASE-KEY.
               10 CAS-TAXPAYER-ID PIC X(9).
               10 CAS-TAX-YEAR    PIC 9(4).
           05 CAS-STATUS          PIC X(1).
              88 CAS-ASSIGNED      VALUE "A".
              88 CAS-LETTER-SENT   VALUE "L".
              88 CAS-RESPONDED     VALUE "R".
              88 CAS-CLOSED        VALUE "C".
           05 CAS-EXAMINER-ID     PIC X(6).
           05 CAS-STATE-CODE      PIC X(2).
           05 CAS-SELECT-RANK     PIC 9(4).
           05 CAS-SELECT-SCORE    PIC 9(4).
           05 CAS-OPEN-DATE       PIC 9(8).
           05 CAS-LETTER-DATE     PIC 9(8).
           05 CAS-RESPONSE-DATE   PIC 9(8).
           05 CAS-CLOSE-DATE      PIC 9(8).
           05 CAS-FILED-TAX       PIC 9(8)V99.
           05 CAS-CORRECTED-TAX   PIC 9(8)V99.
           05 CAS-RESULT          PIC X(1).
              88 CAS-NO-CHANGE     VALUE "N".
              88 CAS-DEFICIENCY    VALUE "D".
              88 CAS-OVERPAYMENT   VALUE "O".
           05 CAS-CHANGE-AMOUNT   PIC 9(8)V99.

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

      * SAME LAYOUT AS TAX-ADJPOST WRITES AND TAX-REFUND READS -
      * SOURCE "E" IS AN EXAMINATION OVERPAYMENT POSTED HERE.
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

      * EXAMINATION ADJUSTMENT HISTORY - ONE RECORD PER CLOSED CASE
      * WITH A CHANGE, APPENDED EVERY RUN.  THE ADJUSTMENT REASON
      * "EX" MARKS THE CHANGE AS AN EXAMINATION RESULT RATHER THAN
      * AN AMENDED RETURN.  AN OVERPAYMENT SPLITS INTO THE PART
      * APPLIED TO THE OPEN LEDGER ROW AND THE PART REFUNDED.
       FD EXAM-ADJUSTMENT-FILE.
       01 EXAM-ADJUSTMENT-RECORD.
           05 EXA-TAXPAYER-ID     PIC X(9).
           05 EXA-TAX-YEAR        PIC 9(4).
           05 EXA-STATE-CODE      PIC X(2).
           05 EXA-ADJUST-REASON   PIC X(2).
              88 EXA-EXAMINATION   VALUE "EX".
           05 EXA-EXAMINER-ID     PIC X(6).
           05 EXA-FILED-TAX       PIC 9(8)V99.
           05 EXA-CORRECTED-TAX   PIC 9(8)V99.
           05 EXA-DEFICIENCY      PIC 9(8)V99.
           05 EXA-OVERPAYMENT     PIC 9(8)V99.
           05 EXA-APPLIED-TO-LEDGER PIC 9(8)V99.
           05 EXA-REFUND-AMOUNT   PIC 9(8)V99.
           05 EXA-POST-DATE       PIC 9(8).

      * THE REJECT CARRIES THE FULL ORIGINAL TRANSACTION SO THE
      * EXAM UNIT NEVER HAS TO GO BACK TO THE INPUT FILE TO REKEY IT.
       FD CASE-REJECT-FILE.
       01 CASE-REJECT-RECORD.
           05 CRJ-REASON-CODE     PIC X(2).
           05 CRJ-REASON-TEXT     PIC X(40).
           05 CRJ-TRAN-RECORD     PIC X(38).

       FD CASE-REGISTER.
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
           05 WS-SEL-EOF-FLAG     PIC X VALUE "N".
              88 SELECTION-EOF    VALUE "Y".
           05 WS-CAS-SCAN-DONE    PIC X VALUE "N".
              88 CASE-SCAN-DONE   VALUE "Y".
           05 WS-VALID-RECORD     PIC X VALUE "Y".
              88 RECORD-IS-VALID    VALUE "Y".
              88 RECORD-IS-INVALID  VALUE "N".
           05 WS-CASE-ON-FILE     PIC X VALUE "N".
           05 WS-SEL-FOUND        PIC X VALUE "N".
           05 WS-AR-ROW-FOUND     PIC X VALUE "N".

       01 WS-FILE-STATUS-WORK.
           05 WS-CAS-FILE-STATUS    PIC X(2).
           05 WS-MASTER-FILE-STATUS PIC X(2).
           05 WS-AR-FILE-STATUS     PIC X(2).

      * RUN DATE AND THE DATE-ROLLING WORK FIELDS - SAME DAY-AT-A-
      * TIME ROLL AS TAX-PAYMENT (FEBRUARY GETS 29 IN A LEAP YEAR),
      * USED FOR THE DUE DATE ON A LEDGER ROW A DEFICIENCY OPENS AND
      * FOR THE 30/60/90 AGING BREAKS.
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
           05 WS-ACTION-DATE      PIC 9(8).

       01 WS-MONTH-DAYS-TABLE.
           05 FILLER              PIC X(24)
               VALUE "312831303130313130313031".
       01 WS-MONTH-DAYS REDEFINES WS-MONTH-DAYS-TABLE.
           05 WS-MONTH-DAYS-ENTRY OCCURS 12 TIMES PIC 9(2).

      * SELECTION TABLE - AUDSEL.DAT LOADED UP FRONT SO A CASE CAN
      * ONLY BE OPENED FOR A RETURN THE SELECTION RUN ACTUALLY
      * RANKED.  TAX-AUDSEL NEVER RANKS MORE THAN ITS OWN TABLE
      * HOLDS, SO THE SAME SIZE IS USED HERE.
       01 WS-SELECTION-TABLE.
           05 WS-SEL-ENTRY OCCURS 1000 TIMES.
               10 WS-SEL-TAXPAYER-ID PIC X(9).
               10 WS-SEL-YEAR     PIC 9(4).
               10 WS-SEL-STATE    PIC X(2).
               10 WS-SEL-RANK     PIC 9(4).
               10 WS-SEL-SCORE    PIC 9(4).
       01 WS-SELECTION-COUNT      PIC 9(4) COMP VALUE ZERO.
       01 WS-SELECTION-TABLE-MAX  PIC 9(4) COMP VALUE 1000.
       01 WS-SEL-IDX              PIC 9(4) COMP.
       01 WS-SEL-MATCH-IDX        PIC 9(4) COMP.

       01 WS-VALIDATION-WORK.
           05 WS-REJECT-REASON    PIC X(2).
           05 WS-REJECT-TEXT      PIC X(40).

       01 WS-POSTING-WORK.
           05 WS-FILED-TAX        PIC 9(8)V99.
           05 WS-INCREASE-AMOUNT  PIC 9(8)V99.
           05 WS-DECREASE-AMOUNT  PIC 9(8)V99.
           05 WS-APPLIED-AMOUNT   PIC 9(8)V99.
           05 WS-ABATE-AMOUNT     PIC 9(8)V99.
           05 WS-OVERPAID-AMOUNT  PIC 9(8)V99.

      * OPEN-CASE AGING - ONE ROW PER OPEN STATUS (ASSIGNED, LETTER
      * SENT, RESPONDED), ONE COLUMN PER 30-DAY BUCKET COUNTED FROM
      * THE DATE THE CASE WAS OPENED.
       01 WS-STATUS-NAMES-TABLE.
           05 FILLER              PIC X(54) VALUE
               "ASSIGNED          LETTER SENT       TAXPAYER RESPONDED".
       01 WS-STATUS-NAMES REDEFINES WS-STATUS-NAMES-TABLE.
           05 WS-STATUS-NAME OCCURS 3 TIMES PIC X(18).
       01 WS-BUCKET-NAMES-TABLE.
           05 FILLER              PIC X(28) VALUE
               "CURRENT31-60  61-90  OVER 90".
       01 WS-BUCKET-NAMES REDEFINES WS-BUCKET-NAMES-TABLE.
           05 WS-BUCKET-NAME OCCURS 4 TIMES PIC X(7).
       01 WS-CASE-AGING.
           05 WS-AGING-ROW OCCURS 3 TIMES.
               10 WS-AGING-CELL OCCURS 4 TIMES PIC 9(7) COMP.
               10 WS-AGING-ROW-TOTAL PIC 9(7) COMP.
       01 WS-AGING-WORK.
           05 WS-AGE-30-DATE      PIC 9(8).
           05 WS-AGE-60-DATE      PIC 9(8).
           05 WS-AGE-90-DATE      PIC 9(8).
           05 WS-STATUS-IDX       PIC 9(4) COMP.
           05 WS-BUCKET-IDX       PIC 9(4) COMP.

      * CONTROL TOTALS - OPENS, REASSIGNMENTS, LETTERS, RESPONSES,
      * CLOSES AND REJECTS MUST ADD BACK TO TRANSACTIONS READ, AND
      * OVERPAYMENT DOLLARS MUST EQUAL THE DOLLARS APPLIED TO THE
      * LEDGER PLUS THE EXAMINATION REFUNDS WRITTEN.
       01 WS-CASE-TOTALS.
           05 WS-TRANS-READ       PIC 9(7) COMP VALUE ZERO.
           05 WS-CASES-OPENED     PIC 9(7) COMP VALUE ZERO.
           05 WS-CASES-REASSIGNED PIC 9(7) COMP VALUE ZERO.
           05 WS-LETTERS-SENT     PIC 9(7) COMP VALUE ZERO.
           05 WS-RESPONSES-LOGGED PIC 9(7) COMP VALUE ZERO.
           05 WS-CASES-CLOSED     PIC 9(7) COMP VALUE ZERO.
           05 WS-TRANS-REJECTED   PIC 9(7) COMP VALUE ZERO.
           05 WS-NO-CHANGE-COUNT  PIC 9(7) COMP VALUE ZERO.
           05 WS-DEFICIENCY-COUNT PIC 9(7) COMP VALUE ZERO.
           05 WS-DEFICIENCY-DOLLARS PIC 9(11)V99 VALUE ZERO.
           05 WS-OVERPAYMENT-COUNT PIC 9(7) COMP VALUE ZERO.
           05 WS-OVERPAYMENT-DOLLARS PIC 9(11)V99 VALUE ZERO.
           05 WS-APPLIED-DOLLARS  PIC 9(11)V99 VALUE ZERO.
           05 WS-EXAM-REFUND-COUNT PIC 9(7) COMP VALUE ZERO.
           05 WS-EXAM-REFUND-DOLLARS PIC 9(11)V99 VALUE ZERO.
           05 WS-OPEN-CASE-COUNT  PIC 9(7) COMP VALUE ZERO.

      * GENERAL LEDGER ACCOUNTS THIS STEP POSTS TO - THE FULL CHART
      * IS LISTED IN TAX-GLTRIAL.
       01 WS-GL-ACCOUNTS.
           05 WS-GL-RECEIVABLE      PIC X(4) VALUE "1200".
           05 WS-GL-REFUNDS-PAYABLE PIC X(4) VALUE "2100".
           05 WS-GL-TAX-REVENUE     PIC X(4) VALUE "4100".

       01 WS-CYCLE-WORK.
           05 WS-CYCLE-FILE-STATUS PIC X(2).
           05 WS-CYCLE-FORMAT     PIC X(4) VALUE "CYC1".

      * ONE JOURNAL ENTRY IS BUILT HERE AND WRITTEN BY
      * WRITE-GL-ENTRY; THE JURISDICTION IS FILLED IN ONLY FOR A
      * REVENUE LEG AND IS CLEARED AGAIN AFTER EVERY WRITE.
       01 WS-GL-WORK.
           05 WS-GL-RUN-NUMBER    PIC 9(5) VALUE ZERO.
           05 WS-GL-RUN-DATE      PIC 9(8) VALUE ZERO.
           05 WS-GL-PROGRAM       PIC X(12) VALUE "TAX-AUDCASE".
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
           05 WS-ED-FILED         PIC ZZ,ZZZ,ZZ9.99.
           05 WS-ED-CORRECTED     PIC ZZ,ZZZ,ZZ9.99.
           05 WS-ED-CHANGE        PIC ZZ,ZZZ,ZZ9.99.
           05 WS-ED-CELL-1        PIC ZZZZZZ9.
           05 WS-ED-CELL-2        PIC ZZZZZZ9.
           05 WS-ED-CELL-3        PIC ZZZZZZ9.
           05 WS-ED-CELL-4        PIC ZZZZZZ9.
           05 WS-ED-CELL-TOTAL    PIC ZZZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCESSING.
           PERFORM INITIALIZE-PROGRAM
           PERFORM PROCESS-CASE-TRANS UNTIL END-OF-FILE
           PERFORM AGE-OPEN-CASES
           PERFORM PRODUCE-CASE-REGISTER
           PERFORM CLEANUP-PROGRAM
           STOP RUN.

       INITIALIZE-PROGRAM.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           PERFORM READ-CYCLE-CONTROL
           PERFORM LOAD-SELECTION-TABLE
           OPEN I-O CASE-FILE
           OPEN I-O TAXPAYER-MASTER-FILE
           OPEN I-O AR-BALANCE-FILE
           OPEN EXTEND SUPPLEMENTAL-REFUND-FILE
           OPEN EXTEND EXAM-ADJUSTMENT-FILE
           OPEN EXTEND GL-JOURNAL-FILE
           OPEN OUTPUT CASE-REJECT-FILE
           OPEN OUTPUT CASE-REGISTER
           MOVE "TAX-AUDCASE AUDIT CASE REGISTER" TO REGISTER-LINE
           WRITE REGISTER-LINE
           MOVE SPACES TO REGISTER-LINE
           WRITE REGISTER-LINE
           MOVE "EXAMINATION RESULTS POSTED" TO REGISTER-LINE
           WRITE REGISTER-LINE
           MOVE SPACES TO REGISTER-LINE
           STRING "TAXPAYER-ID  YEAR EXAMNR     FILED TAX"
               "  CORRECTED TAX  R         CHANGE"
               DELIMITED BY SIZE INTO REGISTER-LINE
           WRITE REGISTER-LINE
           OPEN INPUT CASE-TRAN-FILE
           READ CASE-TRAN-FILE
               AT END MOVE "Y" TO WS-EOF-FLAG
           END-READ.

       LOAD-SELECTION-TABLE.
           MOVE ZERO TO WS-SELECTION-COUNT
           OPEN INPUT SELECTION-FILE
           READ SELECTION-FILE
               AT END MOVE "Y" TO WS-SEL-EOF-FLAG
           END-READ
           PERFORM STORE-ONE-SELECTION
               UNTIL SELECTION-EOF
           CLOSE SELECTION-FILE.

       STORE-ONE-SELECTION.
           IF WS-SELECTION-COUNT < WS-SELECTION-TABLE-MAX
               ADD 1 TO WS-SELECTION-COUNT
               MOVE SEL-TAXPAYER-ID
                   TO WS-SEL-TAXPAYER-ID(WS-SELECTION-COUNT)
               MOVE SEL-TAX-YEAR    TO WS-SEL-YEAR(WS-SELECTION-COUNT)
               MOVE SEL-STATE-CODE  TO WS-SEL-STATE(WS-SELECTION-COUNT)
               MOVE SEL-RANK        TO WS-SEL-RANK(WS-SELECTION-COUNT)
               MOVE SEL-TOTAL-SCORE TO WS-SEL-SCORE(WS-SELECTION-COUNT)
           END-IF
           READ SELECTION-FILE
               AT END MOVE "Y" TO WS-SEL-EOF-FLAG
           END-READ.

       PROCESS-CASE-TRANS.
           ADD 1 TO WS-TRANS-READ
           PERFORM VALIDATE-CASE-TRAN
           IF RECORD-IS-VALID
               EVALUATE TRUE
                   WHEN CAT-OPEN-ACTION
                       PERFORM APPLY-OPEN-TRAN
                   WHEN CAT-ASSIGN-ACTION
                       PERFORM APPLY-ASSIGN-TRAN
                   WHEN CAT-LETTER-ACTION
                       PERFORM APPLY-LETTER-TRAN
                   WHEN CAT-RESPONSE-ACTION
                       PERFORM APPLY-RESPONSE-TRAN
                   WHEN OTHER
                       PERFORM APPLY-RESULT-TRAN
               END-EVALUATE
           ELSE
               PERFORM WRITE-REJECT-RECORD
           END-IF
           READ CASE-TRAN-FILE
               AT END MOVE "Y" TO WS-EOF-FLAG
           END-READ.

      * EDITS RUN IN ORDER AND STOP AT THE FIRST FAILURE, SO EACH
      * REJECT CARRIES THE ONE REASON THE EXAM UNIT SHOULD FIX
      * FIRST.  A CASE MOVES FORWARD ONE STATUS AT A TIME - A
      * RESPONSE CANNOT BE LOGGED BEFORE THE LETTER WENT OUT - BUT A
      * RESULT MAY CLOSE A CASE FROM ANY OPEN STATUS, SINCE AN
      * EXAMINATION CAN CLOSE ON THE RECORD WHEN NO ONE ANSWERS.
       VALIDATE-CASE-TRAN.
           MOVE "Y" TO WS-VALID-RECORD
           MOVE SPACES TO WS-REJECT-REASON
           MOVE SPACES TO WS-REJECT-TEXT

           IF NOT CAT-OPEN-ACTION AND NOT CAT-ASSIGN-ACTION
                   AND NOT CAT-LETTER-ACTION
                   AND NOT CAT-RESPONSE-ACTION
                   AND NOT CAT-RESULT-ACTION
               MOVE "N"  TO WS-VALID-RECORD
               MOVE "01" TO WS-REJECT-REASON
               MOVE "INVALID ACTION CODE" TO WS-REJECT-TEXT
           END-IF

           IF RECORD-IS-VALID
                   AND (CAT-TAXPAYER-ID NOT NUMERIC
                        OR CAT-TAX-YEAR NOT NUMERIC)
               MOVE "N"  TO WS-VALID-RECORD
               MOVE "02" TO WS-REJECT-REASON
               MOVE "TAXPAYER ID OR TAX YEAR NOT NUMERIC"
                   TO WS-REJECT-TEXT
           END-IF

           IF RECORD-IS-VALID
                   AND (CAT-OPEN-ACTION OR CAT-ASSIGN-ACTION)
                   AND CAT-EXAMINER-ID = SPACES
               MOVE "N"  TO WS-VALID-RECORD
               MOVE "03" TO WS-REJECT-REASON
               MOVE "EXAMINER REQUIRED" TO WS-REJECT-TEXT
           END-IF

           IF RECORD-IS-VALID
                   AND CAT-RESULT-ACTION
                   AND CAT-CORRECTED-TAX NOT NUMERIC
               MOVE "N"  TO WS-VALID-RECORD
               MOVE "04" TO WS-REJECT-REASON
               MOVE "CORRECTED TAX NOT NUMERIC" TO WS-REJECT-TEXT
           END-IF

           IF RECORD-IS-VALID
               PERFORM CHECK-CASE-ON-FILE
               IF CAT-OPEN-ACTION AND WS-CASE-ON-FILE = "Y"
                   MOVE "N"  TO WS-VALID-RECORD
                   MOVE "05" TO WS-REJECT-REASON
                   MOVE "CASE ALREADY ON FILE" TO WS-REJECT-TEXT
               END-IF
               IF NOT CAT-OPEN-ACTION AND WS-CASE-ON-FILE = "N"
                   MOVE "N"  TO WS-VALID-RECORD
                   MOVE "06" TO WS-REJECT-REASON
                   MOVE "CASE NOT ON FILE" TO WS-REJECT-TEXT
               END-IF
           END-IF

           IF RECORD-IS-VALID
                   AND CAT-OPEN-ACTION
               PERFORM FIND-SELECTION-ENTRY
               IF WS-SEL-FOUND = "N"
                   MOVE "N"  TO WS-VALID-RECORD
                   MOVE "07" TO WS-REJECT-REASON
                   MOVE "RETURN NOT ON AUDIT SELECTION FILE"
                       TO WS-REJECT-TEXT
               END-IF
           END-IF

           IF RECORD-IS-VALID
                   AND NOT CAT-OPEN-ACTION
                   AND CAS-CLOSED
               MOVE "N"  TO WS-VALID-RECORD
               MOVE "08" TO WS-REJECT-REASON
               MOVE "CASE ALREADY CLOSED" TO WS-REJECT-TEXT
           END-IF

           IF RECORD-IS-VALID
                   AND CAT-LETTER-ACTION
                   AND NOT CAS-ASSIGNED
               MOVE "N"  TO WS-VALID-RECORD
               MOVE "09" TO WS-REJECT-REASON
               MOVE "LETTER ALREADY SENT" TO WS-REJECT-TEXT
           END-IF

           IF RECORD-IS-VALID
                   AND CAT-RESPONSE-ACTION
                   AND NOT CAS-LETTER-SENT
               MOVE "N"  TO WS-VALID-RECORD
               MOVE "10" TO WS-REJECT-REASON
               MOVE "NO LETTER OUTSTANDING FOR RESPONSE"
                   TO WS-REJECT-TEXT
           END-IF

           IF RECORD-IS-VALID
                   AND CAT-RESULT-ACTION
               MOVE CAT-TAXPAYER-ID TO MST-TAXPAYER-ID
               MOVE CAT-TAX-YEAR    TO MST-TAX-YEAR
               READ TAXPAYER-MASTER-FILE
                   INVALID KEY CONTINUE
               END-READ
               IF WS-MASTER-FILE-STATUS NOT = "00"
                   MOVE "N"  TO WS-VALID-RECORD
                   MOVE "11" TO WS-REJECT-REASON
                   MOVE "NO MASTER ROW FOR RETURN" TO WS-REJECT-TEXT
               END-IF
           END-IF

           IF RECORD-IS-VALID
               IF CAT-ACTION-DATE NUMERIC
                       AND CAT-ACTION-DATE > ZERO
                   MOVE CAT-ACTION-DATE TO WS-ACTION-DATE
               ELSE
                   MOVE WS-CURRENT-DATE-N TO WS-ACTION-DATE
               END-IF
           END-IF.

       CHECK-CASE-ON-FILE.
           MOVE "N" TO WS-CASE-ON-FILE
           MOVE CAT-TAXPAYER-ID TO CAS-TAXPAYER-ID
           MOVE CAT-TAX-YEAR    TO CAS-TAX-YEAR
           READ CASE-FILE
               INVALID KEY CONTINUE
           END-READ
           IF WS-CAS-FILE-STATUS = "00"
               MOVE "Y" TO WS-CASE-ON-FILE
           END-IF.

       FIND-SELECTION-ENTRY.
           MOVE "N" TO WS-SEL-FOUND
           MOVE ZERO TO WS-SEL-MATCH-IDX
           MOVE 1 TO WS-SEL-IDX
           PERFORM SCAN-SELECTION-TABLE
               UNTIL WS-SEL-IDX > WS-SELECTION-COUNT
                   OR WS-SEL-FOUND = "Y".

       SCAN-SELECTION-TABLE.
           IF WS-SEL-TAXPAYER-ID(WS-SEL-IDX) = CAT-TAXPAYER-ID
                   AND WS-SEL-YEAR(WS-SEL-IDX) = CAT-TAX-YEAR
               MOVE "Y" TO WS-SEL-FOUND
               MOVE WS-SEL-IDX TO WS-SEL-MATCH-IDX
           END-IF
           ADD 1 TO WS-SEL-IDX.

       APPLY-OPEN-TRAN.
           MOVE CAT-TAXPAYER-ID   TO CAS-TAXPAYER-ID
           MOVE CAT-TAX-YEAR      TO CAS-TAX-YEAR
           MOVE "A"               TO CAS-STATUS
           MOVE CAT-EXAMINER-ID   TO CAS-EXAMINER-ID
           MOVE WS-SEL-STATE(WS-SEL-MATCH-IDX) TO CAS-STATE-CODE
           MOVE WS-SEL-RANK(WS-SEL-MATCH-IDX)  TO CAS-SELECT-RANK
           MOVE WS-SEL-SCORE(WS-SEL-MATCH-IDX) TO CAS-SELECT-SCORE
           MOVE WS-ACTION-DATE    TO CAS-OPEN-DATE
           MOVE ZERO              TO CAS-LETTER-DATE
           MOVE ZERO              TO CAS-RESPONSE-DATE
           MOVE ZERO              TO CAS-CLOSE-DATE
           MOVE ZERO              TO CAS-FILED-TAX
           MOVE ZERO              TO CAS-CORRECTED-TAX
           MOVE SPACE             TO CAS-RESULT
           MOVE ZERO              TO CAS-CHANGE-AMOUNT
           WRITE CASE-RECORD
               INVALID KEY CONTINUE
           END-WRITE
           ADD 1 TO WS-CASES-OPENED.

      * THE CASE ROW IS ALREADY IN THE RECORD AREA FROM THE EDIT.
       APPLY-ASSIGN-TRAN.
           MOVE CAT-EXAMINER-ID TO CAS-EXAMINER-ID
           REWRITE CASE-RECORD
               INVALID KEY CONTINUE
           END-REWRITE
           ADD 1 TO WS-CASES-REASSIGNED.

       APPLY-LETTER-TRAN.
           MOVE "L"            TO CAS-STATUS
           MOVE WS-ACTION-DATE TO CAS-LETTER-DATE
           REWRITE CASE-RECORD
               INVALID KEY CONTINUE
           END-REWRITE
           ADD 1 TO WS-LETTERS-SENT.

       APPLY-RESPONSE-TRAN.
           MOVE "R"            TO CAS-STATUS
           MOVE WS-ACTION-DATE TO CAS-RESPONSE-DATE
           REWRITE CASE-RECORD
               INVALID KEY CONTINUE
           END-REWRITE
           ADD 1 TO WS-RESPONSES-LOGGED.

      * THE CHANGE IS MEASURED AGAINST THE TAX ON THE MASTER TODAY,
      * SO AN AMENDMENT POSTED WHILE THE CASE WAS OPEN IS NOT
      * COUNTED TWICE.  THE MASTER ROW IS IN THE RECORD AREA FROM
      * THE EDIT.
       APPLY-RESULT-TRAN.
           MOVE MST-TOTAL-TAX TO WS-FILED-TAX
           MOVE CAT-TAXPAYER-ID TO WS-GL-TAXPAYER-ID
           MOVE CAT-TAX-YEAR    TO WS-GL-TAX-YEAR
           MOVE ZERO TO WS-APPLIED-AMOUNT
           MOVE ZERO TO WS-OVERPAID-AMOUNT
           MOVE "C"               TO CAS-STATUS
           MOVE WS-ACTION-DATE    TO CAS-CLOSE-DATE
           MOVE WS-FILED-TAX      TO CAS-FILED-TAX
           MOVE CAT-CORRECTED-TAX TO CAS-CORRECTED-TAX
           EVALUATE TRUE
               WHEN CAT-CORRECTED-TAX > WS-FILED-TAX
                   MOVE "D" TO CAS-RESULT
                   SUBTRACT WS-FILED-TAX FROM CAT-CORRECTED-TAX
                       GIVING CAS-CHANGE-AMOUNT
                   PERFORM FIND-LEDGER-ROW
                   PERFORM POST-DEFICIENCY
                   PERFORM POST-MASTER-RESULT
                   PERFORM WRITE-EXAM-ADJUSTMENT
               WHEN CAT-CORRECTED-TAX < WS-FILED-TAX
                   MOVE "O" TO CAS-RESULT
                   SUBTRACT CAT-CORRECTED-TAX FROM WS-FILED-TAX
                       GIVING CAS-CHANGE-AMOUNT
                   PERFORM FIND-LEDGER-ROW
                   PERFORM POST-OVERPAYMENT
                   PERFORM POST-MASTER-RESULT
                   PERFORM WRITE-EXAM-ADJUSTMENT
               WHEN OTHER
                   MOVE "N" TO CAS-RESULT
                   MOVE ZERO TO CAS-CHANGE-AMOUNT
                   ADD 1 TO WS-NO-CHANGE-COUNT
           END-EVALUATE
           REWRITE CASE-RECORD
               INVALID KEY CONTINUE
           END-REWRITE
           ADD 1 TO WS-CASES-CLOSED
           PERFORM WRITE-RESULT-LINE.

       FIND-LEDGER-ROW.
           MOVE "N" TO WS-AR-ROW-FOUND
           MOVE CAT-TAXPAYER-ID TO AR-TAXPAYER-ID
           MOVE CAT-TAX-YEAR    TO AR-TAX-YEAR
           READ AR-BALANCE-FILE
               INVALID KEY CONTINUE
           END-READ
           IF WS-AR-FILE-STATUS = "00"
               MOVE "Y" TO WS-AR-ROW-FOUND
           END-IF.

      * A DEFICIENCY RAISES BOTH THE ORIGINAL AND THE OPEN BALANCE,
      * SO ORIGINAL PLUS PENALTY PLUS INTEREST LESS PAID STILL
      * EQUALS OPEN.  A ROW ALREADY PAID TO ZERO IS REOPENED WITH A
      * FRESH NOTICE DATE AND DEADLINE, THE SAME AS A NEW ROW, SO THE
      * ASSESSMENT RUN DOES NOT PENALIZE THE DEFICIENCY AGAINST THE
      * ORIGINAL DEADLINE.  THE DEFICIENCY IS JOURNALED TO THE
      * RECEIVABLE AGAINST FEDERAL TAX REVENUE.
       POST-DEFICIENCY.
           MOVE CAS-CHANGE-AMOUNT TO WS-INCREASE-AMOUNT
           ADD 1 TO WS-DEFICIENCY-COUNT
           ADD WS-INCREASE-AMOUNT TO WS-DEFICIENCY-DOLLARS
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
           ELSE
               PERFORM OPEN-LEDGER-ROW
           END-IF
           MOVE WS-GL-RECEIVABLE TO WS-GL-ACCOUNT
           MOVE WS-INCREASE-AMOUNT TO WS-GL-AMOUNT
           PERFORM POST-GL-DEBIT
           MOVE WS-GL-TAX-REVENUE TO WS-GL-ACCOUNT
           MOVE "US" TO WS-GL-JURISDICTION
           PERFORM POST-GL-CREDIT.

      * NO LEDGER ROW MEANS TAX-PAYMENT NEVER SEEDED ONE, SO ANY
      * BALANCE STILL DUE ON THE MASTER IS CARRIED ONTO THE NEW ROW
      * ALONG WITH THE DEFICIENCY.  AN OVERPAYMENT OPENS THE ROW WITH
      * NO INCREASE, FROM THE MASTER BALANCE ALONE, AND THEN PAYS IT
      * DOWN.
       OPEN-LEDGER-ROW.
           MOVE CAT-TAXPAYER-ID    TO AR-TAXPAYER-ID
           MOVE CAT-TAX-YEAR       TO AR-TAX-YEAR
           COMPUTE AR-ORIG-BALANCE =
               MST-BALANCE-DUE + WS-INCREASE-AMOUNT
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
           MOVE "Y" TO WS-AR-ROW-FOUND.

      * AN OVERPAYMENT FIRST COMES OFF THE OPEN BALANCE - THE
      * ORIGINAL BALANCE FIRST, THEN INTEREST, THEN PENALTY, SINCE
      * BOTH WERE CHARGED ON TAX THAT WAS NEVER OWED - AND WHATEVER
      * THE OPEN BALANCE CANNOT ABSORB GOES BACK TO THE TAXPAYER AS
      * A SUPPLEMENTAL REFUND.  SAME SPLIT AS TAX-ADJPOST.  A
      * BALANCE STILL DUE ON THE MASTER FOR A RETURN TAX-PAYMENT HAS
      * NOT YET SEEDED IS PUT ON THE LEDGER FIRST, SO ONLY THE TRUE
      * EXCESS IS REFUNDED.  THE REDUCTION COMES OFF FEDERAL TAX
      * REVENUE, AGAINST THE RECEIVABLE FOR WHAT WAS APPLIED AND
      * REFUNDS PAYABLE FOR THE REST.
       POST-OVERPAYMENT.
           MOVE CAS-CHANGE-AMOUNT TO WS-DECREASE-AMOUNT
           ADD 1 TO WS-OVERPAYMENT-COUNT
           ADD WS-DECREASE-AMOUNT TO WS-OVERPAYMENT-DOLLARS
           IF WS-AR-ROW-FOUND = "N"
                   AND MST-BALANCE-DUE > ZERO
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
           MOVE WS-GL-TAX-REVENUE TO WS-GL-ACCOUNT
           MOVE "US" TO WS-GL-JURISDICTION
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
           MOVE CAT-TAXPAYER-ID    TO SRF-TAXPAYER-ID
           MOVE CAT-TAX-YEAR       TO SRF-TAX-YEAR
           MOVE CAS-STATE-CODE     TO SRF-STATE-CODE
           MOVE WS-OVERPAID-AMOUNT TO SRF-AMOUNT
           MOVE "E"                TO SRF-SOURCE
           MOVE WS-CURRENT-DATE-N  TO SRF-CREATE-DATE
           WRITE SUPPLEMENTAL-REFUND-RECORD
           ADD 1 TO WS-EXAM-REFUND-COUNT
           ADD WS-OVERPAID-AMOUNT TO WS-EXAM-REFUND-DOLLARS.

      * THE MASTER TAKES THE CORRECTED TAX, ANY EXAMINATION REFUND
      * ON TOP OF THE REFUND ALREADY DUE, AND THE BALANCE DUE FROM
      * THE LEDGER SO THE TWO FILES AGREE.
       POST-MASTER-RESULT.
           MOVE CAT-CORRECTED-TAX TO MST-TOTAL-TAX
           ADD WS-OVERPAID-AMOUNT TO MST-REFUND-DUE
           IF WS-AR-ROW-FOUND = "Y"
               MOVE AR-OPEN-BALANCE TO MST-BALANCE-DUE
           END-IF
           REWRITE TAXPAYER-MASTER-RECORD
               INVALID KEY CONTINUE
           END-REWRITE.

       WRITE-EXAM-ADJUSTMENT.
           MOVE CAT-TAXPAYER-ID    TO EXA-TAXPAYER-ID
           MOVE CAT-TAX-YEAR       TO EXA-TAX-YEAR
           MOVE CAS-STATE-CODE     TO EXA-STATE-CODE
           MOVE "EX"               TO EXA-ADJUST-REASON
           MOVE CAS-EXAMINER-ID    TO EXA-EXAMINER-ID
           MOVE WS-FILED-TAX       TO EXA-FILED-TAX
           MOVE CAT-CORRECTED-TAX  TO EXA-CORRECTED-TAX
           IF CAS-DEFICIENCY
               MOVE CAS-CHANGE-AMOUNT TO EXA-DEFICIENCY
               MOVE ZERO              TO EXA-OVERPAYMENT
           ELSE
               MOVE ZERO              TO EXA-DEFICIENCY
               MOVE CAS-CHANGE-AMOUNT TO EXA-OVERPAYMENT
           END-IF
           MOVE WS-APPLIED-AMOUNT  TO EXA-APPLIED-TO-LEDGER
           MOVE WS-OVERPAID-AMOUNT TO EXA-REFUND-AMOUNT
           MOVE WS-CURRENT-DATE-N  TO EXA-POST-DATE
           WRITE EXAM-ADJUSTMENT-RECORD.

       WRITE-RESULT-LINE.
           MOVE CAS-FILED-TAX     TO WS-ED-FILED
           MOVE CAS-CORRECTED-TAX TO WS-ED-CORRECTED
           MOVE CAS-CHANGE-AMOUNT TO WS-ED-CHANGE
           MOVE SPACES TO REGISTER-LINE
           STRING CAS-TAXPAYER-ID "    " CAS-TAX-YEAR
               " " CAS-EXAMINER-ID "  " WS-ED-FILED
               "  " WS-ED-CORRECTED "  " CAS-RESULT
               "  " WS-ED-CHANGE
               DELIMITED BY SIZE INTO REGISTER-LINE
           WRITE REGISTER-LINE.

       WRITE-REJECT-RECORD.
           MOVE WS-REJECT-REASON TO CRJ-REASON-CODE
           MOVE WS-REJECT-TEXT   TO CRJ-REASON-TEXT
           MOVE CASE-TRAN-RECORD TO CRJ-TRAN-RECORD
           WRITE CASE-REJECT-RECORD
           ADD 1 TO WS-TRANS-REJECTED.

      * FULL PASS OVER THE CASE FILE AFTER TONIGHT'S ACTIVITY - EVERY
      * CASE STILL OPEN IS LISTED AND COUNTED INTO ITS STATUS ROW AND
      * AGE BUCKET.
       AGE-OPEN-CASES.
           PERFORM CLEAR-AGING-ROW
               VARYING WS-STATUS-IDX FROM 1 BY 1
               UNTIL WS-STATUS-IDX > 3
           MOVE SPACES TO REGISTER-LINE
           WRITE REGISTER-LINE
           MOVE "OPEN CASES" TO REGISTER-LINE
           WRITE REGISTER-LINE
           MOVE SPACES TO REGISTER-LINE
           STRING "TAXPAYER-ID  YEAR ST EXAMNR  STATUS"
               "              OPENED    AGE"
               DELIMITED BY SIZE INTO REGISTER-LINE
           WRITE REGISTER-LINE
           MOVE "N" TO WS-CAS-SCAN-DONE
           MOVE LOW-VALUES TO CAS-CASE-KEY
           START CASE-FILE KEY NOT < CAS-CASE-KEY
               INVALID KEY MOVE "Y" TO WS-CAS-SCAN-DONE
           END-START
           IF NOT CASE-SCAN-DONE
               PERFORM READ-NEXT-CASE
           END-IF
           PERFORM AGE-ONE-CASE UNTIL CASE-SCAN-DONE.

       CLEAR-AGING-ROW.
           MOVE ZERO TO WS-AGING-CELL(WS-STATUS-IDX, 1)
           MOVE ZERO TO WS-AGING-CELL(WS-STATUS-IDX, 2)
           MOVE ZERO TO WS-AGING-CELL(WS-STATUS-IDX, 3)
           MOVE ZERO TO WS-AGING-CELL(WS-STATUS-IDX, 4)
           MOVE ZERO TO WS-AGING-ROW-TOTAL(WS-STATUS-IDX).

       READ-NEXT-CASE.
           READ CASE-FILE NEXT RECORD
               AT END MOVE "Y" TO WS-CAS-SCAN-DONE
           END-READ
           IF WS-CAS-FILE-STATUS NOT = "00"
               MOVE "Y" TO WS-CAS-SCAN-DONE
           END-IF.

       AGE-ONE-CASE.
           IF NOT CAS-CLOSED
               ADD 1 TO WS-OPEN-CASE-COUNT
               EVALUATE TRUE
                   WHEN CAS-ASSIGNED
                       MOVE 1 TO WS-STATUS-IDX
                   WHEN CAS-LETTER-SENT
                       MOVE 2 TO WS-STATUS-IDX
                   WHEN OTHER
                       MOVE 3 TO WS-STATUS-IDX
               END-EVALUATE
               PERFORM BUCKET-OPEN-CASE
               ADD 1 TO WS-AGING-CELL(WS-STATUS-IDX, WS-BUCKET-IDX)
               ADD 1 TO WS-AGING-ROW-TOTAL(WS-STATUS-IDX)
               MOVE SPACES TO REGISTER-LINE
               STRING CAS-TAXPAYER-ID "    " CAS-TAX-YEAR
                   " " CAS-STATE-CODE " " CAS-EXAMINER-ID
                   "  " WS-STATUS-NAME(WS-STATUS-IDX)
                   "  " CAS-OPEN-DATE
                   "  " WS-BUCKET-NAME(WS-BUCKET-IDX)
                   DELIMITED BY SIZE INTO REGISTER-LINE
               WRITE REGISTER-LINE
           END-IF
           PERFORM READ-NEXT-CASE.

      * THE 30/60/90 BREAK DATES ARE THE OPEN DATE ROLLED FORWARD,
      * THE SAME BREAKS TAX-PAYMENT AGES THE LEDGER ON.
       BUCKET-OPEN-CASE.
           MOVE CAS-OPEN-DATE TO WS-ROLL-DATE-N
           MOVE 30 TO WS-DAYS-REMAINING
           PERFORM ADVANCE-ROLL-DATE-ONE-DAY
               UNTIL WS-DAYS-REMAINING = ZERO
           MOVE WS-ROLL-DATE-N TO WS-AGE-30-DATE
           MOVE 30 TO WS-DAYS-REMAINING
           PERFORM ADVANCE-ROLL-DATE-ONE-DAY
               UNTIL WS-DAYS-REMAINING = ZERO
           MOVE WS-ROLL-DATE-N TO WS-AGE-60-DATE
           MOVE 30 TO WS-DAYS-REMAINING
           PERFORM ADVANCE-ROLL-DATE-ONE-DAY
               UNTIL WS-DAYS-REMAINING = ZERO
           MOVE WS-ROLL-DATE-N TO WS-AGE-90-DATE
           EVALUATE TRUE
               WHEN WS-CURRENT-DATE-N < WS-AGE-30-DATE
                   MOVE 1 TO WS-BUCKET-IDX
               WHEN WS-CURRENT-DATE-N < WS-AGE-60-DATE
                   MOVE 2 TO WS-BUCKET-IDX
               WHEN WS-CURRENT-DATE-N < WS-AGE-90-DATE
                   MOVE 3 TO WS-BUCKET-IDX
               WHEN OTHER
                   MOVE 4 TO WS-BUCKET-IDX
           END-EVALUATE.

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

      * OPENED + REASSIGNED + LETTERS + RESPONSES + CLOSED + REJECTED
      * = TRANSACTIONS READ, AND OVERPAYMENT DOLLARS = APPLIED TO
      * LEDGER + EXAMINATION REFUNDS.
       PRODUCE-CASE-REGISTER.
           MOVE SPACES TO REGISTER-LINE
           WRITE REGISTER-LINE
           MOVE "OPEN CASE AGING BY STATUS" TO REGISTER-LINE
           WRITE REGISTER-LINE
           MOVE SPACES TO REGISTER-LINE
           STRING "STATUS              CURRENT   31-60   61-90"
               " OVER 90   TOTAL"
               DELIMITED BY SIZE INTO REGISTER-LINE
           WRITE REGISTER-LINE
           PERFORM PRINT-ONE-AGING-ROW
               VARYING WS-STATUS-IDX FROM 1 BY 1
               UNTIL WS-STATUS-IDX > 3

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
           MOVE WS-CASES-OPENED TO WS-ED-COUNT
           STRING "CASES OPENED  . . . . . . . . " WS-ED-COUNT
               DELIMITED BY SIZE INTO REGISTER-LINE
           WRITE REGISTER-LINE

           MOVE SPACES TO REGISTER-LINE
           MOVE WS-CASES-REASSIGNED TO WS-ED-COUNT
           STRING "CASES REASSIGNED  . . . . . . " WS-ED-COUNT
               DELIMITED BY SIZE INTO REGISTER-LINE
           WRITE REGISTER-LINE

           MOVE SPACES TO REGISTER-LINE
           MOVE WS-LETTERS-SENT TO WS-ED-COUNT
           STRING "LETTERS SENT  . . . . . . . . " WS-ED-COUNT
               DELIMITED BY SIZE INTO REGISTER-LINE
           WRITE REGISTER-LINE

           MOVE SPACES TO REGISTER-LINE
           MOVE WS-RESPONSES-LOGGED TO WS-ED-COUNT
           STRING "RESPONSES LOGGED  . . . . . . " WS-ED-COUNT
               DELIMITED BY SIZE INTO REGISTER-LINE
           WRITE REGISTER-LINE

           MOVE SPACES TO REGISTER-LINE
           MOVE WS-CASES-CLOSED TO WS-ED-COUNT
           STRING "CASES CLOSED  . . . . . . . . " WS-ED-COUNT
               DELIMITED BY SIZE INTO REGISTER-LINE
           WRITE REGISTER-LINE

           MOVE SPACES TO REGISTER-LINE
           MOVE WS-TRANS-REJECTED TO WS-ED-COUNT
           STRING "TRANSACTIONS REJECTED . . . . " WS-ED-COUNT
               DELIMITED BY SIZE INTO REGISTER-LINE
           WRITE REGISTER-LINE

           MOVE SPACES TO REGISTER-LINE
           MOVE WS-NO-CHANGE-COUNT TO WS-ED-COUNT
           STRING "  CLOSED - NO CHANGE  . . . . " WS-ED-COUNT
               DELIMITED BY SIZE INTO REGISTER-LINE
           WRITE REGISTER-LINE

           MOVE SPACES TO REGISTER-LINE
           MOVE WS-DEFICIENCY-COUNT TO WS-ED-COUNT
           STRING "  CLOSED - DEFICIENCY . . . . " WS-ED-COUNT
               DELIMITED BY SIZE INTO REGISTER-LINE
           WRITE REGISTER-LINE

           MOVE SPACES TO REGISTER-LINE
           MOVE WS-OVERPAYMENT-COUNT TO WS-ED-COUNT
           STRING "  CLOSED - OVERPAYMENT  . . . " WS-ED-COUNT
               DELIMITED BY SIZE INTO REGISTER-LINE
           WRITE REGISTER-LINE

           MOVE SPACES TO REGISTER-LINE
           MOVE WS-DEFICIENCY-DOLLARS TO WS-ED-AMOUNT
           STRING "DEFICIENCY DOLLARS  . . . . . " WS-ED-AMOUNT
               DELIMITED BY SIZE INTO REGISTER-LINE
           WRITE REGISTER-LINE

           MOVE SPACES TO REGISTER-LINE
           MOVE WS-OVERPAYMENT-DOLLARS TO WS-ED-AMOUNT
           STRING "OVERPAYMENT DOLLARS . . . . . " WS-ED-AMOUNT
               DELIMITED BY SIZE INTO REGISTER-LINE
           WRITE REGISTER-LINE

           MOVE SPACES TO REGISTER-LINE
           MOVE WS-APPLIED-DOLLARS TO WS-ED-AMOUNT
           STRING "  APPLIED TO LEDGER . . . . . " WS-ED-AMOUNT
               DELIMITED BY SIZE INTO REGISTER-LINE
           WRITE REGISTER-LINE

           MOVE SPACES TO REGISTER-LINE
           MOVE WS-EXAM-REFUND-DOLLARS TO WS-ED-AMOUNT
           STRING "  EXAMINATION REFUNDS . . . . " WS-ED-AMOUNT
               DELIMITED BY SIZE INTO REGISTER-LINE
           WRITE REGISTER-LINE

           MOVE SPACES TO REGISTER-LINE
           MOVE WS-EXAM-REFUND-COUNT TO WS-ED-COUNT
           STRING "EXAMINATION REFUNDS WRITTEN . " WS-ED-COUNT
               DELIMITED BY SIZE INTO REGISTER-LINE
           WRITE REGISTER-LINE

           MOVE SPACES TO REGISTER-LINE
           MOVE WS-OPEN-CASE-COUNT TO WS-ED-COUNT
           STRING "CASES STILL OPEN  . . . . . . " WS-ED-COUNT
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
           WRITE REGISTER-LINE.

       PRINT-ONE-AGING-ROW.
           MOVE WS-AGING-CELL(WS-STATUS-IDX, 1) TO WS-ED-CELL-1
           MOVE WS-AGING-CELL(WS-STATUS-IDX, 2) TO WS-ED-CELL-2
           MOVE WS-AGING-CELL(WS-STATUS-IDX, 3) TO WS-ED-CELL-3
           MOVE WS-AGING-CELL(WS-STATUS-IDX, 4) TO WS-ED-CELL-4
           MOVE WS-AGING-ROW-TOTAL(WS-STATUS-IDX) TO WS-ED-CELL-TOTAL
           MOVE SPACES TO REGISTER-LINE
           STRING WS-STATUS-NAME(WS-STATUS-IDX)
               " " WS-ED-CELL-1 " " WS-ED-CELL-2
               " " WS-ED-CELL-3 " " WS-ED-CELL-4
               " " WS-ED-CELL-TOTAL
               DELIMITED BY SIZE INTO REGISTER-LINE
           WRITE REGISTER-LINE.

       CLEANUP-PROGRAM.
           CLOSE CASE-TRAN-FILE
           CLOSE CASE-FILE
           CLOSE TAXPAYER-MASTER-FILE
           CLOSE AR-BALANCE-FILE
           CLOSE SUPPLEMENTAL-REFUND-FILE
           CLOSE EXAM-ADJUSTMENT-FILE
           CLOSE GL-JOURNAL-FILE
           CLOSE CASE-REJECT-FILE
           CLOSE CASE-REGISTER.
