       IDENTIFICATION DIVISION.
       PROGRAM-ID. TAX-COLLECT.
       AUTHOR. LEGACY-SYSTEMS-TEAM.
      *****************************************************************
      * COLLECTIONS REFERRAL AND WRITE-OFF RUN                       *
      * FIRST POSTS THE OUTSIDE COLLECTION AGENCY'S RETURN FILE -    *
      * AMOUNTS COLLECTED ARE PAID AGAINST THE OPEN-BALANCE LEDGER   *
      * (ARBAL.DAT) AND THE TAXPAYER MASTER EXACTLY AS A LOCKBOX     *
      * PAYMENT WOULD BE, AND A CLOSURE CODE EITHER HANDS THE        *
      * ACCOUNT BACK OR WRITES IT OFF.  THEN WALKS THE LEDGER AND,   *
      * UNDER THE THRESHOLDS ON THE COLLECTIONS POLICY FILE, WRITES  *
      * OFF EVERY BALANCE PAST THE COLLECTION STATUTE OR AGED UNDER  *
      * THE SMALL-DOLLAR LIMIT, AND REFERS EVERY AGED BALANCE OVER   *
      * THE REFERRAL MINIMUM TO THE AGENCY ON COLLREF.DAT.  EACH     *
      * REFERRAL AND WRITE-OFF IS KEPT ON THE COLLECTION CASE FILE   *
      * (COLLCASE.DAT); TAX-ASSESS READS IT AND HOLDS THE SECOND     *
      * NOTICE ON ANY ACCOUNT AT THE AGENCY.  WRITE-OFFS ARE LISTED  *
      * BY REASON CODE ON THEIR OWN REGISTER FOR MANAGEMENT          *
      * APPROVAL, AND EVERY DOLLAR COLLECTED OR WRITTEN OFF IS       *
      * JOURNALED TO THE GENERAL LEDGER.  RUNS AFTER TAX-PAYMENT AND *
      * BEFORE TAX-ASSESS.                                           *
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL COLLECTION-POLICY-FILE
               ASSIGN TO "COLLPOL.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-POLICY-FILE-STATUS.
           SELECT OPTIONAL AGENCY-RETURN-FILE ASSIGN TO "AGYRTN.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT AR-BALANCE-FILE ASSIGN TO "ARBAL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AR-RETURN-KEY
               FILE STATUS IS WS-AR-FILE-STATUS.
           SELECT TAXPAYER-MASTER-FILE ASSIGN TO "TAXMSTR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MST-RETURN-KEY
               FILE STATUS IS WS-MASTER-FILE-STATUS.
           SELECT OPTIONAL COLLECTION-CASE-FILE
               ASSIGN TO "COLLCASE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS COL-CASE-KEY
               FILE STATUS IS WS-COL-FILE-STATUS.
           SELECT OPTIONAL AGREEMENT-FILE ASSIGN TO "INSTAGR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS IAG-AGREEMENT-KEY
               FILE STATUS IS WS-IAG-FILE-STATUS.
           SELECT OPTIONAL NAME-ADDRESS-FILE ASSIGN TO "NAMADDR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS NAD-TAXPAYER-ID
               FILE STATUS IS WS-NAD-FILE-STATUS.
           SELECT REFERRAL-FILE ASSIGN TO "COLLREF.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT AGENCY-REJECT-FILE ASSIGN TO "COLLREJ.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT COLLECTION-REGISTER ASSIGN TO "COLLREG.RPT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT WRITE-OFF-REGISTER ASSIGN TO "WRITEOFF.RPT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL CYCLE-CTL-FILE ASSIGN TO "CYCLECTL.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CYCLE-FILE-STATUS.
           SELECT OPTIONAL GL-JOURNAL-FILE ASSIGN TO "GLJRNL.DAT"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * OPTIONAL POLICY OVERRIDES - A FIELD LEFT AS SPACES (OR AN
      * ABSENT FILE) KEEPS THE COMPILED-IN DEFAULT, SAME CONVENTION
      * AS AUDSELPL.DAT IN TAX-AUDSEL.  DOLLAR LIMITS ARE IN WHOLE
      * DOLLARS AND AGES IN DAYS.
       FD COLLECTION-POLICY-FILE.
       01 COLLECTION-POLICY-RECORD.
           05 POL-REFER-AGE-DAYS  PIC X(4).
           05 POL-REFER-AGE-DAYS-N REDEFINES POL-REFER-AGE-DAYS
                                  PIC 9(4).
           05 POL-REFER-MIN-BALANCE PIC X(7).
           05 POL-REFER-MIN-BALANCE-N REDEFINES POL-REFER-MIN-BALANCE
                                  PIC 9(7).
           05 POL-SMALL-DOLLAR-LIMIT PIC X(5).
           05 POL-SMALL-DOLLAR-LIMIT-N
                                  REDEFINES POL-SMALL-DOLLAR-LIMIT
                                  PIC 9(5).
           05 POL-SMALL-DOLLAR-AGE PIC X(4).
           05 POL-SMALL-DOLLAR-AGE-N REDEFINES POL-SMALL-DOLLAR-AGE
                                  PIC 9(4).
           05 POL-STATUTE-YEARS   PIC X(2).
           05 POL-STATUTE-YEARS-N REDEFINES POL-STATUTE-YEARS
                                  PIC 9(2).

      * ONE RECORD PER ACCOUNT THE AGENCY REPORTS ON - THE AMOUNT
      * COLLECTED SINCE ITS LAST REPORT, AND A CLOSURE CODE WHEN IT
      * IS FINISHED WITH THE ACCOUNT:
      *   PF PAID IN FULL       NL NOT LOCATED - RETURNED TO US
      *   UC UNCOLLECTIBLE      BK BANKRUPTCY       DC DECEASED
      * UC, BK AND DC WRITE OFF WHATEVER IS LEFT OPEN; A BLANK CODE
      * IS A REMITTANCE ONLY AND THE ACCOUNT STAYS AT THE AGENCY.
       FD AGENCY-RETURN-FILE.
       01 AGENCY-RETURN-RECORD.
           05 ART-TAXPAYER-ID     PIC X(9).
           05 ART-TAX-YEAR        PIC 9(4).
           05 ART-COLLECTED-AMOUNT PIC 9(8)V99.
           05 ART-CLOSURE-CODE    PIC X(2).
              88 ART-REMITTANCE-ONLY VALUE SPACES.
              88 ART-PAID-IN-FULL VALUE "PF".
              88 ART-NOT-LOCATED  VALUE "NL".
              88 ART-WRITE-OFF-CLOSURE VALUE "UC" "BK" "DC".
           05 ART-REPORT-DATE     PIC 9(8).

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
           05 MST-ITEMIZED-DED    PIC 9(7)V99.
           05 MST-WITHHOLDING     PIC 9(8)V99.

      * COLLECTION CASE - ONE ROW PER TAXPAYER-ID/TAX-YEAR EVER
      * REFERRED OR WRITTEN OFF.  STATUS "R" IS AT THE AGENCY, "C"
      * IS HANDED BACK BY THE AGENCY (PAID IN FULL OR NOT LOCATED)
      * AND "W" IS WRITTEN OFF.  THE WRITE-OFF AMOUNT IS CUMULATIVE
      * - IT IS THE PART OF THE LEDGER ROW'S BALANCE THAT LEFT THE
      * LEDGER OTHER THAN BY PAYMENT.  TAX-ASSESS READS THIS SAME
      * LAYOUT.
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

      * SAME LAYOUT AS TAX-INSTALL MAINTAINS.
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

      * ONE RECORD PER ACCOUNT SENT TO THE AGENCY THIS RUN, WITH THE
      * BALANCE BROKEN DOWN AS THE LEDGER CARRIES IT AND THE
      * TAXPAYER'S MAILING ADDRESS (BLANK WHEN NONE IS ON FILE).
       FD REFERRAL-FILE.
       01 REFERRAL-RECORD.
           05 REF-TAXPAYER-ID     PIC X(9).
           05 REF-TAX-YEAR        PIC 9(4).
           05 REF-REFER-DATE      PIC 9(8).
           05 REF-OPEN-BALANCE    PIC 9(8)V99.
           05 REF-ORIG-BALANCE    PIC 9(8)V99.
           05 REF-PENALTY         PIC 9(7)V99.
           05 REF-INTEREST        PIC 9(7)V99.
           05 REF-PAID-TO-DATE    PIC 9(8)V99.
           05 REF-DUE-DATE        PIC 9(8).
           05 REF-LAST-PAYMENT-DATE PIC 9(8).
           05 REF-NAME            PIC X(30).
           05 REF-ADDR-LINE-1     PIC X(30).
           05 REF-ADDR-LINE-2     PIC X(30).
           05 REF-CITY            PIC X(20).
           05 REF-STATE           PIC X(2).
           05 REF-ZIP             PIC X(10).
           05 REF-FOREIGN-FLAG    PIC X(1).

      * THE REJECT CARRIES THE FULL ORIGINAL AGENCY RECORD SO
      * COLLECTIONS CAN TAKE IT UP WITH THE AGENCY AS REPORTED.
       FD AGENCY-REJECT-FILE.
       01 AGENCY-REJECT-RECORD.
           05 CRJ-REASON-CODE     PIC X(2).
           05 CRJ-REASON-TEXT     PIC X(40).
           05 CRJ-RETURN-RECORD   PIC X(33).

       FD COLLECTION-REGISTER.
       01 REGISTER-LINE           PIC X(80).

       FD WRITE-OFF-REGISTER.
       01 WRITE-OFF-LINE          PIC X(80).

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
           05 WS-AR-EOF-FLAG      PIC X VALUE "N".
              88 AR-SCAN-EOF      VALUE "Y".
           05 WS-VALID-RECORD     PIC X VALUE "Y".
              88 RECORD-IS-VALID    VALUE "Y".
              88 RECORD-IS-INVALID  VALUE "N".
           05 WS-CASE-FOUND       PIC X VALUE "N".
           05 WS-UNDER-AGREEMENT  PIC X VALUE "N".

       01 WS-FILE-STATUS-WORK.
           05 WS-POLICY-FILE-STATUS PIC X(2).
           05 WS-AR-FILE-STATUS   PIC X(2).
           05 WS-MASTER-FILE-STATUS PIC X(2).
           05 WS-COL-FILE-STATUS  PIC X(2).
           05 WS-IAG-FILE-STATUS  PIC X(2).
           05 WS-NAD-FILE-STATUS  PIC X(2).

      * POLICY - AN ACCOUNT IS REFERRED WHEN ITS OPEN BALANCE IS AT
      * LEAST THE REFERRAL MINIMUM AND NOTHING HAS HAPPENED ON IT -
      * NEITHER THE DUE DATE NOR A PAYMENT - FOR THE REFERRAL AGE.
      * A BALANCE UNDER THE SMALL-DOLLAR LIMIT IS WRITTEN OFF ONCE
      * IT HAS SAT THAT LONG, AND ANY BALANCE WHOSE DUE DATE IS
      * OLDER THAN THE COLLECTION STATUTE IS WRITTEN OFF WHATEVER
      * ITS SIZE OR ACTIVITY.
       01 WS-COLLECTION-POLICY.
           05 WS-REFER-AGE-DAYS   PIC 9(4) VALUE 365.
           05 WS-REFER-MIN-BALANCE PIC 9(7)V99 VALUE 100.00.
           05 WS-SMALL-DOLLAR-LIMIT PIC 9(5)V99 VALUE 25.00.
           05 WS-SMALL-DOLLAR-AGE PIC 9(4) VALUE 180.
           05 WS-STATUTE-YEARS    PIC 9(2) VALUE 10.

      * A DATE ON OR AFTER ITS CUTOFF IS TOO RECENT TO ACT ON.
       01 WS-CUTOFF-DATES.
           05 WS-REFER-CUTOFF     PIC 9(8).
           05 WS-SMALL-DOLLAR-CUTOFF PIC 9(8).
           05 WS-STATUTE-CUTOFF   PIC 9(8).

       01 WS-VALIDATION-WORK.
           05 WS-REJECT-REASON    PIC X(2).
           05 WS-REJECT-TEXT      PIC X(40).

       01 WS-ACCOUNT-WORK.
           05 WS-ACTIVITY-DATE    PIC 9(8).
           05 WS-WRITEOFF-CODE    PIC X(2).
           05 WS-WRITEOFF-AMOUNT  PIC 9(8)V99.
           05 WS-POSTED-DATE      PIC 9(8).

      * RUN DATE AND THE DATE-ROLLING WORK FIELDS - THE CUTOFFS ARE
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

      * WRITE-OFF REASON CODES, WITH THE COUNT AND DOLLARS WRITTEN
      * OFF UNDER EACH THIS RUN FOR THE APPROVAL REGISTER.
       01 WS-REASON-TABLE-DATA.
           05 FILLER              PIC X(32)
               VALUE "STCOLLECTION STATUTE EXPIRED    ".
           05 FILLER              PIC X(32)
               VALUE "SDSMALL-DOLLAR BALANCE          ".
           05 FILLER              PIC X(32)
               VALUE "UCAGENCY - UNCOLLECTIBLE        ".
           05 FILLER              PIC X(32)
               VALUE "BKAGENCY - BANKRUPTCY           ".
           05 FILLER              PIC X(32)
               VALUE "DCAGENCY - DECEASED             ".
       01 WS-REASON-TABLE REDEFINES WS-REASON-TABLE-DATA.
           05 WS-REASON-ENTRY OCCURS 5 TIMES.
               10 WS-REASON-CODE  PIC X(2).
               10 WS-REASON-TEXT  PIC X(30).
       01 WS-REASON-COUNT         PIC 9(4) COMP VALUE 5.
       01 WS-REASON-TOTALS.
           05 WS-REASON-TOTAL-ENTRY OCCURS 5 TIMES.
               10 WS-REASON-WRITEOFFS PIC 9(7) COMP.
               10 WS-REASON-DOLLARS PIC 9(11)V99.
       01 WS-REASON-IDX           PIC 9(4) COMP.
       01 WS-REASON-MATCH-IDX     PIC 9(4) COMP.
       01 WS-REASON-FOUND         PIC X VALUE "N".

      * CONTROL TOTALS - POSTED PLUS REJECTED EQUALS AGENCY RECORDS
      * READ; LEDGER ROWS SCANNED EQUALS THE NINE DISPOSITIONS
      * COMBINED.  WRITE-OFF DOLLARS TIE TO THE WRITE-OFF REGISTER.
       01 WS-COLLECTION-TOTALS.
           05 WS-RETURNS-READ     PIC 9(7) COMP VALUE ZERO.
           05 WS-RETURNS-POSTED   PIC 9(7) COMP VALUE ZERO.
           05 WS-RETURNS-REJECTED PIC 9(7) COMP VALUE ZERO.
           05 WS-COLLECTED-DOLLARS PIC 9(11)V99 VALUE ZERO.
           05 WS-CASES-CLOSED     PIC 9(7) COMP VALUE ZERO.
           05 WS-ROWS-SCANNED     PIC 9(7) COMP VALUE ZERO.
           05 WS-ROWS-PAID        PIC 9(7) COMP VALUE ZERO.
           05 WS-ROWS-NO-DUE-DATE PIC 9(7) COMP VALUE ZERO.
           05 WS-ROWS-AT-AGENCY   PIC 9(7) COMP VALUE ZERO.
           05 WS-ROWS-RETURNED    PIC 9(7) COMP VALUE ZERO.
           05 WS-ROWS-UNDER-AGREEMENT PIC 9(7) COMP VALUE ZERO.
           05 WS-ROWS-NOT-ELIGIBLE PIC 9(7) COMP VALUE ZERO.
           05 WS-ROWS-STATUTE     PIC 9(7) COMP VALUE ZERO.
           05 WS-ROWS-SMALL-DOLLAR PIC 9(7) COMP VALUE ZERO.
           05 WS-ROWS-REFERRED    PIC 9(7) COMP VALUE ZERO.
           05 WS-REFERRED-DOLLARS PIC 9(11)V99 VALUE ZERO.
           05 WS-WRITEOFFS        PIC 9(7) COMP VALUE ZERO.
           05 WS-WRITEOFF-DOLLARS PIC 9(11)V99 VALUE ZERO.

       01 WS-REPORT-FIELDS.
           05 WS-ED-COUNT         PIC ZZZZZZ9.
           05 WS-ED-AMOUNT        PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05 WS-ED-MONEY         PIC ZZ,ZZZ,ZZ9.99.
           05 WS-ED-BALANCE       PIC ZZ,ZZZ,ZZ9.99.

      * GENERAL LEDGER ACCOUNTS THIS STEP POSTS TO - THE FULL CHART
      * IS LISTED IN TAX-GLTRIAL.
       01 WS-GL-ACCOUNTS.
           05 WS-GL-CASH          PIC X(4) VALUE "1010".
           05 WS-GL-RECEIVABLE    PIC X(4) VALUE "1200".
           05 WS-GL-WRITE-OFFS    PIC X(4) VALUE "5100".

       01 WS-CYCLE-WORK.
           05 WS-CYCLE-FILE-STATUS PIC X(2).
           05 WS-CYCLE-FORMAT     PIC X(4) VALUE "CYC1".

      * ONE JOURNAL ENTRY IS BUILT HERE AND WRITTEN BY
      * WRITE-GL-ENTRY; THE JURISDICTION IS FILLED IN ONLY FOR A
      * REVENUE LEG AND IS CLEARED AGAIN AFTER EVERY WRITE.
       01 WS-GL-WORK.
           05 WS-GL-RUN-NUMBER    PIC 9(5) VALUE ZERO.
           05 WS-GL-RUN-DATE      PIC 9(8) VALUE ZERO.
           05 WS-GL-PROGRAM       PIC X(12) VALUE "TAX-COLLECT".
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
           PERFORM PROCESS-AGENCY-RETURNS UNTIL END-OF-FILE
           PERFORM SCAN-OPEN-LEDGER
           PERFORM PRODUCE-WRITE-OFF-REGISTER
           PERFORM PRODUCE-COLLECTION-REGISTER
           PERFORM CLEANUP-PROGRAM
           STOP RUN.

       INITIALIZE-PROGRAM.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           PERFORM READ-CYCLE-CONTROL
           PERFORM READ-COLLECTION-POLICY
           PERFORM COMPUTE-CUTOFF-DATES
           PERFORM CLEAR-REASON-TOTALS
               VARYING WS-REASON-IDX FROM 1 BY 1
               UNTIL WS-REASON-IDX > WS-REASON-COUNT
           OPEN I-O AR-BALANCE-FILE
           OPEN I-O TAXPAYER-MASTER-FILE
           OPEN I-O COLLECTION-CASE-FILE
           OPEN INPUT AGREEMENT-FILE
           OPEN INPUT NAME-ADDRESS-FILE
           OPEN OUTPUT REFERRAL-FILE
           OPEN OUTPUT AGENCY-REJECT-FILE
           OPEN OUTPUT COLLECTION-REGISTER
           OPEN OUTPUT WRITE-OFF-REGISTER
           OPEN EXTEND GL-JOURNAL-FILE
           MOVE "TAX-COLLECT COLLECTIONS REFERRAL REGISTER"
               TO REGISTER-LINE
           WRITE REGISTER-LINE
           MOVE SPACES TO REGISTER-LINE
           WRITE REGISTER-LINE
           PERFORM WRITE-OFF-REGISTER-HEADING
           MOVE "AGENCY RETURNS POSTED" TO REGISTER-LINE
           WRITE REGISTER-LINE
           MOVE SPACES TO REGISTER-LINE
           STRING "TAXPAYER-ID  YEAR      COLLECTED  CLOSURE"
               "  OPEN BALANCE"
               DELIMITED BY SIZE INTO REGISTER-LINE
           WRITE REGISTER-LINE
           MOVE SPACES TO REGISTER-LINE
           WRITE REGISTER-LINE
           OPEN INPUT AGENCY-RETURN-FILE
           READ AGENCY-RETURN-FILE
               AT END MOVE "Y" TO WS-EOF-FLAG
           END-READ.

      * A NON-NUMERIC OR ZERO FIELD IS IGNORED RATHER THAN TAKEN AS
      * ZERO, SO A MISKEYED OVERRIDE CANNOT WRITE OFF EVERY BALANCE.
       READ-COLLECTION-POLICY.
           OPEN INPUT COLLECTION-POLICY-FILE
           IF WS-POLICY-FILE-STATUS = "00"
               READ COLLECTION-POLICY-FILE
                   AT END CONTINUE
               END-READ
               IF WS-POLICY-FILE-STATUS = "00"
                   PERFORM APPLY-POLICY-OVERRIDES
               END-IF
           END-IF
           CLOSE COLLECTION-POLICY-FILE.

       APPLY-POLICY-OVERRIDES.
           IF POL-REFER-AGE-DAYS NUMERIC
                   AND POL-REFER-AGE-DAYS-N > ZERO
               MOVE POL-REFER-AGE-DAYS-N TO WS-REFER-AGE-DAYS
           END-IF
           IF POL-REFER-MIN-BALANCE NUMERIC
                   AND POL-REFER-MIN-BALANCE-N > ZERO
               MOVE POL-REFER-MIN-BALANCE-N TO WS-REFER-MIN-BALANCE
           END-IF
           IF POL-SMALL-DOLLAR-LIMIT NUMERIC
                   AND POL-SMALL-DOLLAR-LIMIT-N > ZERO
               MOVE POL-SMALL-DOLLAR-LIMIT-N TO WS-SMALL-DOLLAR-LIMIT
           END-IF
           IF POL-SMALL-DOLLAR-AGE NUMERIC
                   AND POL-SMALL-DOLLAR-AGE-N > ZERO
               MOVE POL-SMALL-DOLLAR-AGE-N TO WS-SMALL-DOLLAR-AGE
           END-IF
           IF POL-STATUTE-YEARS NUMERIC
                   AND POL-STATUTE-YEARS-N > ZERO
               MOVE POL-STATUTE-YEARS-N TO WS-STATUTE-YEARS
           END-IF.

      * THE STATUTE CUTOFF IS THE SAME CALENDAR DAY THE STATUTE
      * YEARS AGO; THE AGE CUTOFFS ARE COUNTED BACK IN DAYS.
       COMPUTE-CUTOFF-DATES.
           MOVE WS-CURRENT-DATE-N TO WS-ROLL-DATE-N
           MOVE WS-REFER-AGE-DAYS TO WS-DAYS-REMAINING
           PERFORM RETREAT-ROLL-DATE-ONE-DAY
               UNTIL WS-DAYS-REMAINING = ZERO
           MOVE WS-ROLL-DATE-N TO WS-REFER-CUTOFF
           MOVE WS-CURRENT-DATE-N TO WS-ROLL-DATE-N
           MOVE WS-SMALL-DOLLAR-AGE TO WS-DAYS-REMAINING
           PERFORM RETREAT-ROLL-DATE-ONE-DAY
               UNTIL WS-DAYS-REMAINING = ZERO
           MOVE WS-ROLL-DATE-N TO WS-SMALL-DOLLAR-CUTOFF
           MOVE WS-CURRENT-DATE-N TO WS-ROLL-DATE-N
           SUBTRACT WS-STATUTE-YEARS FROM WS-ROLL-YEAR
           MOVE WS-ROLL-DATE-N TO WS-STATUTE-CUTOFF.

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

       CLEAR-REASON-TOTALS.
           MOVE ZERO TO WS-REASON-WRITEOFFS(WS-REASON-IDX)
           MOVE ZERO TO WS-REASON-DOLLARS(WS-REASON-IDX).

       WRITE-OFF-REGISTER-HEADING.
           MOVE SPACES TO WRITE-OFF-LINE
           STRING "TAX-COLLECT WRITE-OFF REGISTER"
               " - FOR MANAGEMENT APPROVAL"
               DELIMITED BY SIZE INTO WRITE-OFF-LINE
           WRITE WRITE-OFF-LINE
           MOVE SPACES TO WRITE-OFF-LINE
           WRITE WRITE-OFF-LINE
           MOVE SPACES TO WRITE-OFF-LINE
           STRING "TAXPAYER-ID  YEAR    WRITTEN OFF  REASON"
               DELIMITED BY SIZE INTO WRITE-OFF-LINE
           WRITE WRITE-OFF-LINE
           MOVE SPACES TO WRITE-OFF-LINE
           WRITE WRITE-OFF-LINE.

       PROCESS-AGENCY-RETURNS.
           ADD 1 TO WS-RETURNS-READ
           PERFORM VALIDATE-AGENCY-RETURN
           IF RECORD-IS-VALID
               PERFORM POST-AGENCY-RETURN
           ELSE
               PERFORM WRITE-REJECT-RECORD
           END-IF
           READ AGENCY-RETURN-FILE
               AT END MOVE "Y" TO WS-EOF-FLAG
           END-READ.

      * EDITS RUN IN ORDER AND STOP AT THE FIRST FAILURE.  ONLY AN
      * ACCOUNT STILL AT THE AGENCY CAN BE REPORTED ON, AND THE
      * AGENCY CANNOT BE CREDITED WITH MORE THAN IS STILL OPEN.
       VALIDATE-AGENCY-RETURN.
           MOVE "Y" TO WS-VALID-RECORD
           MOVE SPACES TO WS-REJECT-REASON
           MOVE SPACES TO WS-REJECT-TEXT

           IF ART-TAXPAYER-ID NOT NUMERIC
               MOVE "N"  TO WS-VALID-RECORD
               MOVE "01" TO WS-REJECT-REASON
               MOVE "TAXPAYER ID NOT NUMERIC" TO WS-REJECT-TEXT
           END-IF

           IF RECORD-IS-VALID
                   AND ART-COLLECTED-AMOUNT NOT NUMERIC
               MOVE "N"  TO WS-VALID-RECORD
               MOVE "02" TO WS-REJECT-REASON
               MOVE "COLLECTED AMOUNT NOT NUMERIC" TO WS-REJECT-TEXT
           END-IF

           IF RECORD-IS-VALID
                   AND NOT ART-REMITTANCE-ONLY
                   AND NOT ART-PAID-IN-FULL
                   AND NOT ART-NOT-LOCATED
                   AND NOT ART-WRITE-OFF-CLOSURE
               MOVE "N"  TO WS-VALID-RECORD
               MOVE "03" TO WS-REJECT-REASON
               MOVE "UNKNOWN CLOSURE CODE" TO WS-REJECT-TEXT
           END-IF

           IF RECORD-IS-VALID
               MOVE ART-TAXPAYER-ID TO COL-TAXPAYER-ID
               MOVE ART-TAX-YEAR    TO COL-TAX-YEAR
               PERFORM READ-COLLECTION-CASE
               IF WS-CASE-FOUND = "N"
                       OR NOT COL-AT-AGENCY
                   MOVE "N"  TO WS-VALID-RECORD
                   MOVE "04" TO WS-REJECT-REASON
                   MOVE "ACCOUNT NOT AT THE AGENCY" TO WS-REJECT-TEXT
               END-IF
           END-IF

           IF RECORD-IS-VALID
               MOVE ART-TAXPAYER-ID TO AR-TAXPAYER-ID
               MOVE ART-TAX-YEAR    TO AR-TAX-YEAR
               READ AR-BALANCE-FILE
                   INVALID KEY CONTINUE
               END-READ
               IF WS-AR-FILE-STATUS NOT = "00"
                   MOVE "N"  TO WS-VALID-RECORD
                   MOVE "05" TO WS-REJECT-REASON
                   MOVE "NO LEDGER ROW FOR TAXPAYER AND YEAR"
                       TO WS-REJECT-TEXT
               END-IF
           END-IF

           IF RECORD-IS-VALID
                   AND ART-COLLECTED-AMOUNT > AR-OPEN-BALANCE
               MOVE "N"  TO WS-VALID-RECORD
               MOVE "06" TO WS-REJECT-REASON
               MOVE "COLLECTED EXCEEDS OPEN BALANCE" TO WS-REJECT-TEXT
           END-IF.

       READ-COLLECTION-CASE.
           MOVE "N" TO WS-CASE-FOUND
           READ COLLECTION-CASE-FILE
               INVALID KEY CONTINUE
           END-READ
           IF WS-COL-FILE-STATUS = "00"
               MOVE "Y" TO WS-CASE-FOUND
           END-IF.

      * THE COLLECTION IS POSTED FIRST, SO A CLOSURE THAT WRITES
      * OFF ONLY TAKES WHAT THE AGENCY COULD NOT COLLECT.  AN
      * ACCOUNT COLLECTED DOWN TO ZERO IS CLOSED PAID IN FULL EVEN
      * WITHOUT A CLOSURE CODE.
       POST-AGENCY-RETURN.
           ADD 1 TO WS-RETURNS-POSTED
           IF ART-REPORT-DATE NUMERIC AND ART-REPORT-DATE > ZERO
               MOVE ART-REPORT-DATE TO WS-POSTED-DATE
           ELSE
               MOVE WS-CURRENT-DATE-N TO WS-POSTED-DATE
           END-IF
           IF ART-COLLECTED-AMOUNT > ZERO
               PERFORM POST-AGENCY-COLLECTION
           END-IF
           IF AR-OPEN-BALANCE = ZERO AND ART-REMITTANCE-ONLY
               MOVE "PF" TO ART-CLOSURE-CODE
           END-IF
           IF NOT ART-REMITTANCE-ONLY
               ADD 1 TO WS-CASES-CLOSED
               MOVE "C"               TO COL-STATUS
               MOVE ART-CLOSURE-CODE  TO COL-CLOSURE-CODE
               MOVE WS-CURRENT-DATE-N TO COL-CLOSE-DATE
           END-IF
           PERFORM WRITE-AGENCY-RETURN-LINE
           IF ART-WRITE-OFF-CLOSURE AND AR-OPEN-BALANCE > ZERO
               MOVE ART-CLOSURE-CODE TO WS-WRITEOFF-CODE
               PERFORM WRITE-OFF-ACCOUNT
           ELSE
               REWRITE COLLECTION-CASE-RECORD
                   INVALID KEY CONTINUE
               END-REWRITE
           END-IF.

       POST-AGENCY-COLLECTION.
           SUBTRACT ART-COLLECTED-AMOUNT FROM AR-OPEN-BALANCE
           ADD ART-COLLECTED-AMOUNT TO AR-PAID-TO-DATE
           MOVE WS-POSTED-DATE TO AR-LAST-PAYMENT-DATE
           REWRITE AR-BALANCE-RECORD
               INVALID KEY CONTINUE
           END-REWRITE
           PERFORM POST-MASTER-BALANCE
           ADD ART-COLLECTED-AMOUNT TO COL-COLLECTED-TO-DATE
           MOVE WS-POSTED-DATE TO COL-LAST-COLLECTED-DATE
           ADD ART-COLLECTED-AMOUNT TO WS-COLLECTED-DOLLARS
           MOVE AR-TAXPAYER-ID TO WS-GL-TAXPAYER-ID
           MOVE AR-TAX-YEAR    TO WS-GL-TAX-YEAR
           MOVE WS-GL-CASH TO WS-GL-ACCOUNT
           MOVE ART-COLLECTED-AMOUNT TO WS-GL-AMOUNT
           PERFORM POST-GL-DEBIT
           MOVE WS-GL-RECEIVABLE TO WS-GL-ACCOUNT
           PERFORM POST-GL-CREDIT.

       WRITE-AGENCY-RETURN-LINE.
           MOVE ART-COLLECTED-AMOUNT TO WS-ED-MONEY
           MOVE AR-OPEN-BALANCE      TO WS-ED-BALANCE
           MOVE SPACES TO REGISTER-LINE
           STRING ART-TAXPAYER-ID "    " ART-TAX-YEAR
               "  " WS-ED-MONEY "  " ART-CLOSURE-CODE
               "       " WS-ED-BALANCE
               DELIMITED BY SIZE INTO REGISTER-LINE
           WRITE REGISTER-LINE.

       WRITE-REJECT-RECORD.
           MOVE WS-REJECT-REASON     TO CRJ-REASON-CODE
           MOVE WS-REJECT-TEXT       TO CRJ-REASON-TEXT
           MOVE AGENCY-RETURN-RECORD TO CRJ-RETURN-RECORD
           WRITE AGENCY-REJECT-RECORD
           ADD 1 TO WS-RETURNS-REJECTED.

       POST-MASTER-BALANCE.
           MOVE AR-TAXPAYER-ID TO MST-TAXPAYER-ID
           MOVE AR-TAX-YEAR    TO MST-TAX-YEAR
           READ TAXPAYER-MASTER-FILE
               INVALID KEY CONTINUE
           END-READ
           IF WS-MASTER-FILE-STATUS = "00"
               MOVE AR-OPEN-BALANCE TO MST-BALANCE-DUE
               REWRITE TAXPAYER-MASTER-RECORD
                   INVALID KEY CONTINUE
               END-REWRITE
           END-IF.

      * FULL PASS OVER THE LEDGER, AFTER THE AGENCY'S COLLECTIONS
      * HAVE BEEN POSTED.
       SCAN-OPEN-LEDGER.
           MOVE SPACES TO REGISTER-LINE
           WRITE REGISTER-LINE
           MOVE "ACCOUNTS REFERRED TO THE COLLECTION AGENCY"
               TO REGISTER-LINE
           WRITE REGISTER-LINE
           MOVE SPACES TO REGISTER-LINE
           STRING "TAXPAYER-ID  YEAR   OPEN BALANCE  DUE DATE"
               "  LAST ACTIVITY"
               DELIMITED BY SIZE INTO REGISTER-LINE
           WRITE REGISTER-LINE
           MOVE SPACES TO REGISTER-LINE
           WRITE REGISTER-LINE
           MOVE LOW-VALUES TO AR-RETURN-KEY
           START AR-BALANCE-FILE KEY NOT < AR-RETURN-KEY
               INVALID KEY MOVE "Y" TO WS-AR-EOF-FLAG
           END-START
           IF NOT AR-SCAN-EOF
               PERFORM READ-NEXT-AR-ROW
           END-IF
           PERFORM REVIEW-LEDGER-ROW UNTIL AR-SCAN-EOF.

       READ-NEXT-AR-ROW.
           READ AR-BALANCE-FILE NEXT RECORD
               AT END MOVE "Y" TO WS-AR-EOF-FLAG
           END-READ
           IF WS-AR-FILE-STATUS NOT = "00"
               MOVE "Y" TO WS-AR-EOF-FLAG
           END-IF.

      * THE STATUTE COMES FIRST - AN EXPIRED BALANCE IS WRITTEN OFF
      * EVEN WHILE THE AGENCY HOLDS IT.  AN ACCOUNT AT THE AGENCY IS
      * OTHERWISE LEFT TO THE AGENCY; AN AGED SMALL BALANCE IS
      * WRITTEN OFF; ONE THE AGENCY HANDED BACK IS NOT SENT AGAIN;
      * AND AN AGREEMENT IN GOOD STANDING KEEPS THE ACCOUNT OUT OF
      * COLLECTIONS.  ANYTHING LEFT THAT IS OLD ENOUGH AND LARGE
      * ENOUGH IS REFERRED.
       REVIEW-LEDGER-ROW.
           ADD 1 TO WS-ROWS-SCANNED
           IF AR-OPEN-BALANCE = ZERO
               ADD 1 TO WS-ROWS-PAID
           ELSE
               PERFORM REVIEW-OPEN-ACCOUNT
           END-IF
           PERFORM READ-NEXT-AR-ROW.

       REVIEW-OPEN-ACCOUNT.
           MOVE AR-TAXPAYER-ID TO COL-TAXPAYER-ID
           MOVE AR-TAX-YEAR    TO COL-TAX-YEAR
           PERFORM READ-COLLECTION-CASE
           PERFORM CHECK-INSTALLMENT-AGREEMENT
           MOVE AR-DUE-DATE TO WS-ACTIVITY-DATE
           IF AR-LAST-PAYMENT-DATE > WS-ACTIVITY-DATE
               MOVE AR-LAST-PAYMENT-DATE TO WS-ACTIVITY-DATE
           END-IF
           EVALUATE TRUE
               WHEN AR-DUE-DATE = ZERO
                   ADD 1 TO WS-ROWS-NO-DUE-DATE
               WHEN AR-DUE-DATE < WS-STATUTE-CUTOFF
                   ADD 1 TO WS-ROWS-STATUTE
                   MOVE "ST" TO WS-WRITEOFF-CODE
                   PERFORM WRITE-OFF-ACCOUNT
               WHEN WS-CASE-FOUND = "Y" AND COL-AT-AGENCY
                   ADD 1 TO WS-ROWS-AT-AGENCY
               WHEN AR-OPEN-BALANCE < WS-SMALL-DOLLAR-LIMIT
                       AND WS-ACTIVITY-DATE < WS-SMALL-DOLLAR-CUTOFF
                   ADD 1 TO WS-ROWS-SMALL-DOLLAR
                   MOVE "SD" TO WS-WRITEOFF-CODE
                   PERFORM WRITE-OFF-ACCOUNT
               WHEN WS-CASE-FOUND = "Y" AND COL-RETURNED
                   ADD 1 TO WS-ROWS-RETURNED
               WHEN WS-UNDER-AGREEMENT = "Y"
                   ADD 1 TO WS-ROWS-UNDER-AGREEMENT
               WHEN AR-OPEN-BALANCE < WS-REFER-MIN-BALANCE
                       OR WS-ACTIVITY-DATE NOT < WS-REFER-CUTOFF
                   ADD 1 TO WS-ROWS-NOT-ELIGIBLE
               WHEN OTHER
                   PERFORM REFER-ACCOUNT
           END-EVALUATE.

       CHECK-INSTALLMENT-AGREEMENT.
           MOVE "N" TO WS-UNDER-AGREEMENT
           MOVE AR-TAXPAYER-ID TO IAG-TAXPAYER-ID
           MOVE AR-TAX-YEAR    TO IAG-TAX-YEAR
           READ AGREEMENT-FILE
               INVALID KEY CONTINUE
           END-READ
           IF WS-IAG-FILE-STATUS = "00" AND IAG-GOOD-STANDING
               MOVE "Y" TO WS-UNDER-AGREEMENT
           END-IF.

      * A ROW WRITTEN OFF EARLIER AND SINCE REOPENED (AN EXAMINATION
      * DEFICIENCY, SAY) KEEPS ITS CASE ROW AND CUMULATIVE FIGURES.
       REFER-ACCOUNT.
           ADD 1 TO WS-ROWS-REFERRED
           ADD AR-OPEN-BALANCE TO WS-REFERRED-DOLLARS
           PERFORM WRITE-REFERRAL-RECORD
           IF WS-CASE-FOUND = "N"
               PERFORM INITIALIZE-CASE-ROW
           END-IF
           MOVE "R"               TO COL-STATUS
           MOVE WS-CURRENT-DATE-N TO COL-REFER-DATE
           MOVE AR-OPEN-BALANCE   TO COL-REFERRED-BALANCE
           MOVE SPACES            TO COL-CLOSURE-CODE
           MOVE ZERO              TO COL-CLOSE-DATE
           PERFORM STORE-CASE-ROW
           MOVE AR-OPEN-BALANCE TO WS-ED-BALANCE
           MOVE SPACES TO REGISTER-LINE
           STRING AR-TAXPAYER-ID "    " AR-TAX-YEAR
               "  " WS-ED-BALANCE "  " AR-DUE-DATE
               "  " WS-ACTIVITY-DATE
               DELIMITED BY SIZE INTO REGISTER-LINE
           WRITE REGISTER-LINE.

       WRITE-REFERRAL-RECORD.
           MOVE AR-TAXPAYER-ID       TO REF-TAXPAYER-ID
           MOVE AR-TAX-YEAR          TO REF-TAX-YEAR
           MOVE WS-CURRENT-DATE-N    TO REF-REFER-DATE
           MOVE AR-OPEN-BALANCE      TO REF-OPEN-BALANCE
           MOVE AR-ORIG-BALANCE      TO REF-ORIG-BALANCE
           MOVE AR-PENALTY-ASSESSED  TO REF-PENALTY
           MOVE AR-INTEREST-ASSESSED TO REF-INTEREST
           MOVE AR-PAID-TO-DATE      TO REF-PAID-TO-DATE
           MOVE AR-DUE-DATE          TO REF-DUE-DATE
           MOVE AR-LAST-PAYMENT-DATE TO REF-LAST-PAYMENT-DATE
           MOVE AR-TAXPAYER-ID TO NAD-TAXPAYER-ID
           READ NAME-ADDRESS-FILE
               INVALID KEY CONTINUE
           END-READ
           IF WS-NAD-FILE-STATUS = "00"
               MOVE NAD-NAME         TO REF-NAME
               MOVE NAD-ADDR-LINE-1  TO REF-ADDR-LINE-1
               MOVE NAD-ADDR-LINE-2  TO REF-ADDR-LINE-2
               MOVE NAD-CITY         TO REF-CITY
               MOVE NAD-STATE        TO REF-STATE
               MOVE NAD-ZIP          TO REF-ZIP
               MOVE NAD-FOREIGN-FLAG TO REF-FOREIGN-FLAG
           ELSE
               MOVE SPACES TO REF-NAME
               MOVE SPACES TO REF-ADDR-LINE-1
               MOVE SPACES TO REF-ADDR-LINE-2
               MOVE SPACES TO REF-CITY
               MOVE SPACES TO REF-STATE
               MOVE SPACES TO REF-ZIP
               MOVE SPACES TO REF-FOREIGN-FLAG
           END-IF
           WRITE REFERRAL-RECORD.

       INITIALIZE-CASE-ROW.
           MOVE AR-TAXPAYER-ID TO COL-TAXPAYER-ID
           MOVE AR-TAX-YEAR    TO COL-TAX-YEAR
           MOVE SPACES TO COL-STATUS
           MOVE ZERO   TO COL-REFER-DATE
           MOVE ZERO   TO COL-REFERRED-BALANCE
           MOVE ZERO   TO COL-COLLECTED-TO-DATE
           MOVE ZERO   TO COL-LAST-COLLECTED-DATE
           MOVE SPACES TO COL-CLOSURE-CODE
           MOVE ZERO   TO COL-CLOSE-DATE
           MOVE SPACES TO COL-WRITEOFF-REASON
           MOVE ZERO   TO COL-WRITEOFF-AMOUNT
           MOVE ZERO   TO COL-WRITEOFF-DATE.

       STORE-CASE-ROW.
           IF WS-CASE-FOUND = "Y"
               REWRITE COLLECTION-CASE-RECORD
                   INVALID KEY CONTINUE
               END-REWRITE
           ELSE
               WRITE COLLECTION-CASE-RECORD
                   INVALID KEY CONTINUE
               END-WRITE
           END-IF.

      * THE WHOLE OPEN BALANCE LEAVES THE LEDGER AND THE MASTER, THE
      * CASE ROW RECORDS HOW MUCH AND WHY, AND THE RECEIVABLE IS
      * CLEARED TO THE WRITE-OFF ACCOUNT.  THE LEDGER ROW'S PAID-TO-
      * DATE IS NOT TOUCHED - NOTHING WAS PAID.
       WRITE-OFF-ACCOUNT.
           MOVE AR-OPEN-BALANCE TO WS-WRITEOFF-AMOUNT
           MOVE ZERO TO AR-OPEN-BALANCE
           REWRITE AR-BALANCE-RECORD
               INVALID KEY CONTINUE
           END-REWRITE
           PERFORM POST-MASTER-BALANCE
           IF WS-CASE-FOUND = "N"
               PERFORM INITIALIZE-CASE-ROW
           END-IF
           MOVE "W"                TO COL-STATUS
           MOVE WS-WRITEOFF-CODE   TO COL-WRITEOFF-REASON
           ADD WS-WRITEOFF-AMOUNT  TO COL-WRITEOFF-AMOUNT
           MOVE WS-CURRENT-DATE-N  TO COL-WRITEOFF-DATE
           PERFORM STORE-CASE-ROW
           MOVE AR-TAXPAYER-ID TO WS-GL-TAXPAYER-ID
           MOVE AR-TAX-YEAR    TO WS-GL-TAX-YEAR
           MOVE WS-GL-WRITE-OFFS TO WS-GL-ACCOUNT
           MOVE WS-WRITEOFF-AMOUNT TO WS-GL-AMOUNT
           PERFORM POST-GL-DEBIT
           MOVE WS-GL-RECEIVABLE TO WS-GL-ACCOUNT
           PERFORM POST-GL-CREDIT
           ADD 1 TO WS-WRITEOFFS
           ADD WS-WRITEOFF-AMOUNT TO WS-WRITEOFF-DOLLARS
           PERFORM FIND-REASON-ENTRY
           IF WS-REASON-FOUND = "Y"
               ADD 1 TO WS-REASON-WRITEOFFS(WS-REASON-MATCH-IDX)
               ADD WS-WRITEOFF-AMOUNT
                   TO WS-REASON-DOLLARS(WS-REASON-MATCH-IDX)
           END-IF
           PERFORM WRITE-WRITE-OFF-LINE.

       FIND-REASON-ENTRY.
           MOVE "N" TO WS-REASON-FOUND
           MOVE 1 TO WS-REASON-IDX
           PERFORM SCAN-REASON-TABLE
               UNTIL WS-REASON-IDX > WS-REASON-COUNT
                   OR WS-REASON-FOUND = "Y".

       SCAN-REASON-TABLE.
           IF WS-REASON-CODE(WS-REASON-IDX) = WS-WRITEOFF-CODE
               MOVE "Y" TO WS-REASON-FOUND
               MOVE WS-REASON-IDX TO WS-REASON-MATCH-IDX
           ELSE
               ADD 1 TO WS-REASON-IDX
           END-IF.

       WRITE-WRITE-OFF-LINE.
           MOVE WS-WRITEOFF-AMOUNT TO WS-ED-MONEY
           MOVE SPACES TO WRITE-OFF-LINE
           STRING AR-TAXPAYER-ID "    " AR-TAX-YEAR
               "  " WS-ED-MONEY "  " WS-WRITEOFF-CODE " "
               WS-REASON-TEXT(WS-REASON-MATCH-IDX)
               DELIMITED BY SIZE INTO WRITE-OFF-LINE
           WRITE WRITE-OFF-LINE.

      * TOTALS BY REASON, THE GRAND TOTAL THAT TIES TO THE GENERAL
      * LEDGER WRITE-OFF ACCOUNT, AND THE SIGN-OFF BLOCK.
       PRODUCE-WRITE-OFF-REGISTER.
           MOVE SPACES TO WRITE-OFF-LINE
           WRITE WRITE-OFF-LINE
           MOVE "WRITE-OFFS BY REASON" TO WRITE-OFF-LINE
           WRITE WRITE-OFF-LINE
           MOVE SPACES TO WRITE-OFF-LINE
           WRITE WRITE-OFF-LINE
           PERFORM WRITE-REASON-TOTAL-LINE
               VARYING WS-REASON-IDX FROM 1 BY 1
               UNTIL WS-REASON-IDX > WS-REASON-COUNT

           MOVE SPACES TO WRITE-OFF-LINE
           WRITE WRITE-OFF-LINE
           MOVE WS-WRITEOFFS TO WS-ED-COUNT
           MOVE WS-WRITEOFF-DOLLARS TO WS-ED-AMOUNT
           MOVE SPACES TO WRITE-OFF-LINE
           STRING "TOTAL WRITTEN OFF             " WS-ED-COUNT
               "  " WS-ED-AMOUNT
               DELIMITED BY SIZE INTO WRITE-OFF-LINE
           WRITE WRITE-OFF-LINE

           MOVE SPACES TO WRITE-OFF-LINE
           WRITE WRITE-OFF-LINE
           MOVE SPACES TO WRITE-OFF-LINE
           WRITE WRITE-OFF-LINE
           MOVE SPACES TO WRITE-OFF-LINE
           STRING "APPROVED BY: ______________________________"
               "  DATE: ________"
               DELIMITED BY SIZE INTO WRITE-OFF-LINE
           WRITE WRITE-OFF-LINE
           CLOSE WRITE-OFF-REGISTER.

       WRITE-REASON-TOTAL-LINE.
           MOVE WS-REASON-WRITEOFFS(WS-REASON-IDX) TO WS-ED-COUNT
           MOVE WS-REASON-DOLLARS(WS-REASON-IDX)   TO WS-ED-AMOUNT
           MOVE SPACES TO WRITE-OFF-LINE
           STRING WS-REASON-CODE(WS-REASON-IDX) " "
               WS-REASON-TEXT(WS-REASON-IDX)
               WS-ED-COUNT "  " WS-ED-AMOUNT
               DELIMITED BY SIZE INTO WRITE-OFF-LINE
           WRITE WRITE-OFF-LINE.

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

      * POSTED PLUS REJECTED MUST EQUAL AGENCY RECORDS READ; LEDGER
      * ROWS SCANNED MUST EQUAL THE DISPOSITIONS BELOW IT COMBINED.
       PRODUCE-COLLECTION-REGISTER.
           MOVE SPACES TO REGISTER-LINE
           WRITE REGISTER-LINE
           MOVE "CONTROL TOTALS" TO REGISTER-LINE
           WRITE REGISTER-LINE
           MOVE SPACES TO REGISTER-LINE
           WRITE REGISTER-LINE

           MOVE WS-RETURNS-READ TO WS-ED-COUNT
           STRING "AGENCY RECORDS READ . . . . . " WS-ED-COUNT
               DELIMITED BY SIZE INTO REGISTER-LINE
           WRITE REGISTER-LINE

           MOVE SPACES TO REGISTER-LINE
           MOVE WS-RETURNS-POSTED TO WS-ED-COUNT
           STRING "AGENCY RECORDS POSTED . . . . " WS-ED-COUNT
               DELIMITED BY SIZE INTO REGISTER-LINE
           WRITE REGISTER-LINE

           MOVE SPACES TO REGISTER-LINE
           MOVE WS-RETURNS-REJECTED TO WS-ED-COUNT
           STRING "AGENCY RECORDS REJECTED . . . " WS-ED-COUNT
               DELIMITED BY SIZE INTO REGISTER-LINE
           WRITE REGISTER-LINE

           MOVE SPACES TO REGISTER-LINE
           MOVE WS-COLLECTED-DOLLARS TO WS-ED-AMOUNT
           STRING "DOLLARS COLLECTED BY AGENCY . " WS-ED-AMOUNT
               DELIMITED BY SIZE INTO REGISTER-LINE
           WRITE REGISTER-LINE

           MOVE SPACES TO REGISTER-LINE
           MOVE WS-CASES-CLOSED TO WS-ED-COUNT
           STRING "CASES CLOSED BY AGENCY  . . . " WS-ED-COUNT
               DELIMITED BY SIZE INTO REGISTER-LINE
           WRITE REGISTER-LINE

           MOVE SPACES TO REGISTER-LINE
           MOVE WS-ROWS-SCANNED TO WS-ED-COUNT
           STRING "LEDGER ROWS SCANNED . . . . . " WS-ED-COUNT
               DELIMITED BY SIZE INTO REGISTER-LINE
           WRITE REGISTER-LINE

           MOVE SPACES TO REGISTER-LINE
           MOVE WS-ROWS-PAID TO WS-ED-COUNT
           STRING "  PAID TO ZERO  . . . . . . . " WS-ED-COUNT
               DELIMITED BY SIZE INTO REGISTER-LINE
           WRITE REGISTER-LINE

           MOVE SPACES TO REGISTER-LINE
           MOVE WS-ROWS-NO-DUE-DATE TO WS-ED-COUNT
           STRING "  NO DUE DATE ON LEDGER . . . " WS-ED-COUNT
               DELIMITED BY SIZE INTO REGISTER-LINE
           WRITE REGISTER-LINE

           MOVE SPACES TO REGISTER-LINE
           MOVE WS-ROWS-STATUTE TO WS-ED-COUNT
           STRING "  WRITTEN OFF - STATUTE . . . " WS-ED-COUNT
               DELIMITED BY SIZE INTO REGISTER-LINE
           WRITE REGISTER-LINE

           MOVE SPACES TO REGISTER-LINE
           MOVE WS-ROWS-AT-AGENCY TO WS-ED-COUNT
           STRING "  ALREADY AT THE AGENCY . . . " WS-ED-COUNT
               DELIMITED BY SIZE INTO REGISTER-LINE
           WRITE REGISTER-LINE

           MOVE SPACES TO REGISTER-LINE
           MOVE WS-ROWS-SMALL-DOLLAR TO WS-ED-COUNT
           STRING "  WRITTEN OFF - SMALL DOLLAR  " WS-ED-COUNT
               DELIMITED BY SIZE INTO REGISTER-LINE
           WRITE REGISTER-LINE

           MOVE SPACES TO REGISTER-LINE
           MOVE WS-ROWS-RETURNED TO WS-ED-COUNT
           STRING "  HANDED BACK BY THE AGENCY . " WS-ED-COUNT
               DELIMITED BY SIZE INTO REGISTER-LINE
           WRITE REGISTER-LINE

           MOVE SPACES TO REGISTER-LINE
           MOVE WS-ROWS-UNDER-AGREEMENT TO WS-ED-COUNT
           STRING "  UNDER INSTALLMENT AGREEMENT " WS-ED-COUNT
               DELIMITED BY SIZE INTO REGISTER-LINE
           WRITE REGISTER-LINE

           MOVE SPACES TO REGISTER-LINE
           MOVE WS-ROWS-NOT-ELIGIBLE TO WS-ED-COUNT
           STRING "  TOO RECENT OR TOO SMALL . . " WS-ED-COUNT
               DELIMITED BY SIZE INTO REGISTER-LINE
           WRITE REGISTER-LINE

           MOVE SPACES TO REGISTER-LINE
           MOVE WS-ROWS-REFERRED TO WS-ED-COUNT
           STRING "  REFERRED TO THE AGENCY  . . " WS-ED-COUNT
               DELIMITED BY SIZE INTO REGISTER-LINE
           WRITE REGISTER-LINE

           MOVE SPACES TO REGISTER-LINE
           MOVE WS-REFERRED-DOLLARS TO WS-ED-AMOUNT
           STRING "DOLLARS REFERRED  . . . . . . " WS-ED-AMOUNT
               DELIMITED BY SIZE INTO REGISTER-LINE
           WRITE REGISTER-LINE

           MOVE SPACES TO REGISTER-LINE
           MOVE WS-WRITEOFFS TO WS-ED-COUNT
           STRING "WRITE-OFFS  . . . . . . . . . " WS-ED-COUNT
               DELIMITED BY SIZE INTO REGISTER-LINE
           WRITE REGISTER-LINE

           MOVE SPACES TO REGISTER-LINE
           MOVE WS-WRITEOFF-DOLLARS TO WS-ED-AMOUNT
           STRING "DOLLARS WRITTEN OFF . . . . . " WS-ED-AMOUNT
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

           CLOSE COLLECTION-REGISTER.

       CLEANUP-PROGRAM.
           CLOSE AGENCY-RETURN-FILE
           CLOSE AR-BALANCE-FILE
           CLOSE TAXPAYER-MASTER-FILE
           CLOSE COLLECTION-CASE-FILE
           CLOSE AGREEMENT-FILE
           CLOSE NAME-ADDRESS-FILE
           CLOSE REFERRAL-FILE
           CLOSE AGENCY-REJECT-FILE
           CLOSE GL-JOURNAL-FILE.
