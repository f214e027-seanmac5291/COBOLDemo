       IDENTIFICATION DIVISION.
       PROGRAM-ID. TAX-BALPROOF.
       AUTHOR. LEGACY-SYSTEMS-TEAM.
      *****************************************************************
      * NIGHTLY BALANCING PROOF - TAXPAYER MASTER AGAINST LEDGER     *
      * READ-ONLY.  WALKS THE TAXPAYER MASTER (TAXMSTR.DAT) AND THE  *
      * OPEN-BALANCE LEDGER (ARBAL.DAT) TOGETHER IN TAXPAYER-ID AND  *
      * TAX-YEAR ORDER AND LISTS EVERY ROW WHOSE MASTER BALANCE DUE  *
      * DISAGREES WITH THE LEDGER'S OPEN BALANCE, EVERY MASTER ROW   *
      * SHOWING A BALANCE DUE WITH NO LEDGER ROW, AND EVERY LEDGER   *
      * ROW WITH NO MASTER ROW.  A LEDGER ROW FOR A TAX YEAR         *
      * TAX-ARCHIVE HAS TAKEN OFF THE MASTER IS EXPECTED TO STAND    *
      * ALONE - TAX-COLLECT WORKS IT UNTIL THE STATUTE RUNS - SO IT  *
      * IS COUNTED AND TOTALED ON ITS OWN, NOT REPORTED AS AN        *
      * EXCEPTION, AND KEPT OUT OF THE FILE-LEVEL COMPARE.  EACH     *
      * LEDGER ROW, ARCHIVED YEAR OR NOT, IS ALSO FOOTED -           *
      * ORIGINAL BALANCE PLUS PENALTY AND INTEREST, LESS PAID-TO-    *
      * DATE AND ANYTHING TAX-COLLECT WROTE OFF MUST EQUAL THE OPEN  *
      * BALANCE.  ENDS WITH FILE-LEVEL TOTALS, AND WHEN ANYTHING IS  *
      * OUT OF BALANCE SETS RETURN CODE 8 SO THE CHAIN STOPS.  RUNS  *
      * AFTER TAX-COLLECT AND BEFORE TAX-ASSESS, SO NO SECOND NOTICE *
      * PRINTS FROM A LEDGER THAT DOES NOT PROVE.                    *
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TAXPAYER-MASTER-FILE ASSIGN TO "TAXMSTR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MST-RETURN-KEY
               FILE STATUS IS WS-MASTER-FILE-STATUS.
           SELECT AR-BALANCE-FILE ASSIGN TO "ARBAL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AR-RETURN-KEY
               FILE STATUS IS WS-AR-FILE-STATUS.
           SELECT OPTIONAL COLLECTION-CASE-FILE
               ASSIGN TO "COLLCASE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS COL-CASE-KEY
               FILE STATUS IS WS-COL-FILE-STATUS.
           SELECT PROOF-REPORT ASSIGN TO "BALPROOF.RPT"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
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

      * SAME LAYOUT AS TAX-COLLECT MAINTAINS.  A WRITE-OFF ZEROES THE
      * LEDGER ROW'S OPEN BALANCE WITHOUT TOUCHING PAID-TO-DATE, SO
      * THE CUMULATIVE WRITE-OFF AMOUNT HERE IS PART OF THE FOOTING.
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

       FD PROOF-REPORT.
       01 REPORT-LINE             PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-FLAGS.
           05 WS-MASTER-EOF-FLAG  PIC X VALUE "N".
              88 MASTER-SCAN-EOF  VALUE "Y".
           05 WS-AR-EOF-FLAG      PIC X VALUE "N".
              88 AR-SCAN-EOF      VALUE "Y".
           05 WS-BALANCE-FLAG     PIC X VALUE "Y".
              88 FILES-IN-BALANCE VALUE "Y".

       01 WS-FILE-STATUS-WORK.
           05 WS-MASTER-FILE-STATUS PIC X(2).
           05 WS-AR-FILE-STATUS   PIC X(2).
           05 WS-COL-FILE-STATUS  PIC X(2).

      * SAME RETENTION AS TAX-ARCHIVE - THE MASTER KEEPS THE CURRENT
      * TAX YEAR AND THE TWO BEFORE IT.
       01 WS-DATE-WORK.
           05 WS-CURRENT-DATE     PIC 9(8).
           05 WS-CURRENT-DATE-PARTS REDEFINES WS-CURRENT-DATE.
               10 WS-CURR-YEAR    PIC 9(4).
               10 FILLER          PIC 9(4).
           05 WS-KEEP-FROM-YEAR   PIC 9(4).

      * THE KEY OF THE ROW EACH FILE IS POSITIONED ON.  A FILE AT ITS
      * END HOLDS HIGH-VALUES, SO THE OTHER FILE'S REMAINING ROWS
      * ALL FALL OUT AS UNMATCHED.
       01 WS-MERGE-KEYS.
           05 WS-MASTER-KEY       PIC X(13).
           05 WS-AR-KEY           PIC X(13).

      * THE FIRST AMOUNT ON AN EXCEPTION LINE IS THE MASTER BALANCE
      * DUE, OR FOR A LEDGER ROW THAT DOES NOT FOOT, WHAT THE OPEN
      * BALANCE SHOULD BE.  THE DIFFERENCE IS FIRST LESS SECOND.
       01 WS-PROOF-WORK.
           05 WS-WRITEOFF-AMOUNT  PIC 9(8)V99.
           05 WS-FOOTED-BALANCE   PIC S9(9)V99.
           05 WS-PROOF-AMOUNT     PIC S9(9)V99.
           05 WS-LEDGER-AMOUNT    PIC 9(8)V99.
           05 WS-DIFFERENCE       PIC S9(9)V99.
           05 WS-FILE-DIFFERENCE  PIC S9(11)V99.
           05 WS-EXCEPTION-TEXT   PIC X(18).
           05 WS-PRINT-TAXPAYER-ID PIC X(9).
           05 WS-PRINT-TAX-YEAR   PIC 9(4).

      * CONTROL TOTALS - MASTER ROWS READ = ROWS MATCHED + MASTER
      * ROWS WITH NO LEDGER ROW (WITH OR WITHOUT A BALANCE DUE), AND
      * LEDGER ROWS READ = ROWS MATCHED + LEDGER ROWS WITH NO MASTER
      * ROW + LEDGER ROWS FOR ARCHIVED YEARS.  THE LEDGER DOLLARS
      * COMPARED WITH THE MASTER LEAVE OUT THE ARCHIVED YEARS, WHICH
      * ARE TOTALED SEPARATELY.
       01 WS-PROOF-TOTALS.
           05 WS-MASTER-ROWS-READ PIC 9(7) COMP VALUE ZERO.
           05 WS-AR-ROWS-READ     PIC 9(7) COMP VALUE ZERO.
           05 WS-ROWS-MATCHED     PIC 9(7) COMP VALUE ZERO.
           05 WS-MASTER-ONLY-ZERO PIC 9(7) COMP VALUE ZERO.
           05 WS-BALANCES-DIFFER  PIC 9(7) COMP VALUE ZERO.
           05 WS-NO-LEDGER-ROW    PIC 9(7) COMP VALUE ZERO.
           05 WS-NO-MASTER-ROW    PIC 9(7) COMP VALUE ZERO.
           05 WS-MASTER-ARCHIVED  PIC 9(7) COMP VALUE ZERO.
           05 WS-NOT-FOOTED       PIC 9(7) COMP VALUE ZERO.
           05 WS-EXCEPTION-COUNT  PIC 9(7) COMP VALUE ZERO.
           05 WS-MASTER-DOLLARS   PIC 9(11)V99 VALUE ZERO.
           05 WS-AR-DOLLARS       PIC 9(11)V99 VALUE ZERO.
           05 WS-ARCHIVED-DOLLARS PIC 9(11)V99 VALUE ZERO.
           05 WS-WRITEOFF-DOLLARS PIC 9(11)V99 VALUE ZERO.

       01 WS-REPORT-FIELDS.
           05 WS-ED-COUNT         PIC ZZZZZZ9.
           05 WS-ED-AMOUNT        PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05 WS-ED-NET           PIC -Z,ZZZ,ZZZ,ZZ9.99.
           05 WS-ED-PROOF         PIC -ZZ,ZZZ,ZZ9.99.
           05 WS-ED-MONEY         PIC ZZ,ZZZ,ZZ9.99.
           05 WS-ED-DIFFERENCE    PIC -ZZ,ZZZ,ZZ9.99.
           05 WS-ED-DATE          PIC 9999/99/99.

       PROCEDURE DIVISION.
       MAIN-PROCESSING.
           PERFORM INITIALIZE-PROGRAM
           PERFORM PROVE-ONE-KEY
               UNTIL MASTER-SCAN-EOF AND AR-SCAN-EOF
           PERFORM PRODUCE-PROOF-TOTALS
           PERFORM CLEANUP-PROGRAM
           IF NOT FILES-IN-BALANCE
               DISPLAY "TAX-BALPROOF: TAXMSTR.DAT AND ARBAL.DAT OUT OF "
                   "BALANCE - RETURN CODE 8"
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

      * BOTH FILES ARE REQUIRED - A PROOF THAT CANNOT READ ONE OF
      * THEM HAS PROVED NOTHING, SO THE CHAIN IS STOPPED.
       INITIALIZE-PROGRAM.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           SUBTRACT 2 FROM WS-CURR-YEAR GIVING WS-KEEP-FROM-YEAR
           OPEN INPUT TAXPAYER-MASTER-FILE
           IF WS-MASTER-FILE-STATUS NOT = "00"
               DISPLAY "TAX-BALPROOF: TAXMSTR.DAT NOT AVAILABLE "
                   "- RUN STOPPED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT AR-BALANCE-FILE
           IF WS-AR-FILE-STATUS NOT = "00"
               DISPLAY "TAX-BALPROOF: ARBAL.DAT NOT AVAILABLE "
                   "- RUN STOPPED"
               CLOSE TAXPAYER-MASTER-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT COLLECTION-CASE-FILE
           OPEN OUTPUT PROOF-REPORT
           PERFORM PROOF-REPORT-HEADING
           MOVE LOW-VALUES TO MST-RETURN-KEY
           START TAXPAYER-MASTER-FILE KEY NOT < MST-RETURN-KEY
               INVALID KEY MOVE "Y" TO WS-MASTER-EOF-FLAG
           END-START
           IF MASTER-SCAN-EOF
               MOVE HIGH-VALUES TO WS-MASTER-KEY
           ELSE
               PERFORM READ-NEXT-MASTER-ROW
           END-IF
           MOVE LOW-VALUES TO AR-RETURN-KEY
           START AR-BALANCE-FILE KEY NOT < AR-RETURN-KEY
               INVALID KEY MOVE "Y" TO WS-AR-EOF-FLAG
           END-START
           IF AR-SCAN-EOF
               MOVE HIGH-VALUES TO WS-AR-KEY
           ELSE
               PERFORM READ-NEXT-AR-ROW
           END-IF.

       PROOF-REPORT-HEADING.
           MOVE "TAX-BALPROOF TAXPAYER MASTER TO LEDGER BALANCING PROOF"
               TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-CURRENT-DATE TO WS-ED-DATE
           MOVE SPACES TO REPORT-LINE
           STRING "PREPARED " WS-ED-DATE
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "EXCEPTIONS" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "TAXPAYER-ID YEAR   PROOF AMOUNT   LEDGER OPEN"
               "     DIFFERENCE  EXCEPTION"
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE.

       READ-NEXT-MASTER-ROW.
           READ TAXPAYER-MASTER-FILE NEXT RECORD
               AT END MOVE "Y" TO WS-MASTER-EOF-FLAG
           END-READ
           IF WS-MASTER-FILE-STATUS NOT = "00"
               MOVE "Y" TO WS-MASTER-EOF-FLAG
           END-IF
           IF MASTER-SCAN-EOF
               MOVE HIGH-VALUES TO WS-MASTER-KEY
           ELSE
               ADD 1 TO WS-MASTER-ROWS-READ
               ADD MST-BALANCE-DUE TO WS-MASTER-DOLLARS
               MOVE MST-RETURN-KEY TO WS-MASTER-KEY
           END-IF.

       READ-NEXT-AR-ROW.
           READ AR-BALANCE-FILE NEXT RECORD
               AT END MOVE "Y" TO WS-AR-EOF-FLAG
           END-READ
           IF WS-AR-FILE-STATUS NOT = "00"
               MOVE "Y" TO WS-AR-EOF-FLAG
           END-IF
           IF AR-SCAN-EOF
               MOVE HIGH-VALUES TO WS-AR-KEY
           ELSE
               ADD 1 TO WS-AR-ROWS-READ
               MOVE AR-RETURN-KEY TO WS-AR-KEY
           END-IF.

      * ONE STEP OF THE MATCH - THE LOWER KEY IS UNMATCHED ON ITS
      * OWN FILE; EQUAL KEYS ARE COMPARED AND BOTH FILES ADVANCE.
       PROVE-ONE-KEY.
           EVALUATE TRUE
               WHEN WS-MASTER-KEY < WS-AR-KEY
                   PERFORM PROVE-MASTER-ONLY
                   PERFORM READ-NEXT-MASTER-ROW
               WHEN WS-AR-KEY < WS-MASTER-KEY
                   PERFORM PROVE-LEDGER-ONLY
                   PERFORM READ-NEXT-AR-ROW
               WHEN OTHER
                   PERFORM PROVE-MATCHED-ROW
                   PERFORM READ-NEXT-MASTER-ROW
                   PERFORM READ-NEXT-AR-ROW
           END-EVALUATE.

      * A MASTER ROW WITH NOTHING DUE NEVER GETS A LEDGER ROW, SO IT
      * IS ONLY COUNTED.  ONE WITH A BALANCE DUE SHOULD HAVE BEEN
      * SEEDED BY TAX-PAYMENT.
       PROVE-MASTER-ONLY.
           IF MST-BALANCE-DUE > ZERO
               ADD 1 TO WS-NO-LEDGER-ROW
               MOVE MST-TAXPAYER-ID TO WS-PRINT-TAXPAYER-ID
               MOVE MST-TAX-YEAR    TO WS-PRINT-TAX-YEAR
               MOVE MST-BALANCE-DUE TO WS-PROOF-AMOUNT
               MOVE ZERO            TO WS-LEDGER-AMOUNT
               MOVE "NO LEDGER ROW"  TO WS-EXCEPTION-TEXT
               PERFORM WRITE-EXCEPTION-LINE
           ELSE
               ADD 1 TO WS-MASTER-ONLY-ZERO
           END-IF.

      * A YEAR OLDER THAN THE MASTER KEEPS HAS BEEN ARCHIVED, SO ITS
      * LEDGER ROW HAS NO MASTER ROW TO AGREE WITH - IT IS ONLY
      * COUNTED, TOTALED APART AND FOOTED.  A RETAINED YEAR WITH NO
      * MASTER ROW IS AN EXCEPTION.
       PROVE-LEDGER-ONLY.
           MOVE AR-TAXPAYER-ID  TO WS-PRINT-TAXPAYER-ID
           MOVE AR-TAX-YEAR     TO WS-PRINT-TAX-YEAR
           IF AR-TAX-YEAR < WS-KEEP-FROM-YEAR
               ADD 1 TO WS-MASTER-ARCHIVED
               ADD AR-OPEN-BALANCE TO WS-ARCHIVED-DOLLARS
           ELSE
               ADD 1 TO WS-NO-MASTER-ROW
               ADD AR-OPEN-BALANCE TO WS-AR-DOLLARS
               MOVE ZERO            TO WS-PROOF-AMOUNT
               MOVE AR-OPEN-BALANCE TO WS-LEDGER-AMOUNT
               MOVE "NO MASTER ROW"  TO WS-EXCEPTION-TEXT
               PERFORM WRITE-EXCEPTION-LINE
           END-IF
           PERFORM FOOT-LEDGER-ROW.

       PROVE-MATCHED-ROW.
           ADD 1 TO WS-ROWS-MATCHED
           ADD AR-OPEN-BALANCE TO WS-AR-DOLLARS
           MOVE AR-TAXPAYER-ID TO WS-PRINT-TAXPAYER-ID
           MOVE AR-TAX-YEAR    TO WS-PRINT-TAX-YEAR
           IF MST-BALANCE-DUE NOT = AR-OPEN-BALANCE
               ADD 1 TO WS-BALANCES-DIFFER
               MOVE MST-BALANCE-DUE TO WS-PROOF-AMOUNT
               MOVE AR-OPEN-BALANCE TO WS-LEDGER-AMOUNT
               MOVE "BALANCES DIFFER" TO WS-EXCEPTION-TEXT
               PERFORM WRITE-EXCEPTION-LINE
           END-IF
           PERFORM FOOT-LEDGER-ROW.

      * ORIGINAL + PENALTY + INTEREST - PAID - WRITTEN OFF = OPEN.
      * ONLY TAX-COLLECT TAKES A BALANCE OFF THE LEDGER OTHER THAN
      * BY PAYMENT, AND IT KEEPS THE RUNNING AMOUNT ON THE CASE ROW.
       FOOT-LEDGER-ROW.
           MOVE ZERO TO WS-WRITEOFF-AMOUNT
           MOVE AR-TAXPAYER-ID TO COL-TAXPAYER-ID
           MOVE AR-TAX-YEAR    TO COL-TAX-YEAR
           READ COLLECTION-CASE-FILE
               INVALID KEY CONTINUE
           END-READ
           IF WS-COL-FILE-STATUS = "00"
               MOVE COL-WRITEOFF-AMOUNT TO WS-WRITEOFF-AMOUNT
               ADD COL-WRITEOFF-AMOUNT TO WS-WRITEOFF-DOLLARS
           END-IF
           COMPUTE WS-FOOTED-BALANCE =
               AR-ORIG-BALANCE + AR-PENALTY-ASSESSED
                   + AR-INTEREST-ASSESSED - AR-PAID-TO-DATE
                   - WS-WRITEOFF-AMOUNT
           IF WS-FOOTED-BALANCE NOT = AR-OPEN-BALANCE
               ADD 1 TO WS-NOT-FOOTED
               MOVE WS-FOOTED-BALANCE TO WS-PROOF-AMOUNT
               MOVE AR-OPEN-BALANCE   TO WS-LEDGER-AMOUNT
               MOVE "LEDGER NOT FOOTED" TO WS-EXCEPTION-TEXT
               PERFORM WRITE-EXCEPTION-LINE
           END-IF.

      * THE CALLER SETS THE PRINT KEY - THE LEDGER RECORD AREA STILL
      * HOLDS THE NEXT LEDGER ROW WHEN A MASTER ROW IS UNMATCHED.
       WRITE-EXCEPTION-LINE.
           ADD 1 TO WS-EXCEPTION-COUNT
           MOVE "N" TO WS-BALANCE-FLAG
           COMPUTE WS-DIFFERENCE = WS-PROOF-AMOUNT - WS-LEDGER-AMOUNT
           MOVE WS-PROOF-AMOUNT  TO WS-ED-PROOF
           MOVE WS-LEDGER-AMOUNT TO WS-ED-MONEY
           MOVE WS-DIFFERENCE    TO WS-ED-DIFFERENCE
           MOVE SPACES TO REPORT-LINE
           STRING WS-PRINT-TAXPAYER-ID "   " WS-PRINT-TAX-YEAR " "
               WS-ED-PROOF " " WS-ED-MONEY " " WS-ED-DIFFERENCE
               "  " WS-EXCEPTION-TEXT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

      * MASTER ROWS READ = MATCHED + NO LEDGER ROW + NOTHING DUE, AND
      * LEDGER ROWS READ = MATCHED + NO MASTER ROW + MASTER ARCHIVED.
      * THE FILE TOTALS ARE PROVED AS WELL AS THE ROWS - THE MASTER
      * BALANCE DUE AGAINST THE LEDGER'S OPEN BALANCE FOR THE YEARS
      * THE MASTER STILL HOLDS.
       PRODUCE-PROOF-TOTALS.
           COMPUTE WS-FILE-DIFFERENCE =
               WS-MASTER-DOLLARS - WS-AR-DOLLARS
           IF WS-FILE-DIFFERENCE NOT = ZERO
               MOVE "N" TO WS-BALANCE-FLAG
           END-IF
           IF WS-EXCEPTION-COUNT = ZERO
               MOVE "NO EXCEPTIONS" TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "CONTROL TOTALS" TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           MOVE WS-MASTER-ROWS-READ TO WS-ED-COUNT
           STRING "MASTER ROWS READ  . . . . . . " WS-ED-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           MOVE WS-AR-ROWS-READ TO WS-ED-COUNT
           STRING "LEDGER ROWS READ  . . . . . . " WS-ED-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           MOVE WS-ROWS-MATCHED TO WS-ED-COUNT
           STRING "ROWS MATCHED  . . . . . . . . " WS-ED-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           MOVE WS-MASTER-ONLY-ZERO TO WS-ED-COUNT
           STRING "MASTER ROWS NOTHING DUE . . . " WS-ED-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           MOVE WS-BALANCES-DIFFER TO WS-ED-COUNT
           STRING "  BALANCES DIFFER . . . . . . " WS-ED-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           MOVE WS-NO-LEDGER-ROW TO WS-ED-COUNT
           STRING "  BALANCE DUE, NO LEDGER ROW  " WS-ED-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           MOVE WS-NO-MASTER-ROW TO WS-ED-COUNT
           STRING "  LEDGER ROW, NO MASTER ROW . " WS-ED-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           MOVE WS-MASTER-ARCHIVED TO WS-ED-COUNT
           STRING "LEDGER ROW, MASTER ARCHIVED . " WS-ED-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           MOVE WS-NOT-FOOTED TO WS-ED-COUNT
           STRING "  LEDGER ROWS NOT FOOTING . . " WS-ED-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           MOVE WS-EXCEPTION-COUNT TO WS-ED-COUNT
           STRING "TOTAL EXCEPTIONS  . . . . . . " WS-ED-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           MOVE WS-MASTER-DOLLARS TO WS-ED-AMOUNT
           STRING "MASTER BALANCE DUE  . . . . . " WS-ED-AMOUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           MOVE WS-AR-DOLLARS TO WS-ED-AMOUNT
           STRING "LEDGER OPEN, RETAINED YEARS . " WS-ED-AMOUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           MOVE WS-ARCHIVED-DOLLARS TO WS-ED-AMOUNT
           STRING "OPEN ON ARCHIVED YEARS  . . . " WS-ED-AMOUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           MOVE WS-FILE-DIFFERENCE TO WS-ED-NET
           STRING "FILE DIFFERENCE . . . . . . . " WS-ED-NET
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           MOVE WS-WRITEOFF-DOLLARS TO WS-ED-AMOUNT
           STRING "WRITTEN OFF IN FOOTING  . . . " WS-ED-AMOUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           IF FILES-IN-BALANCE
               MOVE "MASTER AND LEDGER IN BALANCE" TO REPORT-LINE
           ELSE
               MOVE "MASTER AND LEDGER OUT OF BALANCE - RETURN CODE 8"
                   TO REPORT-LINE
           END-IF
           WRITE REPORT-LINE.

       CLEANUP-PROGRAM.
           CLOSE TAXPAYER-MASTER-FILE
           CLOSE AR-BALANCE-FILE
           CLOSE COLLECTION-CASE-FILE
           CLOSE PROOF-REPORT.
