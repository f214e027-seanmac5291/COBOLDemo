       IDENTIFICATION DIVISION.
       PROGRAM-ID. TAX-1099G.
       AUTHOR. LEGACY-SYSTEMS-TEAM.
      *****************************************************************
      * YEAR-END 1099-G INFORMATION RETURNS                          *
      * READS THE SEASON'S DISBURSEMENT HISTORY (REFHIST.DAT, ONE    *
      * ROW PER REFDISB.DAT RECORD TAX-REFUND EVER WROTE) FOR ONE    *
      * CALENDAR YEAR AND TOTALS THE REFUND PAYMENTS AND THE OFFSET  *
      * MEMOS BY TAXPAYER ID - A REFUND APPLIED TO AN OLD BALANCE IS *
      * STILL A REPORTABLE REFUND.  THE TOTALS ARE KEPT ON THE       *
      * RECIPIENT FILE (1099GREC.DAT) TOGETHER WITH THE AMOUNT LAST  *
      * REPORTED, SO THE SAME RUN REPEATED LATER FOR THE SAME YEAR   *
      * ISSUES A CORRECTED FORM FOR EVERY TAXPAYER WHOSE TOTAL HAS   *
      * SINCE CHANGED - A PAYMENT REVERSED AFTER THE BANK RETURNED   *
      * IT - AND AN ORIGINAL FOR ANYONE NOT YET REPORTED, BUT NEVER  *
      * THE SAME FORM TWICE.  THE RECIPIENT BLOCK COMES FROM THE     *
      * NAME-AND-ADDRESS MASTER; A TAXPAYER WITH NO ROW OR AN        *
      * UNUSABLE ADDRESS FALLS OUT TO THE EXCEPTION LIST THE WAY     *
      * TAX-NOTICE'S DO, AND IS PICKED UP BY THE NEXT RUN ONCE THE   *
      * ADDRESS IS FIXED.  OUTPUTS ARE THE FORM PRINT FILE WITH A    *
      * CONTROL PAGE AND THE FIXED-WIDTH ELECTRONIC TRANSMITTAL -    *
      * PAYER RECORD, ONE PAYEE RECORD PER FORM, END-OF-PAYER TOTALS *
      * AND AN END-OF-TRANSMISSION RECORD COUNT.                     *
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL RUN-PARAMETER-FILE ASSIGN TO "1099GPRM.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.
           SELECT OPTIONAL REFUND-HISTORY-FILE ASSIGN TO "REFHIST.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HISTORY-FILE-STATUS.
           SELECT OPTIONAL RECIPIENT-FILE ASSIGN TO "1099GREC.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GRC-RECIPIENT-KEY
               FILE STATUS IS WS-RECIPIENT-FILE-STATUS.
           SELECT OPTIONAL NAME-ADDRESS-FILE ASSIGN TO "NAMADDR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS NAD-TAXPAYER-ID
               FILE STATUS IS WS-NAD-FILE-STATUS.
           SELECT FORM-PRINT-FILE ASSIGN TO "1099G.PRT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT TRANSMITTAL-FILE ASSIGN TO "1099GTRN.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT EXCEPTION-LIST ASSIGN TO "1099GEX.RPT"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * OPTIONAL RUN PARAMETERS - THE CALENDAR YEAR BEING REPORTED
      * AND THE PAYER IDENTIFICATION.  A YEAR LEFT AS SPACES (OR AN
      * ABSENT FILE) REPORTS THE CALENDAR YEAR BEFORE TODAY'S, WHICH
      * IS THE JANUARY RUN; A BLANK PAYER NAME KEEPS THE COMPILED-IN
      * NAME.  THE PAYER TIN HAS NO DEFAULT.
       FD RUN-PARAMETER-FILE.
       01 RUN-PARAMETER-RECORD.
           05 PRM-CALENDAR-YEAR   PIC X(4).
           05 PRM-CALENDAR-YEAR-N REDEFINES PRM-CALENDAR-YEAR
                                  PIC 9(4).
           05 PRM-PAYER-TIN       PIC X(9).
           05 PRM-PAYER-NAME      PIC X(40).

      * DISBURSEMENT HISTORY APPENDED BY TAX-REFUND - SAME LAYOUT AS
      * REFDISB.DAT.  "P" IS A NET REFUND PAYMENT AND "M" AN OFFSET
      * MEMO, BOTH REPORTABLE.  "R" IS A PAYMENT THE BANK RETURNED
      * AND THAT WAS REVERSED ON THE ACCOUNT; IT CARRIES THE ISSUE
      * DATE OF THE PAYMENT IT REVERSES, SO IT COMES OFF THE TOTAL
      * FOR THE YEAR THAT PAYMENT WAS REPORTED IN.
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

      * ONE ROW PER TAXPAYER PER CALENDAR YEAR.  THE THREE DOLLAR
      * TOTALS ARE REBUILT FROM THE HISTORY ON EVERY RUN FOR THE
      * YEAR; THE REPORTED AMOUNT, FORM STATUS AND FILED DATE ONLY
      * CHANGE WHEN A FORM IS ACTUALLY ISSUED.
       FD RECIPIENT-FILE.
       01 RECIPIENT-RECORD.
           05 GRC-RECIPIENT-KEY.
               10 GRC-TAXPAYER-ID PIC X(9).
               10 GRC-CALENDAR-YEAR PIC 9(4).
           05 GRC-STATE-CODE      PIC X(2).
           05 GRC-PAYMENT-DOLLARS PIC 9(9)V99.
           05 GRC-OFFSET-DOLLARS  PIC 9(9)V99.
           05 GRC-REVERSED-DOLLARS PIC 9(9)V99.
           05 GRC-REPORTED-AMOUNT PIC 9(9)V99.
           05 GRC-FORM-STATUS     PIC X(1).
              88 GRC-NOT-REPORTED VALUE " ".
              88 GRC-ORIGINAL-FILED VALUE "O".
              88 GRC-CORRECTION-FILED VALUE "C".
           05 GRC-FILED-DATE      PIC 9(8).
           05 GRC-CORRECTION-COUNT PIC 9(2).

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

       FD FORM-PRINT-FILE.
       01 FORM-LINE               PIC X(80).

      * ELECTRONIC TRANSMITTAL - 160-BYTE RECORDS.  ONE "A" PAYER
      * RECORD, ONE "B" PAYEE RECORD PER FORM ISSUED (CORRECTED
      * INDICATOR "G" ON A CORRECTION), ONE "C" END-OF-PAYER RECORD
      * CARRYING THE PAYEE COUNT AND DOLLAR TOTAL, AND ONE "F"
      * END-OF-TRANSMISSION RECORD CARRYING THE NUMBER OF RECORDS IN
      * THE FILE, ITSELF INCLUDED.
       FD TRANSMITTAL-FILE.
       01 TRN-PAYER-RECORD.
           05 TRA-RECORD-TYPE     PIC X(1).
           05 TRA-CALENDAR-YEAR   PIC 9(4).
           05 TRA-PAYER-TIN       PIC X(9).
           05 TRA-PAYER-NAME      PIC X(40).
           05 TRA-CREATE-DATE     PIC 9(8).
           05 FILLER              PIC X(98).
       01 TRN-PAYEE-RECORD.
           05 TRB-RECORD-TYPE     PIC X(1).
           05 TRB-CALENDAR-YEAR   PIC 9(4).
           05 TRB-CORRECTED-IND   PIC X(1).
           05 TRB-PAYEE-TIN       PIC X(9).
           05 TRB-PAYEE-NAME      PIC X(30).
           05 TRB-ADDR-LINE-1     PIC X(30).
           05 TRB-ADDR-LINE-2     PIC X(30).
           05 TRB-CITY            PIC X(20).
           05 TRB-STATE           PIC X(2).
           05 TRB-ZIP             PIC X(10).
           05 TRB-FOREIGN-FLAG    PIC X(1).
           05 TRB-TAX-STATE-CODE  PIC X(2).
           05 TRB-REFUND-AMOUNT   PIC 9(9)V99.
           05 FILLER              PIC X(9).
       01 TRN-END-PAYER-RECORD.
           05 TRC-RECORD-TYPE     PIC X(1).
           05 TRC-CALENDAR-YEAR   PIC 9(4).
           05 TRC-PAYEE-COUNT     PIC 9(8).
           05 TRC-ORIGINAL-COUNT  PIC 9(8).
           05 TRC-CORRECTED-COUNT PIC 9(8).
           05 TRC-REFUND-TOTAL    PIC 9(13)V99.
           05 FILLER              PIC X(116).
       01 TRN-END-RECORD.
           05 TRF-RECORD-TYPE     PIC X(1).
           05 TRF-CALENDAR-YEAR   PIC 9(4).
           05 TRF-RECORD-COUNT    PIC 9(8).
           05 FILLER              PIC X(147).

       FD EXCEPTION-LIST.
       01 EXCEPTION-LINE          PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-FLAGS.
           05 WS-HISTORY-EOF-FLAG PIC X VALUE "N".
              88 HISTORY-EOF      VALUE "Y".
           05 WS-RECIPIENT-EOF-FLAG PIC X VALUE "N".
              88 RECIPIENT-SCAN-EOF VALUE "Y".
           05 WS-ADDRESS-FOUND    PIC X VALUE "N".
           05 WS-FORM-ACTION      PIC X VALUE SPACE.
              88 NO-FORM-DUE      VALUE " ".
              88 ISSUE-ORIGINAL   VALUE "O".
              88 ISSUE-CORRECTION VALUE "C".

       01 WS-FILE-STATUS-WORK.
           05 WS-PARM-FILE-STATUS PIC X(2).
           05 WS-HISTORY-FILE-STATUS PIC X(2).
           05 WS-RECIPIENT-FILE-STATUS PIC X(2).
           05 WS-NAD-FILE-STATUS  PIC X(2).

       01 WS-DATE-WORK.
           05 WS-CURRENT-DATE.
               10 WS-CURR-YEAR    PIC 9(4).
               10 WS-CURR-MONTH   PIC 9(2).
               10 WS-CURR-DAY     PIC 9(2).
           05 WS-CURRENT-DATE-N REDEFINES WS-CURRENT-DATE
                                  PIC 9(8).
           05 WS-ISSUE-YEAR       PIC 9(4).

       01 WS-RUN-PARAMETERS.
           05 WS-CALENDAR-YEAR    PIC 9(4).
           05 WS-PAYER-TIN        PIC X(9) VALUE SPACES.
           05 WS-PAYER-NAME       PIC X(40)
               VALUE "DEPARTMENT OF REVENUE".

      * THE REPORTABLE AMOUNT IS PAYMENTS PLUS OFFSETS LESS
      * REVERSALS, NEVER BELOW ZERO.
       01 WS-FORM-WORK.
           05 WS-REPORTABLE-AMOUNT PIC S9(9)V99.
           05 WS-EXCEPTION-REASON PIC X(30).

      * HISTORY CONTROLS - RECORDS READ EQUALS IN-YEAR PLUS OTHER
      * YEARS PLUS UNKNOWN TYPES, AND THE THREE IN-YEAR DOLLAR
      * TOTALS ARE WHAT THE RECIPIENT FILE WAS REBUILT FROM.
       01 WS-HISTORY-TOTALS.
           05 WS-HIST-RECORDS-READ PIC 9(7) COMP VALUE ZERO.
           05 WS-HIST-IN-YEAR     PIC 9(7) COMP VALUE ZERO.
           05 WS-HIST-OTHER-YEARS PIC 9(7) COMP VALUE ZERO.
           05 WS-HIST-BAD-TYPE    PIC 9(7) COMP VALUE ZERO.
           05 WS-HIST-PAYMENT-DOLLARS PIC 9(11)V99 VALUE ZERO.
           05 WS-HIST-OFFSET-DOLLARS PIC 9(11)V99 VALUE ZERO.
           05 WS-HIST-REVERSED-DOLLARS PIC 9(11)V99 VALUE ZERO.

      * FORM CONTROLS - ORIGINALS PLUS CORRECTIONS EQUALS THE PAYEE
      * COUNT ON THE TRANSMITTAL "C" RECORD, AND THEIR DOLLARS THE
      * "C" RECORD TOTAL.
       01 WS-FORM-TOTALS.
           05 WS-RECIPIENTS-FOR-YEAR PIC 9(7) COMP VALUE ZERO.
           05 WS-ORIGINAL-FORMS   PIC 9(7) COMP VALUE ZERO.
           05 WS-CORRECTED-FORMS  PIC 9(7) COMP VALUE ZERO.
           05 WS-FORMS-ISSUED     PIC 9(7) COMP VALUE ZERO.
           05 WS-ALREADY-REPORTED PIC 9(7) COMP VALUE ZERO.
           05 WS-NOTHING-TO-REPORT PIC 9(7) COMP VALUE ZERO.
           05 WS-ADDRESS-EXCEPTIONS PIC 9(7) COMP VALUE ZERO.
           05 WS-FORM-DOLLARS     PIC 9(11)V99 VALUE ZERO.
           05 WS-TRANSMITTAL-RECORDS PIC 9(7) COMP VALUE ZERO.

       01 WS-PRINT-WORK.
           05 WS-ED-AMOUNT        PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05 WS-ED-COUNT         PIC ZZZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCESSING.
           PERFORM INITIALIZE-PROGRAM
           PERFORM CLEAR-YEAR-TOTALS UNTIL RECIPIENT-SCAN-EOF
           PERFORM ACCUMULATE-HISTORY
           PERFORM ISSUE-FORMS
           PERFORM WRITE-TRANSMITTAL-TRAILERS
           PERFORM PRODUCE-CONTROL-PAGE
           PERFORM CLEANUP-PROGRAM
           STOP RUN.

       INITIALIZE-PROGRAM.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           SUBTRACT 1 FROM WS-CURR-YEAR GIVING WS-CALENDAR-YEAR
           PERFORM READ-RUN-PARAMETERS
           IF WS-PAYER-TIN = SPACES
               DISPLAY "TAX-1099G: NO PAYER TIN ON 1099GPRM.DAT "
                   "- RUN STOPPED"
               STOP RUN
           END-IF
           PERFORM CHECK-HISTORY-FOR-YEAR
           OPEN I-O RECIPIENT-FILE
           OPEN INPUT NAME-ADDRESS-FILE
           OPEN OUTPUT FORM-PRINT-FILE
           OPEN OUTPUT TRANSMITTAL-FILE
           OPEN OUTPUT EXCEPTION-LIST
           PERFORM WRITE-EXCEPTION-HEADING
           PERFORM WRITE-PAYER-RECORD
           PERFORM START-RECIPIENT-SCAN.

      * A NON-NUMERIC YEAR IS IGNORED RATHER THAN TAKEN AS ZERO.
       READ-RUN-PARAMETERS.
           OPEN INPUT RUN-PARAMETER-FILE
           IF WS-PARM-FILE-STATUS = "00"
               READ RUN-PARAMETER-FILE
                   AT END CONTINUE
               END-READ
               IF WS-PARM-FILE-STATUS = "00"
                   PERFORM APPLY-RUN-PARAMETERS
               END-IF
           END-IF
           CLOSE RUN-PARAMETER-FILE.

       APPLY-RUN-PARAMETERS.
           IF PRM-CALENDAR-YEAR NUMERIC
                   AND PRM-CALENDAR-YEAR-N > ZERO
               MOVE PRM-CALENDAR-YEAR-N TO WS-CALENDAR-YEAR
           END-IF
           IF PRM-PAYER-TIN NOT = SPACES
               MOVE PRM-PAYER-TIN TO WS-PAYER-TIN
           END-IF
           IF PRM-PAYER-NAME NOT = SPACES
               MOVE PRM-PAYER-NAME TO WS-PAYER-NAME
           END-IF.

      * EVERY RUN REBUILDS THE YEAR'S TOTALS FROM THE HISTORY, SO A
      * HISTORY WITH NOTHING FOR THE YEAR - NEVER WRITTEN, OR
      * ALREADY CLEARED AWAY - WOULD ZERO EVERY RECIPIENT AND ISSUE
      * A CORRECTION TO NOTHING FOR EACH OF THEM.  THE RUN STOPS
      * BEFORE TOUCHING THE RECIPIENT FILE INSTEAD.
       CHECK-HISTORY-FOR-YEAR.
           OPEN INPUT REFUND-HISTORY-FILE
           IF WS-HISTORY-FILE-STATUS = "00"
               PERFORM READ-HISTORY-RECORD
               PERFORM COUNT-HISTORY-FOR-YEAR
                   UNTIL HISTORY-EOF OR WS-HIST-IN-YEAR > ZERO
           END-IF
           CLOSE REFUND-HISTORY-FILE
           IF WS-HIST-IN-YEAR = ZERO
               DISPLAY "TAX-1099G: NO DISBURSEMENT HISTORY FOR "
                   WS-CALENDAR-YEAR " - RUN STOPPED"
               STOP RUN
           END-IF
           MOVE ZERO TO WS-HIST-IN-YEAR
           MOVE "N" TO WS-HISTORY-EOF-FLAG.

       COUNT-HISTORY-FOR-YEAR.
           MOVE RFH-ISSUE-DATE(1:4) TO WS-ISSUE-YEAR
           IF WS-ISSUE-YEAR = WS-CALENDAR-YEAR
               ADD 1 TO WS-HIST-IN-YEAR
           ELSE
               PERFORM READ-HISTORY-RECORD
           END-IF.

       READ-HISTORY-RECORD.
           READ REFUND-HISTORY-FILE
               AT END MOVE "Y" TO WS-HISTORY-EOF-FLAG
           END-READ.

       WRITE-EXCEPTION-HEADING.
           MOVE "1099-G FORMS NOT ISSUED - NO USABLE ADDRESS"
               TO EXCEPTION-LINE
           WRITE EXCEPTION-LINE
           MOVE SPACES TO EXCEPTION-LINE
           WRITE EXCEPTION-LINE
           MOVE "TAXPAYER-ID  YEAR  REASON" TO EXCEPTION-LINE
           WRITE EXCEPTION-LINE.

       WRITE-PAYER-RECORD.
           MOVE SPACES TO TRN-PAYER-RECORD
           MOVE "A"               TO TRA-RECORD-TYPE
           MOVE WS-CALENDAR-YEAR  TO TRA-CALENDAR-YEAR
           MOVE WS-PAYER-TIN      TO TRA-PAYER-TIN
           MOVE WS-PAYER-NAME     TO TRA-PAYER-NAME
           MOVE WS-CURRENT-DATE-N TO TRA-CREATE-DATE
           WRITE TRN-PAYER-RECORD
           ADD 1 TO WS-TRANSMITTAL-RECORDS.

       START-RECIPIENT-SCAN.
           MOVE "N" TO WS-RECIPIENT-EOF-FLAG
           MOVE LOW-VALUES TO GRC-RECIPIENT-KEY
           START RECIPIENT-FILE KEY NOT < GRC-RECIPIENT-KEY
               INVALID KEY MOVE "Y" TO WS-RECIPIENT-EOF-FLAG
           END-START
           IF NOT RECIPIENT-SCAN-EOF
               PERFORM READ-NEXT-RECIPIENT
           END-IF.

       READ-NEXT-RECIPIENT.
           READ RECIPIENT-FILE NEXT RECORD
               AT END MOVE "Y" TO WS-RECIPIENT-EOF-FLAG
           END-READ
           IF WS-RECIPIENT-FILE-STATUS NOT = "00"
               MOVE "Y" TO WS-RECIPIENT-EOF-FLAG
           END-IF.

      * THE YEAR'S TOTALS ARE ZEROED BEFORE THE HISTORY IS ADDED
      * BACK IN, SO A RERUN NEVER COUNTS A DISBURSEMENT TWICE.
       CLEAR-YEAR-TOTALS.
           IF GRC-CALENDAR-YEAR = WS-CALENDAR-YEAR
               MOVE ZERO TO GRC-PAYMENT-DOLLARS
               MOVE ZERO TO GRC-OFFSET-DOLLARS
               MOVE ZERO TO GRC-REVERSED-DOLLARS
               REWRITE RECIPIENT-RECORD
                   INVALID KEY CONTINUE
               END-REWRITE
           END-IF
           PERFORM READ-NEXT-RECIPIENT.

       ACCUMULATE-HISTORY.
           OPEN INPUT REFUND-HISTORY-FILE
           PERFORM READ-HISTORY-RECORD
           PERFORM TALLY-ONE-HISTORY-RECORD UNTIL HISTORY-EOF
           CLOSE REFUND-HISTORY-FILE.

       TALLY-ONE-HISTORY-RECORD.
           ADD 1 TO WS-HIST-RECORDS-READ
           MOVE RFH-ISSUE-DATE(1:4) TO WS-ISSUE-YEAR
           EVALUATE TRUE
               WHEN NOT RFH-PAYMENT AND NOT RFH-OFFSET-MEMO
                       AND NOT RFH-REVERSAL
                   ADD 1 TO WS-HIST-BAD-TYPE
               WHEN WS-ISSUE-YEAR NOT = WS-CALENDAR-YEAR
                   ADD 1 TO WS-HIST-OTHER-YEARS
               WHEN OTHER
                   ADD 1 TO WS-HIST-IN-YEAR
                   PERFORM POST-TO-RECIPIENT
           END-EVALUATE
           PERFORM READ-HISTORY-RECORD.

       POST-TO-RECIPIENT.
           MOVE RFH-TAXPAYER-ID  TO GRC-TAXPAYER-ID
           MOVE WS-CALENDAR-YEAR TO GRC-CALENDAR-YEAR
           READ RECIPIENT-FILE
               INVALID KEY CONTINUE
           END-READ
           IF WS-RECIPIENT-FILE-STATUS = "00"
               PERFORM ADD-HISTORY-AMOUNT
               REWRITE RECIPIENT-RECORD
                   INVALID KEY CONTINUE
               END-REWRITE
           ELSE
               MOVE RFH-TAXPAYER-ID  TO GRC-TAXPAYER-ID
               MOVE WS-CALENDAR-YEAR TO GRC-CALENDAR-YEAR
               MOVE ZERO   TO GRC-PAYMENT-DOLLARS
               MOVE ZERO   TO GRC-OFFSET-DOLLARS
               MOVE ZERO   TO GRC-REVERSED-DOLLARS
               MOVE ZERO   TO GRC-REPORTED-AMOUNT
               MOVE SPACES TO GRC-FORM-STATUS
               MOVE ZERO   TO GRC-FILED-DATE
               MOVE ZERO   TO GRC-CORRECTION-COUNT
               PERFORM ADD-HISTORY-AMOUNT
               WRITE RECIPIENT-RECORD
                   INVALID KEY CONTINUE
               END-WRITE
           END-IF.

       ADD-HISTORY-AMOUNT.
           MOVE RFH-STATE-CODE TO GRC-STATE-CODE
           EVALUATE TRUE
               WHEN RFH-PAYMENT
                   ADD RFH-AMOUNT TO GRC-PAYMENT-DOLLARS
                   ADD RFH-AMOUNT TO WS-HIST-PAYMENT-DOLLARS
               WHEN RFH-OFFSET-MEMO
                   ADD RFH-AMOUNT TO GRC-OFFSET-DOLLARS
                   ADD RFH-AMOUNT TO WS-HIST-OFFSET-DOLLARS
               WHEN RFH-REVERSAL
                   ADD RFH-AMOUNT TO GRC-REVERSED-DOLLARS
                   ADD RFH-AMOUNT TO WS-HIST-REVERSED-DOLLARS
           END-EVALUATE.

       ISSUE-FORMS.
           PERFORM START-RECIPIENT-SCAN
           PERFORM REVIEW-ONE-RECIPIENT UNTIL RECIPIENT-SCAN-EOF.

      * A TAXPAYER NEVER REPORTED GETS AN ORIGINAL ONCE THERE IS
      * SOMETHING TO REPORT; ONE ALREADY REPORTED GETS A CORRECTED
      * FORM CARRYING THE NEW FULL AMOUNT - ZERO WHEN THE WHOLE
      * REFUND CAME BACK - ONLY WHEN THE TOTAL DIFFERS FROM WHAT WAS
      * LAST FILED.
       REVIEW-ONE-RECIPIENT.
           IF GRC-CALENDAR-YEAR = WS-CALENDAR-YEAR
               ADD 1 TO WS-RECIPIENTS-FOR-YEAR
               PERFORM COMPUTE-REPORTABLE-AMOUNT
               MOVE SPACE TO WS-FORM-ACTION
               EVALUATE TRUE
                   WHEN GRC-NOT-REPORTED
                           AND WS-REPORTABLE-AMOUNT > ZERO
                       MOVE "O" TO WS-FORM-ACTION
                   WHEN GRC-NOT-REPORTED
                       ADD 1 TO WS-NOTHING-TO-REPORT
                   WHEN WS-REPORTABLE-AMOUNT NOT = GRC-REPORTED-AMOUNT
                       MOVE "C" TO WS-FORM-ACTION
                   WHEN OTHER
                       ADD 1 TO WS-ALREADY-REPORTED
               END-EVALUATE
               IF NOT NO-FORM-DUE
                   PERFORM ISSUE-ONE-FORM
               END-IF
           END-IF
           PERFORM READ-NEXT-RECIPIENT.

       COMPUTE-REPORTABLE-AMOUNT.
           COMPUTE WS-REPORTABLE-AMOUNT = GRC-PAYMENT-DOLLARS
               + GRC-OFFSET-DOLLARS - GRC-REVERSED-DOLLARS
           IF WS-REPORTABLE-AMOUNT < ZERO
               MOVE ZERO TO WS-REPORTABLE-AMOUNT
           END-IF.

      * THE ROW IS ONLY MARKED FILED ONCE THE FORM IS PRINTED AND ON
      * THE TRANSMITTAL; A TAXPAYER ON THE EXCEPTION LIST IS LEFT AS
      * IT WAS AND COMES UP AGAIN ON THE NEXT RUN.
       ISSUE-ONE-FORM.
           PERFORM LOOK-UP-TAXPAYER-ADDRESS
           IF WS-ADDRESS-FOUND = "Y"
               PERFORM CHECK-ADDRESS-USABLE
           END-IF
           IF WS-EXCEPTION-REASON NOT = SPACES
               PERFORM WRITE-EXCEPTION-LINE
           ELSE
               PERFORM PRINT-ONE-FORM
               PERFORM WRITE-PAYEE-RECORD
               PERFORM MARK-RECIPIENT-FILED
           END-IF.

       LOOK-UP-TAXPAYER-ADDRESS.
           MOVE "N" TO WS-ADDRESS-FOUND
           MOVE "NO NAME-AND-ADDRESS ROW" TO WS-EXCEPTION-REASON
           MOVE GRC-TAXPAYER-ID TO NAD-TAXPAYER-ID
           READ NAME-ADDRESS-FILE
               INVALID KEY CONTINUE
           END-READ
           IF WS-NAD-FILE-STATUS = "00"
               MOVE "Y" TO WS-ADDRESS-FOUND
               MOVE SPACES TO WS-EXCEPTION-REASON
           END-IF.

      * A FOREIGN ADDRESS CARRIES ITS CITY AND COUNTRY IN THE CITY
      * FIELD AND NEEDS NO STATE OR ZIP; A DOMESTIC ONE NEEDS ALL
      * THREE, WITH A NUMERIC FIVE-DIGIT ZIP.
       CHECK-ADDRESS-USABLE.
           EVALUATE TRUE
               WHEN NAD-NAME = SPACES
                   MOVE "NO RECIPIENT NAME" TO WS-EXCEPTION-REASON
               WHEN NAD-ADDR-LINE-1 = SPACES
                   MOVE "NO STREET ADDRESS" TO WS-EXCEPTION-REASON
               WHEN NAD-CITY = SPACES
                   MOVE "NO CITY" TO WS-EXCEPTION-REASON
               WHEN NAD-FOREIGN-FLAG = "Y"
                   CONTINUE
               WHEN NAD-STATE = SPACES
                   MOVE "NO STATE" TO WS-EXCEPTION-REASON
               WHEN NAD-ZIP(1:5) NOT NUMERIC
                   MOVE "ZIP CODE NOT NUMERIC" TO WS-EXCEPTION-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       WRITE-EXCEPTION-LINE.
           ADD 1 TO WS-ADDRESS-EXCEPTIONS
           MOVE WS-REPORTABLE-AMOUNT TO WS-ED-AMOUNT
           MOVE SPACES TO EXCEPTION-LINE
           STRING GRC-TAXPAYER-ID "    " GRC-CALENDAR-YEAR "  "
               WS-EXCEPTION-REASON " " WS-ED-AMOUNT
               DELIMITED BY SIZE INTO EXCEPTION-LINE
           WRITE EXCEPTION-LINE.

      * ONE FORM PER PAGE, THE RECIPIENT BLOCK INDENTED FIVE COLUMNS
      * FOR THE WINDOW ENVELOPE THE SAME AS TAX-NOTICE'S LETTERS.
       PRINT-ONE-FORM.
           MOVE SPACES TO FORM-LINE
           STRING "FORM 1099-G   CERTAIN GOVERNMENT PAYMENTS   "
               "CALENDAR YEAR " WS-CALENDAR-YEAR
               DELIMITED BY SIZE INTO FORM-LINE
           WRITE FORM-LINE AFTER ADVANCING PAGE
           IF ISSUE-CORRECTION
               MOVE "CORRECTED" TO FORM-LINE
               WRITE FORM-LINE AFTER ADVANCING 1 LINE
           END-IF
           MOVE SPACES TO FORM-LINE
           STRING "PAYER: " WS-PAYER-NAME
               DELIMITED BY SIZE INTO FORM-LINE
           WRITE FORM-LINE AFTER ADVANCING 2 LINES
           MOVE SPACES TO FORM-LINE
           STRING "PAYER TIN: " WS-PAYER-TIN
               DELIMITED BY SIZE INTO FORM-LINE
           WRITE FORM-LINE AFTER ADVANCING 1 LINE
           PERFORM PRINT-ADDRESS-BLOCK
           MOVE SPACES TO FORM-LINE
           STRING "RECIPIENT TIN: " GRC-TAXPAYER-ID
               "        STATE: " GRC-STATE-CODE
               DELIMITED BY SIZE INTO FORM-LINE
           WRITE FORM-LINE AFTER ADVANCING 2 LINES
           MOVE "BOX 2  STATE OR LOCAL INCOME TAX REFUNDS, CREDITS,"
               TO FORM-LINE
           WRITE FORM-LINE AFTER ADVANCING 2 LINES
           MOVE WS-REPORTABLE-AMOUNT TO WS-ED-AMOUNT
           MOVE SPACES TO FORM-LINE
           STRING "       OR OFFSETS . . . . . . $" WS-ED-AMOUNT
               DELIMITED BY SIZE INTO FORM-LINE
           WRITE FORM-LINE AFTER ADVANCING 1 LINE
           MOVE GRC-PAYMENT-DOLLARS TO WS-ED-AMOUNT
           MOVE SPACES TO FORM-LINE
           STRING "       REFUNDS PAID  . . . . . " WS-ED-AMOUNT
               DELIMITED BY SIZE INTO FORM-LINE
           WRITE FORM-LINE AFTER ADVANCING 2 LINES
           MOVE GRC-OFFSET-DOLLARS TO WS-ED-AMOUNT
           MOVE SPACES TO FORM-LINE
           STRING "       APPLIED TO BALANCES . . " WS-ED-AMOUNT
               DELIMITED BY SIZE INTO FORM-LINE
           WRITE FORM-LINE AFTER ADVANCING 1 LINE
           IF GRC-REVERSED-DOLLARS > ZERO
               MOVE GRC-REVERSED-DOLLARS TO WS-ED-AMOUNT
               MOVE SPACES TO FORM-LINE
               STRING "       RETURNED AND REVERSED . " WS-ED-AMOUNT
                   DELIMITED BY SIZE INTO FORM-LINE
               WRITE FORM-LINE AFTER ADVANCING 1 LINE
           END-IF
           MOVE "THIS IS IMPORTANT TAX INFORMATION AND IS BEING"
               TO FORM-LINE
           WRITE FORM-LINE AFTER ADVANCING 2 LINES
           MOVE "FURNISHED TO THE INTERNAL REVENUE SERVICE."
               TO FORM-LINE
           WRITE FORM-LINE AFTER ADVANCING 1 LINE.

       PRINT-ADDRESS-BLOCK.
           MOVE SPACES TO FORM-LINE
           STRING "     " NAD-NAME
               DELIMITED BY SIZE INTO FORM-LINE
           WRITE FORM-LINE AFTER ADVANCING 2 LINES
           MOVE SPACES TO FORM-LINE
           STRING "     " NAD-ADDR-LINE-1
               DELIMITED BY SIZE INTO FORM-LINE
           WRITE FORM-LINE AFTER ADVANCING 1 LINE
           IF NAD-ADDR-LINE-2 NOT = SPACES
               MOVE SPACES TO FORM-LINE
               STRING "     " NAD-ADDR-LINE-2
                   DELIMITED BY SIZE INTO FORM-LINE
               WRITE FORM-LINE AFTER ADVANCING 1 LINE
           END-IF
           MOVE SPACES TO FORM-LINE
           IF NAD-FOREIGN-FLAG = "Y"
               STRING "     " NAD-CITY
                   DELIMITED BY SIZE INTO FORM-LINE
           ELSE
               STRING "     " DELIMITED BY SIZE
                   NAD-CITY DELIMITED BY "  "
                   ", " NAD-STATE " " NAD-ZIP
                   DELIMITED BY SIZE INTO FORM-LINE
           END-IF
           WRITE FORM-LINE AFTER ADVANCING 1 LINE.

       WRITE-PAYEE-RECORD.
           MOVE SPACES TO TRN-PAYEE-RECORD
           MOVE "B"                  TO TRB-RECORD-TYPE
           MOVE WS-CALENDAR-YEAR     TO TRB-CALENDAR-YEAR
           IF ISSUE-CORRECTION
               MOVE "G" TO TRB-CORRECTED-IND
           END-IF
           MOVE GRC-TAXPAYER-ID      TO TRB-PAYEE-TIN
           MOVE NAD-NAME             TO TRB-PAYEE-NAME
           MOVE NAD-ADDR-LINE-1      TO TRB-ADDR-LINE-1
           MOVE NAD-ADDR-LINE-2      TO TRB-ADDR-LINE-2
           MOVE NAD-CITY             TO TRB-CITY
           MOVE NAD-STATE            TO TRB-STATE
           MOVE NAD-ZIP              TO TRB-ZIP
           MOVE NAD-FOREIGN-FLAG     TO TRB-FOREIGN-FLAG
           MOVE GRC-STATE-CODE       TO TRB-TAX-STATE-CODE
           MOVE WS-REPORTABLE-AMOUNT TO TRB-REFUND-AMOUNT
           WRITE TRN-PAYEE-RECORD
           ADD 1 TO WS-TRANSMITTAL-RECORDS
           ADD 1 TO WS-FORMS-ISSUED
           ADD WS-REPORTABLE-AMOUNT TO WS-FORM-DOLLARS
           IF ISSUE-CORRECTION
               ADD 1 TO WS-CORRECTED-FORMS
           ELSE
               ADD 1 TO WS-ORIGINAL-FORMS
           END-IF.

       MARK-RECIPIENT-FILED.
           MOVE WS-REPORTABLE-AMOUNT TO GRC-REPORTED-AMOUNT
           MOVE WS-FORM-ACTION       TO GRC-FORM-STATUS
           MOVE WS-CURRENT-DATE-N    TO GRC-FILED-DATE
           IF ISSUE-CORRECTION
               ADD 1 TO GRC-CORRECTION-COUNT
           END-IF
           REWRITE RECIPIENT-RECORD
               INVALID KEY CONTINUE
           END-REWRITE.

       WRITE-TRANSMITTAL-TRAILERS.
           MOVE SPACES TO TRN-END-PAYER-RECORD
           MOVE "C"                TO TRC-RECORD-TYPE
           MOVE WS-CALENDAR-YEAR   TO TRC-CALENDAR-YEAR
           MOVE WS-FORMS-ISSUED    TO TRC-PAYEE-COUNT
           MOVE WS-ORIGINAL-FORMS  TO TRC-ORIGINAL-COUNT
           MOVE WS-CORRECTED-FORMS TO TRC-CORRECTED-COUNT
           MOVE WS-FORM-DOLLARS    TO TRC-REFUND-TOTAL
           WRITE TRN-END-PAYER-RECORD
           ADD 1 TO WS-TRANSMITTAL-RECORDS
           MOVE SPACES TO TRN-END-RECORD
           ADD 1 TO WS-TRANSMITTAL-RECORDS
           MOVE "F"                    TO TRF-RECORD-TYPE
           MOVE WS-CALENDAR-YEAR       TO TRF-CALENDAR-YEAR
           MOVE WS-TRANSMITTAL-RECORDS TO TRF-RECORD-COUNT
           WRITE TRN-END-RECORD.

      * CONTROL PAGE FOR THE MAILROOM AND FOR THE FILING - FORMS
      * PRINTED MUST EQUAL PAYEE RECORDS ON THE TRANSMITTAL, AND
      * THE FORM DOLLARS THE END-OF-PAYER TOTAL.
       PRODUCE-CONTROL-PAGE.
           MOVE SPACES TO FORM-LINE
           STRING "1099-G PRINT FILE - CONTROL PAGE - CALENDAR YEAR "
               WS-CALENDAR-YEAR
               DELIMITED BY SIZE INTO FORM-LINE
           WRITE FORM-LINE AFTER ADVANCING PAGE
           MOVE SPACES TO FORM-LINE
           WRITE FORM-LINE AFTER ADVANCING 1 LINE

           MOVE WS-HIST-RECORDS-READ TO WS-ED-COUNT
           MOVE SPACES TO FORM-LINE
           STRING "HISTORY RECORDS READ . . . . . " WS-ED-COUNT
               DELIMITED BY SIZE INTO FORM-LINE
           WRITE FORM-LINE AFTER ADVANCING 1 LINE

           MOVE WS-HIST-IN-YEAR TO WS-ED-COUNT
           MOVE SPACES TO FORM-LINE
           STRING "  FOR THIS CALENDAR YEAR . . . " WS-ED-COUNT
               DELIMITED BY SIZE INTO FORM-LINE
           WRITE FORM-LINE AFTER ADVANCING 1 LINE

           MOVE WS-HIST-OTHER-YEARS TO WS-ED-COUNT
           MOVE SPACES TO FORM-LINE
           STRING "  FOR OTHER YEARS  . . . . . . " WS-ED-COUNT
               DELIMITED BY SIZE INTO FORM-LINE
           WRITE FORM-LINE AFTER ADVANCING 1 LINE

           MOVE WS-HIST-BAD-TYPE TO WS-ED-COUNT
           MOVE SPACES TO FORM-LINE
           STRING "  UNKNOWN RECORD TYPE  . . . . " WS-ED-COUNT
               DELIMITED BY SIZE INTO FORM-LINE
           WRITE FORM-LINE AFTER ADVANCING 1 LINE

           MOVE WS-HIST-PAYMENT-DOLLARS TO WS-ED-AMOUNT
           MOVE SPACES TO FORM-LINE
           STRING "REFUND PAYMENTS  . . . . . . . " WS-ED-AMOUNT
               DELIMITED BY SIZE INTO FORM-LINE
           WRITE FORM-LINE AFTER ADVANCING 2 LINES

           MOVE WS-HIST-OFFSET-DOLLARS TO WS-ED-AMOUNT
           MOVE SPACES TO FORM-LINE
           STRING "OFFSETS TO PRIOR BALANCES  . . " WS-ED-AMOUNT
               DELIMITED BY SIZE INTO FORM-LINE
           WRITE FORM-LINE AFTER ADVANCING 1 LINE

           MOVE WS-HIST-REVERSED-DOLLARS TO WS-ED-AMOUNT
           MOVE SPACES TO FORM-LINE
           STRING "RETURNED AND REVERSED  . . . . " WS-ED-AMOUNT
               DELIMITED BY SIZE INTO FORM-LINE
           WRITE FORM-LINE AFTER ADVANCING 1 LINE

           MOVE WS-RECIPIENTS-FOR-YEAR TO WS-ED-COUNT
           MOVE SPACES TO FORM-LINE
           STRING "RECIPIENTS FOR THE YEAR  . . . " WS-ED-COUNT
               DELIMITED BY SIZE INTO FORM-LINE
           WRITE FORM-LINE AFTER ADVANCING 2 LINES

           MOVE WS-ORIGINAL-FORMS TO WS-ED-COUNT
           MOVE SPACES TO FORM-LINE
           STRING "ORIGINAL FORMS ISSUED  . . . . " WS-ED-COUNT
               DELIMITED BY SIZE INTO FORM-LINE
           WRITE FORM-LINE AFTER ADVANCING 1 LINE

           MOVE WS-CORRECTED-FORMS TO WS-ED-COUNT
           MOVE SPACES TO FORM-LINE
           STRING "CORRECTED FORMS ISSUED . . . . " WS-ED-COUNT
               DELIMITED BY SIZE INTO FORM-LINE
           WRITE FORM-LINE AFTER ADVANCING 1 LINE

           MOVE WS-FORMS-ISSUED TO WS-ED-COUNT
           MOVE SPACES TO FORM-LINE
           STRING "TOTAL FORMS ISSUED . . . . . . " WS-ED-COUNT
               DELIMITED BY SIZE INTO FORM-LINE
           WRITE FORM-LINE AFTER ADVANCING 1 LINE

           MOVE WS-FORM-DOLLARS TO WS-ED-AMOUNT
           MOVE SPACES TO FORM-LINE
           STRING "TOTAL FORM DOLLARS . . . . . . " WS-ED-AMOUNT
               DELIMITED BY SIZE INTO FORM-LINE
           WRITE FORM-LINE AFTER ADVANCING 1 LINE

           MOVE WS-ALREADY-REPORTED TO WS-ED-COUNT
           MOVE SPACES TO FORM-LINE
           STRING "ALREADY REPORTED - UNCHANGED . " WS-ED-COUNT
               DELIMITED BY SIZE INTO FORM-LINE
           WRITE FORM-LINE AFTER ADVANCING 2 LINES

           MOVE WS-NOTHING-TO-REPORT TO WS-ED-COUNT
           MOVE SPACES TO FORM-LINE
           STRING "NOTHING TO REPORT  . . . . . . " WS-ED-COUNT
               DELIMITED BY SIZE INTO FORM-LINE
           WRITE FORM-LINE AFTER ADVANCING 1 LINE

           MOVE WS-ADDRESS-EXCEPTIONS TO WS-ED-COUNT
           MOVE SPACES TO FORM-LINE
           STRING "NO ADDRESS - EXCEPTION LIST  . " WS-ED-COUNT
               DELIMITED BY SIZE INTO FORM-LINE
           WRITE FORM-LINE AFTER ADVANCING 1 LINE

           MOVE WS-TRANSMITTAL-RECORDS TO WS-ED-COUNT
           MOVE SPACES TO FORM-LINE
           STRING "TRANSMITTAL RECORDS WRITTEN  . " WS-ED-COUNT
               DELIMITED BY SIZE INTO FORM-LINE
           WRITE FORM-LINE AFTER ADVANCING 2 LINES.

       CLEANUP-PROGRAM.
           CLOSE RECIPIENT-FILE
           CLOSE NAME-ADDRESS-FILE
           CLOSE FORM-PRINT-FILE
           CLOSE TRANSMITTAL-FILE
           CLOSE EXCEPTION-LIST.
