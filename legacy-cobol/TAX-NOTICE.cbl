      * MAILING ADDRESS BLOCK FROM THE NAME-AND-ADDRESS MASTER,      *
      * POSITIONED FOR A WINDOW ENVELOPE; A TAXPAYER WITH NO         *
      * ADDRESS ROW FALLS OUT TO THE EXCEPTION LIST INSTEAD OF       *
      * PRINTING A LETTER WITH A BLANK ADDRESS.  WHEN THE TAXPAYER   *
      * HAS A CURRENT AUTHORIZED REPRESENTATIVE WHOSE AUTHORITY      *
      * COVERS NOTICES (SEE TAX-REPAUTH), A COPY OF THE LETTER IS    *
      * PRINTED ON THE NEXT PAGE ADDRESSED TO THE REPRESENTATIVE.    *
      *****************************************************************

       ENVIRONMENT DIVISION.
               ACCESS MODE IS RANDOM
               RECORD KEY IS NAD-TAXPAYER-ID
               FILE STATUS IS WS-NAD-FILE-STATUS.
           SELECT OPTIONAL REP-AUTH-FILE ASSIGN TO "REPAUTH.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS POA-AUTH-KEY
               FILE STATUS IS WS-POA-FILE-STATUS.
           SELECT EXCEPTION-LIST ASSIGN TO "NOTICEEX.RPT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL CYCLE-CTL-FILE ASSIGN TO "CYCLECTL.DAT"
           05 NAD-STATE           PIC X(2).
           05 NAD-ZIP             PIC X(10).
           05 NAD-FOREIGN-FLAG    PIC X(1).
           05 NAD-LAST-CHANGE-DATE PIC 9(8).

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

       FD EXCEPTION-LIST.
       01 EXCEPTION-LINE          PIC X(80).
           05 WS-EOF-FLAG         PIC X VALUE "N".
              88 END-OF-FILE      VALUE "Y".
           05 WS-ADDRESS-FOUND    PIC X VALUE "N".
           05 WS-REP-COPY-DUE     PIC X VALUE "N".
           05 WS-COPY-FLAG        PIC X VALUE "T".
              88 TAXPAYER-COPY    VALUE "T".
              88 REPRESENTATIVE-COPY VALUE "R".

       01 WS-CYCLE-WORK.
           05 WS-CYCLE-FILE-STATUS PIC X(2).

       01 WS-ADDRESS-WORK.
           05 WS-NAD-FILE-STATUS  PIC X(2).
           05 WS-POA-FILE-STATUS  PIC X(2).
      * TAXOUT.DAT CARRIES NO TAX YEAR - THE LETTER IS FOR THE YEAR
      * BEFORE THE RUN, SAME AS TAX-REFUND ASSUMES.
           05 WS-NOTICE-TAX-YEAR  PIC 9(4).

      * NOTICE DATE AND PAYMENT DEADLINE - THE DEADLINE IS THE NOTICE
      * DATE PLUS WS-PAYMENT-GRACE-DAYS, ROLLED ACROSS MONTH AND YEAR
      * LETTER COUNTS BY TYPE FOR THE CONTROL PAGE - THE SUM OF THE
      * THREE TYPES PLUS THE NO-ADDRESS EXCEPTIONS EQUALS THE NUMBER
      * OF TAXOUT.DAT RECORDS READ AND MUST BALANCE TO RECORDS
      * PROCESSED ON TAXSUM.RPT.  REPRESENTATIVE COPIES ARE EXTRA
      * PAGES AND ARE COUNTED ON THEIR OWN, OUTSIDE THAT BALANCE.
       01 WS-NOTICE-TOTALS.
           05 WS-REFUND-LETTERS   PIC 9(7) COMP VALUE ZERO.
           05 WS-BALANCE-LETTERS  PIC 9(7) COMP VALUE ZERO.
           05 WS-TOTAL-LETTERS    PIC 9(7) COMP VALUE ZERO.
           05 WS-NO-ADDRESS-COUNT PIC 9(7) COMP VALUE ZERO.
           05 WS-ALLOC-ROWS-SKIPPED PIC 9(7) COMP VALUE ZERO.
           05 WS-REP-COPIES       PIC 9(7) COMP VALUE ZERO.

       01 WS-PRINT-WORK.
           05 WS-ED-AMOUNT        PIC Z,ZZZ,ZZZ,ZZ9.99.
           PERFORM BUILD-NOTICE-DATE-LINE
           OPEN INPUT TAX-OUTPUT-FILE
           OPEN INPUT NAME-ADDRESS-FILE
           OPEN INPUT REP-AUTH-FILE
           OPEN OUTPUT NOTICE-PRINT-FILE
           OPEN OUTPUT EXCEPTION-LIST
           PERFORM WRITE-EXCEPTION-HEADING
           PERFORM LOOK-UP-TAXPAYER-ADDRESS
           IF WS-ADDRESS-FOUND = "Y"
               ADD 1 TO WS-TOTAL-LETTERS
               MOVE "T" TO WS-COPY-FLAG
               PERFORM PRINT-LETTER-BY-TYPE
               PERFORM LOOK-UP-REPRESENTATIVE
               IF WS-REP-COPY-DUE = "Y"
                   ADD 1 TO WS-REP-COPIES
                   MOVE "R" TO WS-COPY-FLAG
                   PERFORM PRINT-LETTER-BY-TYPE
               END-IF
           ELSE
               PERFORM WRITE-EXCEPTION-LINE
           END-IF
               MOVE "Y" TO WS-ADDRESS-FOUND
           END-IF.

       PRINT-LETTER-BY-TYPE.
           EVALUATE TRUE
               WHEN OUT-REFUND-DUE > ZERO
                   PERFORM PRINT-REFUND-LETTER
               WHEN OUT-BALANCE-DUE > ZERO
                   PERFORM PRINT-BALANCE-DUE-LETTER
               WHEN OTHER
                   PERFORM PRINT-ZERO-BALANCE-LETTER
           END-EVALUATE.

      * A COPY GOES ONLY TO A REPRESENTATIVE WHOSE AUTHORIZATION IS
      * ACTIVE, NOT YET EXPIRED, AND COVERS NOTICES - AN
      * INFORMATION-ONLY AUTHORIZATION RECEIVES NOTHING.
       LOOK-UP-REPRESENTATIVE.
           MOVE "N" TO WS-REP-COPY-DUE
           MOVE OUT-RUN-DATE(1:4) TO WS-NOTICE-TAX-YEAR
           SUBTRACT 1 FROM WS-NOTICE-TAX-YEAR
           MOVE OUT-TAXPAYER-ID    TO POA-TAXPAYER-ID
           MOVE WS-NOTICE-TAX-YEAR TO POA-TAX-YEAR
           READ REP-AUTH-FILE
               INVALID KEY CONTINUE
           END-READ
           IF WS-POA-FILE-STATUS = "00"
                   AND POA-ACTIVE
                   AND POA-RECEIVES-COPIES
                   AND POA-EXPIRE-DATE NOT < WS-CURRENT-DATE
               MOVE "Y" TO WS-REP-COPY-DUE
           END-IF.

       WRITE-EXCEPTION-LINE.
           ADD 1 TO WS-NO-ADDRESS-COUNT
           MOVE SPACES TO EXCEPTION-LINE
           WRITE EXCEPTION-LINE.

       PRINT-REFUND-LETTER.
           IF TAXPAYER-COPY
               ADD 1 TO WS-REFUND-LETTERS
           END-IF
           PERFORM PRINT-LETTER-HEADING
           MOVE "NOTICE OF REFUND" TO NOTICE-LINE
           WRITE NOTICE-LINE AFTER ADVANCING 2 LINES
           PERFORM PRINT-LETTER-FOOTING.

       PRINT-BALANCE-DUE-LETTER.
           IF TAXPAYER-COPY
               ADD 1 TO WS-BALANCE-LETTERS
           END-IF
           PERFORM PRINT-LETTER-HEADING
           MOVE "NOTICE OF BALANCE DUE" TO NOTICE-LINE
           WRITE NOTICE-LINE AFTER ADVANCING 2 LINES
           PERFORM PRINT-LETTER-FOOTING.

       PRINT-ZERO-BALANCE-LETTER.
           IF TAXPAYER-COPY
               ADD 1 TO WS-ZERO-LETTERS
           END-IF
           PERFORM PRINT-LETTER-HEADING
           MOVE "CONFIRMATION - NO BALANCE DUE" TO NOTICE-LINE
           WRITE NOTICE-LINE AFTER ADVANCING 2 LINES
      * EVERY LETTER STARTS AT THE TOP OF A NEW PAGE.  THE ADDRESS
      * BLOCK SITS TWO LINES BELOW THE DATE LINE, INDENTED FIVE
      * COLUMNS, WHICH LINES IT UP WITH THE WINDOW ON THE STANDARD
      * ENVELOPE.  A REPRESENTATIVE'S COPY CARRIES THE
      * REPRESENTATIVE'S ADDRESS IN THE WINDOW AND NAMES THE
      * TAXPAYER THE ORIGINAL WENT TO.
       PRINT-LETTER-HEADING.
           MOVE "DEPARTMENT OF REVENUE - INDIVIDUAL RETURNS BRANCH"
               TO NOTICE-LINE
           WRITE NOTICE-LINE AFTER ADVANCING PAGE
           MOVE WS-DATE-LINE TO NOTICE-LINE
           WRITE NOTICE-LINE AFTER ADVANCING 2 LINES
           IF REPRESENTATIVE-COPY
               PERFORM PRINT-REP-ADDRESS-BLOCK
               MOVE SPACES TO NOTICE-LINE
               STRING "COPY FOR AUTHORIZED REPRESENTATIVE OF "
                   NAD-NAME
                   DELIMITED BY SIZE INTO NOTICE-LINE
               WRITE NOTICE-LINE AFTER ADVANCING 2 LINES
           ELSE
               PERFORM PRINT-ADDRESS-BLOCK
           END-IF
           MOVE SPACES TO NOTICE-LINE
           STRING "TAXPAYER ID: " OUT-TAXPAYER-ID
               "        STATE: " OUT-STATE-CODE
           END-IF
           WRITE NOTICE-LINE AFTER ADVANCING 1 LINE.

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
           WRITE NOTICE-LINE AFTER ADVANCING 1 LINE.

       PRINT-AMOUNT-LINE.
           MOVE SPACES TO WS-AMOUNT-LINE
           STRING "          AMOUNT:  $" WS-ED-AMOUNT
           MOVE SPACES TO NOTICE-LINE
           STRING "MULTI-STATE SUPPLEMENTAL ROWS  " WS-ED-COUNT
               DELIMITED BY SIZE INTO NOTICE-LINE
           WRITE NOTICE-LINE AFTER ADVANCING 1 LINE

           MOVE WS-REP-COPIES TO WS-ED-COUNT
           MOVE SPACES TO NOTICE-LINE
           STRING "REPRESENTATIVE COPIES  . . . . " WS-ED-COUNT
               DELIMITED BY SIZE INTO NOTICE-LINE
           WRITE NOTICE-LINE AFTER ADVANCING 2 LINES.

       CLEANUP-PROGRAM.
           CLOSE TAX-OUTPUT-FILE
           CLOSE NAME-ADDRESS-FILE
           CLOSE REP-AUTH-FILE
           CLOSE NOTICE-PRINT-FILE
           CLOSE EXCEPTION-LIST
           PERFORM STAMP-CYCLE-CONTROL.
