      * ONE RESPONSE PAGE PER REQUEST.  REQUESTS COME FROM THE       *
      * BATCH REQUEST FILE WHEN ONE IS PRESENT; OTHERWISE A SINGLE   *
      * ID IS ACCEPTED AT THE TERMINAL AND THE ANSWER IS ALSO        *
      * DISPLAYED THERE FOR THE ASSISTANCE OFFICE.  THE PAGE ALSO    *
      * LISTS EVERY REPRESENTATIVE AUTHORIZATION ON FILE FOR THE ID  *
      * (SEE TAX-REPAUTH) SO THE DESK CAN TELL WHO MAY CALL ABOUT    *
      * THE ACCOUNT, AND EVERY REFUND THE BANK SENT BACK (SEE        *
      * TAX-REFRTN) WITH WHETHER IT IS STILL HELD, HAS BEEN REISSUED *
      * OR WAS REPORTED AS UNCLAIMED PROPERTY.                       *
      *****************************************************************

       ENVIRONMENT DIVISION.
           SELECT OPTIONAL GATEWAY-REJECT-FILE ASSIGN TO "ACKREJ.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACKREJ-FILE-STATUS.
           SELECT OPTIONAL REP-AUTH-FILE ASSIGN TO "REPAUTH.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS POA-AUTH-KEY
               FILE STATUS IS WS-POA-FILE-STATUS.
           SELECT OPTIONAL RETURNED-REFUND-FILE
               ASSIGN TO "RETREF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RTR-RETURN-KEY
               FILE STATUS IS WS-RTR-FILE-STATUS.
           SELECT INQUIRY-RESPONSE-FILE ASSIGN TO "INQRESP.RPT"
               ORGANIZATION IS SEQUENTIAL.

           05 GRJ-ERROR-CODE      PIC X(4).
           05 GRJ-TOTAL-TAX       PIC 9(8)V99.

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

      * RETURNED-REFUND FILE MAINTAINED BY TAX-REFRTN - SAME LAYOUT
      * AS DECLARED THERE.
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

       FD INQUIRY-RESPONSE-FILE.
       01 RESPONSE-LINE           PIC X(80).

              88 SCAN-EOF         VALUE "Y".
           05 WS-CONSOLE-MODE     PIC X VALUE "N".
              88 CONSOLE-MODE     VALUE "Y".
           05 WS-POA-OPEN-FLAG    PIC X VALUE "N".
              88 POA-FILE-OPEN    VALUE "Y".
           05 WS-POA-EOF-FLAG     PIC X VALUE "N".
              88 POA-BROWSE-EOF   VALUE "Y".
           05 WS-RTR-OPEN-FLAG    PIC X VALUE "N".
              88 RTR-FILE-OPEN    VALUE "Y".
           05 WS-RTR-EOF-FLAG     PIC X VALUE "N".
              88 RTR-BROWSE-EOF   VALUE "Y".

       01 WS-FILE-STATUS-WORK.
           05 WS-REQUEST-FILE-STATUS PIC X(2).
           05 WS-EXTRACT-FILE-STATUS PIC X(2).
           05 WS-CONFIRM-FILE-STATUS PIC X(2).
           05 WS-ACKREJ-FILE-STATUS  PIC X(2).
           05 WS-POA-FILE-STATUS     PIC X(2).
           05 WS-RTR-FILE-STATUS     PIC X(2).

       01 WS-DATE-WORK.
           05 WS-CURRENT-DATE     PIC 9(8).
           05 WS-ED-DATE          PIC 9999/99/99.
           05 WS-ED-RUN           PIC ZZZZ9.
           05 WS-STATUS-LINE      PIC X(80).
           05 WS-POA-SCOPE-TEXT   PIC X(12).
           05 WS-POA-STATUS-TEXT  PIC X(7).
           05 WS-POA-COUNT        PIC 9(4) COMP.
           05 WS-RTR-STATUS-TEXT  PIC X(9).
           05 WS-RTR-COUNT        PIC 9(4) COMP.

       PROCEDURE DIVISION.
       MAIN-PROCESSING.
               MOVE GRJ-ERROR-CODE TO WS-RQ-GREJ-CODE(WS-RQ-IDX)
           END-IF.

      * THE REPRESENTATIVE MASTER IS KEYED BY ID AND YEAR, SO EACH
      * PAGE BROWSES IT DIRECTLY FROM THE ID RATHER THAN SCANNING IT
      * LIKE THE SEQUENTIAL FILES ABOVE.
       PRODUCE-RESPONSE-PAGES.
           OPEN INPUT REP-AUTH-FILE
           IF WS-POA-FILE-STATUS = "00"
               MOVE "Y" TO WS-POA-OPEN-FLAG
           END-IF
           OPEN INPUT RETURNED-REFUND-FILE
           IF WS-RTR-FILE-STATUS = "00"
               MOVE "Y" TO WS-RTR-OPEN-FLAG
           END-IF
           OPEN OUTPUT INQUIRY-RESPONSE-FILE
           PERFORM PRINT-ONE-RESPONSE-PAGE
               VARYING WS-RQ-IDX FROM 1 BY 1
               UNTIL WS-RQ-IDX > WS-REQUEST-COUNT
           CLOSE INQUIRY-RESPONSE-FILE
           CLOSE REP-AUTH-FILE
           CLOSE RETURNED-REFUND-FILE.

       PRINT-ONE-RESPONSE-PAGE.
           MOVE SPACES TO RESPONSE-LINE
           PERFORM PRINT-CALCULATION-SECTION
           PERFORM PRINT-QUEUE-SECTION
           PERFORM PRINT-EFILE-SECTION
           PERFORM PRINT-RETURNED-REFUND-SECTION
           PERFORM PRINT-REPRESENTATIVE-SECTION
           IF CONSOLE-MODE
               PERFORM DISPLAY-CONSOLE-ANSWER
           END-IF.
                       TO WS-STATUS-LINE
           END-EVALUATE.

      * EVERY PAYMENT THE BANK SENT BACK FOR THE ID, OLDEST FIRST -
      * THE DATE AFTER THE STATUS IS WHEN IT WAS REISSUED OR
      * REPORTED UNCLAIMED.  A HELD REFUND IS WAITING ON A NEW
      * ADDRESS OR BANK ACCOUNT THROUGH TAX-NAMADDR.
       PRINT-RETURNED-REFUND-SECTION.
           MOVE SPACES TO RESPONSE-LINE
           WRITE RESPONSE-LINE AFTER ADVANCING 1 LINE
           MOVE "REFUNDS RETURNED BY THE BANK" TO RESPONSE-LINE
           WRITE RESPONSE-LINE AFTER ADVANCING 1 LINE
           MOVE ZERO TO WS-RTR-COUNT
           PERFORM START-RETURNED-REFUND-BROWSE
           PERFORM PRINT-ONE-RETURNED-REFUND UNTIL RTR-BROWSE-EOF
           IF WS-RTR-COUNT = ZERO
               MOVE "  NONE ON FILE" TO RESPONSE-LINE
               WRITE RESPONSE-LINE AFTER ADVANCING 1 LINE
           END-IF.

       START-RETURNED-REFUND-BROWSE.
           MOVE "N" TO WS-RTR-EOF-FLAG
           IF NOT RTR-FILE-OPEN
               MOVE "Y" TO WS-RTR-EOF-FLAG
           ELSE
               MOVE WS-RQ-ID(WS-RQ-IDX) TO RTR-TAXPAYER-ID
               MOVE ZERO TO RTR-ISSUE-DATE
               MOVE ZERO TO RTR-AMOUNT
               MOVE ZERO TO RTR-PAYMENT-SEQ
               START RETURNED-REFUND-FILE KEY NOT < RTR-RETURN-KEY
                   INVALID KEY MOVE "Y" TO WS-RTR-EOF-FLAG
               END-START
           END-IF
           IF NOT RTR-BROWSE-EOF
               PERFORM READ-NEXT-RETURNED-REFUND
           END-IF.

       READ-NEXT-RETURNED-REFUND.
           READ RETURNED-REFUND-FILE NEXT RECORD
               AT END MOVE "Y" TO WS-RTR-EOF-FLAG
           END-READ
           IF WS-RTR-FILE-STATUS NOT = "00"
                   OR RTR-TAXPAYER-ID NOT = WS-RQ-ID(WS-RQ-IDX)
               MOVE "Y" TO WS-RTR-EOF-FLAG
           END-IF.

       PRINT-ONE-RETURNED-REFUND.
           ADD 1 TO WS-RTR-COUNT
           IF WS-RTR-COUNT = 1
               MOVE SPACES TO RESPONSE-LINE
               MOVE "ISSUED"   TO RESPONSE-LINE(3:6)
               MOVE "AMOUNT"   TO RESPONSE-LINE(25:6)
               MOVE "RETURNED" TO RESPONSE-LINE(33:8)
               MOVE "RC"       TO RESPONSE-LINE(45:2)
               MOVE "STATUS"   TO RESPONSE-LINE(49:6)
               MOVE "SINCE"    TO RESPONSE-LINE(60:5)
               WRITE RESPONSE-LINE AFTER ADVANCING 1 LINE
           END-IF
           PERFORM SET-RETURNED-REFUND-TEXT
           MOVE SPACES TO RESPONSE-LINE
           MOVE RTR-ISSUE-DATE TO WS-ED-DATE
           MOVE WS-ED-DATE TO RESPONSE-LINE(3:10)
           MOVE RTR-AMOUNT TO WS-ED-AMOUNT
           MOVE WS-ED-AMOUNT TO RESPONSE-LINE(15:16)
           MOVE RTR-RETURN-DATE TO WS-ED-DATE
           MOVE WS-ED-DATE TO RESPONSE-LINE(33:10)
           MOVE RTR-RETURN-REASON TO RESPONSE-LINE(45:2)
           MOVE WS-RTR-STATUS-TEXT TO RESPONSE-LINE(49:9)
           IF NOT RTR-HELD
               MOVE RTR-CLOSE-DATE TO WS-ED-DATE
               MOVE WS-ED-DATE TO RESPONSE-LINE(60:10)
           END-IF
           WRITE RESPONSE-LINE AFTER ADVANCING 1 LINE
           PERFORM READ-NEXT-RETURNED-REFUND.

       SET-RETURNED-REFUND-TEXT.
           EVALUATE TRUE
               WHEN RTR-HELD
                   MOVE "HELD"      TO WS-RTR-STATUS-TEXT
               WHEN RTR-REISSUED
                   MOVE "REISSUED"  TO WS-RTR-STATUS-TEXT
               WHEN RTR-UNCLAIMED
                   MOVE "UNCLAIMED" TO WS-RTR-STATUS-TEXT
               WHEN OTHER
                   MOVE "UNKNOWN"   TO WS-RTR-STATUS-TEXT
           END-EVALUATE.

      * EVERY AUTHORIZATION ON FILE FOR THE ID, ONE LINE PER TAX
      * YEAR - A REVOKED OR EXPIRED ONE IS STILL LISTED SO THE DESK
      * CAN SEE WHY A REPRESENTATIVE WHO CALLS IS NOT AUTHORIZED.
       PRINT-REPRESENTATIVE-SECTION.
           MOVE SPACES TO RESPONSE-LINE
           WRITE RESPONSE-LINE AFTER ADVANCING 1 LINE
           MOVE "AUTHORIZED REPRESENTATIVES" TO RESPONSE-LINE
           WRITE RESPONSE-LINE AFTER ADVANCING 1 LINE
           MOVE ZERO TO WS-POA-COUNT
           PERFORM START-REPRESENTATIVE-BROWSE
           PERFORM PRINT-ONE-AUTHORIZATION UNTIL POA-BROWSE-EOF
           IF WS-POA-COUNT = ZERO
               MOVE "  NONE ON FILE" TO RESPONSE-LINE
               WRITE RESPONSE-LINE AFTER ADVANCING 1 LINE
           END-IF.

       START-REPRESENTATIVE-BROWSE.
           MOVE "N" TO WS-POA-EOF-FLAG
           IF NOT POA-FILE-OPEN
               MOVE "Y" TO WS-POA-EOF-FLAG
           ELSE
               MOVE WS-RQ-ID(WS-RQ-IDX) TO POA-TAXPAYER-ID
               MOVE ZERO TO POA-TAX-YEAR
               START REP-AUTH-FILE KEY NOT < POA-AUTH-KEY
                   INVALID KEY MOVE "Y" TO WS-POA-EOF-FLAG
               END-START
           END-IF
           IF NOT POA-BROWSE-EOF
               PERFORM READ-NEXT-AUTHORIZATION
           END-IF.

       READ-NEXT-AUTHORIZATION.
           READ REP-AUTH-FILE NEXT RECORD
               AT END MOVE "Y" TO WS-POA-EOF-FLAG
           END-READ
           IF WS-POA-FILE-STATUS NOT = "00"
                   OR POA-TAXPAYER-ID NOT = WS-RQ-ID(WS-RQ-IDX)
               MOVE "Y" TO WS-POA-EOF-FLAG
           END-IF.

       PRINT-ONE-AUTHORIZATION.
           ADD 1 TO WS-POA-COUNT
           IF WS-POA-COUNT = 1
               MOVE SPACES TO RESPONSE-LINE
               STRING "  YEAR  REPRESENTATIVE                  "
                   "SCOPE         EXPIRES     STATUS"
                   DELIMITED BY SIZE INTO RESPONSE-LINE
               WRITE RESPONSE-LINE AFTER ADVANCING 1 LINE
           END-IF
           PERFORM SET-AUTHORIZATION-TEXT
           MOVE POA-EXPIRE-DATE TO WS-ED-DATE
           MOVE SPACES TO RESPONSE-LINE
           STRING "  " POA-TAX-YEAR "  " POA-REP-NAME
               "  " WS-POA-SCOPE-TEXT "  " WS-ED-DATE
               "  " WS-POA-STATUS-TEXT
               DELIMITED BY SIZE INTO RESPONSE-LINE
           WRITE RESPONSE-LINE AFTER ADVANCING 1 LINE
           PERFORM READ-NEXT-AUTHORIZATION.

       SET-AUTHORIZATION-TEXT.
           EVALUATE TRUE
               WHEN POA-FULL-AUTHORITY
                   MOVE "FULL"         TO WS-POA-SCOPE-TEXT
               WHEN POA-COPIES-ONLY
                   MOVE "NOTICES ONLY" TO WS-POA-SCOPE-TEXT
               WHEN POA-INFORMATION-ONLY
                   MOVE "INFO ONLY"    TO WS-POA-SCOPE-TEXT
               WHEN OTHER
                   MOVE "UNKNOWN"      TO WS-POA-SCOPE-TEXT
           END-EVALUATE
           EVALUATE TRUE
               WHEN POA-REVOKED
                   MOVE "REVOKED" TO WS-POA-STATUS-TEXT
               WHEN POA-EXPIRE-DATE < WS-CURRENT-DATE
                   MOVE "EXPIRED" TO WS-POA-STATUS-TEXT
               WHEN OTHER
                   MOVE "CURRENT" TO WS-POA-STATUS-TEXT
           END-EVALUATE.

       DISPLAY-RETURNED-REFUNDS.
           PERFORM START-RETURNED-REFUND-BROWSE
           PERFORM DISPLAY-ONE-RETURNED-REFUND UNTIL RTR-BROWSE-EOF.

       DISPLAY-ONE-RETURNED-REFUND.
           PERFORM SET-RETURNED-REFUND-TEXT
           MOVE RTR-AMOUNT TO WS-ED-AMOUNT
           MOVE RTR-RETURN-DATE TO WS-ED-DATE
           DISPLAY "  REFUND " WS-ED-AMOUNT " RETURNED BY BANK "
               WS-ED-DATE " - " WS-RTR-STATUS-TEXT
           PERFORM READ-NEXT-RETURNED-REFUND.

      * ONLY CURRENT AUTHORIZATIONS ARE ECHOED AT THE TERMINAL - THE
      * QUESTION THERE IS WHETHER THE CALLER MAY BE TOLD ANYTHING.
       DISPLAY-CURRENT-REPRESENTATIVES.
           PERFORM START-REPRESENTATIVE-BROWSE
           PERFORM DISPLAY-ONE-AUTHORIZATION UNTIL POA-BROWSE-EOF.

       DISPLAY-ONE-AUTHORIZATION.
           PERFORM SET-AUTHORIZATION-TEXT
           IF WS-POA-STATUS-TEXT = "CURRENT"
               DISPLAY "  REPRESENTATIVE " POA-TAX-YEAR " "
                   POA-REP-NAME " " WS-POA-SCOPE-TEXT
           END-IF
           PERFORM READ-NEXT-AUTHORIZATION.

      * TERMINAL MODE ECHOES THE KEY LINES SO THE ASSISTANCE OFFICE
      * CAN ANSWER THE CALL WITHOUT WAITING FOR THE PRINT FILE.
       DISPLAY-CONSOLE-ANSWER.
           END-IF
           PERFORM BUILD-EFILE-STATUS-LINE
           DISPLAY WS-STATUS-LINE
           PERFORM DISPLAY-RETURNED-REFUNDS
           PERFORM DISPLAY-CURRENT-REPRESENTATIVES
           DISPLAY "  FULL PAGE WRITTEN TO INQRESP.RPT".
