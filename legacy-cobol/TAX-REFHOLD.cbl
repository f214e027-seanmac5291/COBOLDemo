       IDENTIFICATION DIVISION.
       PROGRAM-ID. TAX-REFHOLD.
       AUTHOR. LEGACY-SYSTEMS-TEAM.
      *****************************************************************
      * FRAUD HOLD QUEUE RELEASE AND DENIAL                          *
      * APPLIES THE FRAUD DESK'S DECISIONS TO THE REFUNDS TAX-REFUND *
      * PARKED ON THE HOLD QUEUE (REFHOLD.DAT).  A RELEASE CLOSES    *
      * THE HOLD AND WRITES THE REFUND TO SUPPREF.DAT SO THE NEXT    *
      * TAX-REFUND RUN OFFSETS AND PAYS IT WITHOUT SCORING IT AGAIN. *
      * A DENIAL CLOSES THE HOLD WITH THE DESK'S REASON CODE AND THE *
      * MONEY NEVER LEAVES.  EVERY TRANSACTION IS EDITED FIRST AND   *
      * THE REJECTS CARRIED TO THEIR OWN FILE WITH THE REASON, THE   *
      * SAME WAY TAX-NAMADDR HANDLES ITS MAINTENANCE.  THE REGISTER  *
      * LISTS EVERY DECISION APPLIED AND THEN EVERY HOLD STILL OPEN, *
      * IN TAXPAYER-ID ORDER, AS THE DESK'S WORK LIST.               *
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL HOLD-TRAN-FILE ASSIGN TO "RHLDTRAN.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL REFUND-HOLD-FILE ASSIGN TO "REFHOLD.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HLD-HOLD-KEY
               FILE STATUS IS WS-HLD-FILE-STATUS.
           SELECT OPTIONAL SUPPLEMENTAL-REFUND-FILE
               ASSIGN TO "SUPPREF.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT HOLD-REJECT-FILE ASSIGN TO "RHLDREJ.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT HOLD-REGISTER ASSIGN TO "RHLDREG.RPT"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * ONE DECISION PER HELD REFUND - ACTION "R" RELEASES IT AND
      * "D" DENIES IT.  THE KEY IS THE HOLD KEY AS PRINTED ON THE
      * WORK LIST.  A DENIAL MUST CARRY ONE OF THE DESK'S REASON
      * CODES:
      *   01 IDENTITY THEFT CONFIRMED
      *   02 NO RESPONSE TO IDENTITY VERIFICATION LETTER
      *   03 WITHHOLDING NOT VERIFIED WITH EMPLOYER
      *   04 RETURN NOT FILED BY THE TAXPAYER
      *   05 OTHER - SEE DESK CASE NOTES
       FD HOLD-TRAN-FILE.
       01 HOLD-TRAN-RECORD.
           05 RHT-ACTION          PIC X(1).
              88 RHT-RELEASE-ACTION VALUE "R".
              88 RHT-DENY-ACTION    VALUE "D".
           05 RHT-TAXPAYER-ID     PIC X(9).
           05 RHT-TAX-YEAR        PIC 9(4).
           05 RHT-SOURCE          PIC X(1).
           05 RHT-DENY-REASON     PIC X(2).
              88 RHT-VALID-DENY-REASON VALUE "01" THRU "05".

      * SAME LAYOUT AS TAX-REFUND WRITES.
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

      * THE REJECT CARRIES THE FULL ORIGINAL TRANSACTION SO THE DESK
      * NEVER HAS TO GO BACK TO THE INPUT FILE TO REKEY IT.
       FD HOLD-REJECT-FILE.
       01 HOLD-REJECT-RECORD.
           05 RHJ-REASON-CODE     PIC X(2).
           05 RHJ-REASON-TEXT     PIC X(40).
           05 RHJ-TRAN-RECORD     PIC X(17).

       FD HOLD-REGISTER.
       01 REGISTER-LINE           PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-FLAGS.
           05 WS-EOF-FLAG         PIC X VALUE "N".
              88 END-OF-FILE      VALUE "Y".
           05 WS-HLD-SCAN-DONE    PIC X VALUE "N".
              88 HOLD-SCAN-DONE   VALUE "Y".
           05 WS-VALID-RECORD     PIC X VALUE "Y".
              88 RECORD-IS-VALID    VALUE "Y".
              88 RECORD-IS-INVALID  VALUE "N".

       01 WS-FILE-STATUS-WORK.
           05 WS-HLD-FILE-STATUS  PIC X(2).

       01 WS-DATE-WORK.
           05 WS-CURRENT-DATE     PIC 9(8).

       01 WS-VALIDATION-WORK.
           05 WS-REJECT-REASON    PIC X(2).
           05 WS-REJECT-TEXT      PIC X(40).

      * CONTROL TOTALS - RELEASES PLUS DENIALS PLUS REJECTS MUST
      * EQUAL TRANSACTIONS READ, AND RELEASED DOLLARS MUST MATCH THE
      * SUPPLEMENTAL DOLLARS THE NEXT TAX-REFUND RUN READS BACK.
       01 WS-HOLD-TOTALS.
           05 WS-TRANS-READ       PIC 9(7) COMP VALUE ZERO.
           05 WS-RELEASES-APPLIED PIC 9(7) COMP VALUE ZERO.
           05 WS-DENIALS-APPLIED  PIC 9(7) COMP VALUE ZERO.
           05 WS-TRANS-REJECTED   PIC 9(7) COMP VALUE ZERO.
           05 WS-RELEASED-DOLLARS PIC 9(11)V99 VALUE ZERO.
           05 WS-DENIED-DOLLARS   PIC 9(11)V99 VALUE ZERO.
           05 WS-OPEN-HOLDS       PIC 9(7) COMP VALUE ZERO.
           05 WS-OPEN-DOLLARS     PIC 9(11)V99 VALUE ZERO.

       01 WS-REPORT-FIELDS.
           05 WS-ED-COUNT         PIC ZZZZZZ9.
           05 WS-ED-AMOUNT        PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05 WS-ED-HOLD-AMOUNT   PIC ZZ,ZZZ,ZZ9.99.
           05 WS-ED-SCORE         PIC ZZ9.
           05 WS-ED-ACTION        PIC X(8).

       PROCEDURE DIVISION.
       MAIN-PROCESSING.
           PERFORM INITIALIZE-PROGRAM
           PERFORM PROCESS-HOLD-TRANS UNTIL END-OF-FILE
           PERFORM LIST-OPEN-HOLDS
           PERFORM PRODUCE-HOLD-REGISTER
           PERFORM CLEANUP-PROGRAM
           STOP RUN.

       INITIALIZE-PROGRAM.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           OPEN I-O REFUND-HOLD-FILE
           OPEN EXTEND SUPPLEMENTAL-REFUND-FILE
           OPEN OUTPUT HOLD-REJECT-FILE
           OPEN OUTPUT HOLD-REGISTER
           MOVE "TAX-REFHOLD FRAUD HOLD QUEUE REGISTER"
               TO REGISTER-LINE
           WRITE REGISTER-LINE
           MOVE SPACES TO REGISTER-LINE
           WRITE REGISTER-LINE
           MOVE "DECISIONS APPLIED" TO REGISTER-LINE
           WRITE REGISTER-LINE
           MOVE SPACES TO REGISTER-LINE
           STRING "TAXPAYER-ID  YEAR SRC  ACTION   RSN"
               "        AMOUNT"
               DELIMITED BY SIZE INTO REGISTER-LINE
           WRITE REGISTER-LINE
           OPEN INPUT HOLD-TRAN-FILE
           READ HOLD-TRAN-FILE
               AT END MOVE "Y" TO WS-EOF-FLAG
           END-READ.

       PROCESS-HOLD-TRANS.
           ADD 1 TO WS-TRANS-READ
           PERFORM VALIDATE-HOLD-TRAN
           IF RECORD-IS-VALID
               IF RHT-RELEASE-ACTION
                   PERFORM APPLY-RELEASE-TRAN
               ELSE
                   PERFORM APPLY-DENY-TRAN
               END-IF
               PERFORM WRITE-DECISION-LINE
           ELSE
               PERFORM WRITE-REJECT-RECORD
           END-IF
           READ HOLD-TRAN-FILE
               AT END MOVE "Y" TO WS-EOF-FLAG
           END-READ.

      * EDITS RUN IN ORDER AND STOP AT THE FIRST FAILURE, SO EACH
      * REJECT CARRIES THE ONE REASON THE DESK SHOULD FIX FIRST.  A
      * HOLD ALREADY RELEASED OR DENIED CANNOT BE DECIDED AGAIN.
       VALIDATE-HOLD-TRAN.
           MOVE "Y" TO WS-VALID-RECORD
           MOVE SPACES TO WS-REJECT-REASON
           MOVE SPACES TO WS-REJECT-TEXT

           IF NOT RHT-RELEASE-ACTION AND NOT RHT-DENY-ACTION
               MOVE "N"  TO WS-VALID-RECORD
               MOVE "01" TO WS-REJECT-REASON
               MOVE "INVALID ACTION CODE" TO WS-REJECT-TEXT
           END-IF

           IF RECORD-IS-VALID
                   AND RHT-TAXPAYER-ID NOT NUMERIC
               MOVE "N"  TO WS-VALID-RECORD
               MOVE "02" TO WS-REJECT-REASON
               MOVE "TAXPAYER ID NOT NUMERIC" TO WS-REJECT-TEXT
           END-IF

           IF RECORD-IS-VALID
                   AND RHT-DENY-ACTION
                   AND NOT RHT-VALID-DENY-REASON
               MOVE "N"  TO WS-VALID-RECORD
               MOVE "03" TO WS-REJECT-REASON
               MOVE "DENIAL REASON CODE INVALID" TO WS-REJECT-TEXT
           END-IF

           IF RECORD-IS-VALID
               MOVE RHT-TAXPAYER-ID TO HLD-TAXPAYER-ID
               MOVE RHT-TAX-YEAR    TO HLD-TAX-YEAR
               MOVE RHT-SOURCE      TO HLD-SOURCE
               READ REFUND-HOLD-FILE
                   INVALID KEY CONTINUE
               END-READ
               IF WS-HLD-FILE-STATUS NOT = "00"
                   MOVE "N"  TO WS-VALID-RECORD
                   MOVE "04" TO WS-REJECT-REASON
                   MOVE "NO HOLD ON FILE FOR KEY" TO WS-REJECT-TEXT
               END-IF
           END-IF

           IF RECORD-IS-VALID
                   AND NOT HLD-ON-HOLD
               MOVE "N"  TO WS-VALID-RECORD
               MOVE "05" TO WS-REJECT-REASON
               MOVE "HOLD ALREADY RELEASED OR DENIED"
                   TO WS-REJECT-TEXT
           END-IF.

      * THE HOLD ROW IS ALREADY IN THE RECORD AREA FROM THE EDIT.
       APPLY-RELEASE-TRAN.
           MOVE "R"             TO HLD-STATUS
           MOVE WS-CURRENT-DATE TO HLD-CLOSE-DATE
           REWRITE REFUND-HOLD-RECORD
               INVALID KEY CONTINUE
           END-REWRITE
           MOVE HLD-TAXPAYER-ID TO SRF-TAXPAYER-ID
           MOVE HLD-TAX-YEAR    TO SRF-TAX-YEAR
           MOVE HLD-STATE-CODE  TO SRF-STATE-CODE
           MOVE HLD-AMOUNT      TO SRF-AMOUNT
           MOVE "R"             TO SRF-SOURCE
           MOVE WS-CURRENT-DATE TO SRF-CREATE-DATE
           WRITE SUPPLEMENTAL-REFUND-RECORD
           ADD 1 TO WS-RELEASES-APPLIED
           ADD HLD-AMOUNT TO WS-RELEASED-DOLLARS
           MOVE "RELEASED" TO WS-ED-ACTION.

       APPLY-DENY-TRAN.
           MOVE "D"             TO HLD-STATUS
           MOVE WS-CURRENT-DATE TO HLD-CLOSE-DATE
           MOVE RHT-DENY-REASON TO HLD-DENY-REASON
           REWRITE REFUND-HOLD-RECORD
               INVALID KEY CONTINUE
           END-REWRITE
           ADD 1 TO WS-DENIALS-APPLIED
           ADD HLD-AMOUNT TO WS-DENIED-DOLLARS
           MOVE "DENIED" TO WS-ED-ACTION.

       WRITE-DECISION-LINE.
           MOVE HLD-AMOUNT TO WS-ED-HOLD-AMOUNT
           MOVE SPACES TO REGISTER-LINE
           STRING HLD-TAXPAYER-ID "    " HLD-TAX-YEAR
               "  " HLD-SOURCE "   " WS-ED-ACTION
               " " HLD-DENY-REASON "  " WS-ED-HOLD-AMOUNT
               DELIMITED BY SIZE INTO REGISTER-LINE
           WRITE REGISTER-LINE.

       WRITE-REJECT-RECORD.
           MOVE WS-REJECT-REASON TO RHJ-REASON-CODE
           MOVE WS-REJECT-TEXT   TO RHJ-REASON-TEXT
           MOVE HOLD-TRAN-RECORD TO RHJ-TRAN-RECORD
           WRITE HOLD-REJECT-RECORD
           ADD 1 TO WS-TRANS-REJECTED.

      * THE WORK LIST - EVERY HOLD STILL OPEN AFTER TONIGHT'S
      * DECISIONS, WITH ITS SCORE AND THE SIGNALS THAT TRIPPED
      * (F = FIRST-TIME LARGE REFUND, W = SHARE OF WITHHOLDING,
      * A = RECENT ADDRESS CHANGE, S = SHARED ADDRESS).
       LIST-OPEN-HOLDS.
           MOVE SPACES TO REGISTER-LINE
           WRITE REGISTER-LINE
           MOVE "HOLDS STILL OPEN" TO REGISTER-LINE
           WRITE REGISTER-LINE
           MOVE SPACES TO REGISTER-LINE
           STRING "TAXPAYER-ID  YEAR SRC  ST  HELD ON   SCR  FWAS"
               "         AMOUNT"
               DELIMITED BY SIZE INTO REGISTER-LINE
           WRITE REGISTER-LINE
           MOVE "N" TO WS-HLD-SCAN-DONE
           MOVE LOW-VALUES TO HLD-HOLD-KEY
           START REFUND-HOLD-FILE KEY NOT < HLD-HOLD-KEY
               INVALID KEY MOVE "Y" TO WS-HLD-SCAN-DONE
           END-START
           IF NOT HOLD-SCAN-DONE
               PERFORM READ-NEXT-HOLD
           END-IF
           PERFORM LIST-ONE-HOLD
               UNTIL HOLD-SCAN-DONE.

       READ-NEXT-HOLD.
           READ REFUND-HOLD-FILE NEXT RECORD
               AT END MOVE "Y" TO WS-HLD-SCAN-DONE
           END-READ
           IF WS-HLD-FILE-STATUS NOT = "00"
               MOVE "Y" TO WS-HLD-SCAN-DONE
           END-IF.

       LIST-ONE-HOLD.
           IF HLD-ON-HOLD
               ADD 1 TO WS-OPEN-HOLDS
               ADD HLD-AMOUNT TO WS-OPEN-DOLLARS
               MOVE HLD-SCORE  TO WS-ED-SCORE
               MOVE HLD-AMOUNT TO WS-ED-HOLD-AMOUNT
               MOVE SPACES TO REGISTER-LINE
               STRING HLD-TAXPAYER-ID "    " HLD-TAX-YEAR
                   "  " HLD-SOURCE "   " HLD-STATE-CODE
                   "  " HLD-HOLD-DATE "  " WS-ED-SCORE
                   "  " HLD-FIRST-TIME-FLAG HLD-WITHHOLD-FLAG
                   HLD-ADDR-CHANGE-FLAG HLD-SHARED-ADDR-FLAG
                   "  " WS-ED-HOLD-AMOUNT
                   DELIMITED BY SIZE INTO REGISTER-LINE
               WRITE REGISTER-LINE
           END-IF
           PERFORM READ-NEXT-HOLD.

      * RELEASES PLUS DENIALS PLUS REJECTS MUST EQUAL TRANSACTIONS
      * READ.
       PRODUCE-HOLD-REGISTER.
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
           MOVE WS-RELEASES-APPLIED TO WS-ED-COUNT
           STRING "REFUNDS RELEASED  . . . . . . " WS-ED-COUNT
               DELIMITED BY SIZE INTO REGISTER-LINE
           WRITE REGISTER-LINE

           MOVE SPACES TO REGISTER-LINE
           MOVE WS-DENIALS-APPLIED TO WS-ED-COUNT
           STRING "REFUNDS DENIED  . . . . . . . " WS-ED-COUNT
               DELIMITED BY SIZE INTO REGISTER-LINE
           WRITE REGISTER-LINE

           MOVE SPACES TO REGISTER-LINE
           MOVE WS-TRANS-REJECTED TO WS-ED-COUNT
           STRING "TRANSACTIONS REJECTED . . . . " WS-ED-COUNT
               DELIMITED BY SIZE INTO REGISTER-LINE
           WRITE REGISTER-LINE

           MOVE SPACES TO REGISTER-LINE
           MOVE WS-RELEASED-DOLLARS TO WS-ED-AMOUNT
           STRING "RELEASED DOLLARS  . . . . . . " WS-ED-AMOUNT
               DELIMITED BY SIZE INTO REGISTER-LINE
           WRITE REGISTER-LINE

           MOVE SPACES TO REGISTER-LINE
           MOVE WS-DENIED-DOLLARS TO WS-ED-AMOUNT
           STRING "DENIED DOLLARS  . . . . . . . " WS-ED-AMOUNT
               DELIMITED BY SIZE INTO REGISTER-LINE
           WRITE REGISTER-LINE

           MOVE SPACES TO REGISTER-LINE
           MOVE WS-OPEN-HOLDS TO WS-ED-COUNT
           STRING "HOLDS STILL OPEN  . . . . . . " WS-ED-COUNT
               DELIMITED BY SIZE INTO REGISTER-LINE
           WRITE REGISTER-LINE

           MOVE SPACES TO REGISTER-LINE
           MOVE WS-OPEN-DOLLARS TO WS-ED-AMOUNT
           STRING "OPEN HOLD DOLLARS . . . . . . " WS-ED-AMOUNT
               DELIMITED BY SIZE INTO REGISTER-LINE
           WRITE REGISTER-LINE.

       CLEANUP-PROGRAM.
           CLOSE HOLD-TRAN-FILE
           CLOSE REFUND-HOLD-FILE
           CLOSE SUPPLEMENTAL-REFUND-FILE
           CLOSE HOLD-REJECT-FILE
           CLOSE HOLD-REGISTER.
