      * REJECTS ARE CARRIED TO THEIR OWN FILE WITH THE REASON SO     *
      * DATA ENTRY CAN CORRECT AND REKEY THEM.  ON A CHANGE, A FIELD *
      * LEFT AS SPACES KEEPS THE VALUE ALREADY ON THE MASTER, THE    *
      * SAME WAY TAX-REWORK APPLIES ITS CORRECTIONS.  EVERY ADD AND  *
      * EVERY CHANGE THAT TOUCHES THE ADDRESS STAMPS THE ROW WITH    *
      * THE RUN DATE SO TAX-REFUND CAN SEE A FRESHLY MOVED ADDRESS.  *
      * A BANK CHANGE - THE TAXPAYER HAS GIVEN THE BANK NEW DEPOSIT  *
      * INSTRUCTIONS - STAMPS THE SAME DATE, WHICH IS ALSO WHAT      *
      * TELLS TAX-REFRTN TO REISSUE A REFUND THE BANK SENT BACK.     *
      *****************************************************************

       ENVIRONMENT DIVISION.

       DATA DIVISION.
       FILE SECTION.
      * ONE TRANSACTION PER RECORD - ACTION "A" ADDS A NEW ID, "C"
      * CHANGES AN EXISTING ONE AND "B" RECORDS A BANK CHANGE FOR AN
      * EXISTING ONE.  THE ACCOUNT DETAILS THEMSELVES ARE HELD BY THE
      * BANK, SO A "B" CARRIES ONLY THE ID.  THE FOREIGN-ADDRESS FLAG IS
      * "Y" WHEN THE CITY LINE CARRIES A FOREIGN CITY AND COUNTRY,
      * IN WHICH CASE THE STATE AND ZIP ARE NOT EDITED.
       FD ADDRESS-TRAN-FILE.
           05 TRN-ACTION          PIC X(1).
              88 TRN-ADD-ACTION    VALUE "A".
              88 TRN-CHANGE-ACTION VALUE "C".
              88 TRN-BANK-CHANGE-ACTION VALUE "B".
           05 TRN-TAXPAYER-ID     PIC X(9).
           05 TRN-NAME            PIC X(30).
           05 TRN-ADDR-LINE-1     PIC X(30).
           05 NAD-STATE           PIC X(2).
           05 NAD-ZIP             PIC X(10).
           05 NAD-FOREIGN-FLAG    PIC X(1).
      * DATE THE ADDRESS OR BANK ACCOUNT WAS LAST ADDED OR CHANGED -
      * A NAME-ONLY CHANGE LEAVES IT ALONE.
           05 NAD-LAST-CHANGE-DATE PIC 9(8).

      * THE REJECT CARRIES THE FULL ORIGINAL TRANSACTION SO DATA
      * ENTRY NEVER HAS TO GO BACK TO THE INPUT FILE TO REKEY IT.
              88 RECORD-IS-VALID    VALUE "Y".
              88 RECORD-IS-INVALID  VALUE "N".
           05 WS-ROW-ON-FILE      PIC X VALUE "N".
           05 WS-ADDRESS-CHANGED  PIC X VALUE "N".

       01 WS-FILE-STATUS-WORK.
           05 WS-NAD-FILE-STATUS  PIC X(2).

       01 WS-DATE-WORK.
           05 WS-CURRENT-DATE     PIC 9(8).

       01 WS-VALIDATION-WORK.
           05 WS-REJECT-REASON    PIC X(2).
           05 WS-REJECT-TEXT      PIC X(40).
           05 WS-TRANS-READ       PIC 9(7) COMP VALUE ZERO.
           05 WS-ADDS-APPLIED     PIC 9(7) COMP VALUE ZERO.
           05 WS-CHANGES-APPLIED  PIC 9(7) COMP VALUE ZERO.
           05 WS-BANK-CHANGES-APPLIED PIC 9(7) COMP VALUE ZERO.
           05 WS-TRANS-REJECTED   PIC 9(7) COMP VALUE ZERO.

       01 WS-REPORT-FIELDS.
           STOP RUN.

       INITIALIZE-PROGRAM.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           OPEN I-O NAME-ADDRESS-FILE
           OPEN INPUT ADDRESS-TRAN-FILE
           OPEN OUTPUT ADDRESS-REJECT-FILE
           ADD 1 TO WS-TRANS-READ
           PERFORM VALIDATE-TRAN-RECORD
           IF RECORD-IS-VALID
               EVALUATE TRUE
                   WHEN TRN-ADD-ACTION
                       PERFORM APPLY-ADD-TRAN
                   WHEN TRN-CHANGE-ACTION
                       PERFORM APPLY-CHANGE-TRAN
                   WHEN OTHER
                       PERFORM APPLY-BANK-CHANGE-TRAN
               END-EVALUATE
           ELSE
               PERFORM WRITE-REJECT-RECORD
           END-IF
           MOVE SPACES TO WS-REJECT-TEXT

           IF NOT TRN-ADD-ACTION AND NOT TRN-CHANGE-ACTION
                   AND NOT TRN-BANK-CHANGE-ACTION
               MOVE "N"  TO WS-VALID-RECORD
               MOVE "01" TO WS-REJECT-REASON
               MOVE "INVALID ACTION CODE" TO WS-REJECT-TEXT
                   MOVE "ADD FOR ID ALREADY ON FILE"
                       TO WS-REJECT-TEXT
               END-IF
               IF NOT TRN-ADD-ACTION AND WS-ROW-ON-FILE = "N"
                   MOVE "N"  TO WS-VALID-RECORD
                   MOVE "07" TO WS-REJECT-REASON
                   MOVE "ID NOT ON FILE FOR CHANGE"
                       TO WS-REJECT-TEXT
               END-IF
           END-IF.
           MOVE TRN-STATE        TO NAD-STATE
           MOVE TRN-ZIP          TO NAD-ZIP
           MOVE TRN-FOREIGN-FLAG TO NAD-FOREIGN-FLAG
           MOVE WS-CURRENT-DATE  TO NAD-LAST-CHANGE-DATE
           WRITE NAME-ADDRESS-RECORD
               INVALID KEY CONTINUE
           END-WRITE
      * ON-FILE CHECK - ONLY THE FIELDS DATA ENTRY ACTUALLY KEYED
      * ARE OVERLAID.
       APPLY-CHANGE-TRAN.
           MOVE "N" TO WS-ADDRESS-CHANGED
           IF TRN-NAME NOT = SPACES
               MOVE TRN-NAME TO NAD-NAME
           END-IF
           IF TRN-ADDR-LINE-1 NOT = SPACES
               MOVE TRN-ADDR-LINE-1 TO NAD-ADDR-LINE-1
               MOVE "Y" TO WS-ADDRESS-CHANGED
           END-IF
           IF TRN-ADDR-LINE-2 NOT = SPACES
               MOVE TRN-ADDR-LINE-2 TO NAD-ADDR-LINE-2
               MOVE "Y" TO WS-ADDRESS-CHANGED
           END-IF
           IF TRN-CITY NOT = SPACES
               MOVE TRN-CITY TO NAD-CITY
               MOVE "Y" TO WS-ADDRESS-CHANGED
           END-IF
           IF TRN-STATE NOT = SPACES
               MOVE TRN-STATE TO NAD-STATE
               MOVE "Y" TO WS-ADDRESS-CHANGED
           END-IF
           IF TRN-ZIP NOT = SPACES
               MOVE TRN-ZIP TO NAD-ZIP
               MOVE "Y" TO WS-ADDRESS-CHANGED
           END-IF
           IF TRN-FOREIGN-FLAG NOT = SPACE
               MOVE TRN-FOREIGN-FLAG TO NAD-FOREIGN-FLAG
               MOVE "Y" TO WS-ADDRESS-CHANGED
           END-IF
           IF WS-ADDRESS-CHANGED = "Y"
               MOVE WS-CURRENT-DATE TO NAD-LAST-CHANGE-DATE
           END-IF
           REWRITE NAME-ADDRESS-RECORD
               INVALID KEY CONTINUE
           END-REWRITE
           ADD 1 TO WS-CHANGES-APPLIED.

      * NOTHING ON THE ROW CHANGES BUT THE DATE.
       APPLY-BANK-CHANGE-TRAN.
           MOVE WS-CURRENT-DATE TO NAD-LAST-CHANGE-DATE
           REWRITE NAME-ADDRESS-RECORD
               INVALID KEY CONTINUE
           END-REWRITE
           ADD 1 TO WS-BANK-CHANGES-APPLIED.

       WRITE-REJECT-RECORD.
           MOVE WS-REJECT-REASON    TO ARJ-REASON-CODE
           MOVE WS-REJECT-TEXT      TO ARJ-REASON-TEXT
           WRITE ADDRESS-REJECT-RECORD
           ADD 1 TO WS-TRANS-REJECTED.

      * ADDS PLUS CHANGES PLUS BANK CHANGES PLUS REJECTS MUST EQUAL
      * TRANSACTIONS READ.
       PRODUCE-MAINT-SUMMARY.
           OPEN OUTPUT MAINT-SUMMARY-REPORT

               DELIMITED BY SIZE INTO MAINT-REPORT-LINE
           WRITE MAINT-REPORT-LINE

           MOVE WS-BANK-CHANGES-APPLIED TO WS-ED-COUNT
           STRING "BANK CHANGES APPLIED  . . . . " WS-ED-COUNT
               DELIMITED BY SIZE INTO MAINT-REPORT-LINE
           WRITE MAINT-REPORT-LINE

           MOVE WS-TRANS-REJECTED TO WS-ED-COUNT
           STRING "TRANSACTIONS REJECTED . . . . " WS-ED-COUNT
               DELIMITED BY SIZE INTO MAINT-REPORT-LINE
