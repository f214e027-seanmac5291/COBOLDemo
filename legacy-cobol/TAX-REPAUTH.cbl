       IDENTIFICATION DIVISION.
       PROGRAM-ID. TAX-REPAUTH.
       AUTHOR. LEGACY-SYSTEMS-TEAM.
      *****************************************************************
      * AUTHORIZED REPRESENTATIVE (POWER OF ATTORNEY) MAINTENANCE    *
      * APPLIES ADD, CHANGE AND REVOKE TRANSACTIONS FROM DATA ENTRY  *
      * TO THE KEYED REPRESENTATIVE MASTER (REPAUTH.DAT) - ONE ROW   *
      * PER TAXPAYER ID AND TAX YEAR, CARRYING THE REPRESENTATIVE'S  *
      * NAME AND MAILING ADDRESS, THE SCOPE OF THE AUTHORIZATION AND *
      * THE DATE IT EXPIRES.  TAX-NOTICE AND TAX-ASSESS PRINT A COPY *
      * OF EVERY LETTER TO A REPRESENTATIVE WHOSE AUTHORIZATION IS   *
      * CURRENT AND COVERS NOTICES, AND TAX-INQUIRY SHOWS THE        *
      * AUTHORIZATIONS ON ITS RESPONSE PAGE.  TRANSACTIONS ARE       *
      * EDITED AND REJECTED THE SAME WAY TAX-NAMADDR DOES IT, AND ON *
      * A CHANGE A FIELD LEFT AS SPACES KEEPS THE VALUE ALREADY ON   *
      * THE MASTER.  A REVOKED ROW STAYS ON FILE FOR THE RECORD; A   *
      * NEW ADD FOR THE SAME TAXPAYER AND YEAR REPLACES IT.          *
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REP-TRAN-FILE ASSIGN TO "REPTRAN.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL REP-AUTH-FILE ASSIGN TO "REPAUTH.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS POA-AUTH-KEY
               FILE STATUS IS WS-POA-FILE-STATUS.
           SELECT REP-REJECT-FILE ASSIGN TO "REPREJ.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT MAINT-SUMMARY-REPORT ASSIGN TO "REPSUM.RPT"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * ONE TRANSACTION PER RECORD - ACTION "A" ADDS AN
      * AUTHORIZATION, "C" CHANGES ONE AND "R" REVOKES ONE (ONLY THE
      * KEY IS NEEDED ON A REVOKE).  SCOPE "F" IS FULL AUTHORITY -
      * THE REPRESENTATIVE MAY DISCUSS THE ACCOUNT AND RECEIVES
      * COPIES OF NOTICES; "C" IS COPIES OF NOTICES ONLY; "I" IS
      * INFORMATION ONLY - MAY DISCUSS THE ACCOUNT, NO COPIES.
       FD REP-TRAN-FILE.
       01 REP-TRAN-RECORD.
           05 TRN-ACTION          PIC X(1).
              88 TRN-ADD-ACTION    VALUE "A".
              88 TRN-CHANGE-ACTION VALUE "C".
              88 TRN-REVOKE-ACTION VALUE "R".
           05 TRN-TAXPAYER-ID     PIC X(9).
           05 TRN-TAX-YEAR        PIC X(4).
           05 TRN-TAX-YEAR-N REDEFINES TRN-TAX-YEAR
                                  PIC 9(4).
           05 TRN-REP-NAME        PIC X(30).
           05 TRN-ADDR-LINE-1     PIC X(30).
           05 TRN-ADDR-LINE-2     PIC X(30).
           05 TRN-CITY            PIC X(20).
           05 TRN-STATE           PIC X(2).
           05 TRN-ZIP             PIC X(10).
           05 TRN-FOREIGN-FLAG    PIC X(1).
           05 TRN-SCOPE           PIC X(1).
              88 TRN-VALID-SCOPE  VALUE "F" "C" "I".
           05 TRN-EXPIRE-DATE     PIC X(8).
           05 TRN-EXPIRE-DATE-N REDEFINES TRN-EXPIRE-DATE
                                  PIC 9(8).

      * REPRESENTATIVE MASTER - THE ADDRESS BLOCK EXACTLY AS IT
      * SHOULD PRINT THROUGH A WINDOW ENVELOPE, SAME AS NAMADDR.DAT.
      * AN AUTHORIZATION IS CURRENT WHILE IT IS ACTIVE AND ITS
      * EXPIRATION DATE HAS NOT PASSED.  TAX-NOTICE, TAX-ASSESS AND
      * TAX-INQUIRY READ THIS SAME LAYOUT.
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

      * THE REJECT CARRIES THE FULL ORIGINAL TRANSACTION SO DATA
      * ENTRY NEVER HAS TO GO BACK TO THE INPUT FILE TO REKEY IT.
       FD REP-REJECT-FILE.
       01 REP-REJECT-RECORD.
           05 RRJ-REASON-CODE     PIC X(2).
           05 RRJ-REASON-TEXT     PIC X(40).
           05 RRJ-TRAN-RECORD     PIC X(146).

       FD MAINT-SUMMARY-REPORT.
       01 MAINT-REPORT-LINE       PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-FLAGS.
           05 WS-EOF-FLAG         PIC X VALUE "N".
              88 END-OF-FILE      VALUE "Y".
           05 WS-VALID-RECORD     PIC X VALUE "Y".
              88 RECORD-IS-VALID    VALUE "Y".
              88 RECORD-IS-INVALID  VALUE "N".
           05 WS-ROW-ON-FILE      PIC X VALUE "N".
           05 WS-ROW-CURRENT      PIC X VALUE "N".

       01 WS-FILE-STATUS-WORK.
           05 WS-POA-FILE-STATUS  PIC X(2).

       01 WS-DATE-WORK.
           05 WS-CURRENT-DATE     PIC 9(8).

       01 WS-VALIDATION-WORK.
           05 WS-REJECT-REASON    PIC X(2).
           05 WS-REJECT-TEXT      PIC X(40).

       01 WS-MAINT-TOTALS.
           05 WS-TRANS-READ       PIC 9(7) COMP VALUE ZERO.
           05 WS-ADDS-APPLIED     PIC 9(7) COMP VALUE ZERO.
           05 WS-CHANGES-APPLIED  PIC 9(7) COMP VALUE ZERO.
           05 WS-REVOKES-APPLIED  PIC 9(7) COMP VALUE ZERO.
           05 WS-TRANS-REJECTED   PIC 9(7) COMP VALUE ZERO.

       01 WS-REPORT-FIELDS.
           05 WS-ED-COUNT         PIC ZZZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCESSING.
           PERFORM INITIALIZE-PROGRAM
           PERFORM PROCESS-TRAN-RECORDS UNTIL END-OF-FILE
           PERFORM PRODUCE-MAINT-SUMMARY
           PERFORM CLEANUP-PROGRAM
           STOP RUN.

       INITIALIZE-PROGRAM.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           OPEN I-O REP-AUTH-FILE
           OPEN INPUT REP-TRAN-FILE
           OPEN OUTPUT REP-REJECT-FILE
           READ REP-TRAN-FILE
               AT END MOVE "Y" TO WS-EOF-FLAG
           END-READ.

       PROCESS-TRAN-RECORDS.
           ADD 1 TO WS-TRANS-READ
           PERFORM VALIDATE-TRAN-RECORD
           IF RECORD-IS-VALID
               EVALUATE TRUE
                   WHEN TRN-ADD-ACTION
                       PERFORM APPLY-ADD-TRAN
                   WHEN TRN-CHANGE-ACTION
                       PERFORM APPLY-CHANGE-TRAN
                   WHEN OTHER
                       PERFORM APPLY-REVOKE-TRAN
               END-EVALUATE
           ELSE
               PERFORM WRITE-REJECT-RECORD
           END-IF
           READ REP-TRAN-FILE
               AT END MOVE "Y" TO WS-EOF-FLAG
           END-READ.

      * EDITS RUN IN ORDER AND STOP AT THE FIRST FAILURE, SO EACH
      * REJECT CARRIES THE ONE REASON DATA ENTRY SHOULD FIX FIRST.
      * AN AUTHORIZATION MUST EXPIRE IN THE FUTURE - ONE KEYED
      * ALREADY EXPIRED WOULD NEVER PRINT A COPY.
       VALIDATE-TRAN-RECORD.
           MOVE "Y" TO WS-VALID-RECORD
           MOVE SPACES TO WS-REJECT-REASON
           MOVE SPACES TO WS-REJECT-TEXT

           IF NOT TRN-ADD-ACTION AND NOT TRN-CHANGE-ACTION
                   AND NOT TRN-REVOKE-ACTION
               MOVE "N"  TO WS-VALID-RECORD
               MOVE "01" TO WS-REJECT-REASON
               MOVE "INVALID ACTION CODE" TO WS-REJECT-TEXT
           END-IF

           IF RECORD-IS-VALID
                   AND TRN-TAXPAYER-ID NOT NUMERIC
               MOVE "N"  TO WS-VALID-RECORD
               MOVE "02" TO WS-REJECT-REASON
               MOVE "TAXPAYER ID NOT NUMERIC" TO WS-REJECT-TEXT
           END-IF

           IF RECORD-IS-VALID
                   AND TRN-TAX-YEAR NOT NUMERIC
               MOVE "N"  TO WS-VALID-RECORD
               MOVE "03" TO WS-REJECT-REASON
               MOVE "TAX YEAR NOT NUMERIC" TO WS-REJECT-TEXT
           END-IF

           IF RECORD-IS-VALID
                   AND TRN-ADD-ACTION
                   AND TRN-REP-NAME = SPACES
               MOVE "N"  TO WS-VALID-RECORD
               MOVE "04" TO WS-REJECT-REASON
               MOVE "REPRESENTATIVE NAME REQUIRED ON ADD"
                   TO WS-REJECT-TEXT
           END-IF

           IF RECORD-IS-VALID
                   AND TRN-ADD-ACTION
                   AND TRN-ADDR-LINE-1 = SPACES
               MOVE "N"  TO WS-VALID-RECORD
               MOVE "05" TO WS-REJECT-REASON
               MOVE "ADDRESS LINE 1 REQUIRED ON ADD"
                   TO WS-REJECT-TEXT
           END-IF

           IF RECORD-IS-VALID
                   AND TRN-ADD-ACTION
                   AND TRN-FOREIGN-FLAG NOT = "Y"
                   AND TRN-ZIP(1:5) NOT NUMERIC
               MOVE "N"  TO WS-VALID-RECORD
               MOVE "06" TO WS-REJECT-REASON
               MOVE "ZIP CODE NOT NUMERIC" TO WS-REJECT-TEXT
           END-IF

           IF RECORD-IS-VALID
                   AND NOT TRN-REVOKE-ACTION
                   AND NOT TRN-VALID-SCOPE
                   AND (TRN-ADD-ACTION OR TRN-SCOPE NOT = SPACE)
               MOVE "N"  TO WS-VALID-RECORD
               MOVE "07" TO WS-REJECT-REASON
               MOVE "INVALID AUTHORIZATION SCOPE" TO WS-REJECT-TEXT
           END-IF

           IF RECORD-IS-VALID
                   AND NOT TRN-REVOKE-ACTION
                   AND (TRN-ADD-ACTION OR TRN-EXPIRE-DATE NOT = SPACES)
               IF TRN-EXPIRE-DATE NOT NUMERIC
                   MOVE "N"  TO WS-VALID-RECORD
               ELSE
                   IF TRN-EXPIRE-DATE-N NOT > WS-CURRENT-DATE
                       MOVE "N"  TO WS-VALID-RECORD
                   END-IF
               END-IF
               IF RECORD-IS-INVALID
                   MOVE "08" TO WS-REJECT-REASON
                   MOVE "EXPIRATION DATE INVALID OR NOT FUTURE"
                       TO WS-REJECT-TEXT
               END-IF
           END-IF

           IF RECORD-IS-VALID
               PERFORM CHECK-ROW-ON-FILE
               IF TRN-ADD-ACTION AND WS-ROW-CURRENT = "Y"
                   MOVE "N"  TO WS-VALID-RECORD
                   MOVE "09" TO WS-REJECT-REASON
                   MOVE "ADD FOR AUTHORIZATION ALREADY CURRENT"
                       TO WS-REJECT-TEXT
               END-IF
               IF NOT TRN-ADD-ACTION AND WS-ROW-ON-FILE = "N"
                   MOVE "N"  TO WS-VALID-RECORD
                   MOVE "10" TO WS-REJECT-REASON
                   MOVE "AUTHORIZATION NOT ON FILE"
                       TO WS-REJECT-TEXT
               END-IF
               IF NOT TRN-ADD-ACTION AND WS-ROW-ON-FILE = "Y"
                       AND POA-REVOKED
                   MOVE "N"  TO WS-VALID-RECORD
                   MOVE "11" TO WS-REJECT-REASON
                   MOVE "AUTHORIZATION ALREADY REVOKED"
                       TO WS-REJECT-TEXT
               END-IF
           END-IF.

      * AN EXPIRED OR REVOKED ROW IS ON FILE BUT NOT CURRENT - A NEW
      * ADD MAY REPLACE IT.
       CHECK-ROW-ON-FILE.
           MOVE "N" TO WS-ROW-ON-FILE
           MOVE "N" TO WS-ROW-CURRENT
           MOVE TRN-TAXPAYER-ID TO POA-TAXPAYER-ID
           MOVE TRN-TAX-YEAR-N  TO POA-TAX-YEAR
           READ REP-AUTH-FILE
               INVALID KEY CONTINUE
           END-READ
           IF WS-POA-FILE-STATUS = "00"
               MOVE "Y" TO WS-ROW-ON-FILE
               IF POA-ACTIVE
                       AND POA-EXPIRE-DATE NOT < WS-CURRENT-DATE
                   MOVE "Y" TO WS-ROW-CURRENT
               END-IF
           END-IF.

       APPLY-ADD-TRAN.
           MOVE TRN-TAXPAYER-ID   TO POA-TAXPAYER-ID
           MOVE TRN-TAX-YEAR-N    TO POA-TAX-YEAR
           MOVE TRN-REP-NAME      TO POA-REP-NAME
           MOVE TRN-ADDR-LINE-1   TO POA-ADDR-LINE-1
           MOVE TRN-ADDR-LINE-2   TO POA-ADDR-LINE-2
           MOVE TRN-CITY          TO POA-CITY
           MOVE TRN-STATE         TO POA-STATE
           MOVE TRN-ZIP           TO POA-ZIP
           MOVE TRN-FOREIGN-FLAG  TO POA-FOREIGN-FLAG
           MOVE TRN-SCOPE         TO POA-SCOPE
           MOVE TRN-EXPIRE-DATE-N TO POA-EXPIRE-DATE
           MOVE "A"               TO POA-STATUS
           MOVE WS-CURRENT-DATE   TO POA-EFFECTIVE-DATE
           MOVE ZERO              TO POA-REVOKE-DATE
           MOVE WS-CURRENT-DATE   TO POA-LAST-CHANGE-DATE
           IF WS-ROW-ON-FILE = "Y"
               REWRITE REP-AUTH-RECORD
                   INVALID KEY CONTINUE
               END-REWRITE
           ELSE
               WRITE REP-AUTH-RECORD
                   INVALID KEY CONTINUE
               END-WRITE
           END-IF
           ADD 1 TO WS-ADDS-APPLIED.

      * THE MASTER ROW IS ALREADY IN THE RECORD AREA FROM THE
      * ON-FILE CHECK - ONLY THE FIELDS DATA ENTRY ACTUALLY KEYED
      * ARE OVERLAID.  A CHANGE TO THE EXPIRATION DATE IS HOW AN
      * EXPIRED AUTHORIZATION IS RENEWED.
       APPLY-CHANGE-TRAN.
           IF TRN-REP-NAME NOT = SPACES
               MOVE TRN-REP-NAME TO POA-REP-NAME
           END-IF
           IF TRN-ADDR-LINE-1 NOT = SPACES
               MOVE TRN-ADDR-LINE-1 TO POA-ADDR-LINE-1
           END-IF
           IF TRN-ADDR-LINE-2 NOT = SPACES
               MOVE TRN-ADDR-LINE-2 TO POA-ADDR-LINE-2
           END-IF
           IF TRN-CITY NOT = SPACES
               MOVE TRN-CITY TO POA-CITY
           END-IF
           IF TRN-STATE NOT = SPACES
               MOVE TRN-STATE TO POA-STATE
           END-IF
           IF TRN-ZIP NOT = SPACES
               MOVE TRN-ZIP TO POA-ZIP
           END-IF
           IF TRN-FOREIGN-FLAG NOT = SPACE
               MOVE TRN-FOREIGN-FLAG TO POA-FOREIGN-FLAG
           END-IF
           IF TRN-SCOPE NOT = SPACE
               MOVE TRN-SCOPE TO POA-SCOPE
           END-IF
           IF TRN-EXPIRE-DATE NOT = SPACES
               MOVE TRN-EXPIRE-DATE-N TO POA-EXPIRE-DATE
           END-IF
           MOVE WS-CURRENT-DATE TO POA-LAST-CHANGE-DATE
           REWRITE REP-AUTH-RECORD
               INVALID KEY CONTINUE
           END-REWRITE
           ADD 1 TO WS-CHANGES-APPLIED.

       APPLY-REVOKE-TRAN.
           MOVE "R"             TO POA-STATUS
           MOVE WS-CURRENT-DATE TO POA-REVOKE-DATE
           MOVE WS-CURRENT-DATE TO POA-LAST-CHANGE-DATE
           REWRITE REP-AUTH-RECORD
               INVALID KEY CONTINUE
           END-REWRITE
           ADD 1 TO WS-REVOKES-APPLIED.

       WRITE-REJECT-RECORD.
           MOVE WS-REJECT-REASON TO RRJ-REASON-CODE
           MOVE WS-REJECT-TEXT   TO RRJ-REASON-TEXT
           MOVE REP-TRAN-RECORD  TO RRJ-TRAN-RECORD
           WRITE REP-REJECT-RECORD
           ADD 1 TO WS-TRANS-REJECTED.

      * ADDS PLUS CHANGES PLUS REVOKES PLUS REJECTS MUST EQUAL
      * TRANSACTIONS READ.
       PRODUCE-MAINT-SUMMARY.
           OPEN OUTPUT MAINT-SUMMARY-REPORT

           MOVE "TAX-REPAUTH MAINTENANCE CONTROL TOTALS"
               TO MAINT-REPORT-LINE
           WRITE MAINT-REPORT-LINE
           MOVE SPACES TO MAINT-REPORT-LINE
           WRITE MAINT-REPORT-LINE

           MOVE WS-TRANS-READ TO WS-ED-COUNT
           STRING "TRANSACTIONS READ . . . . . . " WS-ED-COUNT
               DELIMITED BY SIZE INTO MAINT-REPORT-LINE
           WRITE MAINT-REPORT-LINE

           MOVE WS-ADDS-APPLIED TO WS-ED-COUNT
           STRING "ADDS APPLIED  . . . . . . . . " WS-ED-COUNT
               DELIMITED BY SIZE INTO MAINT-REPORT-LINE
           WRITE MAINT-REPORT-LINE

           MOVE WS-CHANGES-APPLIED TO WS-ED-COUNT
           STRING "CHANGES APPLIED . . . . . . . " WS-ED-COUNT
               DELIMITED BY SIZE INTO MAINT-REPORT-LINE
           WRITE MAINT-REPORT-LINE

           MOVE WS-REVOKES-APPLIED TO WS-ED-COUNT
           STRING "REVOKES APPLIED . . . . . . . " WS-ED-COUNT
               DELIMITED BY SIZE INTO MAINT-REPORT-LINE
           WRITE MAINT-REPORT-LINE

           MOVE WS-TRANS-REJECTED TO WS-ED-COUNT
           STRING "TRANSACTIONS REJECTED . . . . " WS-ED-COUNT
               DELIMITED BY SIZE INTO MAINT-REPORT-LINE
           WRITE MAINT-REPORT-LINE

           CLOSE MAINT-SUMMARY-REPORT.

       CLEANUP-PROGRAM.
           CLOSE REP-TRAN-FILE
           CLOSE REP-AUTH-FILE
           CLOSE REP-REJECT-FILE.
