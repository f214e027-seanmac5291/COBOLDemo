       IDENTIFICATION DIVISION.
       PROGRAM-ID. TAX-NADCONV.
       AUTHOR. LEGACY-SYSTEMS-TEAM.
      *****************************************************************
      * NAME-AND-ADDRESS MASTER CONVERSION - RUN ONCE                *
      * REBUILDS THE NAME-AND-ADDRESS MASTER IN ITS CURRENT 140-BYTE *
      * LAYOUT FROM THE 132-BYTE LAYOUT THAT PREDATES THE LAST-      *
      * CHANGE DATE.  EVERY ROW IS COPIED AS IT STANDS WITH NAD-     *
      * LAST-CHANGE-DATE SET TO ZERO, WHICH TAX-REFUND'S RECENT-     *
      * CHANGE SCREEN AND TAX-REFRTN'S REISSUE TEST BOTH TAKE AS     *
      * "NEVER CHANGED".  OPERATIONS FIRST RENAMES THE EXISTING      *
      * NAMADDR.DAT TO NAMADDRO.DAT; THIS PROGRAM WRITES A NEW       *
      * NAMADDR.DAT AND WILL NOT START WITHOUT THE RENAMED FILE, SO  *
      * IT CANNOT EMPTY A LIVE MASTER.  MUST RUN BEFORE THE FIRST    *
      * RUN OF ANY PROGRAM THAT OPENS NAMADDR.DAT - TAX-NAMADDR,     *
      * TAX-NOTICE, TAX-VOUCHER, TAX-REFUND, TAX-1099G, TAX-COLLECT  *
      * AND TAX-REFRTN.  ENDS WITH RETURN CODE 8 IF ANY ROW WAS NOT  *
      * WRITTEN, AND THE RENAMED FILE IS KEPT UNTIL THE REGISTER HAS *
      * BEEN CHECKED.                                                *
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-NAME-ADDRESS-FILE ASSIGN TO "NAMADDRO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OLD-TAXPAYER-ID
               FILE STATUS IS WS-OLD-FILE-STATUS.
           SELECT NAME-ADDRESS-FILE ASSIGN TO "NAMADDR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS NAD-TAXPAYER-ID
               FILE STATUS IS WS-NAD-FILE-STATUS.
           SELECT CONVERSION-REGISTER ASSIGN TO "NADCONV.RPT"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * THE NAME-AND-ADDRESS MASTER AS IT WAS BEFORE THE LAST-CHANGE
      * DATE WAS ADDED - 132 BYTES.
       FD OLD-NAME-ADDRESS-FILE.
       01 OLD-NAME-ADDRESS-RECORD.
           05 OLD-TAXPAYER-ID     PIC X(9).
           05 OLD-NAME            PIC X(30).
           05 OLD-ADDR-LINE-1     PIC X(30).
           05 OLD-ADDR-LINE-2     PIC X(30).
           05 OLD-CITY            PIC X(20).
           05 OLD-STATE           PIC X(2).
           05 OLD-ZIP             PIC X(10).
           05 OLD-FOREIGN-FLAG    PIC X(1).

      * SAME LAYOUT AS TAX-NAMADDR MAINTAINS - 140 BYTES.
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

       FD CONVERSION-REGISTER.
       01 REGISTER-LINE           PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-FLAGS.
           05 WS-EOF-FLAG         PIC X VALUE "N".
              88 END-OF-FILE      VALUE "Y".

       01 WS-FILE-STATUS-WORK.
           05 WS-OLD-FILE-STATUS  PIC X(2).
           05 WS-NAD-FILE-STATUS  PIC X(2).

       01 WS-DATE-WORK.
           05 WS-CURRENT-DATE     PIC 9(8).

      * CONTROL TOTALS - ROWS READ = ROWS WRITTEN + ROWS NOT WRITTEN.
       01 WS-CONVERSION-TOTALS.
           05 WS-ROWS-READ        PIC 9(7) COMP VALUE ZERO.
           05 WS-ROWS-WRITTEN     PIC 9(7) COMP VALUE ZERO.
           05 WS-ROWS-NOT-WRITTEN PIC 9(7) COMP VALUE ZERO.

       01 WS-REPORT-FIELDS.
           05 WS-ED-COUNT         PIC ZZZZZZ9.
           05 WS-ED-DATE          PIC 9999/99/99.

       PROCEDURE DIVISION.
       MAIN-PROCESSING.
           PERFORM INITIALIZE-PROGRAM
           PERFORM CONVERT-ONE-ROW UNTIL END-OF-FILE
           PERFORM PRODUCE-CONVERSION-REGISTER
           PERFORM CLEANUP-PROGRAM
           IF WS-ROWS-NOT-WRITTEN > ZERO
               DISPLAY "TAX-NADCONV: ROWS NOT CONVERTED - "
                   "SEE NADCONV.RPT - RETURN CODE 8"
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

      * THE RENAMED MASTER IS OPENED BEFORE THE NEW ONE, SO A RUN
      * WITHOUT IT STOPS BEFORE NAMADDR.DAT IS OPENED FOR OUTPUT.
       INITIALIZE-PROGRAM.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           OPEN INPUT OLD-NAME-ADDRESS-FILE
           IF WS-OLD-FILE-STATUS NOT = "00"
               DISPLAY "TAX-NADCONV: NAMADDRO.DAT NOT AVAILABLE "
                   "- RUN STOPPED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT NAME-ADDRESS-FILE
           OPEN OUTPUT CONVERSION-REGISTER
           MOVE "TAX-NADCONV NAME-AND-ADDRESS MASTER CONVERSION"
               TO REGISTER-LINE
           WRITE REGISTER-LINE
           MOVE WS-CURRENT-DATE TO WS-ED-DATE
           MOVE SPACES TO REGISTER-LINE
           STRING "PREPARED " WS-ED-DATE
               DELIMITED BY SIZE INTO REGISTER-LINE
           WRITE REGISTER-LINE
           MOVE SPACES TO REGISTER-LINE
           WRITE REGISTER-LINE
           MOVE "ROWS NOT WRITTEN" TO REGISTER-LINE
           WRITE REGISTER-LINE
           MOVE SPACES TO REGISTER-LINE
           WRITE REGISTER-LINE
           PERFORM READ-OLD-ROW.

       READ-OLD-ROW.
           READ OLD-NAME-ADDRESS-FILE NEXT RECORD
               AT END MOVE "Y" TO WS-EOF-FLAG
           END-READ
           IF WS-OLD-FILE-STATUS NOT = "00"
               MOVE "Y" TO WS-EOF-FLAG
           END-IF.

      * THE OLD FILE IS READ IN KEY ORDER, SO EACH WRITE EXTENDS THE
      * NEW FILE IN KEY ORDER TOO.  A ROW THE NEW FILE WILL NOT TAKE
      * IS LISTED WITH ITS FILE STATUS.
       CONVERT-ONE-ROW.
           ADD 1 TO WS-ROWS-READ
           MOVE OLD-TAXPAYER-ID   TO NAD-TAXPAYER-ID
           MOVE OLD-NAME          TO NAD-NAME
           MOVE OLD-ADDR-LINE-1   TO NAD-ADDR-LINE-1
           MOVE OLD-ADDR-LINE-2   TO NAD-ADDR-LINE-2
           MOVE OLD-CITY          TO NAD-CITY
           MOVE OLD-STATE         TO NAD-STATE
           MOVE OLD-ZIP           TO NAD-ZIP
           MOVE OLD-FOREIGN-FLAG  TO NAD-FOREIGN-FLAG
           MOVE ZERO              TO NAD-LAST-CHANGE-DATE
           WRITE NAME-ADDRESS-RECORD
               INVALID KEY CONTINUE
           END-WRITE
           IF WS-NAD-FILE-STATUS = "00"
               ADD 1 TO WS-ROWS-WRITTEN
           ELSE
               ADD 1 TO WS-ROWS-NOT-WRITTEN
               MOVE SPACES TO REGISTER-LINE
               STRING OLD-TAXPAYER-ID "  FILE STATUS "
                   WS-NAD-FILE-STATUS
                   DELIMITED BY SIZE INTO REGISTER-LINE
               WRITE REGISTER-LINE
           END-IF
           PERFORM READ-OLD-ROW.

      * ROWS READ = ROWS WRITTEN + ROWS NOT WRITTEN.
       PRODUCE-CONVERSION-REGISTER.
           IF WS-ROWS-NOT-WRITTEN = ZERO
               MOVE "NONE" TO REGISTER-LINE
               WRITE REGISTER-LINE
           END-IF
           MOVE SPACES TO REGISTER-LINE
           WRITE REGISTER-LINE
           MOVE "CONTROL TOTALS" TO REGISTER-LINE
           WRITE REGISTER-LINE

           MOVE SPACES TO REGISTER-LINE
           MOVE WS-ROWS-READ TO WS-ED-COUNT
           STRING "OLD MASTER ROWS READ  . . . . " WS-ED-COUNT
               DELIMITED BY SIZE INTO REGISTER-LINE
           WRITE REGISTER-LINE

           MOVE SPACES TO REGISTER-LINE
           MOVE WS-ROWS-WRITTEN TO WS-ED-COUNT
           STRING "NEW MASTER ROWS WRITTEN . . . " WS-ED-COUNT
               DELIMITED BY SIZE INTO REGISTER-LINE
           WRITE REGISTER-LINE

           MOVE SPACES TO REGISTER-LINE
           MOVE WS-ROWS-NOT-WRITTEN TO WS-ED-COUNT
           STRING "ROWS NOT WRITTEN  . . . . . . " WS-ED-COUNT
               DELIMITED BY SIZE INTO REGISTER-LINE
           WRITE REGISTER-LINE

           MOVE SPACES TO REGISTER-LINE
           WRITE REGISTER-LINE
           IF WS-ROWS-NOT-WRITTEN = ZERO
               MOVE "CONVERSION COMPLETE" TO REGISTER-LINE
           ELSE
               MOVE "CONVERSION INCOMPLETE - KEEP NAMADDRO.DAT"
                   TO REGISTER-LINE
           END-IF
           WRITE REGISTER-LINE.

       CLEANUP-PROGRAM.
           CLOSE OLD-NAME-ADDRESS-FILE
           CLOSE NAME-ADDRESS-FILE
           CLOSE CONVERSION-REGISTER.
