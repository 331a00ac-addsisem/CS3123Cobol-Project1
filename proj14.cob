       AUTHOR. Addyson Sisemore
      * PROJECT  1 - ANNUAL EARNINGS SUMMARY AND YEAR-OPEN.
      * THE REGISTER RUN (PROJ08) MAINTAINS COB1-YTD - PERIODS
      * PAID AND YTD GROSS PER EID, WITH THE YEAR'S WITHHOLDING,
      * DEDUCTIONS, AND NET CARRIED ON THE SAME RECORD AND
      * ARCHIVED WITH IT. THE R FUNCTION PRINTS EACH
      * EMPLOYEE'S ANNUAL GROSS WITH SUBTOTALS BY TYPE IN THE
      * REGISTER'S CONTROL-BREAK STYLE - THE REPORT THE
      * ACCOUNTANTS GET EVERY JANUARY INSTEAD OF TWELVE SAVED
      * OPENS THE NEW YEAR: THE OLD YEAR'S ACCUMULATORS ARE
      * ARCHIVED TO COB1-YTD-ARCH BETWEEN A STAMPED HEADER AND A
      * COUNTED TRAILER, THEN CLEARED SO THE FIRST REGISTER RUN OF
      * THE NEW YEAR STARTS FROM ZERO. THE YEAR-OPEN REFUSES TO
      * CLEAR A YEAR WHOSE W-2 RUN (PROJ23) HAS NOT BEEN STAMPED
      * COMPLETE ON COB1-W2CTL, OR WAS STAMPED BEFORE THE LATEST
      * PERIOD A REGISTER POSTED.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               FILE STATUS IS WS-FILE-STATUS.
           SELECT ARCH-FILE ASSIGN TO 'COB1-YTD-ARCH'
               FILE STATUS IS WS-ARCH-STATUS.
           SELECT W2CTL-FILE ASSIGN TO 'COB1-W2CTL'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WC-YEAR
               FILE STATUS IS WS-W2CTL-STATUS.
           SELECT PRNT-FILE ASSIGN TO 'UR-S-ANNUAL'.
           SELECT SORTED-FILE ASSIGN TO 'SRTOUT14'.
           SELECT SORT-WORK ASSIGN TO 'SRTWK14'.
         03 Y-GROSS      PIC 9(8)V99.
         03 Y-LAST-PERIOD PIC X(8).
         03 FILLER       PIC X(2).
         03 Y-FED-WH     PIC 9(7)V99.
         03 Y-STATE-WH   PIC 9(7)V99.
         03 Y-INSURANCE  PIC 9(7)V99.
         03 Y-401K       PIC 9(7)V99.
         03 Y-GARNISH    PIC 9(7)V99.
         03 Y-NET        PIC 9(8)V99.
         03 FILLER       PIC X(15).
       FD EMPLOYEE-FILE
           LABEL RECORDS ARE STANDARD.
       01 EMPLOYEE-REC.
      **************************************************************
       FD ARCH-FILE
           LABEL RECORDS ARE STANDARD.
       01 ARCH-REC      PIC X(100).
      **************************************************************
      * W-2 COMPLETION CONTROL - ONE RECORD PER TAX YEAR (SAME *
      * SHAPE AS PROJ23 WRITES IT) *
      **************************************************************
       FD W2CTL-FILE
           LABEL RECORDS ARE STANDARD.
       01 W2CTL-REC.
         03 WC-YEAR      PIC X(4).
         03 WC-RUN-STAMP PIC X(14).
         03 WC-REPORTED  PIC 9(7).
         03 WC-HELD      PIC 9(5).
         03 FILLER       PIC X(30).
       FD PRNT-FILE
           LABEL RECORDS ARE OMITTED.
       01 PRNT-REC      PIC X(100).
         03 H-TAG        PIC X(7)    VALUE '*HEADR*'.
         03 H-DATE       PIC X(8).
         03 H-TIME       PIC X(6).
         03 FILLER       PIC X(79)   VALUE SPACES.
       01 TRAILER-DATA.
         03 R-TAG        PIC X(7)    VALUE '*TRAIL*'.
         03 R-COUNT      PIC 9(7).
         03 FILLER       PIC X(86)   VALUE SPACES.
      **************************************************************
      * LAYOUT FOR THE REPORT HEADING AND DATA LINES *
      **************************************************************
      **************************************************************
       01 YEAR-OPEN-WS.
         03 WS-ARCH-COUNT    PIC 9(7)   VALUE 0.
         03 WS-W2CTL-STATUS  PIC XX     VALUE '00'.
         03 WS-YTD-YEAR      PIC X(4)   VALUE SPACES.
         03 WS-YTD-LAST-PERIOD PIC X(8) VALUE SPACES.
         03 WS-W2-DONE-SW    PIC X      VALUE 'N'.
             88 WS-W2-DONE          VALUE 'Y'.
      **************************************************************
      *       START OF PROCEDURE DIVISION       *
      **************************************************************
      * UNTIL THE ARCHIVE HAS BEEN WRITTEN AND CLOSED CLEAN *
      **************************************************************
       5000-YEAR-OPEN.
           PERFORM 5050-CHECK-W2-DONE.
           IF NOT WS-W2-DONE
               DISPLAY 'YEAR-OPEN CANCELLED - NO CHANGE APPLIED'
           ELSE
               DISPLAY 'YEAR-OPEN ARCHIVES AND CLEARS EVERY COB1-YTD '
                 'ACCUMULATOR - CONFIRM (Y/N): '
               ACCEPT WS-CONFIRM FROM CONSOLE
               IF NOT WS-CONFIRMED
                   DISPLAY 'YEAR-OPEN CANCELLED - NO CHANGE APPLIED'
               ELSE
                   PERFORM 5100-ARCHIVE-YTD
               END-IF
           END-IF.
      **************************************************************
      * THE YEAR BEING CLOSED IS THE LATEST PERIOD POSTED TO *
      * COB1-YTD. ITS W-2 RUN HAS TO BE STAMPED COMPLETE ON *
      * COB1-W2CTL BEFORE THE FIGURES ARE CLEARED - A FILE WITH NO *
      * POSTED PERIODS HAS NOTHING TO LOSE - AND STAMPED NO EARLIER *
      * THAN THE LATEST PERIOD POSTED, SINCE WAGES A REGISTER *
      * POSTED AFTER THE W-2 RUN ARE ON NO STATEMENT YET AND WOULD *
      * BE CLEARED WITHOUT ONE. STATEMENTS HELD FOR *
      * CORRECTION ARE REISSUED FROM THE ARCHIVE, SO THEY ARE *
      * MENTIONED BUT DON'T BLOCK THE YEAR-OPEN *
      **************************************************************
       5050-CHECK-W2-DONE.
           MOVE 'N' TO WS-W2-DONE-SW.
           MOVE SPACES TO WS-YTD-YEAR.
           MOVE SPACES TO WS-YTD-LAST-PERIOD.
           OPEN INPUT YTD-FILE.
           IF WS-YTD-STATUS NOT = '00'
               DISPLAY 'UNABLE TO OPEN COB1-YTD, STATUS='
                 WS-YTD-STATUS
           ELSE
               MOVE 0 TO EOF-Y
               PERFORM UNTIL EOF-Y = 1
                   READ YTD-FILE NEXT RECORD
                     AT END MOVE 1 TO EOF-Y
                     NOT AT END
                       IF Y-LAST-PERIOD(1:4) NUMERIC
                         AND Y-LAST-PERIOD(1:4) > WS-YTD-YEAR
                           MOVE Y-LAST-PERIOD(1:4) TO WS-YTD-YEAR
                       END-IF
                       IF Y-LAST-PERIOD NUMERIC
                         AND Y-LAST-PERIOD > WS-YTD-LAST-PERIOD
                           MOVE Y-LAST-PERIOD TO WS-YTD-LAST-PERIOD
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE YTD-FILE
               MOVE 0 TO EOF-Y
               IF WS-YTD-YEAR = SPACES
                   MOVE 'Y' TO WS-W2-DONE-SW
               ELSE
                   PERFORM 5060-READ-W2CTL
               END-IF
           END-IF.
       5060-READ-W2CTL.
           OPEN INPUT W2CTL-FILE.
           IF WS-W2CTL-STATUS NOT = '00'
               DISPLAY 'NO W-2 RUN ON RECORD FOR ' WS-YTD-YEAR
                 ' - RUN PROJ23 BEFORE THE YEAR-OPEN'
           ELSE
               MOVE WS-YTD-YEAR TO WC-YEAR
               READ W2CTL-FILE
                 INVALID KEY
                   DISPLAY 'NO W-2 RUN ON RECORD FOR ' WS-YTD-YEAR
                     ' - RUN PROJ23 BEFORE THE YEAR-OPEN'
                 NOT INVALID KEY
                   DISPLAY 'W-2 RUN FOR ' WS-YTD-YEAR ' COMPLETED '
                     WC-RUN-STAMP(1:8) ' - ' WC-REPORTED
                     ' REPORTED'
                   IF WS-YTD-LAST-PERIOD > WC-RUN-STAMP(1:8)
                       DISPLAY 'A REGISTER POSTED ' WS-YTD-LAST-PERIOD
                         ' AFTER THAT W-2 RUN - RERUN PROJ23 BEFORE '
                         'THE YEAR-OPEN'
                   ELSE
                       MOVE 'Y' TO WS-W2-DONE-SW
                       IF WC-HELD > 0
                           DISPLAY WC-HELD ' STATEMENT(S) STILL HELD '
                             'FOR CORRECTION - REISSUE FROM '
                             'COB1-YTD-ARCH'
                       END-IF
                   END-IF
               END-READ
               CLOSE W2CTL-FILE
           END-IF.
       5100-ARCHIVE-YTD.
           MOVE 0 TO WS-ARCH-COUNT.
