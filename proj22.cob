       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROJ22.
       AUTHOR. Addyson Sisemore
      * PROJECT  1 - RETROACTIVE PAY CALCULATION.
      * A RAISE IS OFTEN APPROVED WEEKS AFTER THE DATE IT TAKES
      * EFFECT, AND THE REGISTER HAS ALREADY PAID THE PERIODS IN
      * BETWEEN AT THE OLD RATE. PROJ02'S P FUNCTION RECORDS EVERY
      * PAY CHANGE WITH ITS EFFECTIVE DATE ON COB1-PAYHIST, AND
      * PROJ08 LEAVES A RECORD OF EVERY PERIOD IT PAID - RATE AND
      * HOURS - ON COB1-REGHIST. FOR EACH EMPLOYEE WITH A CHANGE
      * NOT YET SETTLED, THIS RUN PRICES EVERY PERIOD PAID SINCE
      * THE EARLIEST UNSETTLED EFFECTIVE DATE AT THE RATE THAT WAS
      * ACTUALLY IN FORCE ON THAT PERIOD'S RUN DATE AND PRINTS THE
      * SHORTFALL, PERIOD BY PERIOD, FOR PAYROLL TO APPROVE. OVER-
      * TIME HOURS ARE MADE UP AT TIME AND A HALF. NOTHING IS
      * POSTED UNLESS THE COB22-PARM CARD CARRIES AN M LINE WITH
      * VALUE P - THEN EACH EMPLOYEE'S RETRO IS QUEUED ON
      * COB1-ONETIME AS A RETRO-PAY (R) ITEM FOR THE NEXT REGISTER,
      * EACH PERIOD MADE UP HAS ITS TRUED-UP RATE RAISED ON
      * COB1-REGHIST SO IT'S NEVER MADE UP TWICE, AND THE CHANGES
      * ARE STAMPED SETTLED. A PERIOD PAID ABOVE THE RATE IN FORCE
      * IS FLAGGED BUT NEVER CLAWED BACK HERE - THAT'S A DEDUCTION
      * FOR PAYROLL TO DECIDE ON. AN EMPLOYEE NO LONGER ON THE
      * MASTER IS HELD, AND STAYS UNSETTLED, UNTIL PAID BY HAND.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAYHIST-FILE ASSIGN TO 'COB1-PAYHIST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PH-KEY
               FILE STATUS IS WS-PAYHIST-STATUS.
           SELECT REGHIST-FILE ASSIGN TO 'COB1-REGHIST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RH-KEY
               FILE STATUS IS WS-REGHIST-STATUS.
           SELECT EMPLOYEE-FILE ASSIGN TO 'COB1-EMPLOYEE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS M-EID
               ALTERNATE RECORD KEY IS M-LAST
                 WITH DUPLICATES
               FILE STATUS IS WS-FILE-STATUS.
           SELECT ONETIME-FILE ASSIGN TO 'COB1-ONETIME'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OT-KEY
               FILE STATUS IS WS-ONETIME-STATUS.
           SELECT PRNT-FILE ASSIGN TO 'UR-S-RETRO'.
           SELECT OPTIONAL PARM-FILE ASSIGN TO 'COB22-PARM'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

       DATA DIVISION.

       FILE SECTION.
      **************************************************************
      * EFFECTIVE-DATED PAY-RATE HISTORY (SAME SHAPE AS PROJ02 *
      * WRITES IT). R IN THE RETRO SWITCH MEANS THE CHANGE HAS *
      * BEEN SETTLED BY A POSTING RUN OF THIS PROGRAM *
      **************************************************************
       FD PAYHIST-FILE
           LABEL RECORDS ARE STANDARD.
       01 PAYHIST-REC.
         03 PH-KEY.
           05 PH-EID       PIC X(7).
           05 PH-CHG-STAMP PIC X(14).
         03 PH-EFF-DATE  PIC X(8).
         03 PH-OPER      PIC X(8).
         03 PH-OLD-RATE  PIC 9(5)V99.
         03 PH-OLD-HRS   PIC 9(3)V9.
         03 PH-OLD-FREQ  PIC X.
         03 PH-NEW-RATE  PIC 9(5)V99.
         03 PH-NEW-HRS   PIC 9(3)V9.
         03 PH-NEW-FREQ  PIC X.
         03 PH-RETRO-SW  PIC X.
             88 PH-RETRO-DONE       VALUE 'R'.
         03 PH-RETRO-DATE PIC X(8).
         03 FILLER       PIC X(30).
      **************************************************************
      * REGISTER HISTORY - ONE RECORD PER EMPLOYEE PER REGISTER *
      * RUN (SAME SHAPE AS PROJ08 WRITES IT) *
      **************************************************************
       FD REGHIST-FILE
           LABEL RECORDS ARE STANDARD.
       01 REGHIST-REC.
         03 RH-KEY.
           05 RH-EID       PIC X(7).
           05 RH-RUN-DATE  PIC X(8).
         03 RH-DEPT      PIC X(4).
         03 RH-TYPE      PIC X(2).
         03 RH-FREQ      PIC X.
         03 RH-RATE      PIC 9(5)V99.
         03 RH-HOURS     PIC 9(3)V9.
         03 RH-OT-HOURS  PIC 9(3)V9.
         03 RH-REG-PAY   PIC 9(8)V99.
         03 RH-OT-PAY    PIC 9(8)V99.
         03 RH-ONETIME   PIC 9(8)V99.
         03 RH-GROSS     PIC 9(8)V99.
         03 RH-NET       PIC 9(8)V99.
         03 RH-TRUED-RATE PIC 9(5)V99.
         03 RH-RETRO-AMT PIC 9(7)V99.
         03 RH-RETRO-DATE PIC X(8).
         03 FILLER       PIC X(9).
       FD EMPLOYEE-FILE
           LABEL RECORDS ARE STANDARD.
       01 EMPLOYEE-REC.
         03 M-EID        PIC X(7).
         03 M-LAST       PIC X(15).
         03 M-FIRST      PIC X(15).
         03 M-TYPE       PIC X(2).
         03 M-TITLE      PIC X(17).
         03 FILLER       PIC X(9).
         03 M-STATUS     PIC X.
             88 M-EMP-TERMINATED    VALUE 'T'.
         03 FILLER       PIC X(34).
      **************************************************************
      * ONE-TIME EARNINGS (SAME SHAPE AS PROJ02 WRITES IT) - THE *
      * RETRO FOR AN EMPLOYEE IS QUEUED HERE AS ONE R ITEM *
      **************************************************************
       FD ONETIME-FILE
           LABEL RECORDS ARE STANDARD.
       01 ONETIME-REC.
         03 OT-KEY.
           05 OT-EID       PIC X(7).
           05 OT-SEQ       PIC 9(3).
         03 OT-TYPE      PIC X.
         03 OT-HOURS     PIC 9(4)V99.
         03 OT-AMOUNT    PIC 9(7)V99.
         03 OT-STATUS    PIC X.
         03 OT-ENTERED   PIC X(8).
         03 OT-OPER      PIC X(8).
         03 OT-PAID-DATE PIC X(8).
         03 OT-PAID-AMT  PIC 9(7)V99.
         03 OT-NOTE      PIC X(20).
       FD PRNT-FILE
           LABEL RECORDS ARE OMITTED.
       01 PRNT-REC      PIC X(100).
      **************************************************************
      * PARAMETER CARD - AN M LINE WITH VALUE P POSTS THE RETRO. *
      * ANYTHING ELSE, OR NO CARD AT ALL, PRINTS THE PROOF ONLY *
      **************************************************************
       FD PARM-FILE.
       01 PARM-REC.
         03 PARM-FIELD     PIC X.
         03 FILLER         PIC X.
         03 PARM-VALUE     PIC X(17).

       WORKING-STORAGE SECTION.
      **************************************************************
      * LAYOUT FOR THE REPORT HEADING AND DATA LINES *
      **************************************************************
       01 PRNT-HEADING1.
         03 FILLER      PIC X(30)   VALUE
           'RETROACTIVE PAY REPORT'.
         03 FILLER      PIC X(9)    VALUE 'RUN DATE '.
         03 L-RUN-M1    PIC X(2).
         03 FILLER      PIC X(1)    VALUE '/'.
         03 L-RUN-D1    PIC X(2).
         03 FILLER      PIC X(1)    VALUE '/'.
         03 L-RUN-Y1    PIC X(4).
       01 PRNT-HEADING2.
         03 L-MODE1     PIC X(60).
       01 PRNT-EMP1.
         03 L-EMP-EID1    PIC X(7).
         03 FILLER        PIC X(2)    VALUE SPACES.
         03 L-EMP-LAST1   PIC X(15).
         03 FILLER        PIC X(1)    VALUE SPACES.
         03 L-EMP-FIRST1  PIC X(15).
         03 FILLER        PIC X(2)    VALUE SPACES.
         03 L-EMP-NOTE1   PIC X(20).
       01 PRNT-CHANGE1.
         03 FILLER        PIC X(15)   VALUE '  RATE CHANGE '.
         03 L-CHG-OLD1    PIC ZZ,ZZ9.99.
         03 FILLER        PIC X(4)    VALUE ' TO '.
         03 L-CHG-NEW1    PIC ZZ,ZZ9.99.
         03 FILLER        PIC X(11)   VALUE ' EFFECTIVE '.
         03 L-CHG-EFF-M1  PIC X(2).
         03 FILLER        PIC X(1)    VALUE '/'.
         03 L-CHG-EFF-D1  PIC X(2).
         03 FILLER        PIC X(1)    VALUE '/'.
         03 L-CHG-EFF-Y1  PIC X(4).
         03 FILLER        PIC X(7)    VALUE ' KEYED '.
         03 L-CHG-KEY-M1  PIC X(2).
         03 FILLER        PIC X(1)    VALUE '/'.
         03 L-CHG-KEY-D1  PIC X(2).
         03 FILLER        PIC X(1)    VALUE '/'.
         03 L-CHG-KEY-Y1  PIC X(4).
         03 FILLER        PIC X(4)    VALUE ' BY '.
         03 L-CHG-OPER1   PIC X(8).
       01 PRNT-PERIOD1.
         03 FILLER        PIC X(16)   VALUE '    PERIOD PAID '.
         03 L-PER-M1      PIC X(2).
         03 FILLER        PIC X(1)    VALUE '/'.
         03 L-PER-D1      PIC X(2).
         03 FILLER        PIC X(1)    VALUE '/'.
         03 L-PER-Y1      PIC X(4).
         03 FILLER        PIC X(5)    VALUE ' HRS '.
         03 L-PER-HRS1    PIC ZZ9.9.
         03 FILLER        PIC X(4)    VALUE ' OT '.
         03 L-PER-OT1     PIC ZZ9.9.
         03 FILLER        PIC X(4)    VALUE ' AT '.
         03 L-PER-PAID1   PIC ZZ,ZZ9.99.
         03 FILLER        PIC X(6)    VALUE ' OWED '.
         03 L-PER-OWED1   PIC ZZ,ZZ9.99.
         03 FILLER        PIC X(1)    VALUE SPACES.
         03 L-PER-AMT1    PIC ZZZ,ZZ9.99.
         03 FILLER        PIC X(1)    VALUE SPACES.
         03 L-PER-FLAG1   PIC X(9).
       01 PRNT-EMPTOT1.
         03 FILLER        PIC X(15)   VALUE '  RETRO OWED  '.
         03 L-EMPTOT-AMT1 PIC ZZZ,ZZ9.99.
         03 FILLER        PIC X(2)    VALUE SPACES.
         03 L-EMPTOT-NOTE1 PIC X(45).
       01 PRNT-TOTALS1.
         03 FILLER        PIC X(22)   VALUE
           'EMPLOYEES WITH CHANGE:'.
         03 L-TOT-EMP1    PIC ZZ,ZZ9.
         03 FILLER        PIC X(8)    VALUE '  OWED: '.
         03 L-TOT-OWED1   PIC ZZ,ZZ9.
         03 FILLER        PIC X(8)    VALUE '  HELD: '.
         03 L-TOT-HELD1   PIC ZZ,ZZ9.
         03 FILLER        PIC X(17)   VALUE '  OVERPAID PRDS: '.
         03 L-TOT-OVER1   PIC ZZ,ZZ9.
       01 PRNT-TOTALS2.
         03 FILLER        PIC X(22)   VALUE
           'TOTAL RETRO OWED:'.
         03 L-TOT-AMT1    PIC Z,ZZZ,ZZ9.99.
         03 FILLER        PIC X(14)   VALUE '   POSTED:    '.
         03 L-TOT-POSTED1 PIC Z,ZZZ,ZZ9.99.
      **************************************************************
      *       EOF SWITCHES, FILE STATUSES, AND RUN CONTROLS *
      **************************************************************
       01 MISC.
         03 EOF-H            PIC 9      VALUE 0.
         03 EOF-P            PIC 9      VALUE 0.
         03 WS-PAYHIST-STATUS PIC XX    VALUE '00'.
         03 WS-REGHIST-STATUS PIC XX    VALUE '00'.
         03 WS-FILE-STATUS   PIC XX     VALUE '00'.
         03 WS-ONETIME-STATUS PIC XX    VALUE '00'.
         03 WS-PARM-STATUS   PIC XX     VALUE '00'.
         03 WS-RUN-DATE      PIC X(8)   VALUE SPACES.
         03 WS-MODE-SW       PIC X      VALUE 'R'.
             88 WS-POST-MODE        VALUE 'P'.
      **************************************************************
      *       ONE EMPLOYEE'S PAY CHANGES, LOADED IN THE ORDER THEY *
      *       WERE KEYED. EVERY CHANGE ON FILE IS LOADED - SETTLED *
      *       ONES TOO - SINCE A PERIOD'S RATE IN FORCE IS THE LAST *
      *       ONE EFFECTIVE BY ITS RUN DATE, WHICHEVER RUN SETTLED IT *
      **************************************************************
       01 CHANGE-WS.
         03 WS-CUR-EID       PIC X(7)   VALUE SPACES.
         03 WS-CHG-COUNT     PIC 9(3)   VALUE 0.
         03 WS-CHG-IDX       PIC 9(3)   VALUE 0.
         03 WS-PENDING-COUNT PIC 9(3)   VALUE 0.
         03 WS-START-DATE    PIC X(8)   VALUE SPACES.
         03 WS-CHG-ENTRY OCCURS 50 TIMES.
           05 CHG-EFF-DATE   PIC X(8).
           05 CHG-STAMP      PIC X(14).
           05 CHG-OPER       PIC X(8).
           05 CHG-OLD-RATE   PIC 9(5)V99.
           05 CHG-NEW-RATE   PIC 9(5)V99.
           05 CHG-PENDING-SW PIC X.
      **************************************************************
      *       PRICING OF ONE EMPLOYEE'S PAID PERIODS - EACH PERIOD *
      *       MADE UP IS KEPT SO A POSTING RUN CAN TRUE IT UP AFTER *
      *       THE ONE-TIME ITEM IS SAFELY QUEUED *
      **************************************************************
       01 RETRO-WS.
         03 WS-ON-MASTER-SW  PIC X      VALUE 'N'.
             88 WS-ON-MASTER        VALUE 'Y'.
         03 WS-SCAN-END-SW   PIC X      VALUE 'N'.
             88 WS-SCAN-END         VALUE 'Y'.
         03 WS-BEST-EFF      PIC X(8)   VALUE SPACES.
         03 WS-OWED-RATE     PIC 9(5)V99 VALUE 0.
         03 WS-PERIOD-AMT    PIC 9(7)V99 VALUE 0.
         03 WS-EMP-RETRO     PIC 9(7)V99 VALUE 0.
         03 WS-PER-COUNT     PIC 9(3)   VALUE 0.
         03 WS-PER-IDX       PIC 9(3)   VALUE 0.
         03 WS-PER-OVERFLOW-SW PIC X    VALUE 'N'.
             88 WS-PER-OVERFLOW     VALUE 'Y'.
         03 WS-PER-ENTRY OCCURS 260 TIMES.
           05 PER-RUN-DATE   PIC X(8).
           05 PER-OWED-RATE  PIC 9(5)V99.
           05 PER-AMOUNT     PIC 9(7)V99.
      **************************************************************
      *       EMPLOYEES HELD THIS RUN - THEIR CHANGES ARE LEFT *
      *       UNSETTLED SO THE NEXT RUN OFFERS THEM AGAIN. A HELD *
      *       EMPLOYEE THE TABLE HAS NO ROOM FOR COULDN'T BE KEPT *
      *       UNSETTLED, SO THEN NOTHING IS STAMPED AT ALL *
      **************************************************************
       01 HELD-WS.
         03 WS-HELD-TOTAL    PIC 9(5)   VALUE 0.
         03 WS-HELD-FULL-SW  PIC X      VALUE 'N'.
             88 WS-HELD-TABLE-FULL  VALUE 'Y'.
         03 WS-HELD-COUNT    PIC 9(3)   VALUE 0.
         03 WS-HELD-IDX      PIC 9(3)   VALUE 0.
         03 WS-HELD-SW       PIC X      VALUE 'N'.
             88 WS-EID-HELD         VALUE 'Y'.
         03 WS-HELD-EID OCCURS 200 TIMES PIC X(7).
      **************************************************************
      *       ONE-TIME ITEM SEQUENCING - ONE PAST THE EMPLOYEE'S *
      *       HIGHEST ITEM ON FILE, SAME AS PROJ02 *
      **************************************************************
       01 ONETIME-WS.
         03 WS-OT-EID        PIC X(7)   VALUE SPACES.
         03 WS-OT-NEXT-SEQ   PIC 9(3)   VALUE 0.
         03 WS-OT-SCAN-END-SW PIC X     VALUE 'N'.
             88 WS-OT-SCAN-END      VALUE 'Y'.
         03 WS-OT-WRITTEN-SW PIC X      VALUE 'N'.
             88 WS-OT-WRITTEN       VALUE 'Y'.
         03 WS-OT-NOTE.
           05 FILLER         PIC X(11)  VALUE 'RETRO FROM '.
           05 WS-OT-NOTE-DATE PIC X(8).
           05 FILLER         PIC X(1)   VALUE SPACE.
      **************************************************************
      *       RUN TOTALS *
      **************************************************************
       01 TOTALS-WS.
         03 WS-EMP-COUNT     PIC 9(5)   VALUE 0.
         03 WS-OWED-COUNT    PIC 9(5)   VALUE 0.
         03 WS-OVER-COUNT    PIC 9(5)   VALUE 0.
         03 WS-TOTAL-RETRO   PIC 9(8)V99 VALUE 0.
         03 WS-TOTAL-POSTED  PIC 9(8)V99 VALUE 0.
         03 WS-STAMP-COUNT   PIC 9(5)   VALUE 0.
      **************************************************************
      *       START OF PROCEDURE DIVISION       *
      **************************************************************
       PROCEDURE DIVISION.
       000-MAINLINE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.
           PERFORM 0050-GET-PARMS.
           PERFORM 0100-OPEN-FILES.
           OPEN OUTPUT PRNT-FILE.
           PERFORM 1400-PRINT-HEAD.
           PERFORM 2000-READ-PAYHIST.
           PERFORM UNTIL EOF-H = 1
               PERFORM 1000-LOAD-CHANGES
               IF WS-PENDING-COUNT > 0
                   PERFORM 1100-RETRO-EMPLOYEE
               END-IF
           END-PERFORM.
           IF WS-POST-MODE
               IF WS-HELD-TABLE-FULL
                   DISPLAY 'MORE THAN 200 EMPLOYEES HELD - NO PAY '
                     'CHANGE STAMPED SETTLED THIS RUN'
                   DISPLAY 'RETRO QUEUED THIS RUN STANDS; THE NEXT '
                     'POSTING RUN SETTLES THOSE CHANGES'
               ELSE
                   PERFORM 3000-STAMP-CHANGES
               END-IF
           END-IF.
           MOVE WS-EMP-COUNT    TO L-TOT-EMP1.
           MOVE WS-OWED-COUNT   TO L-TOT-OWED1.
           MOVE WS-HELD-TOTAL   TO L-TOT-HELD1.
           MOVE WS-OVER-COUNT   TO L-TOT-OVER1.
           WRITE PRNT-REC FROM PRNT-TOTALS1
             AFTER ADVANCING 3 LINES.
           MOVE WS-TOTAL-RETRO  TO L-TOT-AMT1.
           MOVE WS-TOTAL-POSTED TO L-TOT-POSTED1.
           WRITE PRNT-REC FROM PRNT-TOTALS2
             AFTER ADVANCING 1 LINE.
           CLOSE PAYHIST-FILE
             REGHIST-FILE
             EMPLOYEE-FILE
             PRNT-FILE.
           IF WS-POST-MODE
               CLOSE ONETIME-FILE
               DISPLAY 'RETRO POSTED - ' WS-OWED-COUNT
                 ' EMPLOYEE(S) QUEUED, ' WS-STAMP-COUNT
                 ' CHANGE(S) SETTLED, ' WS-HELD-TOTAL ' HELD'
           ELSE
               DISPLAY 'RETRO PROOF ONLY - ' WS-OWED-COUNT
                 ' EMPLOYEE(S) OWED, NOTHING POSTED'
           END-IF.
           STOP RUN.
      **************************************************************
      * READS THE OPTIONAL PARAMETER CARD FOR THE RUN MODE *
      **************************************************************
       0050-GET-PARMS.
           OPEN INPUT PARM-FILE.
           IF WS-PARM-STATUS = '00'
               PERFORM UNTIL EOF-P = 1
                   READ PARM-FILE
                     AT END MOVE 1 TO EOF-P
                     NOT AT END
                       IF (PARM-FIELD = 'M' OR PARM-FIELD = 'm')
                         AND (PARM-VALUE(1:1) = 'P'
                           OR PARM-VALUE(1:1) = 'p')
                           SET WS-POST-MODE TO TRUE
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE PARM-FILE
           END-IF.
      **************************************************************
      * OPENS THE HISTORIES AND THE MASTER, AND IN A POSTING RUN *
      * THE ONE-TIME EARNINGS FILE. WITH NO PAY HISTORY OR NO *
      * REGISTER HISTORY THERE IS NOTHING TO CALCULATE FROM *
      **************************************************************
       0100-OPEN-FILES.
           OPEN I-O PAYHIST-FILE.
           IF WS-PAYHIST-STATUS NOT = '00'
             AND WS-PAYHIST-STATUS NOT = '05'
               DISPLAY 'UNABLE TO OPEN COB1-PAYHIST, STATUS='
                 WS-PAYHIST-STATUS
               DISPLAY 'NO PAY CHANGES ON FILE - NOTHING TO DO'
               STOP RUN
           END-IF.
           OPEN I-O REGHIST-FILE.
           IF WS-REGHIST-STATUS NOT = '00'
             AND WS-REGHIST-STATUS NOT = '05'
               DISPLAY 'UNABLE TO OPEN COB1-REGHIST, STATUS='
                 WS-REGHIST-STATUS
               DISPLAY 'NO PAID PERIODS ON FILE - NOTHING TO DO'
               CLOSE PAYHIST-FILE
               STOP RUN
           END-IF.
           OPEN INPUT EMPLOYEE-FILE.
           IF WS-FILE-STATUS NOT = '00'
               DISPLAY 'UNABLE TO OPEN COB1-EMPLOYEE, STATUS='
                 WS-FILE-STATUS
               CLOSE PAYHIST-FILE
                 REGHIST-FILE
               STOP RUN
           END-IF.
           IF WS-POST-MODE
               OPEN I-O ONETIME-FILE
               IF WS-ONETIME-STATUS = '35'
                   OPEN OUTPUT ONETIME-FILE
                   CLOSE ONETIME-FILE
                   OPEN I-O ONETIME-FILE
               END-IF
               IF WS-ONETIME-STATUS NOT = '00'
                 AND WS-ONETIME-STATUS NOT = '05'
                   DISPLAY 'UNABLE TO OPEN COB1-ONETIME, STATUS='
                     WS-ONETIME-STATUS
                   DISPLAY 'NOTHING POSTED - RERUN WHEN IT OPENS'
                   CLOSE PAYHIST-FILE
                     REGHIST-FILE
                     EMPLOYEE-FILE
                   STOP RUN
               END-IF
           END-IF.
       1400-PRINT-HEAD.
           MOVE WS-RUN-DATE(5:2) TO L-RUN-M1.
           MOVE WS-RUN-DATE(7:2) TO L-RUN-D1.
           MOVE WS-RUN-DATE(1:4) TO L-RUN-Y1.
           WRITE PRNT-REC FROM PRNT-HEADING1
             AFTER ADVANCING PAGE.
           IF WS-POST-MODE
               MOVE 'POSTED TO COB1-ONETIME FOR THE NEXT REGISTER'
                 TO L-MODE1
           ELSE
               MOVE 'PROOF FOR PAYROLL APPROVAL - NOTHING POSTED'
                 TO L-MODE1
           END-IF.
           WRITE PRNT-REC FROM PRNT-HEADING2
             AFTER ADVANCING 1 LINE.
           MOVE SPACES TO PRNT-REC.
           WRITE PRNT-REC
             AFTER ADVANCING 1 LINE.
      **************************************************************
      * LOADS EVERY PAY CHANGE FOR THE EMPLOYEE NOW IN THE RECORD *
      * AREA, READING AHEAD TO THE NEXT EMPLOYEE'S FIRST CHANGE, *
      * AND NOTES THE EARLIEST EFFECTIVE DATE STILL UNSETTLED - *
      * PERIODS BEFORE IT WERE SETTLED BY AN EARLIER RUN *
      **************************************************************
       1000-LOAD-CHANGES.
           MOVE PH-EID TO WS-CUR-EID.
           MOVE 0 TO WS-CHG-COUNT.
           MOVE 0 TO WS-PENDING-COUNT.
           MOVE HIGH-VALUES TO WS-START-DATE.
           PERFORM UNTIL EOF-H = 1 OR PH-EID NOT = WS-CUR-EID
               IF WS-CHG-COUNT < 50
                   ADD 1 TO WS-CHG-COUNT
                   MOVE PH-EFF-DATE  TO CHG-EFF-DATE(WS-CHG-COUNT)
                   MOVE PH-CHG-STAMP TO CHG-STAMP(WS-CHG-COUNT)
                   MOVE PH-OPER      TO CHG-OPER(WS-CHG-COUNT)
                   MOVE PH-OLD-RATE  TO CHG-OLD-RATE(WS-CHG-COUNT)
                   MOVE PH-NEW-RATE  TO CHG-NEW-RATE(WS-CHG-COUNT)
                   MOVE 'N' TO CHG-PENDING-SW(WS-CHG-COUNT)
                   IF NOT PH-RETRO-DONE
                       MOVE 'Y' TO CHG-PENDING-SW(WS-CHG-COUNT)
                       ADD 1 TO WS-PENDING-COUNT
                       IF PH-EFF-DATE < WS-START-DATE
                           MOVE PH-EFF-DATE TO WS-START-DATE
                       END-IF
                   END-IF
               ELSE
                   DISPLAY 'EID ' WS-CUR-EID ' HAS MORE THAN 50 PAY '
                     'CHANGES - ONLY THE FIRST 50 ARE USED'
               END-IF
               PERFORM 2000-READ-PAYHIST
           END-PERFORM.
      **************************************************************
      * PRICES ONE EMPLOYEE'S PAID PERIODS SINCE THE EARLIEST *
      * UNSETTLED EFFECTIVE DATE, PRINTS THE RESULT, AND IN A *
      * POSTING RUN QUEUES WHATEVER IS OWED *
      **************************************************************
       1100-RETRO-EMPLOYEE.
           ADD 1 TO WS-EMP-COUNT.
           MOVE 0 TO WS-EMP-RETRO.
           MOVE 0 TO WS-PER-COUNT.
           MOVE 'N' TO WS-PER-OVERFLOW-SW.
           MOVE WS-CUR-EID TO M-EID.
           READ EMPLOYEE-FILE
             INVALID KEY
               MOVE 'N' TO WS-ON-MASTER-SW
               MOVE SPACES TO M-LAST
               MOVE SPACES TO M-FIRST
               MOVE 'NOT ON MASTER' TO L-EMP-NOTE1
             NOT INVALID KEY
               MOVE 'Y' TO WS-ON-MASTER-SW
               IF M-EMP-TERMINATED
                   MOVE 'TERMINATED' TO L-EMP-NOTE1
               ELSE
                   MOVE SPACES TO L-EMP-NOTE1
               END-IF
           END-READ.
           MOVE WS-CUR-EID TO L-EMP-EID1.
           MOVE M-LAST     TO L-EMP-LAST1.
           MOVE M-FIRST    TO L-EMP-FIRST1.
           WRITE PRNT-REC FROM PRNT-EMP1
             AFTER ADVANCING 2 LINES.
           PERFORM 1150-PRINT-CHANGE
             VARYING WS-CHG-IDX FROM 1 BY 1
             UNTIL WS-CHG-IDX > WS-CHG-COUNT.
           MOVE 'N' TO WS-SCAN-END-SW.
           MOVE WS-CUR-EID    TO RH-EID.
           MOVE WS-START-DATE TO RH-RUN-DATE.
           START REGHIST-FILE KEY IS NOT < RH-KEY
             INVALID KEY
               MOVE 'Y' TO WS-SCAN-END-SW
           END-START.
           PERFORM UNTIL WS-SCAN-END
               READ REGHIST-FILE NEXT RECORD
                 AT END
                   MOVE 'Y' TO WS-SCAN-END-SW
                 NOT AT END
                   IF RH-EID NOT = WS-CUR-EID
                       MOVE 'Y' TO WS-SCAN-END-SW
                   ELSE
                       PERFORM 1200-PRICE-PERIOD
                   END-IF
               END-READ
           END-PERFORM.
           PERFORM 1300-SETTLE-EMPLOYEE.
      **************************************************************
      * LISTS EACH UNSETTLED CHANGE UNDER THE EMPLOYEE *
      **************************************************************
       1150-PRINT-CHANGE.
           IF CHG-PENDING-SW(WS-CHG-IDX) = 'Y'
               MOVE CHG-OLD-RATE(WS-CHG-IDX) TO L-CHG-OLD1
               MOVE CHG-NEW-RATE(WS-CHG-IDX) TO L-CHG-NEW1
               MOVE CHG-EFF-DATE(WS-CHG-IDX)(5:2) TO L-CHG-EFF-M1
               MOVE CHG-EFF-DATE(WS-CHG-IDX)(7:2) TO L-CHG-EFF-D1
               MOVE CHG-EFF-DATE(WS-CHG-IDX)(1:4) TO L-CHG-EFF-Y1
               MOVE CHG-STAMP(WS-CHG-IDX)(5:2) TO L-CHG-KEY-M1
               MOVE CHG-STAMP(WS-CHG-IDX)(7:2) TO L-CHG-KEY-D1
               MOVE CHG-STAMP(WS-CHG-IDX)(1:4) TO L-CHG-KEY-Y1
               MOVE CHG-OPER(WS-CHG-IDX) TO L-CHG-OPER1
               WRITE PRNT-REC FROM PRNT-CHANGE1
                 AFTER ADVANCING 1 LINE
           END-IF.
      **************************************************************
      * PRICES ONE PAID PERIOD. THE RATE IN FORCE IS THE NEW RATE *
      * OF THE LAST CHANGE EFFECTIVE ON OR BEFORE THE PERIOD'S RUN *
      * DATE (THE LATER-KEYED ONE WHEN TWO SHARE A DATE). A PERIOD *
      * ALREADY PAID OR TRUED UP TO THAT RATE OWES NOTHING; ONE *
      * PAID BELOW IT IS OWED THE DIFFERENCE ON EVERY HOUR, WITH *
      * THE OVERTIME HOURS AT TIME AND A HALF; ONE PAID ABOVE IT *
      * IS FLAGGED OVERPAID AND LEFT ALONE *
      **************************************************************
       1200-PRICE-PERIOD.
           MOVE SPACES TO WS-BEST-EFF.
           MOVE 0 TO WS-OWED-RATE.
           PERFORM 1210-CHECK-CHANGE
             VARYING WS-CHG-IDX FROM 1 BY 1
             UNTIL WS-CHG-IDX > WS-CHG-COUNT.
           IF WS-BEST-EFF NOT = SPACES
             AND WS-OWED-RATE NOT = RH-TRUED-RATE
               MOVE RH-RUN-DATE(5:2) TO L-PER-M1
               MOVE RH-RUN-DATE(7:2) TO L-PER-D1
               MOVE RH-RUN-DATE(1:4) TO L-PER-Y1
               MOVE RH-HOURS         TO L-PER-HRS1
               MOVE RH-OT-HOURS      TO L-PER-OT1
               MOVE RH-TRUED-RATE    TO L-PER-PAID1
               MOVE WS-OWED-RATE     TO L-PER-OWED1
               IF WS-OWED-RATE > RH-TRUED-RATE
                   COMPUTE WS-PERIOD-AMT ROUNDED =
                     (WS-OWED-RATE - RH-TRUED-RATE)
                     * (RH-HOURS + RH-OT-HOURS * .5)
                   MOVE WS-PERIOD-AMT TO L-PER-AMT1
                   MOVE SPACES TO L-PER-FLAG1
                   ADD WS-PERIOD-AMT TO WS-EMP-RETRO
                   IF WS-PER-COUNT < 260
                       ADD 1 TO WS-PER-COUNT
                       MOVE RH-RUN-DATE  TO PER-RUN-DATE(WS-PER-COUNT)
                       MOVE WS-OWED-RATE TO PER-OWED-RATE(WS-PER-COUNT)
                       MOVE WS-PERIOD-AMT TO PER-AMOUNT(WS-PER-COUNT)
                   ELSE
                       MOVE 'Y' TO WS-PER-OVERFLOW-SW
                   END-IF
               ELSE
                   MOVE 0 TO L-PER-AMT1
                   MOVE 'OVERPAID' TO L-PER-FLAG1
                   ADD 1 TO WS-OVER-COUNT
               END-IF
               WRITE PRNT-REC FROM PRNT-PERIOD1
                 AFTER ADVANCING 1 LINE
           END-IF.
       1210-CHECK-CHANGE.
           IF CHG-EFF-DATE(WS-CHG-IDX) NOT > RH-RUN-DATE
             AND CHG-EFF-DATE(WS-CHG-IDX) NOT < WS-BEST-EFF
               MOVE CHG-EFF-DATE(WS-CHG-IDX) TO WS-BEST-EFF
               MOVE CHG-NEW-RATE(WS-CHG-IDX) TO WS-OWED-RATE
           END-IF.
      **************************************************************
      * TOTALS THE EMPLOYEE. AN EMPLOYEE OFF THE MASTER CAN'T BE *
      * PAID BY THE REGISTER, AND ONE WITH MORE PERIODS OWED THAN *
      * THE TABLE HOLDS CAN'T BE TRUED UP IN FULL, SO BOTH ARE *
      * HELD. OTHERWISE A POSTING RUN QUEUES THE RETRO *
      **************************************************************
       1300-SETTLE-EMPLOYEE.
           MOVE WS-EMP-RETRO TO L-EMPTOT-AMT1.
           EVALUATE TRUE
               WHEN WS-EMP-RETRO = 0
                   MOVE 'NOTHING OWED' TO L-EMPTOT-NOTE1
               WHEN NOT WS-ON-MASTER
                   MOVE 'HELD - NOT ON THE MASTER, PAY BY HAND'
                     TO L-EMPTOT-NOTE1
                   PERFORM 1350-HOLD-EMPLOYEE
               WHEN WS-PER-OVERFLOW
                   MOVE 'HELD - TOO MANY PERIODS, PAY BY HAND'
                     TO L-EMPTOT-NOTE1
                   PERFORM 1350-HOLD-EMPLOYEE
               WHEN OTHER
                   ADD 1 TO WS-OWED-COUNT
                   ADD WS-EMP-RETRO TO WS-TOTAL-RETRO
                   IF WS-POST-MODE
                       PERFORM 1360-POST-RETRO
                   ELSE
                       MOVE 'AWAITING APPROVAL' TO L-EMPTOT-NOTE1
                   END-IF
           END-EVALUATE.
           WRITE PRNT-REC FROM PRNT-EMPTOT1
             AFTER ADVANCING 1 LINE.
       1350-HOLD-EMPLOYEE.
           ADD WS-EMP-RETRO TO WS-TOTAL-RETRO.
           ADD 1 TO WS-HELD-TOTAL.
           IF WS-HELD-COUNT < 200
               ADD 1 TO WS-HELD-COUNT
               MOVE WS-CUR-EID TO WS-HELD-EID(WS-HELD-COUNT)
           ELSE
               MOVE 'Y' TO WS-HELD-FULL-SW
           END-IF.
      **************************************************************
      * QUEUES THE EMPLOYEE'S RETRO AS ONE R ITEM ON COB1-ONETIME *
      * AND, ONLY ONCE THAT HAS TAKEN, TRUES UP EACH PERIOD MADE *
      * UP. A FAILED QUEUE HOLDS THE EMPLOYEE FOR THE NEXT RUN *
      **************************************************************
       1360-POST-RETRO.
           MOVE WS-CUR-EID TO WS-OT-EID.
           PERFORM 1370-NEXT-ONETIME-SEQ.
           MOVE SPACES TO ONETIME-REC.
           MOVE WS-CUR-EID     TO OT-EID.
           MOVE WS-OT-NEXT-SEQ TO OT-SEQ.
           MOVE 'R'            TO OT-TYPE.
           MOVE 0              TO OT-HOURS.
           MOVE WS-EMP-RETRO   TO OT-AMOUNT.
           MOVE 'U'            TO OT-STATUS.
           MOVE WS-RUN-DATE    TO OT-ENTERED.
           MOVE '*BATCH*'      TO OT-OPER.
           MOVE SPACES         TO OT-PAID-DATE.
           MOVE 0              TO OT-PAID-AMT.
           MOVE WS-START-DATE  TO WS-OT-NOTE-DATE.
           MOVE WS-OT-NOTE     TO OT-NOTE.
           MOVE 'N' TO WS-OT-WRITTEN-SW.
           WRITE ONETIME-REC
             INVALID KEY
               DISPLAY 'UNABLE TO QUEUE RETRO FOR EID ' WS-CUR-EID
             NOT INVALID KEY
               MOVE 'Y' TO WS-OT-WRITTEN-SW
           END-WRITE.
           IF WS-OT-WRITTEN
               ADD WS-EMP-RETRO TO WS-TOTAL-POSTED
               MOVE 'QUEUED FOR THE NEXT REGISTER' TO L-EMPTOT-NOTE1
               PERFORM 1380-TRUE-UP-PERIOD
                 VARYING WS-PER-IDX FROM 1 BY 1
                 UNTIL WS-PER-IDX > WS-PER-COUNT
           ELSE
               MOVE 'HELD - UNABLE TO QUEUE, RERUN'
                 TO L-EMPTOT-NOTE1
               SUBTRACT 1 FROM WS-OWED-COUNT
               SUBTRACT WS-EMP-RETRO FROM WS-TOTAL-RETRO
               PERFORM 1350-HOLD-EMPLOYEE
           END-IF.
      **************************************************************
      * FINDS THE NEXT FREE ONE-TIME SEQUENCE FOR WS-OT-EID *
      **************************************************************
       1370-NEXT-ONETIME-SEQ.
           MOVE 1 TO WS-OT-NEXT-SEQ.
           MOVE 'N' TO WS-OT-SCAN-END-SW.
           MOVE WS-OT-EID TO OT-EID.
           MOVE 0 TO OT-SEQ.
           START ONETIME-FILE KEY IS NOT < OT-KEY
             INVALID KEY
               MOVE 'Y' TO WS-OT-SCAN-END-SW
           END-START.
           PERFORM UNTIL WS-OT-SCAN-END
               READ ONETIME-FILE NEXT RECORD
                 AT END
                   MOVE 'Y' TO WS-OT-SCAN-END-SW
                 NOT AT END
                   IF OT-EID NOT = WS-OT-EID
                       MOVE 'Y' TO WS-OT-SCAN-END-SW
                   ELSE
                       COMPUTE WS-OT-NEXT-SEQ = OT-SEQ + 1
                   END-IF
               END-READ
           END-PERFORM.
      **************************************************************
      * RAISES ONE PERIOD'S TRUED-UP RATE TO THE RATE IT WAS JUST *
      * MADE UP TO, SO NO LATER RUN MAKES IT UP AGAIN *
      **************************************************************
       1380-TRUE-UP-PERIOD.
           MOVE WS-CUR-EID TO RH-EID.
           MOVE PER-RUN-DATE(WS-PER-IDX) TO RH-RUN-DATE.
           READ REGHIST-FILE
             INVALID KEY
               DISPLAY 'REGISTER HISTORY FOR EID ' WS-CUR-EID
                 ' RUN ' RH-RUN-DATE ' VANISHED - NOT TRUED UP'
             NOT INVALID KEY
               MOVE PER-OWED-RATE(WS-PER-IDX) TO RH-TRUED-RATE
               ADD PER-AMOUNT(WS-PER-IDX) TO RH-RETRO-AMT
               MOVE WS-RUN-DATE TO RH-RETRO-DATE
               REWRITE REGHIST-REC
                 INVALID KEY
                   DISPLAY 'UNABLE TO TRUE UP EID ' WS-CUR-EID
                     ' RUN ' RH-RUN-DATE
               END-REWRITE
           END-READ.
      **************************************************************
      * A POSTING RUN'S SECOND PASS - EVERY CHANGE STILL UNSETTLED *
      * IS STAMPED SETTLED WITH THE RUN DATE, EXCEPT THOSE OF AN *
      * EMPLOYEE HELD THIS RUN. IT IS SKIPPED WHEN THE HELD TABLE *
      * OVERFLOWED - AN EMPLOYEE QUEUED THIS RUN HAS ITS PERIODS *
      * TRUED UP ON COB1-REGHIST, SO THE NEXT RUN FINDS NOTHING *
      * MORE OWED AND SETTLES ITS CHANGES THEN *
      **************************************************************
       3000-STAMP-CHANGES.
           MOVE 0 TO EOF-H.
           MOVE LOW-VALUES TO PH-KEY.
           START PAYHIST-FILE KEY IS NOT < PH-KEY
             INVALID KEY
               MOVE 1 TO EOF-H
           END-START.
           PERFORM UNTIL EOF-H = 1
               PERFORM 2000-READ-PAYHIST
               IF EOF-H = 0 AND NOT PH-RETRO-DONE
                   PERFORM 3100-CHECK-HELD
                   IF NOT WS-EID-HELD
                       MOVE 'R' TO PH-RETRO-SW
                       MOVE WS-RUN-DATE TO PH-RETRO-DATE
                       REWRITE PAYHIST-REC
                         INVALID KEY
                           DISPLAY 'UNABLE TO SETTLE PAY CHANGE FOR '
                             'EID ' PH-EID
                         NOT INVALID KEY
                           ADD 1 TO WS-STAMP-COUNT
                       END-REWRITE
                   END-IF
               END-IF
           END-PERFORM.
       3100-CHECK-HELD.
           MOVE 'N' TO WS-HELD-SW.
           PERFORM VARYING WS-HELD-IDX FROM 1 BY 1
             UNTIL WS-HELD-IDX > WS-HELD-COUNT
               IF WS-HELD-EID(WS-HELD-IDX) = PH-EID
                   MOVE 'Y' TO WS-HELD-SW
               END-IF
           END-PERFORM.
       2000-READ-PAYHIST.
           READ PAYHIST-FILE NEXT RECORD
             AT END MOVE 1 TO EOF-H
           END-READ.
