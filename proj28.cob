       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROJ28.
       AUTHOR. Addyson Sisemore
      * PROJECT  1 - REPORTING HIERARCHY (ORG CHART).
      * PRINTS WHO REPORTS TO WHOM OFF THE SUPERVISOR EID EACH
      * MASTER RECORD CARRIES (M-SUPER, KEPT BY PROJ02), FROM THE
      * TOP DOWN - EVERY ACTIVE EMPLOYEE WITH NO SUPERVISOR STARTS
      * A TREE, AND EACH PERSON UNDER THEM IS INDENTED ONE LEVEL
      * PER STEP DOWN THE CHAIN, WITH THEIR DIRECT REPORTS AND
      * THEIR TOTAL REPORTS (EVERYONE BELOW THEM AT ANY LEVEL).
      * ONLY ACTIVE EMPLOYEES ARE CHARTED, EXCEPT THAT A
      * TERMINATED SUPERVISOR WHOM ACTIVE PEOPLE STILL REPORT TO
      * HEADS A TREE OF THEIR OWN, FLAGGED, SO THE PEOPLE LEFT
      * UNDER THEM SHOW UP FOR REASSIGNING. SO DOES AN ACTIVE
      * EMPLOYEE WHOSE SUPERVISOR ISN'T ON THE MASTER AT ALL.
      * CHAINS THAT LOOP BACK ON THEMSELVES (A REPORTS TO B WHO
      * REPORTS TO A) NEVER REACH THE TOP, SO THEY ARE CHARTED IN
      * A SECTION OF THEIR OWN AFTER THE MAIN CHART, AND EVERY
      * PROBLEM IS LISTED AGAIN AT THE END FOR FOLLOW-UP.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLOYEE-FILE ASSIGN TO 'COB1-EMPLOYEE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS M-EID
               ALTERNATE RECORD KEY IS M-LAST
                 WITH DUPLICATES
               FILE STATUS IS WS-FILE-STATUS.
           SELECT PRNT-FILE ASSIGN TO 'UR-S-ORGCHRT'.

       DATA DIVISION.

       FILE SECTION.
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
         03 M-TERM-DATE-M PIC X(2).
         03 M-TERM-DATE-D PIC X(2).
         03 M-TERM-DATE-Y PIC X(4).
         03 M-DEPT       PIC X(4).
         03 M-SUPER      PIC X(7).
         03 FILLER       PIC X(15).
       FD PRNT-FILE
           LABEL RECORDS ARE OMITTED.
       01 PRNT-REC      PIC X(125).

       WORKING-STORAGE SECTION.
      **************************************************************
      * LAYOUT FOR THE REPORT HEADING AND DATA LINES *
      **************************************************************
       01 PRNT-HEADING1.
         03 FILLER      PIC X(40)   VALUE
           'REPORTING HIERARCHY'.
         03 FILLER      PIC X(9)    VALUE 'RUN DATE '.
         03 L-RUN-DATE1 PIC X(10).
       01 PRNT-HEADING2.
         03 FILLER      PIC X(5)    VALUE 'LVL'.
         03 FILLER      PIC X(57)   VALUE 'EMPLOYEE'.
         03 FILLER      PIC X(19)   VALUE 'TITLE'.
         03 FILLER      PIC X(6)    VALUE 'DIRECT'.
         03 FILLER      PIC X(2)    VALUE SPACES.
         03 FILLER      PIC X(6)    VALUE ' TOTAL'.
         03 FILLER      PIC X(2)    VALUE SPACES.
         03 FILLER      PIC X(28)   VALUE 'NOTE'.
       01 PRNT-SECTION1.
         03 L-SECTION1  PIC X(80).
       01 PRNT-DATA1.
         03 L-LEVEL1      PIC ZZ9.
         03 FILLER        PIC X(2)    VALUE SPACES.
         03 L-TREE1       PIC X(56).
         03 FILLER        PIC X       VALUE SPACE.
         03 L-TITLE1      PIC X(17).
         03 FILLER        PIC X(2)    VALUE SPACES.
         03 L-DIRECT1     PIC ZZ,ZZ9.
         03 FILLER        PIC X(2)    VALUE SPACES.
         03 L-TOTAL1      PIC ZZ,ZZ9.
         03 FILLER        PIC X(2)    VALUE SPACES.
         03 L-FLAG1       PIC X(28).
       01 PRNT-LOOPBACK1.
         03 FILLER        PIC X(5)    VALUE SPACES.
         03 L-LB-TREE1    PIC X(56).
       01 PRNT-EXCEPT1.
         03 L-EX-EID1     PIC X(7).
         03 FILLER        PIC X(2)    VALUE SPACES.
         03 L-EX-NAME1    PIC X(33).
         03 FILLER        PIC X(2)    VALUE SPACES.
         03 L-EX-TEXT1    PIC X(50).
       01 PRNT-TOTALS1.
         03 FILLER        PIC X(18)   VALUE 'ACTIVE EMPLOYEES: '.
         03 L-TOT-ACTIVE1 PIC ZZ,ZZ9.
         03 FILLER        PIC X(15)   VALUE '  AT THE TOP: '.
         03 L-TOT-ROOTS1  PIC ZZ,ZZ9.
         03 FILLER        PIC X(18)   VALUE '  DEEPEST LEVEL: '.
         03 L-TOT-DEPTH1  PIC ZZ,ZZ9.
       01 PRNT-TOTALS2.
         03 FILLER        PIC X(24)   VALUE
           'TERMINATED SUPERVISORS: '.
         03 L-TOT-TERMSUP1 PIC ZZ,ZZ9.
         03 FILLER        PIC X(22)   VALUE
           '  IN REPORTING LOOPS: '.
         03 L-TOT-LOOP1   PIC ZZ,ZZ9.
         03 FILLER        PIC X(26)   VALUE
           '  SUPERVISOR NOT ON FILE: '.
         03 L-TOT-UNKNOWN1 PIC ZZ,ZZ9.
      **************************************************************
      *       THE WHOLE MASTER, IN EID ORDER AS IT'S READ. EACH *
      *       ENTRY POINTS AT ITS SUPERVISOR'S ENTRY, AND EACH *
      *       SUPERVISOR AT ITS FIRST ACTIVE DIRECT REPORT, WHICH *
      *       POINTS AT THE NEXT ONE UNDER THE SAME SUPERVISOR. A *
      *       ZERO POINTER MEANS NONE *
      **************************************************************
       01 EMP-TABLE-WS.
         03 WS-EM-COUNT      PIC 9(5)   VALUE 0.
         03 WS-EM-ENTRY      OCCURS 5000 TIMES.
           05 WS-EM-EID      PIC X(7).
           05 WS-EM-LAST     PIC X(15).
           05 WS-EM-FIRST    PIC X(15).
           05 WS-EM-TITLE    PIC X(17).
           05 WS-EM-STATUS   PIC X.
             88 WS-EM-TERMINATED    VALUE 'T'.
           05 WS-EM-TERM-M   PIC X(2).
           05 WS-EM-TERM-D   PIC X(2).
           05 WS-EM-TERM-Y   PIC X(4).
           05 WS-EM-SUPER    PIC X(7).
           05 WS-EM-SUP-IDX  PIC 9(5).
           05 WS-EM-FIRST-RPT PIC 9(5).
           05 WS-EM-NEXT-SIB PIC 9(5).
           05 WS-EM-CURSOR   PIC 9(5).
           05 WS-EM-DIRECT   PIC 9(5).
           05 WS-EM-TOTAL    PIC 9(5).
           05 WS-EM-LOOP-SW  PIC X.
             88 WS-EM-IN-LOOP       VALUE 'Y'.
           05 WS-EM-VISIT-SW PIC X.
             88 WS-EM-VISITED       VALUE 'Y'.
      **************************************************************
      *       THE CHAIN FROM THE TOP OF THE TREE BEING PRINTED *
      *       DOWN TO THE PERSON LAST PRINTED *
      **************************************************************
       01 STACK-WS.
         03 WS-DEPTH         PIC 9(5)   VALUE 0.
         03 WS-STK-IDX       PIC 9(5)   OCCURS 5000 TIMES.
      **************************************************************
      *       EOF SWITCH, FILE STATUS, SUBSCRIPTS, AND COUNTS *
      **************************************************************
       01 MISC.
         03 EOF-M            PIC 9      VALUE 0.
         03 WS-FILE-STATUS   PIC XX     VALUE '00'.
         03 WS-RUN-STAMP     PIC X(14)  VALUE SPACES.
         03 WS-IDX           PIC 9(5)   VALUE 0.
         03 WS-UP-IDX        PIC 9(5)   VALUE 0.
         03 WS-STEPS         PIC 9(5)   VALUE 0.
         03 WS-ROOT-IDX      PIC 9(5)   VALUE 0.
         03 WS-NODE-IDX      PIC 9(5)   VALUE 0.
         03 WS-PARENT-IDX    PIC 9(5)   VALUE 0.
         03 WS-CHILD-IDX     PIC 9(5)   VALUE 0.
         03 WS-FIND-EID      PIC X(7)   VALUE SPACES.
         03 WS-FIND-IDX      PIC 9(5)   VALUE 0.
         03 WS-LO            PIC 9(5)   VALUE 0.
         03 WS-HI            PIC 9(5)   VALUE 0.
         03 WS-MID           PIC 9(5)   VALUE 0.
         03 WS-INDENT        PIC 9(3)   VALUE 0.
         03 WS-NODE-TEXT     PIC X(40)  VALUE SPACES.
         03 WS-EDIT-COUNT    PIC ZZ,ZZ9.
         03 WS-ROOT-SW       PIC X      VALUE 'N'.
             88 WS-IS-ROOT          VALUE 'Y'.
         03 WS-LOOP-HEAD-SW  PIC X      VALUE 'N'.
             88 WS-LOOP-HEAD-DONE   VALUE 'Y'.
         03 WS-TABLE-FULL-SW PIC X      VALUE 'N'.
             88 WS-TABLE-FULL       VALUE 'Y'.
         03 WS-TOT-ACTIVE    PIC 9(5)   VALUE 0.
         03 WS-TOT-ROOTS     PIC 9(5)   VALUE 0.
         03 WS-MAX-DEPTH     PIC 9(5)   VALUE 0.
         03 WS-TOT-TERMSUP   PIC 9(5)   VALUE 0.
         03 WS-TOT-LOOP      PIC 9(5)   VALUE 0.
         03 WS-TOT-UNKNOWN   PIC 9(5)   VALUE 0.
         03 WS-TOT-EXCEPT    PIC 9(5)   VALUE 0.
      **************************************************************
      *       START OF PROCEDURE DIVISION       *
      **************************************************************
       PROCEDURE DIVISION.
       000-MAINLINE.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-RUN-STAMP.
           OPEN INPUT EMPLOYEE-FILE.
           IF WS-FILE-STATUS NOT = '00'
               DISPLAY 'UNABLE TO OPEN COB1-EMPLOYEE, STATUS='
                 WS-FILE-STATUS
               STOP RUN
           END-IF.
           PERFORM 1000-LOAD-TABLE.
           CLOSE EMPLOYEE-FILE.
           PERFORM 1100-LINK-SUPERVISORS.
           PERFORM 1200-FIND-LOOPS.
           PERFORM 1300-ADD-TOTALS.
           OPEN OUTPUT PRNT-FILE.
           PERFORM 1400-PRINT-HEAD.
           PERFORM VARYING WS-IDX FROM 1 BY 1
             UNTIL WS-IDX > WS-EM-COUNT
               PERFORM 1500-CHECK-ROOT
               IF WS-IS-ROOT
                   MOVE WS-IDX TO WS-ROOT-IDX
                   PERFORM 2000-PRINT-TREE
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-IDX FROM 1 BY 1
             UNTIL WS-IDX > WS-EM-COUNT
               IF WS-EM-IN-LOOP(WS-IDX)
                 AND NOT WS-EM-VISITED(WS-IDX)
                   IF NOT WS-LOOP-HEAD-DONE
                       MOVE 'REPORTING LOOPS (NO PATH TO THE TOP)'
                         TO L-SECTION1
                       WRITE PRNT-REC FROM PRNT-SECTION1
                         AFTER ADVANCING 3 LINES
                       MOVE 'Y' TO WS-LOOP-HEAD-SW
                   END-IF
                   MOVE WS-IDX TO WS-ROOT-IDX
                   PERFORM 2000-PRINT-TREE
               END-IF
           END-PERFORM.
           PERFORM 3000-PRINT-EXCEPTIONS.
           PERFORM 3100-PRINT-TOTALS.
           CLOSE PRNT-FILE.
           DISPLAY 'HIERARCHY COMPLETE - ' WS-TOT-ACTIVE
             ' ACTIVE, ' WS-TOT-EXCEPT ' EXCEPTIONS'.
           STOP RUN.
      **************************************************************
      * READS THE MASTER INTO THE TABLE. IT COMES BACK IN EID *
      * ORDER, WHICH THE SUPERVISOR LOOKUP RELIES ON *
      **************************************************************
       1000-LOAD-TABLE.
           PERFORM UNTIL EOF-M = 1
               READ EMPLOYEE-FILE NEXT RECORD
                 AT END MOVE 1 TO EOF-M
                 NOT AT END
                   IF WS-EM-COUNT < 5000
                       ADD 1 TO WS-EM-COUNT
                       PERFORM 1010-STORE-EMPLOYEE
                   ELSE
                       IF NOT WS-TABLE-FULL
                           DISPLAY 'EMPLOYEE TABLE FULL AT 5000 - '
                             'CHART STOPS BEFORE EID ' M-EID
                           MOVE 'Y' TO WS-TABLE-FULL-SW
                       END-IF
                   END-IF
               END-READ
           END-PERFORM.
       1010-STORE-EMPLOYEE.
           MOVE M-EID         TO WS-EM-EID(WS-EM-COUNT).
           MOVE M-LAST        TO WS-EM-LAST(WS-EM-COUNT).
           MOVE M-FIRST       TO WS-EM-FIRST(WS-EM-COUNT).
           MOVE M-TITLE       TO WS-EM-TITLE(WS-EM-COUNT).
           MOVE M-STATUS      TO WS-EM-STATUS(WS-EM-COUNT).
           MOVE M-TERM-DATE-M TO WS-EM-TERM-M(WS-EM-COUNT).
           MOVE M-TERM-DATE-D TO WS-EM-TERM-D(WS-EM-COUNT).
           MOVE M-TERM-DATE-Y TO WS-EM-TERM-Y(WS-EM-COUNT).
           MOVE M-SUPER       TO WS-EM-SUPER(WS-EM-COUNT).
           MOVE 0   TO WS-EM-SUP-IDX(WS-EM-COUNT).
           MOVE 0   TO WS-EM-FIRST-RPT(WS-EM-COUNT).
           MOVE 0   TO WS-EM-NEXT-SIB(WS-EM-COUNT).
           MOVE 0   TO WS-EM-CURSOR(WS-EM-COUNT).
           MOVE 0   TO WS-EM-DIRECT(WS-EM-COUNT).
           MOVE 0   TO WS-EM-TOTAL(WS-EM-COUNT).
           MOVE 'N' TO WS-EM-LOOP-SW(WS-EM-COUNT).
           MOVE 'N' TO WS-EM-VISIT-SW(WS-EM-COUNT).
           IF NOT M-EMP-TERMINATED
               ADD 1 TO WS-TOT-ACTIVE
           END-IF.
      **************************************************************
      * POINTS EVERY ENTRY AT ITS SUPERVISOR'S ENTRY, THEN HANGS *
      * EACH ACTIVE EMPLOYEE OFF THEIR SUPERVISOR'S LIST OF DIRECT *
      * REPORTS. THE LISTS ARE BUILT FROM THE BOTTOM OF THE TABLE *
      * UP SO THEY COME OUT IN EID ORDER *
      **************************************************************
       1100-LINK-SUPERVISORS.
           PERFORM VARYING WS-IDX FROM 1 BY 1
             UNTIL WS-IDX > WS-EM-COUNT
               IF WS-EM-SUPER(WS-IDX) NOT = SPACES
                   MOVE WS-EM-SUPER(WS-IDX) TO WS-FIND-EID
                   PERFORM 1110-FIND-EID
                   MOVE WS-FIND-IDX TO WS-EM-SUP-IDX(WS-IDX)
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-IDX FROM WS-EM-COUNT BY -1
             UNTIL WS-IDX < 1
               MOVE WS-EM-SUP-IDX(WS-IDX) TO WS-UP-IDX
               IF WS-UP-IDX > 0
                 AND NOT WS-EM-TERMINATED(WS-IDX)
                   MOVE WS-EM-FIRST-RPT(WS-UP-IDX)
                     TO WS-EM-NEXT-SIB(WS-IDX)
                   MOVE WS-IDX TO WS-EM-FIRST-RPT(WS-UP-IDX)
                   ADD 1 TO WS-EM-DIRECT(WS-UP-IDX)
               END-IF
           END-PERFORM.
      **************************************************************
      * BINARY SEARCH OF THE TABLE FOR WS-FIND-EID - WS-FIND-IDX *
      * COMES BACK ZERO WHEN IT ISN'T THERE *
      **************************************************************
       1110-FIND-EID.
           MOVE 0 TO WS-FIND-IDX.
           MOVE 1 TO WS-LO.
           MOVE WS-EM-COUNT TO WS-HI.
           PERFORM UNTIL WS-LO > WS-HI OR WS-FIND-IDX > 0
               COMPUTE WS-MID = (WS-LO + WS-HI) / 2
               EVALUATE TRUE
                   WHEN WS-EM-EID(WS-MID) = WS-FIND-EID
                       MOVE WS-MID TO WS-FIND-IDX
                   WHEN WS-EM-EID(WS-MID) < WS-FIND-EID
                       COMPUTE WS-LO = WS-MID + 1
                   WHEN OTHER
                       IF WS-MID = 1
                           MOVE 0 TO WS-HI
                       ELSE
                           COMPUTE WS-HI = WS-MID - 1
                       END-IF
               END-EVALUATE
           END-PERFORM.
      **************************************************************
      * AN ACTIVE EMPLOYEE IS IN A LOOP WHEN CLIMBING THEIR CHAIN *
      * OF SUPERVISORS BRINGS YOU BACK TO THEM. THE CLIMB STOPS AT *
      * THE TOP, AT A SUPERVISOR NOT ON FILE, OR AT A TERMINATED *
      * ONE, AND GIVES UP AFTER AS MANY STEPS AS THERE ARE PEOPLE *
      * - WHICH ONLY HAPPENS WHEN THE CHAIN RUNS INTO SOMEBODY *
      * ELSE'S LOOP *
      **************************************************************
       1200-FIND-LOOPS.
           PERFORM VARYING WS-IDX FROM 1 BY 1
             UNTIL WS-IDX > WS-EM-COUNT
               IF NOT WS-EM-TERMINATED(WS-IDX)
                   MOVE WS-EM-SUP-IDX(WS-IDX) TO WS-UP-IDX
                   MOVE 0 TO WS-STEPS
                   PERFORM UNTIL WS-UP-IDX = 0
                     OR WS-UP-IDX = WS-IDX
                     OR WS-STEPS > WS-EM-COUNT
                       IF WS-EM-TERMINATED(WS-UP-IDX)
                           MOVE 0 TO WS-UP-IDX
                       ELSE
                           MOVE WS-EM-SUP-IDX(WS-UP-IDX) TO WS-UP-IDX
                       END-IF
                       ADD 1 TO WS-STEPS
                   END-PERFORM
                   IF WS-UP-IDX = WS-IDX
                       MOVE 'Y' TO WS-EM-LOOP-SW(WS-IDX)
                   END-IF
               END-IF
           END-PERFORM.
      **************************************************************
      * EVERY ACTIVE EMPLOYEE COUNTS ONCE IN THE TOTAL OF EACH *
      * SUPERVISOR ABOVE THEM, UP TO THE TOP OF THEIR TREE - A *
      * TERMINATED SUPERVISOR HEADING ONE, OR THE FIRST PERSON IN *
      * A LOOP, SINCE A LOOP HAS NO TOP TO CLIMB TO *
      **************************************************************
       1300-ADD-TOTALS.
           PERFORM VARYING WS-IDX FROM 1 BY 1
             UNTIL WS-IDX > WS-EM-COUNT
               IF NOT WS-EM-TERMINATED(WS-IDX)
                   MOVE WS-EM-SUP-IDX(WS-IDX) TO WS-UP-IDX
                   MOVE 0 TO WS-STEPS
                   PERFORM UNTIL WS-UP-IDX = 0
                     OR WS-UP-IDX = WS-IDX
                     OR WS-STEPS > WS-EM-COUNT
                       ADD 1 TO WS-EM-TOTAL(WS-UP-IDX)
                       IF WS-EM-TERMINATED(WS-UP-IDX)
                         OR WS-EM-IN-LOOP(WS-UP-IDX)
                           MOVE 0 TO WS-UP-IDX
                       ELSE
                           MOVE WS-EM-SUP-IDX(WS-UP-IDX) TO WS-UP-IDX
                       END-IF
                       ADD 1 TO WS-STEPS
                   END-PERFORM
               END-IF
           END-PERFORM.
       1400-PRINT-HEAD.
           MOVE WS-RUN-STAMP(5:2) TO L-RUN-DATE1(1:2).
           MOVE '/'               TO L-RUN-DATE1(3:1).
           MOVE WS-RUN-STAMP(7:2) TO L-RUN-DATE1(4:2).
           MOVE '/'               TO L-RUN-DATE1(6:1).
           MOVE WS-RUN-STAMP(1:4) TO L-RUN-DATE1(7:4).
           WRITE PRNT-REC FROM PRNT-HEADING1
             AFTER ADVANCING PAGE.
           WRITE PRNT-REC FROM PRNT-HEADING2
             AFTER ADVANCING 2 LINES.
      **************************************************************
      * A TREE STARTS AT AN ACTIVE EMPLOYEE WITH NO SUPERVISOR OR *
      * ONE NOT ON FILE, AND AT A TERMINATED SUPERVISOR THAT *
      * ACTIVE PEOPLE STILL REPORT TO *
      **************************************************************
       1500-CHECK-ROOT.
           MOVE 'N' TO WS-ROOT-SW.
           IF WS-EM-TERMINATED(WS-IDX)
               IF WS-EM-DIRECT(WS-IDX) > 0
                   MOVE 'Y' TO WS-ROOT-SW
               END-IF
           ELSE
               IF WS-EM-SUP-IDX(WS-IDX) = 0
                   MOVE 'Y' TO WS-ROOT-SW
                   ADD 1 TO WS-TOT-ROOTS
               END-IF
           END-IF.
      **************************************************************
      * PRINTS THE TREE UNDER WS-ROOT-IDX TOP DOWN. THE STACK *
      * HOLDS THE CHAIN FROM THE ROOT TO WHOEVER WAS PRINTED LAST, *
      * AND EACH ENTRY ON IT REMEMBERS WHICH OF ITS REPORTS IS *
      * NEXT. SOMEONE ALREADY PRINTED CAN ONLY TURN UP AGAIN *
      * INSIDE A LOOP, WHERE THE CHAIN IS CUT WITH A NOTE INSTEAD *
      * OF GOING ROUND FOREVER *
      **************************************************************
       2000-PRINT-TREE.
           MOVE 1 TO WS-DEPTH.
           MOVE WS-ROOT-IDX TO WS-NODE-IDX.
           PERFORM 2050-PUSH-NODE.
           PERFORM UNTIL WS-DEPTH = 0
               MOVE WS-STK-IDX(WS-DEPTH) TO WS-PARENT-IDX
               MOVE WS-EM-CURSOR(WS-PARENT-IDX) TO WS-CHILD-IDX
               IF WS-CHILD-IDX = 0
                   SUBTRACT 1 FROM WS-DEPTH
               ELSE
                   MOVE WS-EM-NEXT-SIB(WS-CHILD-IDX)
                     TO WS-EM-CURSOR(WS-PARENT-IDX)
                   IF WS-EM-VISITED(WS-CHILD-IDX)
                       PERFORM 2200-PRINT-LOOP-BACK
                   ELSE
                       ADD 1 TO WS-DEPTH
                       MOVE WS-CHILD-IDX TO WS-NODE-IDX
                       PERFORM 2050-PUSH-NODE
                   END-IF
               END-IF
           END-PERFORM.
       2050-PUSH-NODE.
           MOVE WS-NODE-IDX TO WS-STK-IDX(WS-DEPTH).
           MOVE 'Y' TO WS-EM-VISIT-SW(WS-NODE-IDX).
           MOVE WS-EM-FIRST-RPT(WS-NODE-IDX)
             TO WS-EM-CURSOR(WS-NODE-IDX).
           IF WS-DEPTH > WS-MAX-DEPTH
               MOVE WS-DEPTH TO WS-MAX-DEPTH
           END-IF.
           PERFORM 2100-PRINT-NODE.
      **************************************************************
      * ONE PERSON'S LINE, INDENTED TWO PLACES PER LEVEL DOWN TO *
      * THE NINTH - BELOW THAT THE LEVEL NUMBER CARRIES IT - AND *
      * FLAGGED WHEN THEY'RE A PROBLEM *
      **************************************************************
       2100-PRINT-NODE.
           MOVE SPACES TO WS-NODE-TEXT.
           STRING WS-EM-EID(WS-NODE-IDX) ' ' DELIMITED BY SIZE
             WS-EM-LAST(WS-NODE-IDX) DELIMITED BY '  '
             ', ' DELIMITED BY SIZE
             WS-EM-FIRST(WS-NODE-IDX) DELIMITED BY '  '
             INTO WS-NODE-TEXT
           END-STRING.
           IF WS-DEPTH > 9
               MOVE 17 TO WS-INDENT
           ELSE
               COMPUTE WS-INDENT = (WS-DEPTH - 1) * 2 + 1
           END-IF.
           MOVE SPACES TO L-TREE1.
           MOVE WS-NODE-TEXT TO L-TREE1(WS-INDENT:).
           MOVE WS-DEPTH TO L-LEVEL1.
           MOVE WS-EM-TITLE(WS-NODE-IDX)  TO L-TITLE1.
           MOVE WS-EM-DIRECT(WS-NODE-IDX) TO L-DIRECT1.
           MOVE WS-EM-TOTAL(WS-NODE-IDX)  TO L-TOTAL1.
           MOVE SPACES TO L-FLAG1.
           EVALUATE TRUE
               WHEN WS-EM-TERMINATED(WS-NODE-IDX)
                   STRING 'TERMINATED ' WS-EM-TERM-M(WS-NODE-IDX)
                     '/' WS-EM-TERM-D(WS-NODE-IDX)
                     '/' WS-EM-TERM-Y(WS-NODE-IDX)
                     DELIMITED BY SIZE INTO L-FLAG1
                   END-STRING
               WHEN WS-EM-IN-LOOP(WS-NODE-IDX)
                   MOVE 'IN A REPORTING LOOP' TO L-FLAG1
               WHEN WS-EM-SUPER(WS-NODE-IDX) NOT = SPACES
                 AND WS-EM-SUP-IDX(WS-NODE-IDX) = 0
                   STRING 'SUPV ' WS-EM-SUPER(WS-NODE-IDX)
                     ' NOT ON MASTER' DELIMITED BY SIZE
                     INTO L-FLAG1
                   END-STRING
           END-EVALUATE.
           IF WS-DEPTH = 1
               WRITE PRNT-REC FROM PRNT-DATA1
                 AFTER ADVANCING 2 LINES
           ELSE
               WRITE PRNT-REC FROM PRNT-DATA1
                 AFTER ADVANCING 1 LINE
           END-IF.
      **************************************************************
      * MARKS WHERE A LOOP COMES BACK ROUND TO SOMEONE ALREADY *
      * PRINTED ABOVE *
      **************************************************************
       2200-PRINT-LOOP-BACK.
           IF WS-DEPTH > 8
               MOVE 17 TO WS-INDENT
           ELSE
               COMPUTE WS-INDENT = WS-DEPTH * 2 + 1
           END-IF.
           MOVE SPACES TO WS-NODE-TEXT.
           STRING 'LOOPS BACK TO ' WS-EM-EID(WS-CHILD-IDX)
             DELIMITED BY SIZE INTO WS-NODE-TEXT
           END-STRING.
           MOVE SPACES TO L-LB-TREE1.
           MOVE WS-NODE-TEXT TO L-LB-TREE1(WS-INDENT:).
           WRITE PRNT-REC FROM PRNT-LOOPBACK1
             AFTER ADVANCING 1 LINE.
      **************************************************************
      * LISTS EVERY PROBLEM IN THE CHAIN AGAIN, ONE LINE EACH, FOR *
      * WHOEVER HAS TO PUT IT RIGHT *
      **************************************************************
       3000-PRINT-EXCEPTIONS.
           MOVE 'EXCEPTIONS' TO L-SECTION1.
           WRITE PRNT-REC FROM PRNT-SECTION1
             AFTER ADVANCING 3 LINES.
           PERFORM VARYING WS-IDX FROM 1 BY 1
             UNTIL WS-IDX > WS-EM-COUNT
               MOVE SPACES TO L-EX-TEXT1
               EVALUATE TRUE
                   WHEN WS-EM-TERMINATED(WS-IDX)
                     AND WS-EM-DIRECT(WS-IDX) > 0
                       MOVE WS-EM-DIRECT(WS-IDX) TO WS-EDIT-COUNT
                       STRING 'TERMINATED ' WS-EM-TERM-M(WS-IDX)
                         '/' WS-EM-TERM-D(WS-IDX)
                         '/' WS-EM-TERM-Y(WS-IDX)
                         ' - ACTIVE REPORTS:' WS-EDIT-COUNT
                         DELIMITED BY SIZE INTO L-EX-TEXT1
                       END-STRING
                       ADD 1 TO WS-TOT-TERMSUP
                   WHEN WS-EM-TERMINATED(WS-IDX)
                       CONTINUE
                   WHEN WS-EM-IN-LOOP(WS-IDX)
                       STRING 'IN A REPORTING LOOP - REPORTS TO '
                         WS-EM-SUPER(WS-IDX)
                         DELIMITED BY SIZE INTO L-EX-TEXT1
                       END-STRING
                       ADD 1 TO WS-TOT-LOOP
                   WHEN WS-EM-SUPER(WS-IDX) NOT = SPACES
                     AND WS-EM-SUP-IDX(WS-IDX) = 0
                       STRING 'REPORTS TO ' WS-EM-SUPER(WS-IDX)
                         ', WHO IS NOT ON THE MASTER'
                         DELIMITED BY SIZE INTO L-EX-TEXT1
                       END-STRING
                       ADD 1 TO WS-TOT-UNKNOWN
               END-EVALUATE
               IF L-EX-TEXT1 NOT = SPACES
                   PERFORM 3010-PRINT-EXCEPTION
               END-IF
           END-PERFORM.
           IF WS-TOT-EXCEPT = 0
               MOVE 'NONE - EVERY CHAIN REACHES THE TOP' TO L-SECTION1
               WRITE PRNT-REC FROM PRNT-SECTION1
                 AFTER ADVANCING 1 LINE
           END-IF.
       3010-PRINT-EXCEPTION.
           MOVE WS-EM-EID(WS-IDX) TO L-EX-EID1.
           MOVE SPACES TO L-EX-NAME1.
           STRING WS-EM-LAST(WS-IDX) DELIMITED BY '  '
             ', ' DELIMITED BY SIZE
             WS-EM-FIRST(WS-IDX) DELIMITED BY '  '
             INTO L-EX-NAME1
           END-STRING.
           WRITE PRNT-REC FROM PRNT-EXCEPT1
             AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-TOT-EXCEPT.
       3100-PRINT-TOTALS.
           MOVE WS-TOT-ACTIVE  TO L-TOT-ACTIVE1.
           MOVE WS-TOT-ROOTS   TO L-TOT-ROOTS1.
           MOVE WS-MAX-DEPTH   TO L-TOT-DEPTH1.
           WRITE PRNT-REC FROM PRNT-TOTALS1
             AFTER ADVANCING 3 LINES.
           MOVE WS-TOT-TERMSUP TO L-TOT-TERMSUP1.
           MOVE WS-TOT-LOOP    TO L-TOT-LOOP1.
           MOVE WS-TOT-UNKNOWN TO L-TOT-UNKNOWN1.
           WRITE PRNT-REC FROM PRNT-TOTALS2
             AFTER ADVANCING 1 LINE.
