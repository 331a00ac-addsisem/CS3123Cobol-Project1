       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROJ27.
       AUTHOR. Addyson Sisemore
      * PROJECT  1 - POSITION BUDGET VARIANCE REPORT.
      * LISTS EVERY DEPARTMENT AND EMPLOYEE TYPE FINANCE HAS
      * BUDGETED ON COB1-BUDGET (KEPT BY PROJ15'S B FUNCTION) WITH
      * ITS AUTHORIZED POSITIONS, THE ACTIVE EMPLOYEES ON THE
      * MASTER FILLING THEM, THE POSITIONS STILL OPEN, AND THE
      * NUMBER OVER BUDGET, WITH A SUBTOTAL PER DEPARTMENT AND A
      * COMPANY TOTAL. A DEPARTMENT AND TYPE WITH ACTIVE PEOPLE
      * BUT NO BUDGET IS LISTED TOO, MARKED NOT BUDGETED, SINCE
      * PROJ02 DOESN'T HOLD THOSE HIRES TO ANYTHING. OPEN AND OVER
      * ARE WORKED PER LINE, SO A DEPARTMENT'S OPEN POSITIONS IN
      * ONE TYPE NEVER HIDE ITS OVERAGE IN ANOTHER.

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
           SELECT BUDGET-FILE ASSIGN TO 'COB1-BUDGET'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BG-KEY
               FILE STATUS IS WS-BUDGET-STATUS.
           SELECT DEPT-FILE ASSIGN TO 'COB1-DEPT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS D-CODE
               FILE STATUS IS WS-DEPT-STATUS.
           SELECT PRNT-FILE ASSIGN TO 'UR-S-BUDGVAR'.

       DATA DIVISION.

       FILE SECTION.
       FD EMPLOYEE-FILE
           LABEL RECORDS ARE STANDARD.
       01 EMPLOYEE-REC.
         03 M-EID        PIC X(7).
         03 M-LAST       PIC X(15).
         03 FILLER       PIC X(15).
         03 M-TYPE       PIC X(2).
         03 FILLER       PIC X(26).
         03 M-STATUS     PIC X.
             88 M-EMP-TERMINATED    VALUE 'T'.
         03 FILLER       PIC X(8).
         03 M-DEPT       PIC X(4).
         03 FILLER       PIC X(22).
      **************************************************************
      * POSITION BUDGET - SAME SHAPE AS PROJ15 MAINTAINS IT *
      **************************************************************
       FD BUDGET-FILE
           LABEL RECORDS ARE STANDARD.
       01 BUDGET-REC.
         03 BG-KEY.
           05 BG-DEPT      PIC X(4).
           05 BG-TYPE      PIC X(2).
         03 BG-AUTH      PIC 9(5).
         03 BG-CHG-DATE  PIC X(8).
         03 BG-CHG-OPER  PIC X(8).
         03 FILLER       PIC X(13).
       FD DEPT-FILE
           LABEL RECORDS ARE STANDARD.
       01 DEPT-REC.
         03 D-CODE       PIC X(4).
         03 D-NAME       PIC X(20).
         03 FILLER       PIC X(36).
       FD PRNT-FILE
           LABEL RECORDS ARE OMITTED.
       01 PRNT-REC      PIC X(100).

       WORKING-STORAGE SECTION.
      **************************************************************
      * LAYOUT FOR THE REPORT HEADING AND DATA LINES *
      **************************************************************
       01 PRNT-HEADING1.
         03 FILLER      PIC X(40)   VALUE
           'POSITION BUDGET VARIANCE REPORT'.
         03 FILLER      PIC X(9)    VALUE 'RUN DATE '.
         03 L-RUN-DATE1 PIC X(10).
       01 PRNT-HEADING2.
         03 FILLER      PIC X(6)    VALUE 'DEPT'.
         03 FILLER      PIC X(22)   VALUE 'NAME'.
         03 FILLER      PIC X(6)    VALUE 'TYPE'.
         03 FILLER      PIC X(12)   VALUE '  AUTHORIZED'.
         03 FILLER      PIC X(8)    VALUE '  FILLED'.
         03 FILLER      PIC X(8)    VALUE '    OPEN'.
         03 FILLER      PIC X(8)    VALUE '    OVER'.
       01 PRNT-DATA1.
         03 L-DEPT1       PIC X(4).
         03 FILLER        PIC X(2)    VALUE SPACES.
         03 L-NAME1       PIC X(20).
         03 FILLER        PIC X(2)    VALUE SPACES.
         03 L-TYPE1       PIC X(4).
         03 FILLER        PIC X(2)    VALUE SPACES.
         03 FILLER        PIC X(6)    VALUE SPACES.
         03 L-AUTH1       PIC X(6).
         03 FILLER        PIC X(2)    VALUE SPACES.
         03 L-FILLED1     PIC ZZ,ZZ9.
         03 FILLER        PIC X(2)    VALUE SPACES.
         03 L-OPEN1       PIC ZZ,ZZ9.
         03 FILLER        PIC X(2)    VALUE SPACES.
         03 L-OVER1       PIC ZZ,ZZ9.
         03 FILLER        PIC X(2)    VALUE SPACES.
         03 L-NOTE1       PIC X(14).
       01 PRNT-TOTALS1.
         03 FILLER        PIC X(22)   VALUE
           'BUDGET LINES: '.
         03 L-TOT-LINES1  PIC ZZ,ZZ9.
         03 FILLER        PIC X(22)   VALUE
           '  LINES OVER BUDGET: '.
         03 L-TOT-OVERL1  PIC ZZ,ZZ9.
         03 FILLER        PIC X(22)   VALUE
           '  LINES NOT BUDGETED: '.
         03 L-TOT-UNBUD1  PIC ZZ,ZZ9.
      **************************************************************
      *       ONE ENTRY PER DEPARTMENT AND TYPE, BUDGETED OR WITH *
      *       ACTIVE PEOPLE, KEPT IN DEPARTMENT/TYPE ORDER AS THEY *
      *       ARE ADDED *
      **************************************************************
       01 LINE-TABLE-WS.
         03 WS-LN-COUNT      PIC 9(4)   VALUE 0.
         03 WS-LN-ENTRY      OCCURS 1200 TIMES.
           05 WS-LN-KEY.
             07 WS-LN-DEPT   PIC X(4).
             07 WS-LN-TYPE   PIC X(2).
           05 WS-LN-BUDGETED PIC X.
             88 WS-LN-HAS-BUDGET    VALUE 'Y'.
           05 WS-LN-AUTH     PIC 9(5).
           05 WS-LN-FILLED   PIC 9(5).
      **************************************************************
      *       DEPARTMENT SUBTOTALS AND COMPANY TOTALS *
      **************************************************************
       01 TOTALS-WS.
         03 WS-SUB-AUTH      PIC 9(6)   VALUE 0.
         03 WS-SUB-FILLED    PIC 9(6)   VALUE 0.
         03 WS-SUB-OPEN      PIC 9(6)   VALUE 0.
         03 WS-SUB-OVER      PIC 9(6)   VALUE 0.
         03 WS-TOT-AUTH      PIC 9(6)   VALUE 0.
         03 WS-TOT-FILLED    PIC 9(6)   VALUE 0.
         03 WS-TOT-OPEN      PIC 9(6)   VALUE 0.
         03 WS-TOT-OVER      PIC 9(6)   VALUE 0.
         03 WS-TOT-LINES     PIC 9(5)   VALUE 0.
         03 WS-TOT-OVER-LINES PIC 9(5)  VALUE 0.
         03 WS-TOT-UNBUDGETED PIC 9(5)  VALUE 0.
      **************************************************************
      *       EOF SWITCHES, FILE STATUSES, SUBSCRIPTS, AND WORK *
      **************************************************************
       01 MISC.
         03 EOF-M            PIC 9      VALUE 0.
         03 EOF-B            PIC 9      VALUE 0.
         03 WS-FILE-STATUS   PIC XX     VALUE '00'.
         03 WS-BUDGET-STATUS PIC XX     VALUE '00'.
         03 WS-DEPT-STATUS   PIC XX     VALUE '00'.
         03 WS-DEPT-OPEN-SW  PIC X      VALUE 'N'.
             88 WS-DEPT-FILE-OPEN   VALUE 'Y'.
         03 WS-RUN-STAMP     PIC X(14)  VALUE SPACES.
         03 WS-IDX           PIC 9(4)   VALUE 0.
         03 WS-SHIFT         PIC 9(4)   VALUE 0.
         03 WS-LN-IDX        PIC 9(4)   VALUE 0.
         03 WS-FOUND-SW      PIC X      VALUE 'N'.
             88 WS-FOUND            VALUE 'Y'.
         03 WS-KEY-IN.
           05 WS-DEPT-IN     PIC X(4)   VALUE SPACES.
           05 WS-TYPE-IN     PIC X(2)   VALUE SPACES.
         03 WS-PREV-DEPT     PIC X(4)   VALUE SPACES.
         03 WS-FIRST-SW      PIC X      VALUE 'Y'.
             88 WS-FIRST-LINE       VALUE 'Y'.
         03 WS-OPEN          PIC 9(5)   VALUE 0.
         03 WS-OVER          PIC 9(5)   VALUE 0.
         03 WS-EDIT-AUTH     PIC ZZ,ZZ9.
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
           OPEN INPUT BUDGET-FILE.
           IF WS-BUDGET-STATUS NOT = '00'
               DISPLAY 'UNABLE TO OPEN COB1-BUDGET, STATUS='
                 WS-BUDGET-STATUS ' - NO POSITION BUDGETS TO REPORT'
               CLOSE EMPLOYEE-FILE
               STOP RUN
           END-IF.
           OPEN INPUT DEPT-FILE.
           IF WS-DEPT-STATUS = '00'
               MOVE 'Y' TO WS-DEPT-OPEN-SW
           ELSE
               DISPLAY 'COB1-DEPT NOT AVAILABLE, STATUS='
                 WS-DEPT-STATUS ' - DEPARTMENT NAMES NOT SHOWN'
           END-IF.
           PERFORM 1000-LOAD-BUDGETS.
           PERFORM 1100-COUNT-FILLED.
           OPEN OUTPUT PRNT-FILE.
           PERFORM 1400-PRINT-HEAD.
           PERFORM VARYING WS-LN-IDX FROM 1 BY 1
             UNTIL WS-LN-IDX > WS-LN-COUNT
               IF NOT WS-FIRST-LINE
                 AND WS-LN-DEPT(WS-LN-IDX) NOT = WS-PREV-DEPT
                   PERFORM 2200-PRINT-SUBTOTAL
               END-IF
               PERFORM 2000-PRINT-LINE
           END-PERFORM.
           IF NOT WS-FIRST-LINE
               PERFORM 2200-PRINT-SUBTOTAL
           END-IF.
           PERFORM 2300-PRINT-TOTALS.
           CLOSE EMPLOYEE-FILE
             BUDGET-FILE
             PRNT-FILE.
           IF WS-DEPT-FILE-OPEN
               CLOSE DEPT-FILE
           END-IF.
           DISPLAY 'BUDGET VARIANCE COMPLETE - ' WS-TOT-LINES
             ' BUDGET LINES, ' WS-TOT-OVER-LINES ' OVER BUDGET'.
           STOP RUN.
      **************************************************************
      * READS EVERY POSITION BUDGET INTO THE TABLE. THE FILE COMES *
      * BACK IN KEY ORDER, SO EACH ONE LANDS AT THE END *
      **************************************************************
       1000-LOAD-BUDGETS.
           PERFORM UNTIL EOF-B = 1
               READ BUDGET-FILE NEXT RECORD
                 AT END MOVE 1 TO EOF-B
                 NOT AT END
                   MOVE BG-DEPT TO WS-DEPT-IN
                   MOVE BG-TYPE TO WS-TYPE-IN
                   PERFORM 1300-FIND-LINE
                   MOVE 'Y'     TO WS-LN-BUDGETED(WS-LN-IDX)
                   MOVE BG-AUTH TO WS-LN-AUTH(WS-LN-IDX)
               END-READ
           END-PERFORM.
      **************************************************************
      * COUNTS EVERY ACTIVE EMPLOYEE AGAINST THEIR DEPARTMENT AND *
      * TYPE, OPENING A NOT-BUDGETED LINE WHERE FINANCE HAS NONE *
      **************************************************************
       1100-COUNT-FILLED.
           PERFORM UNTIL EOF-M = 1
               READ EMPLOYEE-FILE NEXT RECORD
                 AT END MOVE 1 TO EOF-M
                 NOT AT END
                   IF NOT M-EMP-TERMINATED
                       MOVE M-DEPT TO WS-DEPT-IN
                       MOVE M-TYPE TO WS-TYPE-IN
                       PERFORM 1300-FIND-LINE
                       ADD 1 TO WS-LN-FILLED(WS-LN-IDX)
                   END-IF
               END-READ
           END-PERFORM.
      **************************************************************
      * FINDS THE DEPARTMENT AND TYPE'S LINE, OPENING ONE IN KEY *
      * ORDER THE FIRST TIME IT TURNS UP. PAST THE TABLE'S END THE *
      * LAST LINE SOAKS UP THE OVERFLOW RATHER THAN LOSE COUNTS *
      **************************************************************
       1300-FIND-LINE.
           MOVE 'N' TO WS-FOUND-SW.
           MOVE 0 TO WS-LN-IDX.
           PERFORM VARYING WS-IDX FROM 1 BY 1
             UNTIL WS-IDX > WS-LN-COUNT OR WS-FOUND
               IF WS-LN-KEY(WS-IDX) = WS-KEY-IN
                   MOVE 'Y' TO WS-FOUND-SW
                   MOVE WS-IDX TO WS-LN-IDX
               END-IF
           END-PERFORM.
           IF NOT WS-FOUND
               IF WS-LN-COUNT < 1200
                   PERFORM 1310-INSERT-LINE
               ELSE
                   DISPLAY 'LINE TABLE FULL - ' WS-KEY-IN
                     ' COUNTED UNDER ' WS-LN-KEY(1200)
                   MOVE 1200 TO WS-LN-IDX
               END-IF
           END-IF.
       1310-INSERT-LINE.
           MOVE 1 TO WS-LN-IDX.
           PERFORM VARYING WS-IDX FROM 1 BY 1
             UNTIL WS-IDX > WS-LN-COUNT
               IF WS-LN-KEY(WS-IDX) < WS-KEY-IN
                   COMPUTE WS-LN-IDX = WS-IDX + 1
               END-IF
           END-PERFORM.
           ADD 1 TO WS-LN-COUNT.
           PERFORM VARYING WS-SHIFT FROM WS-LN-COUNT BY -1
             UNTIL WS-SHIFT NOT > WS-LN-IDX
               MOVE WS-LN-ENTRY(WS-SHIFT - 1) TO WS-LN-ENTRY(WS-SHIFT)
           END-PERFORM.
           MOVE WS-KEY-IN TO WS-LN-KEY(WS-LN-IDX).
           MOVE 'N'       TO WS-LN-BUDGETED(WS-LN-IDX).
           MOVE 0         TO WS-LN-AUTH(WS-LN-IDX).
           MOVE 0         TO WS-LN-FILLED(WS-LN-IDX).
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
      * PRINTS ONE DEPARTMENT AND TYPE - OPEN IS WHAT'S LEFT OF *
      * THE BUDGET, OVER IS WHAT'S BEYOND IT. A LINE WITH NO *
      * BUDGET SHOWS NEITHER, SINCE THERE'S NOTHING TO MEASURE *
      * AGAINST *
      **************************************************************
       2000-PRINT-LINE.
           IF WS-FIRST-LINE
             OR WS-LN-DEPT(WS-LN-IDX) NOT = WS-PREV-DEPT
               PERFORM 2100-GET-DEPT-NAME
               MOVE WS-LN-DEPT(WS-LN-IDX) TO WS-PREV-DEPT
               MOVE 'N' TO WS-FIRST-SW
           ELSE
               MOVE SPACES TO L-DEPT1
               MOVE SPACES TO L-NAME1
           END-IF.
           MOVE WS-LN-TYPE(WS-LN-IDX)   TO L-TYPE1.
           MOVE WS-LN-FILLED(WS-LN-IDX) TO L-FILLED1.
           MOVE 0 TO WS-OPEN.
           MOVE 0 TO WS-OVER.
           IF WS-LN-HAS-BUDGET(WS-LN-IDX)
               MOVE WS-LN-AUTH(WS-LN-IDX) TO WS-EDIT-AUTH
               MOVE WS-EDIT-AUTH TO L-AUTH1
               IF WS-LN-FILLED(WS-LN-IDX) > WS-LN-AUTH(WS-LN-IDX)
                   COMPUTE WS-OVER = WS-LN-FILLED(WS-LN-IDX)
                     - WS-LN-AUTH(WS-LN-IDX)
                   MOVE 'OVER BUDGET' TO L-NOTE1
                   ADD 1 TO WS-TOT-OVER-LINES
               ELSE
                   COMPUTE WS-OPEN = WS-LN-AUTH(WS-LN-IDX)
                     - WS-LN-FILLED(WS-LN-IDX)
                   MOVE SPACES TO L-NOTE1
               END-IF
               ADD 1 TO WS-TOT-LINES
               ADD WS-LN-AUTH(WS-LN-IDX) TO WS-SUB-AUTH
           ELSE
               MOVE '  NONE' TO L-AUTH1
               MOVE 'NOT BUDGETED' TO L-NOTE1
               ADD 1 TO WS-TOT-UNBUDGETED
           END-IF.
           MOVE WS-OPEN TO L-OPEN1.
           MOVE WS-OVER TO L-OVER1.
           ADD WS-LN-FILLED(WS-LN-IDX) TO WS-SUB-FILLED.
           ADD WS-OPEN TO WS-SUB-OPEN.
           ADD WS-OVER TO WS-SUB-OVER.
           WRITE PRNT-REC FROM PRNT-DATA1
             AFTER ADVANCING 1 LINE.
      **************************************************************
      * LOOKS UP THE DEPARTMENT'S NAME ON COB1-DEPT FOR THE FIRST *
      * LINE OF EACH DEPARTMENT *
      **************************************************************
       2100-GET-DEPT-NAME.
           MOVE SPACES TO L-NAME1.
           IF WS-LN-DEPT(WS-LN-IDX) = SPACES
               MOVE 'NONE' TO L-DEPT1
               MOVE '(NO DEPARTMENT)' TO L-NAME1
           ELSE
               MOVE WS-LN-DEPT(WS-LN-IDX) TO L-DEPT1
               IF WS-DEPT-FILE-OPEN
                   MOVE WS-LN-DEPT(WS-LN-IDX) TO D-CODE
                   READ DEPT-FILE
                     INVALID KEY
                       MOVE '(NOT ON COB1-DEPT)' TO L-NAME1
                     NOT INVALID KEY
                       MOVE D-NAME TO L-NAME1
                   END-READ
               END-IF
           END-IF.
      **************************************************************
      * DEPARTMENT SUBTOTAL - ROLLED INTO THE COMPANY TOTAL AND *
      * CLEARED FOR THE NEXT DEPARTMENT *
      **************************************************************
       2200-PRINT-SUBTOTAL.
           MOVE SPACES TO L-DEPT1.
           MOVE '  DEPARTMENT TOTAL' TO L-NAME1.
           MOVE SPACES TO L-TYPE1.
           MOVE WS-SUB-AUTH TO WS-EDIT-AUTH.
           MOVE WS-EDIT-AUTH TO L-AUTH1.
           MOVE WS-SUB-FILLED TO L-FILLED1.
           MOVE WS-SUB-OPEN TO L-OPEN1.
           MOVE WS-SUB-OVER TO L-OVER1.
           MOVE SPACES TO L-NOTE1.
           WRITE PRNT-REC FROM PRNT-DATA1
             AFTER ADVANCING 1 LINE.
           MOVE SPACES TO PRNT-REC.
           WRITE PRNT-REC
             AFTER ADVANCING 1 LINE.
           ADD WS-SUB-AUTH   TO WS-TOT-AUTH.
           ADD WS-SUB-FILLED TO WS-TOT-FILLED.
           ADD WS-SUB-OPEN   TO WS-TOT-OPEN.
           ADD WS-SUB-OVER   TO WS-TOT-OVER.
           MOVE 0 TO WS-SUB-AUTH.
           MOVE 0 TO WS-SUB-FILLED.
           MOVE 0 TO WS-SUB-OPEN.
           MOVE 0 TO WS-SUB-OVER.
      **************************************************************
      * COMPANY TOTAL AND LINE COUNTS *
      **************************************************************
       2300-PRINT-TOTALS.
           MOVE 'ALL'           TO L-DEPT1.
           MOVE 'COMPANY TOTAL' TO L-NAME1.
           MOVE SPACES TO L-TYPE1.
           MOVE WS-TOT-AUTH TO WS-EDIT-AUTH.
           MOVE WS-EDIT-AUTH TO L-AUTH1.
           MOVE WS-TOT-FILLED TO L-FILLED1.
           MOVE WS-TOT-OPEN TO L-OPEN1.
           MOVE WS-TOT-OVER TO L-OVER1.
           MOVE SPACES TO L-NOTE1.
           WRITE PRNT-REC FROM PRNT-DATA1
             AFTER ADVANCING 2 LINES.
           MOVE WS-TOT-LINES      TO L-TOT-LINES1.
           MOVE WS-TOT-OVER-LINES TO L-TOT-OVERL1.
           MOVE WS-TOT-UNBUDGETED TO L-TOT-UNBUD1.
           WRITE PRNT-REC FROM PRNT-TOTALS1
             AFTER ADVANCING 2 LINES.
