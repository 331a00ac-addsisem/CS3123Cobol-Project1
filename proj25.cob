       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROJ25.
       AUTHOR. Addyson Sisemore
      * PROJECT  1 - OPERATOR AUTHORITY RECERTIFICATION REPORT.
      * LISTS WHO HOLDS WHICH AUTHORITIES FOR THE ANNUAL ACCESS
      * RECERTIFICATION. EVERY OPERATOR ON COB1-OPER PRINTS WITH
      * THEIR NAME AND ROLE (HR CLERK, PY PAYROLL, SV SUPERVISOR,
      * AU AUDITOR) AND, FOR EACH PROGRAM THAT CHECKS COB1-AUTH
      * (PROJ02, PROJ07, PROJ13, PROJ15, PROJ16), THE FUNCTIONS
      * THEY ARE ACTUALLY GRANTED THERE - RESOLVED EXACTLY THE
      * WAY THE PROGRAMS RESOLVE IT AT SIGN-ON, SO AN OPERATOR'S
      * OWN LINE REPLACES THEIR ROLE'S AND IS CALLED OUT AS AN
      * OVERRIDE - ALONG WITH HOW MANY REFUSALS COB1-DENY HOLDS
      * AGAINST THEM. THE STANDING ROLE GRANTS FOLLOW, THEN THE
      * PROFILE LINES THE REVIEWER SHOULD CLEAN UP: GRANTS TO IDS
      * NO LONGER ON COB1-OPER, GRANTS FOR PROGRAMS THAT DON'T
      * CHECK AUTHORITY, AND LETTERS THAT AREN'T ONE OF THE
      * PROGRAM'S FUNCTIONS. AN OPTIONAL COB25-PARM D LINE
      * (YYYYMMDD-YYYYMMDD) LIMITS THE REFUSALS COUNTED TO THE
      * RECERTIFICATION PERIOD.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPER-FILE ASSIGN TO 'COB1-OPER'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPER-STATUS.
           SELECT AUTH-FILE ASSIGN TO 'COB1-AUTH'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUTH-STATUS.
           SELECT DENY-FILE ASSIGN TO 'COB1-DENY'
               FILE STATUS IS WS-DENY-STATUS.
           SELECT PRNT-FILE ASSIGN TO 'UR-S-RECERT'.
           SELECT OPTIONAL PARM-FILE ASSIGN TO 'COB25-PARM'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

       DATA DIVISION.

       FILE SECTION.
      **************************************************************
      * AUTHORIZED-OPERATOR FILE - SAME SHAPE PROJ02'S SIGN-ON *
      * READS *
      **************************************************************
       FD OPER-FILE.
       01 OPER-REC.
         03 OP-ID          PIC X(8).
         03 FILLER         PIC X.
         03 OP-NAME        PIC X(20).
         03 FILLER         PIC X.
         03 OP-ROLE        PIC X(2).
      **************************************************************
      * AUTHORITY PROFILE FILE - SAME SHAPE THE SIGNING-ON *
      * PROGRAMS READ IT. *XX HOLDERS ARE ROLE GRANTS, ANY OTHER *
      * HOLDER IS ONE OPERATOR'S OVERRIDE FOR ONE PROGRAM *
      **************************************************************
       FD AUTH-FILE.
       01 AUTH-REC.
         03 AU-HOLDER      PIC X(8).
         03 FILLER         PIC X.
         03 AU-PROGRAM     PIC X(6).
         03 FILLER         PIC X.
         03 AU-FUNCS       PIC X(20).
      **************************************************************
      * REFUSAL LOG - SAME SHAPE THE SIGNING-ON PROGRAMS WRITE IT *
      **************************************************************
       FD DENY-FILE
           LABEL RECORDS ARE STANDARD.
       01 DENY-REC.
         03 DN-DATE        PIC X(8).
         03 DN-TIME        PIC X(6).
         03 DN-OPER        PIC X(8).
         03 DN-PROGRAM     PIC X(6).
         03 DN-FUNC        PIC X.
         03 FILLER         PIC X(11).
       FD PRNT-FILE
           LABEL RECORDS ARE OMITTED.
       01 PRNT-REC      PIC X(100).
      **************************************************************
      * OPTIONAL PARAMETER CARD - D YYYYMMDD-YYYYMMDD LIMITS THE *
      * REFUSALS COUNTED. A MISSING OR EMPTY FILE COUNTS THEM ALL *
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
         03 FILLER      PIC X(40)   VALUE
           'OPERATOR AUTHORITY RECERTIFICATION'.
         03 FILLER      PIC X(4)    VALUE 'RUN '.
         03 L-RUN-M1    PIC X(2).
         03 FILLER      PIC X(1)    VALUE '/'.
         03 L-RUN-D1    PIC X(2).
         03 FILLER      PIC X(1)    VALUE '/'.
         03 L-RUN-Y1    PIC X(4).
       01 PRNT-HEADING2.
         03 FILLER      PIC X(18)   VALUE 'REFUSALS COUNTED: '.
         03 L-RANGE1    PIC X(30).
       01 PRNT-HEADING3.
         03 FILLER      PIC X(10)   VALUE 'OPERATOR'.
         03 FILLER      PIC X(22)   VALUE 'NAME'.
         03 FILLER      PIC X(6)    VALUE 'ROLE'.
         03 FILLER      PIC X(22)   VALUE 'ROLE NOTE'.
         03 FILLER      PIC X(10)   VALUE 'REFUSALS'.
       01 PRNT-HEADING4.
         03 FILLER      PIC X(6)    VALUE SPACES.
         03 FILLER      PIC X(8)    VALUE 'PROGRAM'.
         03 FILLER      PIC X(26)   VALUE 'DESCRIPTION'.
         03 FILLER      PIC X(22)   VALUE 'FUNCTIONS GRANTED'.
         03 FILLER      PIC X(20)   VALUE 'GRANTED BY'.
       01 PRNT-SECTION1.
         03 L-SECTION1  PIC X(40).
       01 PRNT-OPER1.
         03 L-OP-ID1      PIC X(8).
         03 FILLER        PIC X(2)    VALUE SPACES.
         03 L-OP-NAME1    PIC X(20).
         03 FILLER        PIC X(2)    VALUE SPACES.
         03 L-OP-ROLE1    PIC X(2).
         03 FILLER        PIC X(4)    VALUE SPACES.
         03 L-OP-NOTE1    PIC X(20).
         03 FILLER        PIC X(2)    VALUE SPACES.
         03 L-OP-DENY1    PIC ZZ,ZZ9.
       01 PRNT-GRANT1.
         03 FILLER        PIC X(6)    VALUE SPACES.
         03 L-GR-PROG1    PIC X(6).
         03 FILLER        PIC X(2)    VALUE SPACES.
         03 L-GR-TITLE1   PIC X(24).
         03 FILLER        PIC X(2)    VALUE SPACES.
         03 L-GR-FUNCS1   PIC X(20).
         03 FILLER        PIC X(2)    VALUE SPACES.
         03 L-GR-SOURCE1  PIC X(20).
       01 PRNT-NOGRANT1.
         03 FILLER        PIC X(6)    VALUE SPACES.
         03 FILLER        PIC X(30)   VALUE
           'NO FUNCTIONS GRANTED'.
       01 PRNT-ROLE1.
         03 FILLER        PIC X(2)    VALUE SPACES.
         03 L-RL-ROLE1    PIC X(3).
         03 FILLER        PIC X(3)    VALUE SPACES.
         03 L-RL-PROG1    PIC X(6).
         03 FILLER        PIC X(2)    VALUE SPACES.
         03 L-RL-TITLE1   PIC X(24).
         03 FILLER        PIC X(2)    VALUE SPACES.
         03 L-RL-FUNCS1   PIC X(20).
         03 FILLER        PIC X(2)    VALUE SPACES.
         03 FILLER        PIC X(8)    VALUE 'HELD BY '.
         03 L-RL-HELD1    PIC ZZ9.
       01 PRNT-EXCEPT1.
         03 FILLER        PIC X(2)    VALUE SPACES.
         03 L-EX-HOLDER1  PIC X(8).
         03 FILLER        PIC X(2)    VALUE SPACES.
         03 L-EX-PROG1    PIC X(6).
         03 FILLER        PIC X(2)    VALUE SPACES.
         03 L-EX-FUNCS1   PIC X(20).
         03 FILLER        PIC X(2)    VALUE SPACES.
         03 L-EX-REASON1  PIC X(40).
       01 PRNT-NONE1.
         03 FILLER        PIC X(2)    VALUE SPACES.
         03 L-NONE1       PIC X(40).
       01 PRNT-LEGEND1.
         03 FILLER        PIC X(2)    VALUE SPACES.
         03 L-LEGEND1     PIC X(60).
       01 PRNT-TOTALS1.
         03 FILLER        PIC X(11)   VALUE 'OPERATORS: '.
         03 L-TOT-OPER1   PIC ZZ,ZZ9.
         03 FILLER        PIC X(18)   VALUE '  OVERRIDE LINES: '.
         03 L-TOT-OVER1   PIC ZZ,ZZ9.
         03 FILLER        PIC X(12)   VALUE '  REFUSALS: '.
         03 L-TOT-DENY1   PIC ZZ,ZZ9.
         03 FILLER        PIC X(14)   VALUE '  EXCEPTIONS: '.
         03 L-TOT-EXCP1   PIC ZZ,ZZ9.
       01 PRNT-TOTALS2.
         03 FILLER        PIC X(40)   VALUE
           'REFUSALS LOGGED UNDER IDS NOT ON FILE: '.
         03 L-TOT-UNKN1   PIC ZZ,ZZ9.
      **************************************************************
      *       THE PROGRAMS THAT CHECK COB1-AUTH AT SIGN-ON, WHAT *
      *       EACH DOES, AND THE FUNCTION LETTERS EACH KNOWS *
      **************************************************************
       01 PROGRAM-TABLE-DATA.
         03 FILLER        PIC X(6)    VALUE 'PROJ02'.
         03 FILLER        PIC X(24)   VALUE 'EMPLOYEE MAINTENANCE'.
         03 FILLER        PIC X(20)   VALUE 'ACDRLBPHMWEO'.
         03 FILLER        PIC X(6)    VALUE 'PROJ07'.
         03 FILLER        PIC X(24)   VALUE 'NAME AND SSN INQUIRY'.
         03 FILLER        PIC X(20)   VALUE 'LSF'.
         03 FILLER        PIC X(6)    VALUE 'PROJ13'.
         03 FILLER        PIC X(24)   VALUE 'JOURNAL ROLL-FORWARD'.
         03 FILLER        PIC X(20)   VALUE 'R'.
         03 FILLER        PIC X(6)    VALUE 'PROJ15'.
         03 FILLER        PIC X(24)   VALUE 'DEPARTMENT/GL/BUDGET'.
         03 FILLER        PIC X(20)   VALUE 'ACDGB'.
         03 FILLER        PIC X(6)    VALUE 'PROJ16'.
         03 FILLER        PIC X(24)   VALUE 'LEAVE ACCRUAL'.
         03 FILLER        PIC X(20)   VALUE 'MTR'.
       01 PROGRAM-TABLE REDEFINES PROGRAM-TABLE-DATA.
         03 PG-ENTRY      OCCURS 5 TIMES.
           05 PG-PROGRAM  PIC X(6).
           05 PG-TITLE    PIC X(24).
           05 PG-FUNCS    PIC X(20).
      **************************************************************
      *       FUNCTION LEGEND PRINTED AT THE FOOT OF THE REPORT *
      **************************************************************
       01 LEGEND-TABLE-DATA.
         03 FILLER        PIC X(60)   VALUE
           'PROJ02  A=ADD C=CHANGE D=TERMINATE R=REACTIVATE'.
         03 FILLER        PIC X(60)   VALUE
           '        L=LOAD B=BATCH P=PAY RATE H=HOURS'.
         03 FILLER        PIC X(60)   VALUE
           '        M=ADDRESS/CONTACT W=WITHHOLDING/DEDUCTIONS'.
         03 FILLER        PIC X(60)   VALUE
           '        E=ONE-TIME EARNINGS O=OVER-BUDGET HIRE OVERRIDE'.
         03 FILLER        PIC X(60)   VALUE
           'PROJ07  L=LAST NAME S=SSN F=FULL SSN FOR ONE EID'.
         03 FILLER        PIC X(60)   VALUE
           'PROJ13  R=ROLL-FORWARD'.
         03 FILLER        PIC X(60)   VALUE
           'PROJ15  A=ADD C=CHANGE D=DELETE G=GL ACCOUNTS B=BUDGETS'.
         03 FILLER        PIC X(60)   VALUE
           'PROJ16  M=MONTHLY ACCRUAL T=APPLY LEAVE TAKEN'.
         03 FILLER        PIC X(60)   VALUE
           '        R=BALANCE REPORT'.
       01 LEGEND-TABLE REDEFINES LEGEND-TABLE-DATA.
         03 LG-LINE       PIC X(60)   OCCURS 9 TIMES.
      **************************************************************
      *       THE OPERATORS AND PROFILE LINES, HELD IN MEMORY SO *
      *       EACH OPERATOR'S GRANTS RESOLVE WITHOUT REREADING *
      **************************************************************
       01 OPER-TABLE-WS.
         03 WS-OP-COUNT      PIC 9(4)   VALUE 0.
         03 WS-OP-OVERFLOW   PIC 9(4)   VALUE 0.
         03 WS-OP-ENTRY      OCCURS 500 TIMES.
           05 WS-OP-ID       PIC X(8).
           05 WS-OP-NAME     PIC X(20).
           05 WS-OP-ROLE     PIC X(2).
           05 WS-OP-DENIES   PIC 9(5).
       01 AUTH-TABLE-WS.
         03 WS-AU-COUNT      PIC 9(4)   VALUE 0.
         03 WS-AU-OVERFLOW   PIC 9(4)   VALUE 0.
         03 WS-AU-ENTRY      OCCURS 1000 TIMES.
           05 WS-AU-HOLDER   PIC X(8).
           05 WS-AU-PROGRAM  PIC X(6).
           05 WS-AU-FUNCS    PIC X(20).
      **************************************************************
      *       EOF SWITCHES, FILE STATUSES, SUBSCRIPTS, AND COUNTS *
      **************************************************************
       01 MISC.
         03 EOF-O            PIC 9      VALUE 0.
         03 EOF-U            PIC 9      VALUE 0.
         03 EOF-D            PIC 9      VALUE 0.
         03 EOF-P            PIC 9      VALUE 0.
         03 WS-OPER-STATUS   PIC XX     VALUE '00'.
         03 WS-AUTH-STATUS   PIC XX     VALUE '00'.
         03 WS-DENY-STATUS   PIC XX     VALUE '00'.
         03 WS-PARM-STATUS   PIC XX     VALUE '00'.
         03 WS-RUN-STAMP     PIC X(14)  VALUE SPACES.
         03 WS-OP-IDX        PIC 9(4)   VALUE 0.
         03 WS-AU-IDX        PIC 9(4)   VALUE 0.
         03 WS-PG-IDX        PIC 9(2)   VALUE 0.
         03 WS-CHAR-IDX      PIC 9(2)   VALUE 0.
         03 WS-SUB           PIC 9(2)   VALUE 0.
         03 WS-OVERRIDE-COUNT PIC 9(5)  VALUE 0.
         03 WS-DENY-COUNT    PIC 9(5)   VALUE 0.
         03 WS-UNKNOWN-DENY  PIC 9(5)   VALUE 0.
         03 WS-EXCEPT-COUNT  PIC 9(5)   VALUE 0.
         03 WS-HELD-COUNT    PIC 9(3)   VALUE 0.
         03 WS-GRANT-LINES   PIC 9(2)   VALUE 0.
      **************************************************************
      *       REFUSAL-COUNT DATE RANGE OFF THE PARAMETER CARD *
      **************************************************************
       01 SELECT-WS.
         03 WS-SELECT-FIELD  PIC X      VALUE 'N'.
         03 WS-SELECT-START  PIC X(8)   VALUE SPACES.
         03 WS-SELECT-END    PIC X(8)   VALUE SPACES.
      **************************************************************
      *       ONE OPERATOR'S RESOLVED GRANT FOR ONE PROGRAM, AND *
      *       THE SWITCHES THE PROFILE CHECKS SET *
      **************************************************************
       01 RESOLVE-WS.
         03 WS-ROLE-HOLDER   PIC X(8)   VALUE SPACES.
         03 WS-EFF-FUNCS     PIC X(20)  VALUE SPACES.
         03 WS-EFF-SOURCE    PIC X(20)  VALUE SPACES.
         03 WS-OWN-LINE-SW   PIC X      VALUE 'N'.
             88 WS-OWN-LINE         VALUE 'Y'.
         03 WS-ROLE-LINE-SW  PIC X      VALUE 'N'.
             88 WS-ROLE-LINE        VALUE 'Y'.
         03 WS-FOUND-SW      PIC X      VALUE 'N'.
             88 WS-FOUND            VALUE 'Y'.
         03 WS-BAD-LETTER-SW PIC X      VALUE 'N'.
             88 WS-BAD-LETTER       VALUE 'Y'.
         03 WS-CUR-PG        PIC 9(2)   VALUE 0.
         03 WS-CHAR          PIC X      VALUE SPACE.
         03 WS-HITS          PIC 9(2)   VALUE 0.
      **************************************************************
      *       START OF PROCEDURE DIVISION       *
      **************************************************************
       PROCEDURE DIVISION.
       000-MAINLINE.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-RUN-STAMP.
           PERFORM 0050-GET-PARMS.
           PERFORM 0100-LOAD-OPERATORS.
           PERFORM 0200-LOAD-PROFILE.
           PERFORM 0300-COUNT-REFUSALS.
           OPEN OUTPUT PRNT-FILE.
           PERFORM 1400-PRINT-HEAD.
           PERFORM VARYING WS-OP-IDX FROM 1 BY 1
             UNTIL WS-OP-IDX > WS-OP-COUNT
               PERFORM 1000-PRINT-OPERATOR
           END-PERFORM.
           PERFORM 2000-PRINT-ROLES.
           PERFORM 3000-PRINT-EXCEPTIONS.
           PERFORM 4000-PRINT-LEGEND.
           MOVE WS-OP-COUNT       TO L-TOT-OPER1.
           MOVE WS-OVERRIDE-COUNT TO L-TOT-OVER1.
           MOVE WS-DENY-COUNT     TO L-TOT-DENY1.
           MOVE WS-EXCEPT-COUNT   TO L-TOT-EXCP1.
           WRITE PRNT-REC FROM PRNT-TOTALS1
             AFTER ADVANCING 2 LINES.
           IF WS-UNKNOWN-DENY > 0
               MOVE WS-UNKNOWN-DENY TO L-TOT-UNKN1
               WRITE PRNT-REC FROM PRNT-TOTALS2
                 AFTER ADVANCING 1 LINE
           END-IF.
           CLOSE PRNT-FILE.
           DISPLAY 'RECERTIFICATION COMPLETE - ' WS-OP-COUNT
             ' OPERATORS, ' WS-EXCEPT-COUNT ' PROFILE EXCEPTIONS'.
           STOP RUN.
      **************************************************************
      * READS THE OPTIONAL PARAMETER CARD - D YYYYMMDD-YYYYMMDD *
      * LIMITS THE REFUSALS COUNTED TO THE RECERTIFICATION PERIOD *
      **************************************************************
       0050-GET-PARMS.
           OPEN INPUT PARM-FILE.
           IF WS-PARM-STATUS = '00'
               PERFORM UNTIL EOF-P = 1
                   READ PARM-FILE
                     AT END MOVE 1 TO EOF-P
                     NOT AT END
                       EVALUATE PARM-FIELD
                           WHEN 'D'
                           WHEN 'd'
                               MOVE 'D' TO WS-SELECT-FIELD
                               MOVE PARM-VALUE(1:8)
                                 TO WS-SELECT-START
                               MOVE PARM-VALUE(10:8)
                                 TO WS-SELECT-END
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
                   END-READ
               END-PERFORM
               CLOSE PARM-FILE
           END-IF.
           MOVE 0 TO EOF-P.
      **************************************************************
      * LOADS COB1-OPER. WITHOUT IT THERE IS NOBODY TO RECERTIFY *
      **************************************************************
       0100-LOAD-OPERATORS.
           OPEN INPUT OPER-FILE.
           IF WS-OPER-STATUS NOT = '00'
               DISPLAY 'UNABLE TO OPEN COB1-OPER, STATUS='
                 WS-OPER-STATUS
               STOP RUN
           END-IF.
           PERFORM UNTIL EOF-O = 1
               READ OPER-FILE
                 AT END MOVE 1 TO EOF-O
                 NOT AT END
                   IF OP-ID NOT = SPACES
                       IF WS-OP-COUNT < 500
                           ADD 1 TO WS-OP-COUNT
                           MOVE OP-ID   TO WS-OP-ID(WS-OP-COUNT)
                           MOVE OP-NAME TO WS-OP-NAME(WS-OP-COUNT)
                           MOVE OP-ROLE TO WS-OP-ROLE(WS-OP-COUNT)
                           MOVE 0 TO WS-OP-DENIES(WS-OP-COUNT)
                       ELSE
                           ADD 1 TO WS-OP-OVERFLOW
                       END-IF
                   END-IF
               END-READ
           END-PERFORM.
           CLOSE OPER-FILE.
           IF WS-OP-OVERFLOW > 0
               DISPLAY WS-OP-OVERFLOW ' OPERATORS BEYOND THE '
                 '500-ENTRY TABLE WERE NOT REPORTED'
           END-IF.
      **************************************************************
      * LOADS COB1-AUTH. A MISSING PROFILE FILE MEANS NOBODY IS *
      * GRANTED ANYTHING - THE REPORT STILL RUNS AND SAYS SO *
      * OPERATOR BY OPERATOR. FUNCTION LETTERS ARE FOLDED TO UPPER *
      * CASE THE SAME AS AT SIGN-ON *
      **************************************************************
       0200-LOAD-PROFILE.
           OPEN INPUT AUTH-FILE.
           IF WS-AUTH-STATUS NOT = '00'
               DISPLAY 'COB1-AUTH NOT AVAILABLE, STATUS='
                 WS-AUTH-STATUS ' - NO AUTHORITY IS GRANTED'
               MOVE 1 TO EOF-U
           END-IF.
           PERFORM UNTIL EOF-U = 1
               READ AUTH-FILE
                 AT END MOVE 1 TO EOF-U
                 NOT AT END
                   IF AU-HOLDER NOT = SPACES
                       IF WS-AU-COUNT < 1000
                           ADD 1 TO WS-AU-COUNT
                           MOVE AU-HOLDER
                             TO WS-AU-HOLDER(WS-AU-COUNT)
                           MOVE AU-PROGRAM
                             TO WS-AU-PROGRAM(WS-AU-COUNT)
                           MOVE AU-FUNCS
                             TO WS-AU-FUNCS(WS-AU-COUNT)
                           INSPECT WS-AU-FUNCS(WS-AU-COUNT)
                             CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                             TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
                       ELSE
                           ADD 1 TO WS-AU-OVERFLOW
                       END-IF
                   END-IF
               END-READ
           END-PERFORM.
           IF WS-AUTH-STATUS = '00' OR WS-AUTH-STATUS = '10'
               CLOSE AUTH-FILE
           END-IF.
           IF WS-AU-OVERFLOW > 0
               DISPLAY WS-AU-OVERFLOW ' PROFILE LINES BEYOND THE '
                 '1000-ENTRY TABLE WERE NOT REPORTED'
           END-IF.
      **************************************************************
      * COUNTS COB1-DENY REFUSALS AGAINST EACH OPERATOR, WITHIN *
      * THE PARAMETER'S DATE RANGE WHEN ONE WAS GIVEN. NO LOG YET *
      * SIMPLY MEANS NOBODY HAS BEEN REFUSED *
      **************************************************************
       0300-COUNT-REFUSALS.
           IF WS-SELECT-FIELD = 'D'
               STRING WS-SELECT-START ' THRU ' WS-SELECT-END
                 DELIMITED BY SIZE INTO L-RANGE1
               END-STRING
           ELSE
               MOVE 'ALL ON FILE' TO L-RANGE1
           END-IF.
           OPEN INPUT DENY-FILE.
           IF WS-DENY-STATUS NOT = '00'
               MOVE 1 TO EOF-D
           END-IF.
           PERFORM UNTIL EOF-D = 1
               READ DENY-FILE
                 AT END MOVE 1 TO EOF-D
                 NOT AT END
                   IF WS-SELECT-FIELD NOT = 'D'
                     OR (DN-DATE NOT < WS-SELECT-START
                     AND DN-DATE NOT > WS-SELECT-END)
                       PERFORM 0350-CHARGE-REFUSAL
                   END-IF
               END-READ
           END-PERFORM.
           IF WS-DENY-STATUS = '00' OR WS-DENY-STATUS = '10'
               CLOSE DENY-FILE
           END-IF.
       0350-CHARGE-REFUSAL.
           ADD 1 TO WS-DENY-COUNT.
           MOVE 'N' TO WS-FOUND-SW.
           PERFORM VARYING WS-OP-IDX FROM 1 BY 1
             UNTIL WS-OP-IDX > WS-OP-COUNT OR WS-FOUND
               IF WS-OP-ID(WS-OP-IDX) = DN-OPER
                   ADD 1 TO WS-OP-DENIES(WS-OP-IDX)
                   MOVE 'Y' TO WS-FOUND-SW
               END-IF
           END-PERFORM.
           IF NOT WS-FOUND
               ADD 1 TO WS-UNKNOWN-DENY
           END-IF.
       1400-PRINT-HEAD.
           MOVE WS-RUN-STAMP(5:2) TO L-RUN-M1.
           MOVE WS-RUN-STAMP(7:2) TO L-RUN-D1.
           MOVE WS-RUN-STAMP(1:4) TO L-RUN-Y1.
           WRITE PRNT-REC FROM PRNT-HEADING1
             AFTER ADVANCING PAGE.
           WRITE PRNT-REC FROM PRNT-HEADING2
             AFTER ADVANCING 1 LINE.
           WRITE PRNT-REC FROM PRNT-HEADING3
             AFTER ADVANCING 2 LINES.
           WRITE PRNT-REC FROM PRNT-HEADING4
             AFTER ADVANCING 1 LINE.
      **************************************************************
      * PRINTS ONE OPERATOR - THE IDENTITY LINE, THEN THE GRANT *
      * HELD IN EACH PROGRAM THAT CHECKS AUTHORITY. A BLANK ROLE *
      * OR ONE WITH NO *XX LINES ON COB1-AUTH GRANTS NOTHING *
      * BEYOND THE OPERATOR'S OWN OVERRIDES, SO IT'S NOTED *
      **************************************************************
       1000-PRINT-OPERATOR.
           MOVE WS-OP-ID(WS-OP-IDX)     TO L-OP-ID1.
           MOVE WS-OP-NAME(WS-OP-IDX)   TO L-OP-NAME1.
           MOVE WS-OP-ROLE(WS-OP-IDX)   TO L-OP-ROLE1.
           MOVE WS-OP-DENIES(WS-OP-IDX) TO L-OP-DENY1.
           MOVE SPACES TO WS-ROLE-HOLDER.
           MOVE '*' TO WS-ROLE-HOLDER(1:1).
           MOVE WS-OP-ROLE(WS-OP-IDX) TO WS-ROLE-HOLDER(2:2).
           MOVE 'N' TO WS-FOUND-SW.
           PERFORM VARYING WS-AU-IDX FROM 1 BY 1
             UNTIL WS-AU-IDX > WS-AU-COUNT OR WS-FOUND
               IF WS-AU-HOLDER(WS-AU-IDX) = WS-ROLE-HOLDER
                   MOVE 'Y' TO WS-FOUND-SW
               END-IF
           END-PERFORM.
           EVALUATE TRUE
               WHEN WS-OP-ROLE(WS-OP-IDX) = SPACES
                   MOVE 'NO ROLE ASSIGNED' TO L-OP-NOTE1
               WHEN NOT WS-FOUND
                   MOVE 'ROLE NOT DEFINED' TO L-OP-NOTE1
               WHEN OTHER
                   MOVE SPACES TO L-OP-NOTE1
           END-EVALUATE.
           WRITE PRNT-REC FROM PRNT-OPER1
             AFTER ADVANCING 2 LINES.
           MOVE 0 TO WS-GRANT-LINES.
           PERFORM VARYING WS-PG-IDX FROM 1 BY 1
             UNTIL WS-PG-IDX > 5
               PERFORM 1100-RESOLVE-GRANT
               PERFORM 1200-PRINT-GRANT
           END-PERFORM.
           IF WS-GRANT-LINES = 0
               WRITE PRNT-REC FROM PRNT-NOGRANT1
                 AFTER ADVANCING 1 LINE
           END-IF.
      **************************************************************
      * RESOLVES THE OPERATOR'S GRANT FOR ONE PROGRAM THE WAY THE *
      * PROGRAM DOES AT SIGN-ON: THEIR OWN LINE WINS OVER THEIR *
      * ROLE'S WHEREVER IT FALLS IN THE FILE, AND THE LAST OF *
      * SEVERAL LINES FOR THE SAME HOLDER IS THE ONE IN FORCE *
      **************************************************************
       1100-RESOLVE-GRANT.
           MOVE SPACES TO WS-EFF-FUNCS.
           MOVE SPACES TO WS-EFF-SOURCE.
           MOVE 'N' TO WS-OWN-LINE-SW.
           MOVE 'N' TO WS-ROLE-LINE-SW.
           PERFORM VARYING WS-AU-IDX FROM 1 BY 1
             UNTIL WS-AU-IDX > WS-AU-COUNT
               IF WS-AU-PROGRAM(WS-AU-IDX) = PG-PROGRAM(WS-PG-IDX)
                   IF WS-AU-HOLDER(WS-AU-IDX) = WS-OP-ID(WS-OP-IDX)
                       MOVE WS-AU-FUNCS(WS-AU-IDX) TO WS-EFF-FUNCS
                       MOVE 'Y' TO WS-OWN-LINE-SW
                   ELSE
                       IF WS-AU-HOLDER(WS-AU-IDX) = WS-ROLE-HOLDER
                         AND WS-OP-ROLE(WS-OP-IDX) NOT = SPACES
                         AND NOT WS-OWN-LINE
                           MOVE WS-AU-FUNCS(WS-AU-IDX)
                             TO WS-EFF-FUNCS
                           MOVE 'Y' TO WS-ROLE-LINE-SW
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-OWN-LINE
               MOVE 'OPERATOR OVERRIDE' TO WS-EFF-SOURCE
               ADD 1 TO WS-OVERRIDE-COUNT
           ELSE
               IF WS-ROLE-LINE
                   STRING 'ROLE ' WS-ROLE-HOLDER(1:3)
                     DELIMITED BY SIZE INTO WS-EFF-SOURCE
                   END-STRING
               END-IF
           END-IF.
      **************************************************************
      * PRINTS THE RESOLVED GRANT. AN OVERRIDE THAT GRANTS NOTHING *
      * STILL PRINTS, SINCE IT'S A DELIBERATE WITHDRAWAL THE *
      * REVIEWER SHOULD SEE *
      **************************************************************
       1200-PRINT-GRANT.
           IF WS-EFF-FUNCS NOT = SPACES OR WS-OWN-LINE
               MOVE PG-PROGRAM(WS-PG-IDX) TO L-GR-PROG1
               MOVE PG-TITLE(WS-PG-IDX)   TO L-GR-TITLE1
               IF WS-EFF-FUNCS = SPACES
                   MOVE 'NONE - WITHDRAWN' TO L-GR-FUNCS1
               ELSE
                   MOVE WS-EFF-FUNCS TO L-GR-FUNCS1
               END-IF
               MOVE WS-EFF-SOURCE TO L-GR-SOURCE1
               WRITE PRNT-REC FROM PRNT-GRANT1
                 AFTER ADVANCING 1 LINE
               ADD 1 TO WS-GRANT-LINES
           END-IF.
      **************************************************************
      * LISTS EVERY ROLE GRANT ON COB1-AUTH WITH HOW MANY *
      * OPERATORS HOLD THE ROLE *
      **************************************************************
       2000-PRINT-ROLES.
           MOVE 'STANDING ROLE GRANTS' TO L-SECTION1.
           WRITE PRNT-REC FROM PRNT-SECTION1
             AFTER ADVANCING 3 LINES.
           MOVE 'N' TO WS-FOUND-SW.
           PERFORM VARYING WS-AU-IDX FROM 1 BY 1
             UNTIL WS-AU-IDX > WS-AU-COUNT
               IF WS-AU-HOLDER(WS-AU-IDX)(1:1) = '*'
                   MOVE 'Y' TO WS-FOUND-SW
                   PERFORM 2100-PRINT-ROLE-LINE
               END-IF
           END-PERFORM.
           IF NOT WS-FOUND
               MOVE 'NO ROLE GRANTS ON FILE' TO L-NONE1
               WRITE PRNT-REC FROM PRNT-NONE1
                 AFTER ADVANCING 1 LINE
           END-IF.
       2100-PRINT-ROLE-LINE.
           MOVE WS-AU-HOLDER(WS-AU-IDX)(1:3) TO L-RL-ROLE1.
           MOVE WS-AU-PROGRAM(WS-AU-IDX)     TO L-RL-PROG1.
           MOVE WS-AU-FUNCS(WS-AU-IDX)       TO L-RL-FUNCS1.
           PERFORM 3200-FIND-PROGRAM.
           IF WS-CUR-PG > 0
               MOVE PG-TITLE(WS-CUR-PG) TO L-RL-TITLE1
           ELSE
               MOVE 'DOES NOT CHECK AUTHORITY' TO L-RL-TITLE1
           END-IF.
           MOVE 0 TO WS-HELD-COUNT.
           PERFORM VARYING WS-OP-IDX FROM 1 BY 1
             UNTIL WS-OP-IDX > WS-OP-COUNT
               IF WS-OP-ROLE(WS-OP-IDX) NOT = SPACES
                 AND WS-OP-ROLE(WS-OP-IDX)
                   = WS-AU-HOLDER(WS-AU-IDX)(2:2)
                   ADD 1 TO WS-HELD-COUNT
               END-IF
           END-PERFORM.
           MOVE WS-HELD-COUNT TO L-RL-HELD1.
           WRITE PRNT-REC FROM PRNT-ROLE1
             AFTER ADVANCING 1 LINE.
      **************************************************************
      * LISTS THE PROFILE LINES THE REVIEWER SHOULD CLEAN UP - *
      * A GRANT TO AN ID NO LONGER ON COB1-OPER, A GRANT FOR A *
      * PROGRAM THAT NEVER CHECKS IT, OR A LETTER THAT ISN'T ONE *
      * OF THE PROGRAM'S FUNCTIONS *
      **************************************************************
       3000-PRINT-EXCEPTIONS.
           MOVE 'PROFILE EXCEPTIONS' TO L-SECTION1.
           WRITE PRNT-REC FROM PRNT-SECTION1
             AFTER ADVANCING 3 LINES.
           PERFORM VARYING WS-AU-IDX FROM 1 BY 1
             UNTIL WS-AU-IDX > WS-AU-COUNT
               PERFORM 3100-CHECK-PROFILE-LINE
           END-PERFORM.
           IF WS-EXCEPT-COUNT = 0
               MOVE 'NO EXCEPTIONS' TO L-NONE1
               WRITE PRNT-REC FROM PRNT-NONE1
                 AFTER ADVANCING 1 LINE
           END-IF.
       3100-CHECK-PROFILE-LINE.
           MOVE WS-AU-HOLDER(WS-AU-IDX)  TO L-EX-HOLDER1.
           MOVE WS-AU-PROGRAM(WS-AU-IDX) TO L-EX-PROG1.
           MOVE WS-AU-FUNCS(WS-AU-IDX)   TO L-EX-FUNCS1.
           IF WS-AU-HOLDER(WS-AU-IDX)(1:1) NOT = '*'
               MOVE 'N' TO WS-FOUND-SW
               PERFORM VARYING WS-OP-IDX FROM 1 BY 1
                 UNTIL WS-OP-IDX > WS-OP-COUNT OR WS-FOUND
                   IF WS-OP-ID(WS-OP-IDX) = WS-AU-HOLDER(WS-AU-IDX)
                       MOVE 'Y' TO WS-FOUND-SW
                   END-IF
               END-PERFORM
               IF NOT WS-FOUND
                   MOVE 'GRANT TO AN ID NOT ON COB1-OPER'
                     TO L-EX-REASON1
                   PERFORM 3900-WRITE-EXCEPTION
               END-IF
           END-IF.
           PERFORM 3200-FIND-PROGRAM.
           IF WS-CUR-PG = 0
               MOVE 'PROGRAM DOES NOT CHECK AUTHORITY'
                 TO L-EX-REASON1
               PERFORM 3900-WRITE-EXCEPTION
           ELSE
               PERFORM 3300-CHECK-LETTERS
               IF WS-BAD-LETTER
                   MOVE 'LETTER NOT A FUNCTION OF THE PROGRAM'
                     TO L-EX-REASON1
                   PERFORM 3900-WRITE-EXCEPTION
               END-IF
           END-IF.
      **************************************************************
      * SETS WS-CUR-PG TO THE LINE'S PROGRAM IN THE PROGRAM TABLE, *
      * OR ZERO WHEN THE PROGRAM DOESN'T CHECK AUTHORITY *
      **************************************************************
       3200-FIND-PROGRAM.
           MOVE 0 TO WS-CUR-PG.
           PERFORM VARYING WS-SUB FROM 1 BY 1
             UNTIL WS-SUB > 5
               IF PG-PROGRAM(WS-SUB) = WS-AU-PROGRAM(WS-AU-IDX)
                   MOVE WS-SUB TO WS-CUR-PG
               END-IF
           END-PERFORM.
       3300-CHECK-LETTERS.
           MOVE 'N' TO WS-BAD-LETTER-SW.
           PERFORM VARYING WS-CHAR-IDX FROM 1 BY 1
             UNTIL WS-CHAR-IDX > 20
               MOVE WS-AU-FUNCS(WS-AU-IDX)(WS-CHAR-IDX:1) TO WS-CHAR
               IF WS-CHAR NOT = SPACE
                   MOVE 0 TO WS-HITS
                   INSPECT PG-FUNCS(WS-CUR-PG) TALLYING WS-HITS
                     FOR ALL WS-CHAR
                   IF WS-HITS = 0
                       MOVE 'Y' TO WS-BAD-LETTER-SW
                   END-IF
               END-IF
           END-PERFORM.
       3900-WRITE-EXCEPTION.
           WRITE PRNT-REC FROM PRNT-EXCEPT1
             AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-EXCEPT-COUNT.
      **************************************************************
      * PRINTS WHAT EACH FUNCTION LETTER MEANS, SO THE REVIEWER *
      * DOESN'T NEED THE PROGRAMS' MENUS IN FRONT OF THEM *
      **************************************************************
       4000-PRINT-LEGEND.
           MOVE 'FUNCTION LEGEND' TO L-SECTION1.
           WRITE PRNT-REC FROM PRNT-SECTION1
             AFTER ADVANCING 3 LINES.
           PERFORM VARYING WS-SUB FROM 1 BY 1
             UNTIL WS-SUB > 9
               MOVE LG-LINE(WS-SUB) TO L-LEGEND1
               WRITE PRNT-REC FROM PRNT-LEGEND1
                 AFTER ADVANCING 1 LINE
           END-PERFORM.
