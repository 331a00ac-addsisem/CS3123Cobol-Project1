       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROJ26.
       AUTHOR. Addyson Sisemore
      * PROJECT  1 - TURNOVER AND ATTRITION REPORT.
      * PROJ12 SHOWS HEADCOUNT GOING UP AND DOWN BUT NOT WHY. FOR
      * A DATE RANGE THIS RUN COUNTS THE HIRES (BY HIRE DATE) AND
      * THE TERMINATIONS (BY M-TERM-DATE) OFF BOTH THE MASTER'S
      * STATUS-T RECORDS AND COB1-EMPLOYEE-ARCH, SO PEOPLE PROJ17
      * HAS PURGED STILL COUNT, AND PRINTS THEM BY DEPARTMENT AND
      * BY TYPE WITH A TURNOVER RATE - TERMINATIONS OVER AVERAGE
      * HEADCOUNT. THE TYPE AVERAGE IS THE MEAN OF THE COB1-SNAP
      * SNAPSHOTS TAKEN IN THE RANGE. THE SNAPSHOTS CARRY NO
      * DEPARTMENT, SO A DEPARTMENT'S AVERAGE IS ITS HEADCOUNT ON
      * THE FIRST AND LAST DAY OF THE RANGE, REBUILT FROM EVERY
      * RECORD'S HIRE AND TERMINATION DATES, HALVED - AND THE
      * TYPE AVERAGE FALLS BACK TO THE SAME WHEN NO SNAPSHOT WAS
      * TAKEN IN THE RANGE. A PERSON COUNTS IN THE DEPARTMENT THE
      * RECORD CARRIES, SINCE NO DEPARTMENT HISTORY IS KEPT. THE
      * SEPARATIONS ARE ALSO BROKEN OUT BY LENGTH OF SERVICE AT
      * TERMINATION - UNDER 90 DAYS, UNDER 1 YEAR, 1 TO 5 YEARS,
      * AND 5 YEARS AND UP - SINCE EARLY LEAVERS POINT AT HIRING
      * AND LONG-SERVICE LEAVERS AT SOMETHING ELSE. THE RANGE
      * COMES OFF A COB26-PARM D LINE (YYYYMMDD-YYYYMMDD); WITHOUT
      * ONE THE RUN COVERS THE CURRENT YEAR TO DATE.

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
           SELECT EMPARCH-FILE ASSIGN TO 'COB1-EMPLOYEE-ARCH'
               FILE STATUS IS WS-EMPARCH-STATUS.
           SELECT SNAP-FILE ASSIGN TO 'COB1-SNAP'
               FILE STATUS IS WS-SNAP-STATUS.
           SELECT DEPT-FILE ASSIGN TO 'COB1-DEPT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS D-CODE
               FILE STATUS IS WS-DEPT-STATUS.
           SELECT PRNT-FILE ASSIGN TO 'UR-S-ATTRIT'.
           SELECT OPTIONAL PARM-FILE ASSIGN TO 'COB26-PARM'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD EMPLOYEE-FILE
           LABEL RECORDS ARE STANDARD.
       01 EMPLOYEE-REC.
         03 M-EID        PIC X(7).
         03 M-LAST       PIC X(15).
         03 FILLER       PIC X(78).
      **************************************************************
      * RETENTION ARCHIVE OF PURGED EMPLOYEE IMAGES (SAME SHAPE *
      * AS PROJ17 WRITES IT) *
      **************************************************************
       FD EMPARCH-FILE
           LABEL RECORDS ARE STANDARD.
       01 EMPARCH-REC   PIC X(100).
      **************************************************************
      * SNAPSHOT HISTORY - SAME SHAPE AS PROJ01 WRITES IT *
      **************************************************************
       FD SNAP-FILE
           LABEL RECORDS ARE STANDARD.
       01 SNAP-REC.
         03 SNAP-DATE      PIC X(8).
         03 SNAP-GRAND     PIC 9(7).
         03 SNAP-TYPE-TBL OCCURS 10 TIMES.
           05 SNAP-TYPE      PIC X(2).
           05 SNAP-TYPE-CNT  PIC 9(5).
         03 SNAP-TITLE-TBL OCCURS 20 TIMES.
           05 SNAP-TITLE     PIC X(17).
           05 SNAP-TITLE-CNT PIC 9(5).
       FD DEPT-FILE
           LABEL RECORDS ARE STANDARD.
       01 DEPT-REC.
         03 D-CODE       PIC X(4).
         03 D-NAME       PIC X(20).
         03 FILLER       PIC X(36).
       FD PRNT-FILE
           LABEL RECORDS ARE OMITTED.
       01 PRNT-REC      PIC X(100).
      **************************************************************
      * OPTIONAL PARAMETER CARD - D YYYYMMDD-YYYYMMDD SETS THE *
      * RANGE. A MISSING OR EMPTY FILE COVERS THE YEAR TO DATE *
      **************************************************************
       FD PARM-FILE.
       01 PARM-REC.
         03 PARM-FIELD     PIC X.
         03 FILLER         PIC X.
         03 PARM-VALUE     PIC X(17).

       WORKING-STORAGE SECTION.
      **************************************************************
      * LAYOUT FOR ONE EMPLOYEE RECORD, MASTER OR ARCHIVE (SAME *
      * SHAPE AS PROJ02 WRITES IT) *
      **************************************************************
       01 EMP-DATA.
         03 ED-EID        PIC X(7).
         03 ED-LAST       PIC X(15).
         03 ED-FIRST      PIC X(15).
         03 ED-TYPE       PIC X(2).
         03 ED-TITLE      PIC X(17).
         03 ED-SSN        PIC X(9).
         03 ED-STATUS     PIC X.
             88 ED-TERMINATED       VALUE 'T'.
         03 ED-TERM-M     PIC X(2).
         03 ED-TERM-D     PIC X(2).
         03 ED-TERM-Y     PIC X(4).
         03 ED-DEPT       PIC X(4).
         03 FILLER        PIC X(11).
         03 ED-HIRE-M     PIC X(2).
         03 ED-HIRE-D     PIC X(2).
         03 ED-HIRE-Y     PIC X(4).
         03 FILLER        PIC X(3).
      **************************************************************
      * LAYOUT FOR THE REPORT HEADING AND DATA LINES *
      **************************************************************
       01 PRNT-HEADING1.
         03 FILLER      PIC X(40)   VALUE
           'TURNOVER AND ATTRITION REPORT'.
         03 FILLER      PIC X(5)    VALUE 'FROM '.
         03 L-FROM1     PIC X(10).
         03 FILLER      PIC X(6)    VALUE ' THRU '.
         03 L-THRU1     PIC X(10).
       01 PRNT-NOTE1.
         03 L-NOTE1     PIC X(100).
       01 PRNT-SECTION1.
         03 L-SECTION1  PIC X(40).
       01 PRNT-DEPT-HEAD1.
         03 FILLER      PIC X(6)    VALUE 'DEPT'.
         03 FILLER      PIC X(22)   VALUE 'NAME'.
         03 FILLER      PIC X(8)    VALUE '   HIRES'.
         03 FILLER      PIC X(8)    VALUE '   TERMS'.
         03 FILLER      PIC X(8)    VALUE '   START'.
         03 FILLER      PIC X(8)    VALUE '     END'.
         03 FILLER      PIC X(10)   VALUE '   AVERAGE'.
         03 FILLER      PIC X(10)   VALUE '  TURNOVER'.
       01 PRNT-DEPT1.
         03 L-DP-CODE1    PIC X(4).
         03 FILLER        PIC X(2)    VALUE SPACES.
         03 L-DP-NAME1    PIC X(20).
         03 FILLER        PIC X(4)    VALUE SPACES.
         03 L-DP-HIRES1   PIC ZZ,ZZ9.
         03 FILLER        PIC X(2)    VALUE SPACES.
         03 L-DP-TERMS1   PIC ZZ,ZZ9.
         03 FILLER        PIC X(2)    VALUE SPACES.
         03 L-DP-START1   PIC ZZ,ZZ9.
         03 FILLER        PIC X(2)    VALUE SPACES.
         03 L-DP-END1     PIC ZZ,ZZ9.
         03 FILLER        PIC X(2)    VALUE SPACES.
         03 L-DP-AVG1     PIC ZZ,ZZ9.9.
         03 FILLER        PIC X(2)    VALUE SPACES.
         03 L-DP-RATE1    PIC X(8).
       01 PRNT-TYPE-HEAD1.
         03 FILLER      PIC X(6)    VALUE 'TYPE'.
         03 FILLER      PIC X(8)    VALUE '   HIRES'.
         03 FILLER      PIC X(8)    VALUE '   TERMS'.
         03 FILLER      PIC X(10)   VALUE '   AVERAGE'.
         03 FILLER      PIC X(10)   VALUE '  TURNOVER'.
       01 PRNT-TYPE1.
         03 L-TY-CODE1    PIC X(4).
         03 FILLER        PIC X(4)    VALUE SPACES.
         03 L-TY-HIRES1   PIC ZZ,ZZ9.
         03 FILLER        PIC X(2)    VALUE SPACES.
         03 L-TY-TERMS1   PIC ZZ,ZZ9.
         03 FILLER        PIC X(2)    VALUE SPACES.
         03 L-TY-AVG1     PIC ZZ,ZZ9.9.
         03 FILLER        PIC X(2)    VALUE SPACES.
         03 L-TY-RATE1    PIC X(8).
       01 PRNT-LOS-HEAD1.
         03 FILLER      PIC X(6)    VALUE 'DEPT'.
         03 FILLER      PIC X(22)   VALUE 'NAME'.
         03 FILLER      PIC X(8)    VALUE ' <90 DAY'.
         03 FILLER      PIC X(8)    VALUE '  <1 YR'.
         03 FILLER      PIC X(8)    VALUE ' 1-5 YRS'.
         03 FILLER      PIC X(8)    VALUE '  5+ YRS'.
         03 FILLER      PIC X(8)    VALUE '   TOTAL'.
       01 PRNT-LOS1.
         03 L-LS-CODE1    PIC X(4).
         03 FILLER        PIC X(2)    VALUE SPACES.
         03 L-LS-NAME1    PIC X(20).
         03 FILLER        PIC X(2)    VALUE SPACES.
         03 L-LS-BUCKET1  OCCURS 4 TIMES.
           05 FILLER      PIC X(2).
           05 L-LS-BKT1   PIC ZZ,ZZ9.
         03 FILLER        PIC X(2)    VALUE SPACES.
         03 L-LS-TOTAL1   PIC ZZ,ZZ9.
       01 PRNT-LOS-PCT1.
         03 FILLER        PIC X(28).
         03 L-LP-BUCKET1  OCCURS 4 TIMES.
           05 FILLER      PIC X(3).
           05 L-LP-PCT1   PIC ZZ9.9.
       01 PRNT-TOTALS1.
         03 FILLER        PIC X(14)   VALUE 'MASTER READ: '.
         03 L-TOT-MAST1   PIC ZZ,ZZ9.
         03 FILLER        PIC X(17)   VALUE '  ARCHIVE READ: '.
         03 L-TOT-ARCH1   PIC ZZ,ZZ9.
         03 FILLER        PIC X(14)   VALUE '  SNAPSHOTS: '.
         03 L-TOT-SNAP1   PIC ZZ,ZZ9.
         03 FILLER        PIC X(19)   VALUE '  UNUSABLE DATES: '.
         03 L-TOT-BAD1    PIC ZZ,ZZ9.
      **************************************************************
      *       PER-DEPARTMENT AND PER-TYPE ACCUMULATORS, KEPT IN *
      *       CODE ORDER AS THEY'RE ADDED. THE FOUR LENGTH-OF- *
      *       SERVICE BUCKETS ARE UNDER 90 DAYS, UNDER 1 YEAR, 1 TO *
      *       5 YEARS, AND 5 YEARS AND UP *
      **************************************************************
       01 DEPT-TABLE-WS.
         03 WS-DP-COUNT      PIC 9(3)   VALUE 0.
         03 WS-DP-ENTRY      OCCURS 300 TIMES.
           05 WS-DP-CODE     PIC X(4).
           05 WS-DP-HIRES    PIC 9(5).
           05 WS-DP-TERMS    PIC 9(5).
           05 WS-DP-START    PIC 9(5).
           05 WS-DP-END      PIC 9(5).
           05 WS-DP-LOS      PIC 9(5)   OCCURS 4 TIMES.
       01 TYPE-TABLE-WS.
         03 WS-TY-COUNT      PIC 9(2)   VALUE 0.
         03 WS-TY-ENTRY      OCCURS 20 TIMES.
           05 WS-TY-CODE     PIC X(2).
           05 WS-TY-HIRES    PIC 9(5).
           05 WS-TY-TERMS    PIC 9(5).
           05 WS-TY-START    PIC 9(5).
           05 WS-TY-END      PIC 9(5).
           05 WS-TY-SNAP-SUM PIC 9(9).
      **************************************************************
      *       COMPANY TOTALS *
      **************************************************************
       01 TOTALS-WS.
         03 WS-TOT-HIRES     PIC 9(5)   VALUE 0.
         03 WS-TOT-TERMS     PIC 9(5)   VALUE 0.
         03 WS-TOT-START     PIC 9(5)   VALUE 0.
         03 WS-TOT-END       PIC 9(5)   VALUE 0.
         03 WS-TOT-SNAP-SUM  PIC 9(9)   VALUE 0.
         03 WS-TOT-LOS       PIC 9(5)   OCCURS 4 TIMES.
      **************************************************************
      *       EOF SWITCHES, FILE STATUSES, SUBSCRIPTS, AND COUNTS *
      **************************************************************
       01 MISC.
         03 EOF-M            PIC 9      VALUE 0.
         03 EOF-A            PIC 9      VALUE 0.
         03 EOF-S            PIC 9      VALUE 0.
         03 EOF-P            PIC 9      VALUE 0.
         03 WS-FILE-STATUS   PIC XX     VALUE '00'.
         03 WS-EMPARCH-STATUS PIC XX    VALUE '00'.
         03 WS-SNAP-STATUS   PIC XX     VALUE '00'.
         03 WS-DEPT-STATUS   PIC XX     VALUE '00'.
         03 WS-PARM-STATUS   PIC XX     VALUE '00'.
         03 WS-DEPT-OPEN-SW  PIC X      VALUE 'N'.
             88 WS-DEPT-FILE-OPEN   VALUE 'Y'.
         03 WS-RUN-STAMP     PIC X(14)  VALUE SPACES.
         03 WS-MASTER-READ   PIC 9(5)   VALUE 0.
         03 WS-ARCHIVE-READ  PIC 9(5)   VALUE 0.
         03 WS-SNAP-USED     PIC 9(5)   VALUE 0.
         03 WS-BAD-DATES     PIC 9(5)   VALUE 0.
         03 WS-IDX           PIC 9(3)   VALUE 0.
         03 WS-SHIFT         PIC 9(3)   VALUE 0.
         03 WS-DP-IDX        PIC 9(3)   VALUE 0.
         03 WS-TY-IDX        PIC 9(2)   VALUE 0.
         03 WS-SUB           PIC 9(2)   VALUE 0.
         03 WS-FOUND-SW      PIC X      VALUE 'N'.
             88 WS-FOUND            VALUE 'Y'.
      **************************************************************
      *       THE REPORTING RANGE *
      **************************************************************
       01 RANGE-WS.
         03 WS-RANGE-START   PIC X(8)   VALUE SPACES.
         03 WS-RANGE-START-N REDEFINES WS-RANGE-START PIC 9(8).
         03 WS-RANGE-END     PIC X(8)   VALUE SPACES.
         03 WS-RANGE-END-N   REDEFINES WS-RANGE-END   PIC 9(8).
      **************************************************************
      *       ONE PERSON'S DATES AND WHERE THEY FALL IN THE RANGE *
      **************************************************************
       01 PERSON-WS.
         03 WS-HIRE-DATE.
           05 WS-HIRE-YYYY   PIC X(4).
           05 WS-HIRE-MM     PIC X(2).
           05 WS-HIRE-DD     PIC X(2).
         03 WS-HIRE-DATE-N REDEFINES WS-HIRE-DATE PIC 9(8).
         03 WS-TERM-DATE.
           05 WS-TERM-YYYY   PIC X(4).
           05 WS-TERM-MM     PIC X(2).
           05 WS-TERM-DD     PIC X(2).
         03 WS-TERM-DATE-N REDEFINES WS-TERM-DATE PIC 9(8).
         03 WS-DATES-OK-SW   PIC X      VALUE 'Y'.
             88 WS-DATES-OK         VALUE 'Y'.
         03 WS-HIRED-IN-SW   PIC X      VALUE 'N'.
             88 WS-HIRED-IN         VALUE 'Y'.
         03 WS-TERM-IN-SW    PIC X      VALUE 'N'.
             88 WS-TERM-IN          VALUE 'Y'.
         03 WS-AT-START-SW   PIC X      VALUE 'N'.
             88 WS-AT-START         VALUE 'Y'.
         03 WS-AT-END-SW     PIC X      VALUE 'N'.
             88 WS-AT-END           VALUE 'Y'.
         03 WS-SERVICE-DAYS  PIC S9(7)  VALUE 0.
         03 WS-SERVICE-YRS   PIC S9(4)  VALUE 0.
         03 WS-HIRE-YR       PIC 9(4)   VALUE 0.
         03 WS-TERM-YR       PIC 9(4)   VALUE 0.
         03 WS-BUCKET        PIC 9      VALUE 0.
      **************************************************************
      *       AVERAGE AND RATE WORK FIELDS *
      **************************************************************
       01 RATE-WS.
         03 WS-AVERAGE       PIC 9(6)V9 VALUE 0.
         03 WS-RATE          PIC 9(4)V9 VALUE 0.
         03 WS-EDIT-RATE     PIC ZZZ9.9.
         03 WS-CODE-IN       PIC X(4)   VALUE SPACES.
         03 WS-TYPE-IN       PIC X(2)   VALUE SPACES.
         03 WS-TERMS-IN      PIC 9(5)   VALUE 0.
         03 WS-RATE-OUT      PIC X(8)   VALUE SPACES.
      **************************************************************
      *       START OF PROCEDURE DIVISION       *
      **************************************************************
       PROCEDURE DIVISION.
       000-MAINLINE.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-RUN-STAMP.
           MOVE SPACES TO PRNT-LOS1.
           MOVE SPACES TO PRNT-LOS-PCT1.
           MOVE 'PERCENT OF SEPARATIONS' TO PRNT-LOS-PCT1(7:22).
           PERFORM VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 4
               MOVE 0 TO WS-TOT-LOS(WS-SUB)
           END-PERFORM.
           PERFORM 0050-GET-PARMS.
           OPEN INPUT EMPLOYEE-FILE.
           IF WS-FILE-STATUS NOT = '00'
               DISPLAY 'UNABLE TO OPEN COB1-EMPLOYEE, STATUS='
                 WS-FILE-STATUS
               STOP RUN
           END-IF.
           OPEN INPUT DEPT-FILE.
           IF WS-DEPT-STATUS = '00'
               MOVE 'Y' TO WS-DEPT-OPEN-SW
           ELSE
               DISPLAY 'COB1-DEPT NOT AVAILABLE, STATUS='
                 WS-DEPT-STATUS ' - DEPARTMENT NAMES NOT SHOWN'
           END-IF.
           PERFORM 1000-READ-MASTER.
           PERFORM 1050-READ-ARCHIVE.
           PERFORM 1500-READ-SNAPSHOTS.
           OPEN OUTPUT PRNT-FILE.
           PERFORM 1400-PRINT-HEAD.
           PERFORM 2000-PRINT-DEPARTMENTS.
           PERFORM 2500-PRINT-TYPES.
           PERFORM 3000-PRINT-SERVICE.
           MOVE WS-MASTER-READ  TO L-TOT-MAST1.
           MOVE WS-ARCHIVE-READ TO L-TOT-ARCH1.
           MOVE WS-SNAP-USED    TO L-TOT-SNAP1.
           MOVE WS-BAD-DATES    TO L-TOT-BAD1.
           WRITE PRNT-REC FROM PRNT-TOTALS1
             AFTER ADVANCING 3 LINES.
           CLOSE EMPLOYEE-FILE
             PRNT-FILE.
           IF WS-DEPT-FILE-OPEN
               CLOSE DEPT-FILE
           END-IF.
           DISPLAY 'ATTRITION REPORT COMPLETE - ' WS-TOT-HIRES
             ' HIRES, ' WS-TOT-TERMS ' TERMINATIONS'.
           STOP RUN.
      **************************************************************
      * READS THE OPTIONAL PARAMETER CARD - D YYYYMMDD-YYYYMMDD. *
      * WITHOUT ONE THE RANGE IS JANUARY 1 OF THIS YEAR THROUGH *
      * TODAY. A RANGE THAT ISN'T TWO DATES IN ORDER IS REFUSED *
      **************************************************************
       0050-GET-PARMS.
           MOVE WS-RUN-STAMP(1:4) TO WS-RANGE-START(1:4).
           MOVE '0101' TO WS-RANGE-START(5:4).
           MOVE WS-RUN-STAMP(1:8) TO WS-RANGE-END.
           OPEN INPUT PARM-FILE.
           IF WS-PARM-STATUS = '00'
               PERFORM UNTIL EOF-P = 1
                   READ PARM-FILE
                     AT END MOVE 1 TO EOF-P
                     NOT AT END
                       EVALUATE PARM-FIELD
                           WHEN 'D'
                           WHEN 'd'
                               MOVE PARM-VALUE(1:8)
                                 TO WS-RANGE-START
                               MOVE PARM-VALUE(10:8)
                                 TO WS-RANGE-END
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
                   END-READ
               END-PERFORM
               CLOSE PARM-FILE
           END-IF.
           MOVE 0 TO EOF-P.
           IF WS-RANGE-START NOT NUMERIC
             OR WS-RANGE-END NOT NUMERIC
             OR WS-RANGE-START > WS-RANGE-END
               DISPLAY 'COB26-PARM D RANGE ' WS-RANGE-START '-'
                 WS-RANGE-END ' IS NOT TWO DATES IN ORDER - '
                 'RUN REFUSED'
               STOP RUN
           END-IF.
      **************************************************************
      * PASSES THE WHOLE MASTER - ACTIVE AND STATUS-T ALIKE, SINCE *
      * BOTH ADD TO THE START AND END HEADCOUNTS AND EITHER MAY *
      * HAVE BEEN HIRED IN THE RANGE *
      **************************************************************
       1000-READ-MASTER.
           PERFORM UNTIL EOF-M = 1
               READ EMPLOYEE-FILE NEXT RECORD INTO EMP-DATA
                 AT END MOVE 1 TO EOF-M
                 NOT AT END
                   ADD 1 TO WS-MASTER-READ
                   PERFORM 1100-TALLY-PERSON
               END-READ
           END-PERFORM.
      **************************************************************
      * PASSES THE RETENTION ARCHIVE, SKIPPING THE SEGMENT HEADER *
      * AND TRAILER RECORDS. A MISSING ARCHIVE JUST MEANS NOTHING *
      * HAS BEEN PURGED YET *
      **************************************************************
       1050-READ-ARCHIVE.
           OPEN INPUT EMPARCH-FILE.
           IF WS-EMPARCH-STATUS NOT = '00'
               MOVE 1 TO EOF-A
           END-IF.
           PERFORM UNTIL EOF-A = 1
               READ EMPARCH-FILE INTO EMP-DATA
                 AT END MOVE 1 TO EOF-A
                 NOT AT END
                   IF ED-EID NOT = '*HEADR*'
                     AND ED-EID NOT = '*TRAIL*'
                       ADD 1 TO WS-ARCHIVE-READ
                       PERFORM 1100-TALLY-PERSON
                   END-IF
               END-READ
           END-PERFORM.
           IF WS-EMPARCH-STATUS = '00' OR WS-EMPARCH-STATUS = '10'
               CLOSE EMPARCH-FILE
           END-IF.
      **************************************************************
      * PLACES ONE PERSON AGAINST THE RANGE - HIRED IN IT, *
      * TERMINATED IN IT, ON STAFF THE FIRST DAY (HIRED BY THEN *
      * AND NOT GONE BEFORE IT), ON STAFF THE LAST DAY (HIRED BY *
      * THEN AND NOT GONE BY IT) - AND ADDS THEM TO THEIR *
      * DEPARTMENT'S AND TYPE'S COUNTS. A RECORD WHOSE DATES CAN'T *
      * BE READ IS COUNTED AS UNUSABLE RATHER THAN GUESSED AT *
      **************************************************************
       1100-TALLY-PERSON.
           PERFORM 1150-BUILD-DATES.
           IF NOT WS-DATES-OK
               ADD 1 TO WS-BAD-DATES
           ELSE
               MOVE 'N' TO WS-HIRED-IN-SW
               MOVE 'N' TO WS-TERM-IN-SW
               MOVE 'N' TO WS-AT-START-SW
               MOVE 'N' TO WS-AT-END-SW
               IF WS-HIRE-DATE NOT < WS-RANGE-START
                 AND WS-HIRE-DATE NOT > WS-RANGE-END
                   MOVE 'Y' TO WS-HIRED-IN-SW
               END-IF
               IF ED-TERMINATED
                 AND WS-TERM-DATE NOT < WS-RANGE-START
                 AND WS-TERM-DATE NOT > WS-RANGE-END
                   MOVE 'Y' TO WS-TERM-IN-SW
               END-IF
               IF WS-HIRE-DATE NOT > WS-RANGE-START
                 AND (NOT ED-TERMINATED
                   OR WS-TERM-DATE NOT < WS-RANGE-START)
                   MOVE 'Y' TO WS-AT-START-SW
               END-IF
               IF WS-HIRE-DATE NOT > WS-RANGE-END
                 AND (NOT ED-TERMINATED
                   OR WS-TERM-DATE > WS-RANGE-END)
                   MOVE 'Y' TO WS-AT-END-SW
               END-IF
               IF WS-HIRED-IN OR WS-TERM-IN
                 OR WS-AT-START OR WS-AT-END
                   PERFORM 1200-ADD-TO-COUNTS
               END-IF
           END-IF.
      **************************************************************
      * BUILDS YYYYMMDD HIRE AND (FOR STATUS T) TERMINATION DATES *
      * OFF THE RECORD'S M/D/Y FIELDS, CHECKING EACH IS A REAL *
      * CALENDAR DATE AND THAT NOBODY LEFT BEFORE THEY STARTED *
      **************************************************************
       1150-BUILD-DATES.
           MOVE 'Y' TO WS-DATES-OK-SW.
           MOVE ED-HIRE-Y TO WS-HIRE-YYYY.
           MOVE ED-HIRE-M TO WS-HIRE-MM.
           MOVE ED-HIRE-D TO WS-HIRE-DD.
           IF WS-HIRE-DATE NOT NUMERIC
               MOVE 'N' TO WS-DATES-OK-SW
           ELSE
               IF WS-HIRE-MM < '01' OR WS-HIRE-MM > '12'
                 OR WS-HIRE-DD < '01' OR WS-HIRE-DD > '31'
                   MOVE 'N' TO WS-DATES-OK-SW
               END-IF
           END-IF.
           MOVE SPACES TO WS-TERM-DATE.
           IF ED-TERMINATED AND WS-DATES-OK
               MOVE ED-TERM-Y TO WS-TERM-YYYY
               MOVE ED-TERM-M TO WS-TERM-MM
               MOVE ED-TERM-D TO WS-TERM-DD
               IF WS-TERM-DATE NOT NUMERIC
                   MOVE 'N' TO WS-DATES-OK-SW
               ELSE
                   IF WS-TERM-MM < '01' OR WS-TERM-MM > '12'
                     OR WS-TERM-DD < '01' OR WS-TERM-DD > '31'
                     OR WS-TERM-DATE < WS-HIRE-DATE
                       MOVE 'N' TO WS-DATES-OK-SW
                   END-IF
               END-IF
           END-IF.
       1200-ADD-TO-COUNTS.
           MOVE ED-DEPT TO WS-CODE-IN.
           PERFORM 1300-FIND-DEPT.
           MOVE ED-TYPE TO WS-TYPE-IN.
           PERFORM 1350-FIND-TYPE.
           IF WS-HIRED-IN
               ADD 1 TO WS-DP-HIRES(WS-DP-IDX)
               ADD 1 TO WS-TY-HIRES(WS-TY-IDX)
               ADD 1 TO WS-TOT-HIRES
           END-IF.
           IF WS-AT-START
               ADD 1 TO WS-DP-START(WS-DP-IDX)
               ADD 1 TO WS-TY-START(WS-TY-IDX)
               ADD 1 TO WS-TOT-START
           END-IF.
           IF WS-AT-END
               ADD 1 TO WS-DP-END(WS-DP-IDX)
               ADD 1 TO WS-TY-END(WS-TY-IDX)
               ADD 1 TO WS-TOT-END
           END-IF.
           IF WS-TERM-IN
               ADD 1 TO WS-DP-TERMS(WS-DP-IDX)
               ADD 1 TO WS-TY-TERMS(WS-TY-IDX)
               ADD 1 TO WS-TOT-TERMS
               PERFORM 1250-SERVICE-BUCKET
               ADD 1 TO WS-DP-LOS(WS-DP-IDX, WS-BUCKET)
               ADD 1 TO WS-TOT-LOS(WS-BUCKET)
           END-IF.
      **************************************************************
      * LENGTH OF SERVICE AT TERMINATION - UNDER 90 DAYS BY THE *
      * CALENDAR, THEN FULL YEARS THE WAY PROJ16 COUNTS TENURE *
      **************************************************************
       1250-SERVICE-BUCKET.
           COMPUTE WS-SERVICE-DAYS =
             FUNCTION INTEGER-OF-DATE(WS-TERM-DATE-N)
             - FUNCTION INTEGER-OF-DATE(WS-HIRE-DATE-N).
           MOVE WS-HIRE-YYYY TO WS-HIRE-YR.
           MOVE WS-TERM-YYYY TO WS-TERM-YR.
           COMPUTE WS-SERVICE-YRS = WS-TERM-YR - WS-HIRE-YR.
           IF WS-TERM-DATE(5:4) < WS-HIRE-DATE(5:4)
               SUBTRACT 1 FROM WS-SERVICE-YRS
           END-IF.
           EVALUATE TRUE
               WHEN WS-SERVICE-DAYS < 90
                   MOVE 1 TO WS-BUCKET
               WHEN WS-SERVICE-YRS < 1
                   MOVE 2 TO WS-BUCKET
               WHEN WS-SERVICE-YRS < 5
                   MOVE 3 TO WS-BUCKET
               WHEN OTHER
                   MOVE 4 TO WS-BUCKET
           END-EVALUATE.
      **************************************************************
      * FINDS THE DEPARTMENT'S SLOT, OPENING ONE IN CODE ORDER THE *
      * FIRST TIME THE CODE TURNS UP. PAST THE TABLE'S END THE *
      * LAST SLOT SOAKS UP THE OVERFLOW RATHER THAN LOSE COUNTS *
      **************************************************************
       1300-FIND-DEPT.
           MOVE 'N' TO WS-FOUND-SW.
           MOVE 0 TO WS-DP-IDX.
           PERFORM VARYING WS-IDX FROM 1 BY 1
             UNTIL WS-IDX > WS-DP-COUNT OR WS-FOUND
               IF WS-DP-CODE(WS-IDX) = WS-CODE-IN
                   MOVE 'Y' TO WS-FOUND-SW
                   MOVE WS-IDX TO WS-DP-IDX
               END-IF
           END-PERFORM.
           IF NOT WS-FOUND
               IF WS-DP-COUNT < 300
                   PERFORM 1310-INSERT-DEPT
               ELSE
                   DISPLAY 'DEPARTMENT TABLE FULL - ' WS-CODE-IN
                     ' COUNTED UNDER ' WS-DP-CODE(300)
                   MOVE 300 TO WS-DP-IDX
               END-IF
           END-IF.
       1310-INSERT-DEPT.
           MOVE 1 TO WS-DP-IDX.
           PERFORM VARYING WS-IDX FROM 1 BY 1
             UNTIL WS-IDX > WS-DP-COUNT
               IF WS-DP-CODE(WS-IDX) < WS-CODE-IN
                   COMPUTE WS-DP-IDX = WS-IDX + 1
               END-IF
           END-PERFORM.
           ADD 1 TO WS-DP-COUNT.
           PERFORM VARYING WS-SHIFT FROM WS-DP-COUNT BY -1
             UNTIL WS-SHIFT NOT > WS-DP-IDX
               MOVE WS-DP-ENTRY(WS-SHIFT - 1) TO WS-DP-ENTRY(WS-SHIFT)
           END-PERFORM.
           MOVE WS-CODE-IN TO WS-DP-CODE(WS-DP-IDX).
           MOVE 0 TO WS-DP-HIRES(WS-DP-IDX).
           MOVE 0 TO WS-DP-TERMS(WS-DP-IDX).
           MOVE 0 TO WS-DP-START(WS-DP-IDX).
           MOVE 0 TO WS-DP-END(WS-DP-IDX).
           PERFORM VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 4
               MOVE 0 TO WS-DP-LOS(WS-DP-IDX, WS-SUB)
           END-PERFORM.
      **************************************************************
      * SAME FOR THE TYPE TABLE *
      **************************************************************
       1350-FIND-TYPE.
           MOVE 'N' TO WS-FOUND-SW.
           MOVE 0 TO WS-TY-IDX.
           PERFORM VARYING WS-IDX FROM 1 BY 1
             UNTIL WS-IDX > WS-TY-COUNT OR WS-FOUND
               IF WS-TY-CODE(WS-IDX) = WS-TYPE-IN
                   MOVE 'Y' TO WS-FOUND-SW
                   MOVE WS-IDX TO WS-TY-IDX
               END-IF
           END-PERFORM.
           IF NOT WS-FOUND
               IF WS-TY-COUNT < 20
                   PERFORM 1360-INSERT-TYPE
               ELSE
                   DISPLAY 'TYPE TABLE FULL - ' WS-TYPE-IN
                     ' COUNTED UNDER ' WS-TY-CODE(20)
                   MOVE 20 TO WS-TY-IDX
               END-IF
           END-IF.
       1360-INSERT-TYPE.
           MOVE 1 TO WS-TY-IDX.
           PERFORM VARYING WS-IDX FROM 1 BY 1
             UNTIL WS-IDX > WS-TY-COUNT
               IF WS-TY-CODE(WS-IDX) < WS-TYPE-IN
                   COMPUTE WS-TY-IDX = WS-IDX + 1
               END-IF
           END-PERFORM.
           ADD 1 TO WS-TY-COUNT.
           PERFORM VARYING WS-SHIFT FROM WS-TY-COUNT BY -1
             UNTIL WS-SHIFT NOT > WS-TY-IDX
               MOVE WS-TY-ENTRY(WS-SHIFT - 1) TO WS-TY-ENTRY(WS-SHIFT)
           END-PERFORM.
           MOVE WS-TYPE-IN TO WS-TY-CODE(WS-TY-IDX).
           MOVE 0 TO WS-TY-HIRES(WS-TY-IDX).
           MOVE 0 TO WS-TY-TERMS(WS-TY-IDX).
           MOVE 0 TO WS-TY-START(WS-TY-IDX).
           MOVE 0 TO WS-TY-END(WS-TY-IDX).
           MOVE 0 TO WS-TY-SNAP-SUM(WS-TY-IDX).
      **************************************************************
      * SUMS EACH TYPE'S HEADCOUNT OVER THE SNAPSHOTS TAKEN IN THE *
      * RANGE - DIVIDED BY THE SNAPSHOT COUNT AT PRINT TIME, THAT *
      * IS THE TYPE'S AVERAGE HEADCOUNT. A TYPE MISSING FROM A *
      * SNAPSHOT HAD NOBODY THAT DAY AND ADDS NOTHING *
      **************************************************************
       1500-READ-SNAPSHOTS.
           OPEN INPUT SNAP-FILE.
           IF WS-SNAP-STATUS NOT = '00'
               MOVE 1 TO EOF-S
           END-IF.
           PERFORM UNTIL EOF-S = 1
               READ SNAP-FILE
                 AT END MOVE 1 TO EOF-S
                 NOT AT END
                   IF SNAP-DATE NOT < WS-RANGE-START
                     AND SNAP-DATE NOT > WS-RANGE-END
                       PERFORM 1550-ADD-SNAPSHOT
                   END-IF
               END-READ
           END-PERFORM.
           IF WS-SNAP-STATUS = '00' OR WS-SNAP-STATUS = '10'
               CLOSE SNAP-FILE
           END-IF.
       1550-ADD-SNAPSHOT.
           ADD 1 TO WS-SNAP-USED.
           ADD SNAP-GRAND TO WS-TOT-SNAP-SUM.
           PERFORM VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 10
               IF SNAP-TYPE(WS-SUB) NOT = SPACES
                   MOVE SNAP-TYPE(WS-SUB) TO WS-TYPE-IN
                   PERFORM 1350-FIND-TYPE
                   ADD SNAP-TYPE-CNT(WS-SUB)
                     TO WS-TY-SNAP-SUM(WS-TY-IDX)
               END-IF
           END-PERFORM.
       1400-PRINT-HEAD.
           MOVE WS-RANGE-START(5:2) TO L-FROM1(1:2).
           MOVE '/'                 TO L-FROM1(3:1).
           MOVE WS-RANGE-START(7:2) TO L-FROM1(4:2).
           MOVE '/'                 TO L-FROM1(6:1).
           MOVE WS-RANGE-START(1:4) TO L-FROM1(7:4).
           MOVE WS-RANGE-END(5:2)   TO L-THRU1(1:2).
           MOVE '/'                 TO L-THRU1(3:1).
           MOVE WS-RANGE-END(7:2)   TO L-THRU1(4:2).
           MOVE '/'                 TO L-THRU1(6:1).
           MOVE WS-RANGE-END(1:4)   TO L-THRU1(7:4).
           WRITE PRNT-REC FROM PRNT-HEADING1
             AFTER ADVANCING PAGE.
           MOVE 'TURNOVER = TERMINATIONS / AVERAGE HEADCOUNT X 100'
             TO L-NOTE1.
           WRITE PRNT-REC FROM PRNT-NOTE1
             AFTER ADVANCING 2 LINES.
           MOVE 'DEPARTMENT AVERAGE = (START + END HEADCOUNT) / 2'
             TO L-NOTE1.
           WRITE PRNT-REC FROM PRNT-NOTE1
             AFTER ADVANCING 1 LINE.
           IF WS-SNAP-USED > 0
               MOVE 'TYPE AVERAGE = MEAN OF COB1-SNAP IN THE RANGE'
                 TO L-NOTE1
           ELSE
               MOVE 'NO COB1-SNAP IN THE RANGE - TYPE AVERAGE AS ABOVE'
                 TO L-NOTE1
           END-IF.
           WRITE PRNT-REC FROM PRNT-NOTE1
             AFTER ADVANCING 1 LINE.
      **************************************************************
      * ONE LINE PER DEPARTMENT, THEN THE COMPANY TOTAL *
      **************************************************************
       2000-PRINT-DEPARTMENTS.
           MOVE 'BY DEPARTMENT' TO L-SECTION1.
           WRITE PRNT-REC FROM PRNT-SECTION1
             AFTER ADVANCING 3 LINES.
           WRITE PRNT-REC FROM PRNT-DEPT-HEAD1
             AFTER ADVANCING 2 LINES.
           PERFORM VARYING WS-DP-IDX FROM 1 BY 1
             UNTIL WS-DP-IDX > WS-DP-COUNT
               PERFORM 2100-PRINT-DEPT-LINE
           END-PERFORM.
           MOVE 'ALL'          TO L-DP-CODE1.
           MOVE 'COMPANY TOTAL' TO L-DP-NAME1.
           MOVE WS-TOT-HIRES   TO L-DP-HIRES1.
           MOVE WS-TOT-TERMS   TO L-DP-TERMS1.
           MOVE WS-TOT-START   TO L-DP-START1.
           MOVE WS-TOT-END     TO L-DP-END1.
           IF WS-SNAP-USED > 0
               COMPUTE WS-AVERAGE ROUNDED =
                 WS-TOT-SNAP-SUM / WS-SNAP-USED
           ELSE
               COMPUTE WS-AVERAGE ROUNDED =
                 (WS-TOT-START + WS-TOT-END) / 2
           END-IF.
           MOVE WS-AVERAGE     TO L-DP-AVG1.
           MOVE WS-TOT-TERMS   TO WS-TERMS-IN.
           PERFORM 2900-FORMAT-RATE.
           MOVE WS-RATE-OUT    TO L-DP-RATE1.
           WRITE PRNT-REC FROM PRNT-DEPT1
             AFTER ADVANCING 2 LINES.
       2100-PRINT-DEPT-LINE.
           IF WS-DP-CODE(WS-DP-IDX) = SPACES
               MOVE 'NONE'  TO L-DP-CODE1
           ELSE
               MOVE WS-DP-CODE(WS-DP-IDX) TO L-DP-CODE1
           END-IF.
           PERFORM 2200-GET-DEPT-NAME.
           MOVE D-NAME TO L-DP-NAME1.
           MOVE WS-DP-HIRES(WS-DP-IDX) TO L-DP-HIRES1.
           MOVE WS-DP-TERMS(WS-DP-IDX) TO L-DP-TERMS1.
           MOVE WS-DP-START(WS-DP-IDX) TO L-DP-START1.
           MOVE WS-DP-END(WS-DP-IDX)   TO L-DP-END1.
           COMPUTE WS-AVERAGE ROUNDED =
             (WS-DP-START(WS-DP-IDX) + WS-DP-END(WS-DP-IDX)) / 2.
           MOVE WS-AVERAGE TO L-DP-AVG1.
           MOVE WS-DP-TERMS(WS-DP-IDX) TO WS-TERMS-IN.
           PERFORM 2900-FORMAT-RATE.
           MOVE WS-RATE-OUT TO L-DP-RATE1.
           WRITE PRNT-REC FROM PRNT-DEPT1
             AFTER ADVANCING 1 LINE.
      **************************************************************
      * LOOKS UP THE DEPARTMENT'S NAME ON COB1-DEPT - BLANK WHEN *
      * THE FILE ISN'T THERE OR NO LONGER CARRIES THE CODE *
      **************************************************************
       2200-GET-DEPT-NAME.
           MOVE SPACES TO D-NAME.
           IF WS-DEPT-FILE-OPEN
             AND WS-DP-CODE(WS-DP-IDX) NOT = SPACES
               MOVE WS-DP-CODE(WS-DP-IDX) TO D-CODE
               READ DEPT-FILE
                 INVALID KEY
                   MOVE '(NOT ON COB1-DEPT)' TO D-NAME
               END-READ
           END-IF.
      **************************************************************
      * ONE LINE PER TYPE - THE AVERAGE OFF THE SNAPSHOTS WHEN ANY *
      * FELL IN THE RANGE, OTHERWISE OFF THE START AND END COUNTS *
      **************************************************************
       2500-PRINT-TYPES.
           MOVE 'BY TYPE' TO L-SECTION1.
           WRITE PRNT-REC FROM PRNT-SECTION1
             AFTER ADVANCING 3 LINES.
           WRITE PRNT-REC FROM PRNT-TYPE-HEAD1
             AFTER ADVANCING 2 LINES.
           PERFORM VARYING WS-TY-IDX FROM 1 BY 1
             UNTIL WS-TY-IDX > WS-TY-COUNT
               MOVE WS-TY-CODE(WS-TY-IDX)  TO L-TY-CODE1
               MOVE WS-TY-HIRES(WS-TY-IDX) TO L-TY-HIRES1
               MOVE WS-TY-TERMS(WS-TY-IDX) TO L-TY-TERMS1
               IF WS-SNAP-USED > 0
                   COMPUTE WS-AVERAGE ROUNDED =
                     WS-TY-SNAP-SUM(WS-TY-IDX) / WS-SNAP-USED
               ELSE
                   COMPUTE WS-AVERAGE ROUNDED =
                     (WS-TY-START(WS-TY-IDX) + WS-TY-END(WS-TY-IDX))
                     / 2
               END-IF
               MOVE WS-AVERAGE TO L-TY-AVG1
               MOVE WS-TY-TERMS(WS-TY-IDX) TO WS-TERMS-IN
               PERFORM 2900-FORMAT-RATE
               MOVE WS-RATE-OUT TO L-TY-RATE1
               WRITE PRNT-REC FROM PRNT-TYPE1
                 AFTER ADVANCING 1 LINE
           END-PERFORM.
      **************************************************************
      * TURNOVER RATE FOR WS-TERMS-IN AGAINST WS-AVERAGE - N/A *
      * WHEN THERE WAS NOBODY ON AVERAGE TO TURN OVER *
      **************************************************************
       2900-FORMAT-RATE.
           IF WS-AVERAGE = 0
               MOVE '    N/A' TO WS-RATE-OUT
           ELSE
               COMPUTE WS-RATE ROUNDED =
                 WS-TERMS-IN * 100 / WS-AVERAGE
                 ON SIZE ERROR
                   MOVE 9999.9 TO WS-RATE
               END-COMPUTE
               MOVE WS-RATE TO WS-EDIT-RATE
               MOVE SPACES TO WS-RATE-OUT
               STRING WS-EDIT-RATE '%' DELIMITED BY SIZE
                 INTO WS-RATE-OUT
               END-STRING
           END-IF.
      **************************************************************
      * SEPARATIONS BY LENGTH OF SERVICE, PER DEPARTMENT WITH ANY, *
      * THEN THE COMPANY TOTAL AND EACH BUCKET'S SHARE OF IT *
      **************************************************************
       3000-PRINT-SERVICE.
           MOVE 'SEPARATIONS BY LENGTH OF SERVICE' TO L-SECTION1.
           WRITE PRNT-REC FROM PRNT-SECTION1
             AFTER ADVANCING 3 LINES.
           WRITE PRNT-REC FROM PRNT-LOS-HEAD1
             AFTER ADVANCING 2 LINES.
           PERFORM VARYING WS-DP-IDX FROM 1 BY 1
             UNTIL WS-DP-IDX > WS-DP-COUNT
               IF WS-DP-TERMS(WS-DP-IDX) > 0
                   PERFORM 3100-PRINT-SERVICE-LINE
               END-IF
           END-PERFORM.
           MOVE 'ALL'           TO L-LS-CODE1.
           MOVE 'COMPANY TOTAL' TO L-LS-NAME1.
           PERFORM VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 4
               MOVE WS-TOT-LOS(WS-SUB) TO L-LS-BKT1(WS-SUB)
               IF WS-TOT-TERMS > 0
                   COMPUTE L-LP-PCT1(WS-SUB) ROUNDED =
                     WS-TOT-LOS(WS-SUB) * 100 / WS-TOT-TERMS
               ELSE
                   MOVE 0 TO L-LP-PCT1(WS-SUB)
               END-IF
           END-PERFORM.
           MOVE WS-TOT-TERMS TO L-LS-TOTAL1.
           WRITE PRNT-REC FROM PRNT-LOS1
             AFTER ADVANCING 2 LINES.
           WRITE PRNT-REC FROM PRNT-LOS-PCT1
             AFTER ADVANCING 1 LINE.
       3100-PRINT-SERVICE-LINE.
           IF WS-DP-CODE(WS-DP-IDX) = SPACES
               MOVE 'NONE'  TO L-LS-CODE1
           ELSE
               MOVE WS-DP-CODE(WS-DP-IDX) TO L-LS-CODE1
           END-IF.
           PERFORM 2200-GET-DEPT-NAME.
           MOVE D-NAME TO L-LS-NAME1.
           PERFORM VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 4
               MOVE WS-DP-LOS(WS-DP-IDX, WS-SUB) TO L-LS-BKT1(WS-SUB)
           END-PERFORM.
           MOVE WS-DP-TERMS(WS-DP-IDX) TO L-LS-TOTAL1.
           WRITE PRNT-REC FROM PRNT-LOS1
             AFTER ADVANCING 1 LINE.
