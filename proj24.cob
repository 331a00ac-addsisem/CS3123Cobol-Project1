       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROJ24.
       AUTHOR. Addyson Sisemore
      * PROJECT  1 - CROSS-FILE REFERENTIAL INTEGRITY SWEEP.
      * THE EID-KEYED COMPANION FILES - COB1-PAY, COB1-HOURS,
      * COB1-LEAVE, COB1-ADDR, COB1-DEDUCT, COB1-ONETIME, AND
      * COB1-YTD - EACH DRIFT AWAY FROM COB1-EMPLOYEE IN THEIR OWN
      * WAY: PROJ17'S PURGE MOVES THE EMPLOYEE TO COB1-EMPLOYEE-ARCH
      * AND LEAVES THE REST BEHIND, AND THE REGISTER ONLY NOTICES
      * ORPHAN PAY AND HOURS RECORDS IN PASSING. THIS RUN CHECKS
      * EVERY COMPANION RECORD AGAINST THE MASTER AND THE ARCHIVE,
      * EVERY EMPLOYEE AGAINST THE COMPANION RECORDS IT SHOULD
      * HAVE, AND EVERY M-DEPT AGAINST COB1-DEPT, AND PRINTS THE
      * PROBLEMS BY CATEGORY:
      * ORPHANED (EID ON NEITHER THE MASTER NOR THE ARCHIVE),
      * BELONGING TO AN ARCHIVED EID, AN ACTIVE EMPLOYEE MISSING A
      * REQUIRED PAY OR ADDRESS RECORD, A TERMINATED EMPLOYEE STILL
      * HOLDING A PAY RECORD OR A LEAVE BALANCE, AND A DEPARTMENT
      * NOT ON COB1-DEPT. NOTHING CHANGES UNLESS THE COB24-PARM
      * CARD CARRIES AN M LINE WITH VALUE C - THEN THE DEAD
      * (ORPHANED AND ARCHIVED-EID) PAY, HOURS, LEAVE, ADDRESS,
      * AND DEDUCTION RECORDS ARE MOVED TO A COB1-COMPANION-ARCH
      * SEGMENT BRACKETED LIKE PROJ17'S, EACH REMOVAL JOURNALED TO
      * COB1-JRNL AS FUNCTION X. AN F LINE NAMING P, H, L, A,
      * AND/OR D LIMITS THE CLEANUP TO THOSE FILES. A LEAVE RECORD
      * STILL CARRYING A BALANCE IS NEVER REMOVED - THE PAYOUT WAS
      * NEVER SETTLED - AND COB1-YTD IS NEVER CLEANED, SINCE THE
      * W-2 RUN STILL NEEDS A PURGED EMPLOYEE'S FIGURES UNTIL THE
      * YEAR-OPEN. ONLY THE UNPAID COB1-ONETIME ITEMS OF A DEAD EID
      * ARE REPORTED, AND THEY ARE NEVER CLEANED - THAT MONEY IS
      * STILL OWED TO SOMEBODY. COB1-PAYHIST AND COB1-REGHIST ARE
      * NOT SWEPT AT ALL: THEY ARE DATED HISTORY OF WHAT WAS PAID
      * AND AT WHAT RATE, NOT A CURRENT RECORD THAT CAN GO STALE,
      * AND A PURGED EMPLOYEE'S PAY HISTORY IS EXACTLY WHAT AN
      * AUDIT OR A DISPUTE OVER PAST PAY ASKS FOR.

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
           SELECT PAY-FILE ASSIGN TO 'COB1-PAY'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS P-EID
               FILE STATUS IS WS-PAY-STATUS.
           SELECT HOURS-FILE ASSIGN TO 'COB1-HOURS'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HR-EID
               FILE STATUS IS WS-HOURS-STATUS.
           SELECT LEAVE-FILE ASSIGN TO 'COB1-LEAVE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LV-EID
               FILE STATUS IS WS-LEAVE-STATUS.
           SELECT ADDR-FILE ASSIGN TO 'COB1-ADDR'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AD-EID
               FILE STATUS IS WS-ADDR-STATUS.
           SELECT DEDUCT-FILE ASSIGN TO 'COB1-DEDUCT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DD-EID
               FILE STATUS IS WS-DEDUCT-STATUS.
           SELECT ONETIME-FILE ASSIGN TO 'COB1-ONETIME'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OT-KEY
               FILE STATUS IS WS-ONETIME-STATUS.
           SELECT YTD-FILE ASSIGN TO 'COB1-YTD'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Y-EID
               FILE STATUS IS WS-YTD-STATUS.
           SELECT DEPT-FILE ASSIGN TO 'COB1-DEPT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS D-CODE
               FILE STATUS IS WS-DEPT-STATUS.
           SELECT COMPARCH-FILE ASSIGN TO 'COB1-COMPANION-ARCH'
               FILE STATUS IS WS-COMPARCH-STATUS.
           SELECT JOURNAL-FILE ASSIGN TO 'COB1-JRNL'
               FILE STATUS IS WS-JRNL-STATUS.
           SELECT PRNT-FILE ASSIGN TO 'UR-S-INTEG'.
           SELECT SORTED-FILE ASSIGN TO 'SRTOUT24'.
           SELECT SORT-WORK ASSIGN TO 'SRTWK24'.
           SELECT OPTIONAL PARM-FILE ASSIGN TO 'COB24-PARM'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD EMPLOYEE-FILE
           LABEL RECORDS ARE STANDARD.
       01 EMPLOYEE-REC.
         03 M-EID        PIC X(7).
         03 M-LAST       PIC X(15).
         03 M-FIRST      PIC X(15).
         03 FILLER       PIC X(28).
         03 M-STATUS     PIC X.
             88 M-EMP-TERMINATED    VALUE 'T'.
         03 FILLER       PIC X(8).
         03 M-DEPT       PIC X(4).
         03 FILLER       PIC X(22).
      **************************************************************
      * RETENTION ARCHIVE OF PURGED EMPLOYEE IMAGES (SAME SHAPE *
      * AS PROJ17 WRITES IT) *
      **************************************************************
       FD EMPARCH-FILE
           LABEL RECORDS ARE STANDARD.
       01 EMPARCH-REC.
         03 EA-EID       PIC X(7).
         03 FILLER       PIC X(93).
      **************************************************************
      * THE COMPANION FILES (SAME SHAPES AS PROJ02 WRITES THEM) *
      **************************************************************
       FD PAY-FILE
           LABEL RECORDS ARE STANDARD.
       01 PAY-REC.
         03 P-EID        PIC X(7).
         03 FILLER       PIC X(22).
       FD HOURS-FILE
           LABEL RECORDS ARE STANDARD.
       01 HOURS-REC.
         03 HR-EID       PIC X(7).
         03 FILLER       PIC X(13).
       FD LEAVE-FILE
           LABEL RECORDS ARE STANDARD.
       01 LEAVE-REC.
         03 LV-EID       PIC X(7).
         03 LV-BALANCE   PIC 9(4)V99.
         03 FILLER       PIC X(19).
       FD ADDR-FILE
           LABEL RECORDS ARE STANDARD.
       01 ADDR-REC.
         03 AD-EID       PIC X(7).
         03 FILLER       PIC X(93).
       FD DEDUCT-FILE
           LABEL RECORDS ARE STANDARD.
       01 DEDUCT-REC.
         03 DD-EID       PIC X(7).
         03 FILLER       PIC X(43).
       FD ONETIME-FILE
           LABEL RECORDS ARE STANDARD.
       01 ONETIME-REC.
         03 OT-KEY.
           05 OT-EID       PIC X(7).
           05 OT-SEQ       PIC 9(3).
         03 OT-TYPE      PIC X.
         03 FILLER       PIC X(15).
         03 OT-STATUS    PIC X.
             88 OT-PAID             VALUE 'P'.
         03 FILLER       PIC X(53).
       FD YTD-FILE
           LABEL RECORDS ARE STANDARD.
       01 YTD-REC.
         03 Y-EID        PIC X(7).
         03 FILLER       PIC X(93).
       FD DEPT-FILE
           LABEL RECORDS ARE STANDARD.
       01 DEPT-REC.
         03 D-CODE       PIC X(4).
         03 FILLER       PIC X(56).
      **************************************************************
      * COMPANION ARCHIVE - EACH CLEANUP RUN APPENDS THE RECORDS *
      * IT REMOVED, TAGGED WITH THE FILE THEY CAME FROM, BETWEEN A *
      * RUN-STAMPED *HEADR* AND A *TRAIL* CARRYING THE SEGMENT'S *
      * COUNT AND EID HASH (SAME BRACKETING AS PROJ17'S) *
      **************************************************************
       FD COMPARCH-FILE
           LABEL RECORDS ARE STANDARD.
       01 COMPARCH-REC.
         03 CA-EID       PIC X(7).
         03 CA-FILE      PIC X(12).
         03 CA-CATEGORY  PIC X.
         03 CA-IMAGE     PIC X(100).
      **************************************************************
      * CHANGE JOURNAL - SAME SHAPE AS PROJ02 WRITES IT. A *
      * COMPANION REMOVAL JOURNALS FUNCTION X WITH THE REMOVED *
      * RECORD AS THE BEFORE IMAGE AND THE FILE IT CAME FROM AS *
      * THE AFTER IMAGE *
      **************************************************************
       FD JOURNAL-FILE
           LABEL RECORDS ARE STANDARD.
       01 JOURNAL-REC.
         03 J-FUNC        PIC X.
         03 J-DATE        PIC X(8).
         03 J-TIME        PIC X(6).
         03 J-BEFORE      PIC X(100).
         03 J-AFTER       PIC X(100).
         03 J-OPER        PIC X(8).
       FD PRNT-FILE
           LABEL RECORDS ARE OMITTED.
       01 PRNT-REC      PIC X(100).
      **************************************************************
      * WORK FILE HOLDING THE PROBLEMS SORTED BY CATEGORY FOR THE *
      * CONTROL BREAK *
      **************************************************************
       FD SORTED-FILE
           LABEL RECORDS ARE STANDARD.
       01 SORTED-REC    PIC X(80).
       SD SORT-WORK.
       01 SD-RECORD.
         03 SD-CATEGORY   PIC X.
         03 SD-EID        PIC X(7).
         03 SD-FILE       PIC X(12).
         03 SD-DETAIL     PIC X(40).
         03 SD-ACTION     PIC X(20).
      **************************************************************
      * PARAMETER CARD - AN M LINE WITH VALUE C RUNS THE CLEANUP; *
      * AN F LINE (ANY OF P, H, L, A, D) LIMITS IT TO THOSE FILES *
      **************************************************************
       FD PARM-FILE.
       01 PARM-REC.
         03 PARM-FIELD     PIC X.
         03 FILLER         PIC X.
         03 PARM-VALUE     PIC X(17).

       WORKING-STORAGE SECTION.
      **************************************************************
      * LAYOUTS FOR THE ARCHIVE HEADER AND TRAILER RECORDS (SAME *
      * SHAPE AS PROJ17'S, PADDED TO THIS ARCHIVE'S LENGTH) *
      **************************************************************
       01 HEADER-DATA.
         03 H-TAG        PIC X(7)    VALUE '*HEADR*'.
         03 H-DATE       PIC X(8).
         03 H-TIME       PIC X(6).
         03 FILLER       PIC X(99)   VALUE SPACES.
       01 TRAILER-DATA.
         03 R-TAG        PIC X(7)    VALUE '*TRAIL*'.
         03 R-COUNT      PIC 9(7).
         03 R-HASH       PIC 9(13).
         03 FILLER       PIC X(93)   VALUE SPACES.
      **************************************************************
      * LAYOUT FOR THE REPORT HEADING AND DATA LINES *
      **************************************************************
       01 PRNT-HEADING1.
         03 FILLER      PIC X(40)   VALUE
           'REFERENTIAL INTEGRITY SWEEP'.
         03 L-MODE1     PIC X(40).
       01 PRNT-CATEGORY1.
         03 FILLER      PIC X(9)    VALUE 'CATEGORY '.
         03 L-CAT-CODE1 PIC X.
         03 FILLER      PIC X(3)    VALUE ' - '.
         03 L-CAT-NAME1 PIC X(50).
       01 PRNT-HEADING2.
         03 FILLER      PIC X(9)    VALUE '  EMP ID'.
         03 FILLER      PIC X(14)   VALUE 'FILE'.
         03 FILLER      PIC X(42)   VALUE 'PROBLEM'.
         03 FILLER      PIC X(20)   VALUE 'ACTION'.
       01 PRNT-DATA1.
         03 FILLER      PIC X(2)    VALUE SPACES.
         03 L-EID1      PIC X(7).
         03 FILLER      PIC X(2)    VALUE SPACES.
         03 L-FILE1     PIC X(12).
         03 FILLER      PIC X(2)    VALUE SPACES.
         03 L-DETAIL1   PIC X(40).
         03 FILLER      PIC X(2)    VALUE SPACES.
         03 L-ACTION1   PIC X(20).
       01 PRNT-SUBTOTAL1.
         03 FILLER      PIC X(10)   VALUE SPACES.
         03 FILLER      PIC X(16)   VALUE 'CATEGORY COUNT: '.
         03 L-SUBTOT-CNT1 PIC ZZ,ZZ9.
       01 PRNT-CLEAN1.
         03 FILLER      PIC X(30)   VALUE
           'NO PROBLEMS FOUND'.
       01 PRNT-TOTALS1.
         03 FILLER      PIC X(16)   VALUE 'TOTAL PROBLEMS: '.
         03 L-TOT-PROB1 PIC ZZ,ZZ9.
         03 FILLER      PIC X(4)    VALUE SPACES.
         03 FILLER      PIC X(18)   VALUE 'RECORDS ARCHIVED: '.
         03 L-TOT-MOVED1 PIC ZZ,ZZ9.
      **************************************************************
      * CATEGORY TITLES, INDEXED BY THE CATEGORY DIGIT *
      **************************************************************
       01 CATEGORY-VALUES.
         03 FILLER      PIC X(50)   VALUE
           'ORPHANED - EID NOT ON MASTER OR ARCHIVE'.
         03 FILLER      PIC X(50)   VALUE
           'BELONGS TO AN ARCHIVED EID'.
         03 FILLER      PIC X(50)   VALUE
           'ACTIVE EMPLOYEE MISSING A REQUIRED RECORD'.
         03 FILLER      PIC X(50)   VALUE
           'TERMINATED EMPLOYEE STILL HOLDING PAY OR LEAVE'.
         03 FILLER      PIC X(50)   VALUE
           'DEPARTMENT NOT ON COB1-DEPT'.
       01 CATEGORY-TABLE REDEFINES CATEGORY-VALUES.
         03 CAT-NAME    PIC X(50)   OCCURS 5 TIMES.
      **************************************************************
      *       EOF SWITCHES, FILE STATUSES, AND RUN CONTROLS *
      **************************************************************
       01 MISC.
         03 EOF-M            PIC 9      VALUE 0.
         03 EOF-C            PIC 9      VALUE 0.
         03 EOF-S            PIC 9      VALUE 0.
         03 EOF-P            PIC 9      VALUE 0.
         03 WS-FILE-STATUS   PIC XX     VALUE '00'.
         03 WS-EMPARCH-STATUS PIC XX    VALUE '00'.
         03 WS-PAY-STATUS    PIC XX     VALUE '00'.
         03 WS-HOURS-STATUS  PIC XX     VALUE '00'.
         03 WS-LEAVE-STATUS  PIC XX     VALUE '00'.
         03 WS-ADDR-STATUS   PIC XX     VALUE '00'.
         03 WS-YTD-STATUS    PIC XX     VALUE '00'.
         03 WS-DEDUCT-STATUS PIC XX     VALUE '00'.
         03 WS-ONETIME-STATUS PIC XX    VALUE '00'.
         03 WS-DEPT-STATUS   PIC XX     VALUE '00'.
         03 WS-COMPARCH-STATUS PIC XX   VALUE '00'.
         03 WS-JRNL-STATUS   PIC XX     VALUE '00'.
         03 WS-PARM-STATUS   PIC XX     VALUE '00'.
         03 WS-RUN-STAMP     PIC X(14)  VALUE SPACES.
         03 WS-SUB           PIC 9(2)   VALUE 0.
      **************************************************************
      *       WHICH FILES OPENED - A FILE THAT ISN'T THERE IS *
      *       SKIPPED, AND SO IS ANY CHECK THAT NEEDS IT *
      **************************************************************
       01 OPEN-WS.
         03 WS-PAY-OPEN-SW   PIC X      VALUE 'N'.
             88 WS-PAY-OPEN         VALUE 'Y'.
         03 WS-HOURS-OPEN-SW PIC X      VALUE 'N'.
             88 WS-HOURS-OPEN       VALUE 'Y'.
         03 WS-LEAVE-OPEN-SW PIC X      VALUE 'N'.
             88 WS-LEAVE-OPEN       VALUE 'Y'.
         03 WS-ADDR-OPEN-SW  PIC X      VALUE 'N'.
             88 WS-ADDR-OPEN        VALUE 'Y'.
         03 WS-YTD-OPEN-SW   PIC X      VALUE 'N'.
             88 WS-YTD-OPEN         VALUE 'Y'.
         03 WS-DEDUCT-OPEN-SW PIC X     VALUE 'N'.
             88 WS-DEDUCT-OPEN      VALUE 'Y'.
         03 WS-ONETIME-OPEN-SW PIC X    VALUE 'N'.
             88 WS-ONETIME-OPEN     VALUE 'Y'.
         03 WS-DEPT-OPEN-SW  PIC X      VALUE 'N'.
             88 WS-DEPT-OPEN        VALUE 'Y'.
      **************************************************************
      *       RUN MODE AND THE FILES THE CLEANUP MAY TOUCH *
      **************************************************************
       01 PARM-WS.
         03 WS-MODE-SW       PIC X      VALUE 'R'.
             88 WS-CLEANUP-MODE     VALUE 'C'.
         03 WS-FILES-SW      PIC X      VALUE 'N'.
             88 WS-FILES-SUPPLIED   VALUE 'Y'.
         03 WS-CLEAN-PAY-SW  PIC X      VALUE 'Y'.
             88 WS-CLEAN-PAY        VALUE 'Y'.
         03 WS-CLEAN-HOURS-SW PIC X     VALUE 'Y'.
             88 WS-CLEAN-HOURS      VALUE 'Y'.
         03 WS-CLEAN-LEAVE-SW PIC X     VALUE 'Y'.
             88 WS-CLEAN-LEAVE      VALUE 'Y'.
         03 WS-CLEAN-ADDR-SW PIC X      VALUE 'Y'.
             88 WS-CLEAN-ADDR       VALUE 'Y'.
         03 WS-CLEAN-DEDUCT-SW PIC X    VALUE 'Y'.
             88 WS-CLEAN-DEDUCT     VALUE 'Y'.
         03 WS-PARM-CHAR     PIC X      VALUE SPACE.
      **************************************************************
      *       EIDS ON THE RETENTION ARCHIVE, LOADED ONCE SO EACH *
      *       COMPANION RECORD CAN BE CLASSIFIED WITHOUT A PASS *
      **************************************************************
       01 ARCHIVE-WS.
         03 WS-ARC-COUNT     PIC 9(5)   VALUE 0.
         03 WS-ARC-OVERFLOW  PIC 9(5)   VALUE 0.
         03 WS-ARC-IDX       PIC 9(5)   VALUE 0.
         03 WS-ARC-FOUND-SW  PIC X      VALUE 'N'.
             88 WS-ARC-FOUND        VALUE 'Y'.
         03 WS-ARC-ENTRY     PIC X(7)   OCCURS 5000 TIMES.
      **************************************************************
      *       THE COMPANION RECORD BEING CLASSIFIED *
      **************************************************************
       01 CHECK-WS.
         03 WS-CUR-EID       PIC X(7)   VALUE SPACES.
         03 WS-CUR-FILE      PIC X(12)  VALUE SPACES.
         03 WS-CUR-IMAGE     PIC X(100) VALUE SPACES.
         03 WS-CUR-CATEGORY  PIC X      VALUE SPACE.
             88 WS-CUR-DEAD         VALUE '1' '2'.
         03 WS-REMOVE-SW     PIC X      VALUE 'N'.
             88 WS-REMOVE           VALUE 'Y'.
         03 WS-EDIT-BAL      PIC Z,ZZ9.99.
      **************************************************************
      *       CONTROL-BREAK AND RUN COUNTS *
      **************************************************************
       01 CONTROL-BREAK-WS.
         03 WS-PREV-CATEGORY PIC X      VALUE SPACE.
         03 WS-FIRST-REC-SW  PIC X      VALUE 'Y'.
         03 WS-CAT-COUNT     PIC 9(5)   VALUE 0.
         03 WS-PROBLEM-COUNT PIC 9(5)   VALUE 0.
         03 WS-MOVED-COUNT   PIC 9(7)   VALUE 0.
         03 WS-MOVED-HASH    PIC 9(13)  VALUE 0.
         03 WS-EID-HASH      PIC 9(4)   VALUE 0.
      **************************************************************
      *       WORK FIELDS FOR THE JOURNAL ENTRY *
      **************************************************************
       01 JOURNAL-WS.
         03 WS-JRNL-STAMP    PIC X(14)  VALUE SPACES.
      **************************************************************
      *       START OF PROCEDURE DIVISION       *
      **************************************************************
       PROCEDURE DIVISION.
       000-MAINLINE.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-RUN-STAMP.
           PERFORM 0050-GET-PARMS.
           OPEN INPUT EMPLOYEE-FILE.
           IF WS-FILE-STATUS NOT = '00'
               DISPLAY 'UNABLE TO OPEN COB1-EMPLOYEE, STATUS='
                 WS-FILE-STATUS
               STOP RUN
           END-IF.
           PERFORM 0100-OPEN-COMPANIONS.
           PERFORM 0200-LOAD-ARCHIVE.
           IF WS-CLEANUP-MODE
               PERFORM 0300-OPEN-CLEANUP
           END-IF.
           OPEN OUTPUT PRNT-FILE.
           PERFORM 1400-PRINT-HEAD.
           SORT SORT-WORK
             ON ASCENDING KEY SD-CATEGORY
             ON ASCENDING KEY SD-EID
             ON ASCENDING KEY SD-FILE
             INPUT PROCEDURE 1000-SWEEP-PROC
             GIVING SORTED-FILE.
           IF WS-CLEANUP-MODE
               MOVE WS-MOVED-COUNT TO R-COUNT
               MOVE WS-MOVED-HASH  TO R-HASH
               WRITE COMPARCH-REC FROM TRAILER-DATA
               CLOSE COMPARCH-FILE
                 JOURNAL-FILE
           END-IF.
           PERFORM 2000-PRINT-PROBLEMS.
           PERFORM 0900-CLOSE-FILES.
           IF WS-CLEANUP-MODE
               DISPLAY 'INTEGRITY CLEANUP COMPLETE - '
                 WS-PROBLEM-COUNT ' PROBLEMS, ' WS-MOVED-COUNT
                 ' RECORDS MOVED TO COB1-COMPANION-ARCH'
           ELSE
               DISPLAY 'INTEGRITY SWEEP COMPLETE - '
                 WS-PROBLEM-COUNT ' PROBLEMS, NOTHING CHANGED'
           END-IF.
           STOP RUN.
      **************************************************************
      * READS THE PARAMETER CARD FOR THE RUN MODE AND THE FILES *
      * THE CLEANUP MAY TOUCH. WITH NO F LINE IT MAY TOUCH ALL *
      * FIVE *
      **************************************************************
       0050-GET-PARMS.
           OPEN INPUT PARM-FILE.
           IF WS-PARM-STATUS = '00'
               PERFORM UNTIL EOF-P = 1
                   READ PARM-FILE
                     AT END MOVE 1 TO EOF-P
                     NOT AT END
                       EVALUATE PARM-FIELD
                           WHEN 'M'
                           WHEN 'm'
                               IF PARM-VALUE(1:1) = 'C'
                                 OR PARM-VALUE(1:1) = 'c'
                                   MOVE 'C' TO WS-MODE-SW
                               END-IF
                           WHEN 'F'
                           WHEN 'f'
                               PERFORM 0060-GET-CLEANUP-FILES
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
                   END-READ
               END-PERFORM
               CLOSE PARM-FILE
           END-IF.
       0060-GET-CLEANUP-FILES.
           MOVE 'Y' TO WS-FILES-SW.
           MOVE 'N' TO WS-CLEAN-PAY-SW.
           MOVE 'N' TO WS-CLEAN-HOURS-SW.
           MOVE 'N' TO WS-CLEAN-LEAVE-SW.
           MOVE 'N' TO WS-CLEAN-ADDR-SW.
           MOVE 'N' TO WS-CLEAN-DEDUCT-SW.
           PERFORM VARYING WS-SUB FROM 1 BY 1
             UNTIL WS-SUB > 17
               MOVE PARM-VALUE(WS-SUB:1) TO WS-PARM-CHAR
               EVALUATE WS-PARM-CHAR
                   WHEN 'P'
                   WHEN 'p'
                       MOVE 'Y' TO WS-CLEAN-PAY-SW
                   WHEN 'H'
                   WHEN 'h'
                       MOVE 'Y' TO WS-CLEAN-HOURS-SW
                   WHEN 'L'
                   WHEN 'l'
                       MOVE 'Y' TO WS-CLEAN-LEAVE-SW
                   WHEN 'A'
                   WHEN 'a'
                       MOVE 'Y' TO WS-CLEAN-ADDR-SW
                   WHEN 'D'
                   WHEN 'd'
                       MOVE 'Y' TO WS-CLEAN-DEDUCT-SW
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-PERFORM.
      **************************************************************
      * OPENS EACH COMPANION FILE - I-O WHEN THE CLEANUP MAY *
      * REMOVE FROM IT, INPUT OTHERWISE. ONE THAT WON'T OPEN IS *
      * SAID OUT LOUD AND LEFT OUT OF THE SWEEP *
      **************************************************************
       0100-OPEN-COMPANIONS.
           IF WS-CLEANUP-MODE AND WS-CLEAN-PAY
               OPEN I-O PAY-FILE
           ELSE
               OPEN INPUT PAY-FILE
           END-IF.
           IF WS-PAY-STATUS = '00'
               MOVE 'Y' TO WS-PAY-OPEN-SW
           ELSE
               DISPLAY 'COB1-PAY NOT AVAILABLE, STATUS='
                 WS-PAY-STATUS ' - NOT CHECKED'
           END-IF.
           IF WS-CLEANUP-MODE AND WS-CLEAN-HOURS
               OPEN I-O HOURS-FILE
           ELSE
               OPEN INPUT HOURS-FILE
           END-IF.
           IF WS-HOURS-STATUS = '00'
               MOVE 'Y' TO WS-HOURS-OPEN-SW
           ELSE
               DISPLAY 'COB1-HOURS NOT AVAILABLE, STATUS='
                 WS-HOURS-STATUS ' - NOT CHECKED'
           END-IF.
           IF WS-CLEANUP-MODE AND WS-CLEAN-LEAVE
               OPEN I-O LEAVE-FILE
           ELSE
               OPEN INPUT LEAVE-FILE
           END-IF.
           IF WS-LEAVE-STATUS = '00'
               MOVE 'Y' TO WS-LEAVE-OPEN-SW
           ELSE
               DISPLAY 'COB1-LEAVE NOT AVAILABLE, STATUS='
                 WS-LEAVE-STATUS ' - NOT CHECKED'
           END-IF.
           IF WS-CLEANUP-MODE AND WS-CLEAN-ADDR
               OPEN I-O ADDR-FILE
           ELSE
               OPEN INPUT ADDR-FILE
           END-IF.
           IF WS-ADDR-STATUS = '00'
               MOVE 'Y' TO WS-ADDR-OPEN-SW
           ELSE
               DISPLAY 'COB1-ADDR NOT AVAILABLE, STATUS='
                 WS-ADDR-STATUS ' - NOT CHECKED'
           END-IF.
           IF WS-CLEANUP-MODE AND WS-CLEAN-DEDUCT
               OPEN I-O DEDUCT-FILE
           ELSE
               OPEN INPUT DEDUCT-FILE
           END-IF.
           IF WS-DEDUCT-STATUS = '00'
               MOVE 'Y' TO WS-DEDUCT-OPEN-SW
           ELSE
               DISPLAY 'COB1-DEDUCT NOT AVAILABLE, STATUS='
                 WS-DEDUCT-STATUS ' - NOT CHECKED'
           END-IF.
           OPEN INPUT ONETIME-FILE.
           IF WS-ONETIME-STATUS = '00'
               MOVE 'Y' TO WS-ONETIME-OPEN-SW
           ELSE
               DISPLAY 'COB1-ONETIME NOT AVAILABLE, STATUS='
                 WS-ONETIME-STATUS ' - NOT CHECKED'
           END-IF.
           OPEN INPUT YTD-FILE.
           IF WS-YTD-STATUS = '00'
               MOVE 'Y' TO WS-YTD-OPEN-SW
           ELSE
               DISPLAY 'COB1-YTD NOT AVAILABLE, STATUS='
                 WS-YTD-STATUS ' - NOT CHECKED'
           END-IF.
           OPEN INPUT DEPT-FILE.
           IF WS-DEPT-STATUS = '00'
               MOVE 'Y' TO WS-DEPT-OPEN-SW
           ELSE
               DISPLAY 'COB1-DEPT NOT AVAILABLE, STATUS='
                 WS-DEPT-STATUS ' - DEPARTMENTS NOT CHECKED'
           END-IF.
      **************************************************************
      * LOADS EVERY EID ON THE RETENTION ARCHIVE, SKIPPING THE *
      * SEGMENT MARKERS. NO ARCHIVE YET MEANS NOTHING PURGED YET *
      **************************************************************
       0200-LOAD-ARCHIVE.
           OPEN INPUT EMPARCH-FILE.
           IF WS-EMPARCH-STATUS = '00'
               PERFORM UNTIL EOF-C = 1
                   READ EMPARCH-FILE
                     AT END MOVE 1 TO EOF-C
                     NOT AT END
                       IF EA-EID NOT = '*HEADR*'
                         AND EA-EID NOT = '*TRAIL*'
                           IF WS-ARC-COUNT < 5000
                               ADD 1 TO WS-ARC-COUNT
                               MOVE EA-EID
                                 TO WS-ARC-ENTRY(WS-ARC-COUNT)
                           ELSE
                               ADD 1 TO WS-ARC-OVERFLOW
                           END-IF
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE EMPARCH-FILE
               MOVE 0 TO EOF-C
           END-IF.
           IF WS-ARC-OVERFLOW > 0
               DISPLAY WS-ARC-OVERFLOW ' ARCHIVED EIDS BEYOND THE '
                 'TABLE - THEIR RECORDS WILL SHOW AS ORPHANED'
           END-IF.
      **************************************************************
      * OPENS THE COMPANION ARCHIVE AND THE JOURNAL FOR APPEND AND *
      * STARTS THIS RUN'S SEGMENT. IF EITHER WON'T OPEN THE RUN *
      * FALLS BACK TO REPORTING ONLY - NOTHING IS REMOVED WITHOUT *
      * A COPY AND A JOURNAL ENTRY *
      **************************************************************
       0300-OPEN-CLEANUP.
           OPEN EXTEND COMPARCH-FILE.
           IF WS-COMPARCH-STATUS = '35'
               OPEN OUTPUT COMPARCH-FILE
               CLOSE COMPARCH-FILE
               OPEN EXTEND COMPARCH-FILE
           END-IF.
           IF WS-COMPARCH-STATUS NOT = '00'
               DISPLAY 'UNABLE TO OPEN COB1-COMPANION-ARCH, STATUS='
                 WS-COMPARCH-STATUS
               DISPLAY 'CLEANUP NOT RUN - REPORTING ONLY'
               MOVE 'R' TO WS-MODE-SW
           ELSE
               OPEN EXTEND JOURNAL-FILE
               IF WS-JRNL-STATUS = '35'
                   OPEN OUTPUT JOURNAL-FILE
                   CLOSE JOURNAL-FILE
                   OPEN EXTEND JOURNAL-FILE
               END-IF
               IF WS-JRNL-STATUS NOT = '00'
                   DISPLAY 'UNABLE TO OPEN COB1-JRNL, STATUS='
                     WS-JRNL-STATUS
                   DISPLAY 'CLEANUP NOT RUN - REPORTING ONLY'
                   CLOSE COMPARCH-FILE
                   MOVE 'R' TO WS-MODE-SW
               ELSE
                   MOVE WS-RUN-STAMP(1:8) TO H-DATE
                   MOVE WS-RUN-STAMP(9:6) TO H-TIME
                   WRITE COMPARCH-REC FROM HEADER-DATA
               END-IF
           END-IF.
       0900-CLOSE-FILES.
           CLOSE EMPLOYEE-FILE
             PRNT-FILE.
           IF WS-PAY-OPEN
               CLOSE PAY-FILE
           END-IF.
           IF WS-HOURS-OPEN
               CLOSE HOURS-FILE
           END-IF.
           IF WS-LEAVE-OPEN
               CLOSE LEAVE-FILE
           END-IF.
           IF WS-ADDR-OPEN
               CLOSE ADDR-FILE
           END-IF.
           IF WS-DEDUCT-OPEN
               CLOSE DEDUCT-FILE
           END-IF.
           IF WS-ONETIME-OPEN
               CLOSE ONETIME-FILE
           END-IF.
           IF WS-YTD-OPEN
               CLOSE YTD-FILE
           END-IF.
           IF WS-DEPT-OPEN
               CLOSE DEPT-FILE
           END-IF.
       1400-PRINT-HEAD.
           IF WS-CLEANUP-MODE
               MOVE 'CLEANUP - DEAD RECORDS ARCHIVED' TO L-MODE1
           ELSE
               MOVE 'REPORT ONLY - NOTHING CHANGED' TO L-MODE1
           END-IF.
           WRITE PRNT-REC FROM PRNT-HEADING1
             AFTER ADVANCING PAGE.
           MOVE SPACES TO PRNT-REC.
           WRITE PRNT-REC
             AFTER ADVANCING 1 LINE.
      **************************************************************
      * THE SORT'S INPUT - CHECKS THE MASTER AGAINST THE COMPANION *
      * AND DEPARTMENT FILES, THEN EACH COMPANION FILE AGAINST THE *
      * MASTER AND THE ARCHIVE, RELEASING ONE RECORD PER PROBLEM *
      **************************************************************
       1000-SWEEP-PROC.
           PERFORM 1100-CHECK-MASTER.
           IF WS-PAY-OPEN
               PERFORM 1200-CHECK-PAY
           END-IF.
           IF WS-HOURS-OPEN
               PERFORM 1300-CHECK-HOURS
           END-IF.
           IF WS-LEAVE-OPEN
               PERFORM 1500-CHECK-LEAVE
           END-IF.
           IF WS-ADDR-OPEN
               PERFORM 1600-CHECK-ADDR
           END-IF.
           IF WS-DEDUCT-OPEN
               PERFORM 1610-CHECK-DEDUCT
           END-IF.
           IF WS-ONETIME-OPEN
               PERFORM 1620-CHECK-ONETIME
           END-IF.
           IF WS-YTD-OPEN
               PERFORM 1650-CHECK-YTD
           END-IF.
      **************************************************************
      * ONE PASS OF THE MASTER. AN ACTIVE EMPLOYEE NEEDS A PAY *
      * RECORD TO BE PAID AND AN ADDRESS FOR THE W-2 AND THE *
      * STATE NEW-HIRE FILE; A TERMINATED ONE SHOULD HAVE NEITHER *
      * A PAY RECORD NOR AN UNSETTLED LEAVE BALANCE LEFT; AND A *
      * NON-BLANK DEPARTMENT HAS TO BE ON COB1-DEPT *
      **************************************************************
       1100-CHECK-MASTER.
           PERFORM UNTIL EOF-M = 1
               READ EMPLOYEE-FILE NEXT RECORD
                 AT END MOVE 1 TO EOF-M
                 NOT AT END
                   IF M-EMP-TERMINATED
                       PERFORM 1150-CHECK-TERMINATED
                   ELSE
                       PERFORM 1120-CHECK-ACTIVE
                   END-IF
                   IF M-DEPT NOT = SPACES AND WS-DEPT-OPEN
                       MOVE M-DEPT TO D-CODE
                       READ DEPT-FILE
                         INVALID KEY
                           MOVE '5'         TO SD-CATEGORY
                           MOVE M-EID       TO SD-EID
                           MOVE 'MASTER'    TO SD-FILE
                           MOVE SPACES      TO SD-DETAIL
                           STRING 'M-DEPT ' M-DEPT
                             ' NOT ON COB1-DEPT'
                             DELIMITED BY SIZE INTO SD-DETAIL
                           MOVE SPACES      TO SD-ACTION
                           PERFORM 1900-RELEASE-PROBLEM
                       END-READ
                   END-IF
               END-READ
           END-PERFORM.
       1120-CHECK-ACTIVE.
           MOVE '3'    TO SD-CATEGORY.
           MOVE M-EID  TO SD-EID.
           MOVE SPACES TO SD-ACTION.
           IF WS-PAY-OPEN
               MOVE M-EID TO P-EID
               READ PAY-FILE
                 INVALID KEY
                   MOVE 'COB1-PAY' TO SD-FILE
                   MOVE 'ACTIVE - NO PAY RECORD' TO SD-DETAIL
                   PERFORM 1900-RELEASE-PROBLEM
               END-READ
           END-IF.
           IF WS-ADDR-OPEN
               MOVE M-EID TO AD-EID
               READ ADDR-FILE
                 INVALID KEY
                   MOVE 'COB1-ADDR' TO SD-FILE
                   MOVE 'ACTIVE - NO ADDRESS RECORD' TO SD-DETAIL
                   PERFORM 1900-RELEASE-PROBLEM
               END-READ
           END-IF.
       1150-CHECK-TERMINATED.
           MOVE '4'    TO SD-CATEGORY.
           MOVE M-EID  TO SD-EID.
           MOVE SPACES TO SD-ACTION.
           IF WS-PAY-OPEN
               MOVE M-EID TO P-EID
               READ PAY-FILE
                 NOT INVALID KEY
                   MOVE 'COB1-PAY' TO SD-FILE
                   MOVE 'TERMINATED - PAY RECORD STILL ON FILE'
                     TO SD-DETAIL
                   PERFORM 1900-RELEASE-PROBLEM
               END-READ
           END-IF.
           IF WS-LEAVE-OPEN
               MOVE M-EID TO LV-EID
               READ LEAVE-FILE
                 NOT INVALID KEY
                   IF LV-BALANCE NUMERIC AND LV-BALANCE > 0
                       MOVE 'COB1-LEAVE' TO SD-FILE
                       MOVE LV-BALANCE   TO WS-EDIT-BAL
                       MOVE SPACES       TO SD-DETAIL
                       STRING 'TERMINATED - LEAVE BALANCE '
                         WS-EDIT-BAL
                         DELIMITED BY SIZE INTO SD-DETAIL
                       PERFORM 1900-RELEASE-PROBLEM
                   END-IF
               END-READ
           END-IF.
      **************************************************************
      * EACH COMPANION FILE IN TURN - A RECORD WHOSE EID IS ON *
      * THE MASTER IS FINE HERE; ANY OTHER IS CLASSIFIED, AND IN *
      * THE CLEANUP ARCHIVED, JOURNALED, AND DELETED. EACH PASS *
      * STARTS AT THE FILE'S LOWEST KEY, SINCE THE MASTER PASS HAS *
      * LEFT PAY, LEAVE, AND ADDRESS POSITIONED WHEREVER ITS LAST *
      * LOOKUP WENT *
      **************************************************************
       1200-CHECK-PAY.
           MOVE 'COB1-PAY' TO WS-CUR-FILE.
           MOVE 0 TO EOF-C.
           MOVE LOW-VALUES TO P-EID.
           START PAY-FILE KEY IS NOT < P-EID
             INVALID KEY
               MOVE 1 TO EOF-C
           END-START.
           PERFORM UNTIL EOF-C = 1
               READ PAY-FILE NEXT RECORD
                 AT END MOVE 1 TO EOF-C
                 NOT AT END
                   MOVE P-EID   TO WS-CUR-EID
                   MOVE PAY-REC TO WS-CUR-IMAGE
                   PERFORM 1700-CLASSIFY-COMPANION
                   IF WS-CUR-DEAD
                       IF WS-CLEANUP-MODE AND WS-CLEAN-PAY
                           PERFORM 1800-ARCHIVE-COMPANION
                           DELETE PAY-FILE
                             INVALID KEY
                               MOVE 'DELETE FAILED' TO SD-ACTION
                             NOT INVALID KEY
                               PERFORM 1850-COUNT-REMOVAL
                           END-DELETE
                       END-IF
                       PERFORM 1900-RELEASE-PROBLEM
                   END-IF
               END-READ
           END-PERFORM.
       1300-CHECK-HOURS.
           MOVE 'COB1-HOURS' TO WS-CUR-FILE.
           MOVE 0 TO EOF-C.
           MOVE LOW-VALUES TO HR-EID.
           START HOURS-FILE KEY IS NOT < HR-EID
             INVALID KEY
               MOVE 1 TO EOF-C
           END-START.
           PERFORM UNTIL EOF-C = 1
               READ HOURS-FILE NEXT RECORD
                 AT END MOVE 1 TO EOF-C
                 NOT AT END
                   MOVE HR-EID    TO WS-CUR-EID
                   MOVE HOURS-REC TO WS-CUR-IMAGE
                   PERFORM 1700-CLASSIFY-COMPANION
                   IF WS-CUR-DEAD
                       IF WS-CLEANUP-MODE AND WS-CLEAN-HOURS
                           PERFORM 1800-ARCHIVE-COMPANION
                           DELETE HOURS-FILE
                             INVALID KEY
                               MOVE 'DELETE FAILED' TO SD-ACTION
                             NOT INVALID KEY
                               PERFORM 1850-COUNT-REMOVAL
                           END-DELETE
                       END-IF
                       PERFORM 1900-RELEASE-PROBLEM
                   END-IF
               END-READ
           END-PERFORM.
       1500-CHECK-LEAVE.
           MOVE 'COB1-LEAVE' TO WS-CUR-FILE.
           MOVE 0 TO EOF-C.
           MOVE LOW-VALUES TO LV-EID.
           START LEAVE-FILE KEY IS NOT < LV-EID
             INVALID KEY
               MOVE 1 TO EOF-C
           END-START.
           PERFORM UNTIL EOF-C = 1
               READ LEAVE-FILE NEXT RECORD
                 AT END MOVE 1 TO EOF-C
                 NOT AT END
                   MOVE LV-EID    TO WS-CUR-EID
                   MOVE LEAVE-REC TO WS-CUR-IMAGE
                   PERFORM 1700-CLASSIFY-COMPANION
                   IF WS-CUR-DEAD
                       IF WS-CLEANUP-MODE AND WS-CLEAN-LEAVE
                           IF LV-BALANCE NUMERIC AND LV-BALANCE > 0
                               MOVE 'KEPT - UNSETTLED BAL'
                                 TO SD-ACTION
                           ELSE
                               PERFORM 1800-ARCHIVE-COMPANION
                               DELETE LEAVE-FILE
                                 INVALID KEY
                                   MOVE 'DELETE FAILED' TO SD-ACTION
                                 NOT INVALID KEY
                                   PERFORM 1850-COUNT-REMOVAL
                               END-DELETE
                           END-IF
                       END-IF
                       PERFORM 1900-RELEASE-PROBLEM
                   END-IF
               END-READ
           END-PERFORM.
       1600-CHECK-ADDR.
           MOVE 'COB1-ADDR' TO WS-CUR-FILE.
           MOVE 0 TO EOF-C.
           MOVE LOW-VALUES TO AD-EID.
           START ADDR-FILE KEY IS NOT < AD-EID
             INVALID KEY
               MOVE 1 TO EOF-C
           END-START.
           PERFORM UNTIL EOF-C = 1
               READ ADDR-FILE NEXT RECORD
                 AT END MOVE 1 TO EOF-C
                 NOT AT END
                   MOVE AD-EID   TO WS-CUR-EID
                   MOVE ADDR-REC TO WS-CUR-IMAGE
                   PERFORM 1700-CLASSIFY-COMPANION
                   IF WS-CUR-DEAD
                       IF WS-CLEANUP-MODE AND WS-CLEAN-ADDR
                           PERFORM 1800-ARCHIVE-COMPANION
                           DELETE ADDR-FILE
                             INVALID KEY
                               MOVE 'DELETE FAILED' TO SD-ACTION
                             NOT INVALID KEY
                               PERFORM 1850-COUNT-REMOVAL
                           END-DELETE
                       END-IF
                       PERFORM 1900-RELEASE-PROBLEM
                   END-IF
               END-READ
           END-PERFORM.
       1610-CHECK-DEDUCT.
           MOVE 'COB1-DEDUCT' TO WS-CUR-FILE.
           MOVE 0 TO EOF-C.
           MOVE LOW-VALUES TO DD-EID.
           START DEDUCT-FILE KEY IS NOT < DD-EID
             INVALID KEY
               MOVE 1 TO EOF-C
           END-START.
           PERFORM UNTIL EOF-C = 1
               READ DEDUCT-FILE NEXT RECORD
                 AT END MOVE 1 TO EOF-C
                 NOT AT END
                   MOVE DD-EID     TO WS-CUR-EID
                   MOVE DEDUCT-REC TO WS-CUR-IMAGE
                   PERFORM 1700-CLASSIFY-COMPANION
                   IF WS-CUR-DEAD
                       IF WS-CLEANUP-MODE AND WS-CLEAN-DEDUCT
                           PERFORM 1800-ARCHIVE-COMPANION
                           DELETE DEDUCT-FILE
                             INVALID KEY
                               MOVE 'DELETE FAILED' TO SD-ACTION
                             NOT INVALID KEY
                               PERFORM 1850-COUNT-REMOVAL
                           END-DELETE
                       END-IF
                       PERFORM 1900-RELEASE-PROBLEM
                   END-IF
               END-READ
           END-PERFORM.
      **************************************************************
      * ONE-TIME ITEMS ARE REPORTED ONLY WHILE UNPAID, AND NEVER *
      * CLEANED - A PAID ITEM IS HISTORY, AN UNPAID ONE IS MONEY *
      * OWED THAT THE REGISTER CAN NO LONGER PAY WITHOUT A MASTER *
      * RECORD, SO SOMEBODY HAS TO SETTLE IT BY HAND *
      **************************************************************
       1620-CHECK-ONETIME.
           MOVE 'COB1-ONETIME' TO WS-CUR-FILE.
           MOVE 0 TO EOF-C.
           MOVE LOW-VALUES TO OT-KEY.
           START ONETIME-FILE KEY IS NOT < OT-KEY
             INVALID KEY
               MOVE 1 TO EOF-C
           END-START.
           PERFORM UNTIL EOF-C = 1
               READ ONETIME-FILE NEXT RECORD
                 AT END MOVE 1 TO EOF-C
                 NOT AT END
                   IF NOT OT-PAID
                       MOVE OT-EID      TO WS-CUR-EID
                       MOVE ONETIME-REC TO WS-CUR-IMAGE
                       PERFORM 1700-CLASSIFY-COMPANION
                       IF WS-CUR-DEAD
                           MOVE SPACES TO SD-DETAIL
                           IF WS-CUR-CATEGORY = '2'
                               STRING 'UNPAID ITEM ' OT-SEQ
                                 ', EID PURGED TO ARCHIVE'
                                 DELIMITED BY SIZE INTO SD-DETAIL
                           ELSE
                               STRING 'UNPAID ITEM ' OT-SEQ
                                 ', EID NOT ON ANY FILE'
                                 DELIMITED BY SIZE INTO SD-DETAIL
                           END-IF
                           IF WS-CLEANUP-MODE
                               MOVE 'KEPT - MONEY OWED' TO SD-ACTION
                           END-IF
                           PERFORM 1900-RELEASE-PROBLEM
                       END-IF
                   END-IF
               END-READ
           END-PERFORM.
      **************************************************************
      * YTD RECORDS ARE REPORTED BUT NEVER CLEANED - A PURGED *
      * EMPLOYEE'S YEAR STILL GOES ON A W-2, AND THE YEAR-OPEN *
      * CLEARS THE FILE ANYWAY *
      **************************************************************
       1650-CHECK-YTD.
           MOVE 'COB1-YTD' TO WS-CUR-FILE.
           MOVE 0 TO EOF-C.
           MOVE LOW-VALUES TO Y-EID.
           START YTD-FILE KEY IS NOT < Y-EID
             INVALID KEY
               MOVE 1 TO EOF-C
           END-START.
           PERFORM UNTIL EOF-C = 1
               READ YTD-FILE NEXT RECORD
                 AT END MOVE 1 TO EOF-C
                 NOT AT END
                   MOVE Y-EID   TO WS-CUR-EID
                   MOVE YTD-REC TO WS-CUR-IMAGE
                   PERFORM 1700-CLASSIFY-COMPANION
                   IF WS-CUR-DEAD
                       IF WS-CLEANUP-MODE
                           MOVE 'KEPT FOR W-2' TO SD-ACTION
                       END-IF
                       PERFORM 1900-RELEASE-PROBLEM
                   END-IF
               END-READ
           END-PERFORM.
      **************************************************************
      * CLASSIFIES THE COMPANION RECORD IN CHECK-WS - SPACE WHEN *
      * ITS EID IS ON THE MASTER, 2 WHEN IT'S ON THE RETENTION *
      * ARCHIVE, 1 WHEN IT'S NOWHERE - AND PRIMES THE PROBLEM *
      * RECORD. A FILE THE CLEANUP WAS TOLD TO LEAVE ALONE SAYS SO *
      **************************************************************
       1700-CLASSIFY-COMPANION.
           MOVE SPACE TO WS-CUR-CATEGORY.
           MOVE WS-CUR-EID TO M-EID.
           READ EMPLOYEE-FILE
             INVALID KEY
               PERFORM 1750-SEARCH-ARCHIVE
               IF WS-ARC-FOUND
                   MOVE '2' TO WS-CUR-CATEGORY
               ELSE
                   MOVE '1' TO WS-CUR-CATEGORY
               END-IF
           END-READ.
           IF WS-CUR-DEAD
               MOVE WS-CUR-CATEGORY TO SD-CATEGORY
               MOVE WS-CUR-EID      TO SD-EID
               MOVE WS-CUR-FILE     TO SD-FILE
               IF WS-CUR-CATEGORY = '2'
                   MOVE 'EID PURGED TO COB1-EMPLOYEE-ARCH'
                     TO SD-DETAIL
               ELSE
                   MOVE 'EID NOT ON MASTER OR ARCHIVE' TO SD-DETAIL
               END-IF
               IF WS-CLEANUP-MODE
                   MOVE 'KEPT - NOT SELECTED' TO SD-ACTION
               ELSE
                   MOVE SPACES TO SD-ACTION
               END-IF
           END-IF.
       1750-SEARCH-ARCHIVE.
           MOVE 'N' TO WS-ARC-FOUND-SW.
           PERFORM VARYING WS-ARC-IDX FROM 1 BY 1
             UNTIL WS-ARC-IDX > WS-ARC-COUNT OR WS-ARC-FOUND
               IF WS-ARC-ENTRY(WS-ARC-IDX) = WS-CUR-EID
                   MOVE 'Y' TO WS-ARC-FOUND-SW
               END-IF
           END-PERFORM.
      **************************************************************
      * COPIES THE DEAD RECORD TO THE COMPANION ARCHIVE AND *
      * JOURNALS ITS REMOVAL BEFORE THE CALLER DELETES IT, SO A *
      * RUN THAT DIES MID-RECORD CAN AT WORST LEAVE A RECORD *
      * ARCHIVED TWICE, NEVER REMOVED WITHOUT A TRACE *
      **************************************************************
       1800-ARCHIVE-COMPANION.
           MOVE WS-CUR-EID      TO CA-EID.
           MOVE WS-CUR-FILE     TO CA-FILE.
           MOVE WS-CUR-CATEGORY TO CA-CATEGORY.
           MOVE WS-CUR-IMAGE    TO CA-IMAGE.
           WRITE COMPARCH-REC.
           MOVE 'X'             TO J-FUNC.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-JRNL-STAMP.
           MOVE WS-JRNL-STAMP(1:8) TO J-DATE.
           MOVE WS-JRNL-STAMP(9:6) TO J-TIME.
           MOVE WS-CUR-IMAGE    TO J-BEFORE.
           MOVE WS-CUR-FILE     TO J-AFTER.
           MOVE '*BATCH*'       TO J-OPER.
           WRITE JOURNAL-REC.
      **************************************************************
      * COUNTS ONE REMOVAL INTO THE SEGMENT'S CONTROL TOTALS - *
      * THE HASH IS THE SUM OF EACH EID BYTE'S ORDINAL VALUE, THE *
      * SAME AS PROJ17'S *
      **************************************************************
       1850-COUNT-REMOVAL.
           MOVE 'MOVED TO ARCHIVE' TO SD-ACTION.
           ADD 1 TO WS-MOVED-COUNT.
           MOVE 0 TO WS-EID-HASH.
           PERFORM VARYING WS-SUB FROM 1 BY 1
             UNTIL WS-SUB > 7
               COMPUTE WS-EID-HASH = WS-EID-HASH
                 + FUNCTION ORD(WS-CUR-EID(WS-SUB:1))
           END-PERFORM.
           ADD WS-EID-HASH TO WS-MOVED-HASH.
       1900-RELEASE-PROBLEM.
           ADD 1 TO WS-PROBLEM-COUNT.
           RELEASE SD-RECORD.
      **************************************************************
      * PRINTS THE SORTED PROBLEMS WITH A HEADING AND A COUNT PER *
      * CATEGORY, IN THE REGISTER'S CONTROL-BREAK STYLE *
      **************************************************************
       2000-PRINT-PROBLEMS.
           OPEN INPUT SORTED-FILE.
           MOVE 0 TO EOF-S.
           PERFORM UNTIL EOF-S = 1
               READ SORTED-FILE INTO SD-RECORD
                 AT END MOVE 1 TO EOF-S
                 NOT AT END
                   PERFORM 2100-PRINT-PROBLEM
               END-READ
           END-PERFORM.
           CLOSE SORTED-FILE.
           IF WS-FIRST-REC-SW = 'N'
               PERFORM 2900-PRINT-SUBTOTAL
           ELSE
               WRITE PRNT-REC FROM PRNT-CLEAN1
                 AFTER ADVANCING 1 LINE
           END-IF.
           MOVE WS-PROBLEM-COUNT TO L-TOT-PROB1.
           MOVE WS-MOVED-COUNT   TO L-TOT-MOVED1.
           WRITE PRNT-REC FROM PRNT-TOTALS1
             AFTER ADVANCING 3 LINES.
       2100-PRINT-PROBLEM.
           IF WS-FIRST-REC-SW = 'Y'
               MOVE 'N' TO WS-FIRST-REC-SW
               MOVE SD-CATEGORY TO WS-PREV-CATEGORY
               PERFORM 2200-PRINT-CATEGORY-HEAD
           ELSE
               IF SD-CATEGORY NOT = WS-PREV-CATEGORY
                   PERFORM 2900-PRINT-SUBTOTAL
                   MOVE SD-CATEGORY TO WS-PREV-CATEGORY
                   PERFORM 2200-PRINT-CATEGORY-HEAD
               END-IF
           END-IF.
           MOVE SD-EID    TO L-EID1.
           MOVE SD-FILE   TO L-FILE1.
           MOVE SD-DETAIL TO L-DETAIL1.
           MOVE SD-ACTION TO L-ACTION1.
           WRITE PRNT-REC FROM PRNT-DATA1
             AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-CAT-COUNT.
       2200-PRINT-CATEGORY-HEAD.
           MOVE SD-CATEGORY TO L-CAT-CODE1.
           MOVE SD-CATEGORY TO WS-SUB.
           MOVE CAT-NAME(WS-SUB) TO L-CAT-NAME1.
           WRITE PRNT-REC FROM PRNT-CATEGORY1
             AFTER ADVANCING 2 LINES.
           WRITE PRNT-REC FROM PRNT-HEADING2
             AFTER ADVANCING 1 LINE.
       2900-PRINT-SUBTOTAL.
           MOVE WS-CAT-COUNT TO L-SUBTOT-CNT1.
           WRITE PRNT-REC FROM PRNT-SUBTOTAL1
             AFTER ADVANCING 1 LINE.
           MOVE 0 TO WS-CAT-COUNT.
