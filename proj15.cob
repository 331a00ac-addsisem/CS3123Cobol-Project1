      * DELETE REFUSED WHILE ANY EMPLOYEE ON THE MASTER STILL
      * CARRIES THE CODE, SO PROJ02'S DEPARTMENT VALIDATION NEVER
      * POINTS AT A DEPARTMENT THAT'S BEEN PULLED OUT FROM UNDER
      * IT. THE G FUNCTION KEEPS THE COB1-GLACCT TABLE PROJ08'S
      * LABOR DISTRIBUTION POSTS THROUGH - EACH DEPARTMENT'S
      * REGULAR, OVERTIME, AND ONE-TIME EARNINGS EXPENSE ACCOUNTS,
      * AND UNDER A BLANK DEPARTMENT THE PAYROLL CLEARING AND
      * SUSPENSE ACCOUNTS. THE B FUNCTION KEEPS COB1-BUDGET, THE
      * NUMBER OF POSITIONS FINANCE HAS AUTHORIZED FOR EACH
      * DEPARTMENT AND EMPLOYEE TYPE, WHICH PROJ02 HOLDS EVERY
      * HIRE TO AND PROJ27 REPORTS THE VARIANCE AGAINST. THE
      * SESSION REQUIRES AN OPERATOR
      * SIGN-ON AND OFFERS ONLY THE FUNCTIONS THE OPERATOR'S
      * COB1-AUTH PROFILE GRANTS; ANY OTHER ASKED FOR IS REFUSED
      * AND LOGGED TO COB1-DENY.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ALTERNATE RECORD KEY IS M-LAST
                 WITH DUPLICATES
               FILE STATUS IS WS-FILE-STATUS.
           SELECT GLACCT-FILE ASSIGN TO 'COB1-GLACCT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GA-KEY
               FILE STATUS IS WS-GLACCT-STATUS.
           SELECT BUDGET-FILE ASSIGN TO 'COB1-BUDGET'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BG-KEY
               FILE STATUS IS WS-BUDGET-STATUS.
           SELECT OPER-FILE ASSIGN TO 'COB1-OPER'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPER-STATUS.
           SELECT AUTH-FILE ASSIGN TO 'COB1-AUTH'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUTH-STATUS.
           SELECT DENY-FILE ASSIGN TO 'COB1-DENY'
               FILE STATUS IS WS-DENY-STATUS.

       DATA DIVISION.

       01 EMPLOYEE-REC.
         03 M-EID        PIC X(7).
         03 M-LAST       PIC X(15).
         03 FILLER       PIC X(15).
         03 M-TYPE       PIC X(2).
         03 FILLER       PIC X(26).
         03 M-STATUS     PIC X.
         03 FILLER       PIC X(8).
         03 M-DEPT       PIC X(4).
         03 FILLER       PIC X(22).
      **************************************************************
      * GL ACCOUNT REFERENCE TABLE KEYED ON DEPARTMENT PLUS *
      * EARNINGS TYPE - R, O, AND E FOR A DEPARTMENT'S REGULAR, *
      * OVERTIME, AND ONE-TIME EARNINGS; C (PAYROLL CLEARING) AND *
      * S (SUSPENSE) UNDER A BLANK DEPARTMENT *
      **************************************************************
       FD GLACCT-FILE
           LABEL RECORDS ARE STANDARD.
       01 GLACCT-REC.
         03 GA-KEY.
           05 GA-DEPT      PIC X(4).
           05 GA-TYPE      PIC X.
         03 GA-ACCOUNT   PIC X(10).
         03 GA-DESC      PIC X(20).
         03 FILLER       PIC X(15)   VALUE SPACES.
      **************************************************************
      * POSITION BUDGET KEYED ON DEPARTMENT PLUS EMPLOYEE TYPE - *
      * THE NUMBER OF POSITIONS FINANCE HAS AUTHORIZED, AND WHEN *
      * AND BY WHOM THAT NUMBER WAS LAST SET. A DEPARTMENT AND *
      * TYPE WITH NO RECORD HERE IS NOT UNDER POSITION CONTROL *
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
         03 FILLER       PIC X(13)   VALUE SPACES.
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
      * AUTHORITY PROFILE FILE - ONE LINE PER HOLDER AND PROGRAM *
      * LISTING THE FUNCTION LETTERS GRANTED THERE. A HOLDER OF *
      * AN ASTERISK AND A ROLE CODE (*HR, *PY, *SV, *AU) IS THAT *
      * ROLE'S STANDING GRANT; A HOLDER THAT IS AN OPERATOR ID *
      * REPLACES THAT OPERATOR'S ROLE GRANT FOR THE PROGRAM, SO A *
      * ONE-OFF EXCEPTION NEVER NEEDS A ROLE OF ITS OWN *
      **************************************************************
       FD AUTH-FILE.
       01 AUTH-REC.
         03 AU-HOLDER      PIC X(8).
         03 FILLER         PIC X.
         03 AU-PROGRAM     PIC X(6).
         03 FILLER         PIC X.
         03 AU-FUNCS       PIC X(20).
      **************************************************************
      * APPEND-ONLY REFUSAL LOG - ONE RECORD PER FUNCTION AN *
      * OPERATOR ASKED FOR WITHOUT BEING GRANTED IT: WHEN, WHO, *
      * WHICH PROGRAM, AND WHICH FUNCTION (* WHEN THE OPERATOR *
      * HOLDS NOTHING IN THE PROGRAM AT ALL) *
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

       WORKING-STORAGE SECTION.
      **************************************************************
             88 WS-FUNC-ADD      VALUE 'A' 'a'.
             88 WS-FUNC-CHANGE   VALUE 'C' 'c'.
             88 WS-FUNC-DELETE   VALUE 'D' 'd'.
             88 WS-FUNC-GLACCT   VALUE 'G' 'g'.
             88 WS-FUNC-BUDGET   VALUE 'B' 'b'.
             88 WS-FUNC-QUIT     VALUE 'Q' 'q'.
         03 EOF-M           PIC 9      VALUE 0.
      **************************************************************
             88 WS-CONFIRMED        VALUE 'Y' 'y'.
         03 WS-IN-USE-COUNT  PIC 9(5)   VALUE 0.
      **************************************************************
      * GL ACCOUNT MAINTENANCE WORK AREAS *
      **************************************************************
       01 GLACCT-WS.
         03 WS-GLACCT-STATUS PIC X(2)   VALUE '00'.
         03 WS-GL-EXISTS-SW  PIC X      VALUE 'N'.
             88 WS-GL-EXISTS        VALUE 'Y'.
         03 WS-GL-TYPE-IN    PIC X      VALUE SPACE.
             88 WS-GL-DEPT-TYPE     VALUE 'R' 'O' 'E'.
             88 WS-GL-CO-TYPE       VALUE 'C' 'S'.
             88 WS-GL-LOWER-TYPE    VALUE 'r' 'o' 'e' 'c' 's'.
         03 WS-GL-ACCOUNT-IN PIC X(10)  VALUE SPACES.
      **************************************************************
      * POSITION BUDGET MAINTENANCE WORK AREAS *
      **************************************************************
       01 BUDGET-WS.
         03 WS-BUDGET-STATUS PIC X(2)   VALUE '00'.
         03 WS-BG-EXISTS-SW  PIC X      VALUE 'N'.
             88 WS-BG-EXISTS        VALUE 'Y'.
         03 WS-BG-TYPE-IN    PIC X(2)   VALUE SPACES.
             88 WS-VALID-TYPE       VALUE 'FT' 'PT' 'IN' 'CO'.
         03 WS-BG-AUTH-IN    PIC X(5)   VALUE SPACES.
         03 WS-BG-LEN        PIC 9(2)   VALUE 0.
         03 WS-BG-FILLED     PIC 9(5)   VALUE 0.
         03 WS-BG-STAMP      PIC X(14)  VALUE SPACES.
      **************************************************************
      * OPERATOR SIGN-ON - THE SAME SIGN-ON PROJ02 REQUIRES *
      **************************************************************
       01 SIGNON-WS.
         03 WS-OPER-STATUS   PIC XX     VALUE '00'.
         03 EOF-O            PIC 9      VALUE 0.
         03 WS-OPERATOR-ID   PIC X(8)   VALUE SPACES.
         03 WS-OPER-OK-SW    PIC X      VALUE 'N'.
             88 WS-OPER-VALID       VALUE 'Y'.
         03 WS-SIGNON-TRIES  PIC 9      VALUE 0.
      **************************************************************
      * OPERATOR AUTHORITY - THE FUNCTION LETTERS THE SIGNED-ON *
      * OPERATOR HOLDS IN THIS PROGRAM, LOADED FROM COB1-AUTH AT *
      * SIGN-ON. ONLY THOSE FUNCTIONS ARE OFFERED, AND ANY OTHER *
      * ONE KEYED IS REFUSED AND LOGGED TO COB1-DENY *
      **************************************************************
       01 AUTHORITY-WS.
         03 WS-AUTH-STATUS   PIC XX     VALUE '00'.
         03 WS-DENY-STATUS   PIC XX     VALUE '00'.
         03 EOF-U            PIC 9      VALUE 0.
         03 WS-AUTH-PROGRAM  PIC X(6)   VALUE 'PROJ15'.
         03 WS-OPER-ROLE     PIC X(2)   VALUE SPACES.
         03 WS-AUTH-FUNCS    PIC X(20)  VALUE SPACES.
         03 WS-AUTH-OWN-SW   PIC X      VALUE 'N'.
             88 WS-AUTH-OWN-LINE    VALUE 'Y'.
         03 WS-AUTH-FUNC     PIC X      VALUE SPACE.
         03 WS-AUTH-HITS     PIC 9(2)   VALUE 0.
         03 WS-AUTH-SUB      PIC 9(2)   VALUE 0.
         03 WS-MENU-COUNT    PIC 9(2)   VALUE 5.
         03 WS-AUTH-KNOWN-SW PIC X      VALUE 'N'.
             88 WS-AUTH-KNOWN       VALUE 'Y'.
         03 WS-FUNC-OK-SW    PIC X      VALUE 'N'.
             88 WS-FUNC-OK          VALUE 'Y'.
         03 WS-DENY-STAMP    PIC X(14)  VALUE SPACES.
      **************************************************************
      * THE FUNCTION MENU - EACH LETTER THIS PROGRAM KNOWS AND *
      * WHAT IT DOES, OFFERED ONLY WHERE THE OPERATOR IS GRANTED *
      **************************************************************
       01 MENU-TABLE-DATA.
         03 FILLER          PIC X      VALUE 'A'.
         03 FILLER          PIC X(34)  VALUE
           'ADD'.
         03 FILLER          PIC X      VALUE 'C'.
         03 FILLER          PIC X(34)  VALUE
           'CHANGE'.
         03 FILLER          PIC X      VALUE 'D'.
         03 FILLER          PIC X(34)  VALUE
           'DELETE'.
         03 FILLER          PIC X      VALUE 'G'.
         03 FILLER          PIC X(34)  VALUE
           'GL ACCOUNTS'.
         03 FILLER          PIC X      VALUE 'B'.
         03 FILLER          PIC X(34)  VALUE
           'POSITION BUDGETS'.
       01 MENU-TABLE REDEFINES MENU-TABLE-DATA.
         03 MENU-ENTRY      OCCURS 5 TIMES.
           05 MENU-FUNC     PIC X.
           05 MENU-DESC     PIC X(34).
      **************************************************************
      *       START OF PROCEDURE DIVISION       *
      **************************************************************
       PROCEDURE DIVISION.
      * EMPTY AND REOPENED I-O *
      **************************************************************
       000-MAINLINE.
           PERFORM 0700-OPERATOR-SIGNON.
           OPEN I-O DEPT-FILE.
           IF WS-DEPT-STATUS = '35'
               OPEN OUTPUT DEPT-FILE
                 WS-DEPT-STATUS
               STOP RUN
           END-IF.
           OPEN I-O GLACCT-FILE.
           IF WS-GLACCT-STATUS = '35'
               OPEN OUTPUT GLACCT-FILE
               CLOSE GLACCT-FILE
               OPEN I-O GLACCT-FILE
           END-IF.
           IF WS-GLACCT-STATUS NOT = '00'
             AND WS-GLACCT-STATUS NOT = '05'
               DISPLAY 'UNABLE TO OPEN COB1-GLACCT, STATUS='
                 WS-GLACCT-STATUS
               CLOSE DEPT-FILE
               STOP RUN
           END-IF.
           OPEN I-O BUDGET-FILE.
           IF WS-BUDGET-STATUS = '35'
               OPEN OUTPUT BUDGET-FILE
               CLOSE BUDGET-FILE
               OPEN I-O BUDGET-FILE
           END-IF.
           IF WS-BUDGET-STATUS NOT = '00'
             AND WS-BUDGET-STATUS NOT = '05'
               DISPLAY 'UNABLE TO OPEN COB1-BUDGET, STATUS='
                 WS-BUDGET-STATUS
               CLOSE DEPT-FILE
                 GLACCT-FILE
               STOP RUN
           END-IF.
           PERFORM 0100-GET-FUNCTION.
           PERFORM UNTIL WS-FUNC-QUIT
               EVALUATE TRUE
                       PERFORM 2000-CHANGE-DEPT
                   WHEN WS-FUNC-DELETE
                       PERFORM 3000-DELETE-DEPT
                   WHEN WS-FUNC-GLACCT
                       PERFORM 4000-GL-ACCOUNT-MAINT
                   WHEN WS-FUNC-BUDGET
                       PERFORM 5000-BUDGET-MAINT
                   WHEN OTHER
                       DISPLAY 'INVALID FUNCTION - ENTER A, C, D, '
                         'G, B, OR Q'
               END-EVALUATE
               PERFORM 0100-GET-FUNCTION
           END-PERFORM.
           CLOSE DEPT-FILE
             GLACCT-FILE
             BUDGET-FILE.
           STOP RUN.
      **************************************************************
      * OFFERS ONLY THE FUNCTIONS THE OPERATOR IS GRANTED AND *
      * PROMPTS UNTIL ONE OF THEM (OR Q) IS KEYED *
      **************************************************************
       0100-GET-FUNCTION.
           MOVE 'N' TO WS-FUNC-OK-SW.
           PERFORM UNTIL WS-FUNC-OK
               DISPLAY 'FUNCTIONS GRANTED TO ' WS-OPERATOR-ID ':'
               PERFORM VARYING WS-AUTH-SUB FROM 1 BY 1
                 UNTIL WS-AUTH-SUB > WS-MENU-COUNT
                   MOVE MENU-FUNC(WS-AUTH-SUB) TO WS-AUTH-FUNC
                   PERFORM 0770-CHECK-GRANT
                   IF WS-AUTH-HITS > 0
                       DISPLAY '  ' MENU-FUNC(WS-AUTH-SUB) '='
                         MENU-DESC(WS-AUTH-SUB)
                   END-IF
               END-PERFORM
               DISPLAY '  Q=QUIT'
               DISPLAY 'ENTER FUNCTION: '
               ACCEPT WS-FUNCTION FROM CONSOLE
               PERFORM 0780-CHECK-FUNCTION
           END-PERFORM.
      **************************************************************
      * REQUIRES AN AUTHORIZED OPERATOR ID BEFORE ANY WORK IS *
      * OFFERED, THE SAME SIGN-ON PROJ02 REQUIRES, AND LOADS WHAT *
      * THE OPERATOR MAY DO HERE OFF COB1-AUTH *
      **************************************************************
       0700-OPERATOR-SIGNON.
           PERFORM UNTIL WS-OPER-VALID OR WS-SIGNON-TRIES >= 3
               DISPLAY 'ENTER OPERATOR ID: '
               ACCEPT WS-OPERATOR-ID FROM CONSOLE
               PERFORM 0750-CHECK-OPERATOR
               IF NOT WS-OPER-VALID
                   ADD 1 TO WS-SIGNON-TRIES
                   DISPLAY 'OPERATOR ' WS-OPERATOR-ID ' NOT '
                     'AUTHORIZED'
               END-IF
           END-PERFORM.
           IF NOT WS-OPER-VALID
               DISPLAY 'SIGN-ON FAILED - SESSION ENDED'
               STOP RUN
           END-IF.
           PERFORM 0760-LOAD-AUTHORITY.
           DISPLAY 'SIGNED ON AS ' WS-OPERATOR-ID ' ROLE '
             WS-OPER-ROLE.
      **************************************************************
      * SCANS THE AUTHORIZED-OPERATOR FILE FOR THE ENTERED ID *
      **************************************************************
       0750-CHECK-OPERATOR.
           MOVE 'N' TO WS-OPER-OK-SW.
           OPEN INPUT OPER-FILE.
           IF WS-OPER-STATUS NOT = '00'
               DISPLAY 'COB1-OPER NOT AVAILABLE, STATUS='
                 WS-OPER-STATUS
               DISPLAY 'NO SIGN-ON IS POSSIBLE UNTIL THE '
                 'AUTHORIZED-OPERATOR FILE EXISTS'
               STOP RUN
           END-IF.
           MOVE 0 TO EOF-O.
           PERFORM UNTIL EOF-O = 1
               READ OPER-FILE
                 AT END MOVE 1 TO EOF-O
                 NOT AT END
                   IF OP-ID = WS-OPERATOR-ID
                     AND OP-ID NOT = SPACES
                       MOVE 'Y' TO WS-OPER-OK-SW
                       MOVE OP-ROLE TO WS-OPER-ROLE
                       MOVE 1 TO EOF-O
                   END-IF
               END-READ
           END-PERFORM.
           CLOSE OPER-FILE.
           MOVE 0 TO EOF-O.
      **************************************************************
      * LOADS THE SIGNED-ON OPERATOR'S GRANT FOR THIS PROGRAM OFF *
      * COB1-AUTH - THEIR OWN LINE WHEN THEY HAVE ONE, OTHERWISE *
      * THEIR ROLE'S. A MISSING PROFILE FILE GRANTS NOBODY *
      * ANYTHING, AND AN OPERATOR HOLDING NOTHING HERE IS LOGGED *
      * AND TURNED AWAY BEFORE ANY WORK IS OFFERED *
      **************************************************************
       0760-LOAD-AUTHORITY.
           MOVE SPACES TO WS-AUTH-FUNCS.
           MOVE 'N' TO WS-AUTH-OWN-SW.
           OPEN INPUT AUTH-FILE.
           IF WS-AUTH-STATUS NOT = '00'
               DISPLAY 'COB1-AUTH NOT AVAILABLE, STATUS='
                 WS-AUTH-STATUS
               DISPLAY 'NO FUNCTION CAN BE GRANTED UNTIL THE '
                 'AUTHORITY PROFILE FILE EXISTS'
               STOP RUN
           END-IF.
           MOVE 0 TO EOF-U.
           PERFORM UNTIL EOF-U = 1
               READ AUTH-FILE
                 AT END MOVE 1 TO EOF-U
                 NOT AT END
                   IF AU-PROGRAM = WS-AUTH-PROGRAM
                       PERFORM 0765-APPLY-AUTH-LINE
                   END-IF
               END-READ
           END-PERFORM.
           CLOSE AUTH-FILE.
           MOVE 0 TO EOF-U.
           INSPECT WS-AUTH-FUNCS CONVERTING
             'abcdefghijklmnopqrstuvwxyz'
             TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           IF WS-AUTH-FUNCS = SPACES
               DISPLAY 'OPERATOR ' WS-OPERATOR-ID ' HOLDS NO '
                 'AUTHORITY IN ' WS-AUTH-PROGRAM ' - SESSION ENDED'
               MOVE '*' TO WS-AUTH-FUNC
               PERFORM 0790-LOG-REFUSAL
               STOP RUN
           END-IF.
      **************************************************************
      * AN OPERATOR'S OWN LINE ALWAYS WINS OVER THE ROLE LINE, *
      * WHICHEVER COMES FIRST IN THE FILE - INCLUDING A BLANK ONE, *
      * WHICH WITHDRAWS THE PROGRAM FROM THAT OPERATOR ENTIRELY *
      **************************************************************
       0765-APPLY-AUTH-LINE.
           IF AU-HOLDER = WS-OPERATOR-ID
               MOVE AU-FUNCS TO WS-AUTH-FUNCS
               MOVE 'Y' TO WS-AUTH-OWN-SW
           ELSE
               IF AU-HOLDER(1:1) = '*'
                 AND AU-HOLDER(2:2) = WS-OPER-ROLE
                 AND AU-HOLDER(4:5) = SPACES
                 AND WS-OPER-ROLE NOT = SPACES
                 AND NOT WS-AUTH-OWN-LINE
                   MOVE AU-FUNCS TO WS-AUTH-FUNCS
               END-IF
           END-IF.
      **************************************************************
      * SETS WS-AUTH-HITS NONZERO WHEN WS-AUTH-FUNC IS GRANTED *
      **************************************************************
       0770-CHECK-GRANT.
           MOVE 0 TO WS-AUTH-HITS.
           IF WS-AUTH-FUNC NOT = SPACE
               INSPECT WS-AUTH-FUNCS TALLYING WS-AUTH-HITS
                 FOR ALL WS-AUTH-FUNC
           END-IF.
      **************************************************************
      * CHECKS THE FUNCTION JUST KEYED. Q IS ALWAYS ALLOWED; A *
      * LETTER OFF THE MENU IS SIMPLY INVALID; A REAL FUNCTION *
      * THE OPERATOR ISN'T GRANTED IS REFUSED AND LOGGED *
      **************************************************************
       0780-CHECK-FUNCTION.
           MOVE 'N' TO WS-FUNC-OK-SW.
           MOVE WS-FUNCTION TO WS-AUTH-FUNC.
           INSPECT WS-AUTH-FUNC CONVERTING
             'abcdefghijklmnopqrstuvwxyz'
             TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           MOVE 'N' TO WS-AUTH-KNOWN-SW.
           PERFORM VARYING WS-AUTH-SUB FROM 1 BY 1
             UNTIL WS-AUTH-SUB > WS-MENU-COUNT
               IF MENU-FUNC(WS-AUTH-SUB) = WS-AUTH-FUNC
                   MOVE 'Y' TO WS-AUTH-KNOWN-SW
               END-IF
           END-PERFORM.
           PERFORM 0770-CHECK-GRANT.
           EVALUATE TRUE
               WHEN WS-FUNC-QUIT
                   MOVE 'Y' TO WS-FUNC-OK-SW
               WHEN NOT WS-AUTH-KNOWN
                   DISPLAY 'INVALID FUNCTION - ENTER ONE OF THE '
                     'FUNCTIONS LISTED OR Q'
               WHEN WS-AUTH-HITS = 0
                   DISPLAY 'FUNCTION ' WS-AUTH-FUNC ' IS NOT '
                     'GRANTED TO ' WS-OPERATOR-ID
                     ' - REFUSAL LOGGED'
                   PERFORM 0790-LOG-REFUSAL
               WHEN OTHER
                   MOVE 'Y' TO WS-FUNC-OK-SW
           END-EVALUATE.
      **************************************************************
      * APPENDS ONE REFUSAL TO COB1-DENY. STATUS 35 MEANS THE LOG *
      * DOESN'T EXIST YET - THE FIRST REFUSAL EVER - SO IT'S *
      * CREATED EMPTY AND REOPENED. THE LOG IS OPENED ONLY FOR *
      * THE WRITE, SINCE MOST SESSIONS NEVER NEED IT *
      **************************************************************
       0790-LOG-REFUSAL.
           OPEN EXTEND DENY-FILE.
           IF WS-DENY-STATUS = '35'
               OPEN OUTPUT DENY-FILE
               CLOSE DENY-FILE
               OPEN EXTEND DENY-FILE
           END-IF.
           IF WS-DENY-STATUS NOT = '00'
               DISPLAY 'UNABLE TO OPEN COB1-DENY, STATUS='
                 WS-DENY-STATUS
           ELSE
               MOVE FUNCTION CURRENT-DATE(1:14) TO WS-DENY-STAMP
               MOVE SPACES TO DENY-REC
               MOVE WS-DENY-STAMP(1:8) TO DN-DATE
               MOVE WS-DENY-STAMP(9:6) TO DN-TIME
               MOVE WS-OPERATOR-ID  TO DN-OPER
               MOVE WS-AUTH-PROGRAM TO DN-PROGRAM
               MOVE WS-AUTH-FUNC    TO DN-FUNC
               WRITE DENY-REC
               CLOSE DENY-FILE
           END-IF.
      **************************************************************
      * PROMPTS FOR THE DEPARTMENT CODE THE FUNCTION SHOULD ACT ON *
      **************************************************************
               CLOSE EMPLOYEE-FILE
           END-IF.
           MOVE 0 TO EOF-M.
      **************************************************************
      * ADDS, CHANGES, OR REMOVES ONE GL ACCOUNT MAPPING. A *
      * DEPARTMENT CODE HAS TO BE ON COB1-DEPT AND TAKES TYPES R, *
      * O, AND E; A BLANK CODE TAKES C AND S. THE CURRENT MAPPING *
      * IS SHOWN FIRST, AND A BLANK ACCOUNT REMOVES IT AFTER A *
      * CONFIRM *
      **************************************************************
       4000-GL-ACCOUNT-MAINT.
           DISPLAY 'ENTER DEPARTMENT CODE (BLANK FOR PAYROLL '
             'CLEARING/SUSPENSE): '.
           ACCEPT WS-CODE-KEY FROM CONSOLE.
           MOVE 'Y' TO WS-FIELD-OK-SW.
           IF WS-CODE-KEY NOT = SPACES
               MOVE WS-CODE-KEY TO D-CODE
               READ DEPT-FILE
                 INVALID KEY
                   DISPLAY 'DEPARTMENT ' WS-CODE-KEY ' NOT FOUND - '
                     'GL ACCOUNT REJECTED'
                   MOVE 'N' TO WS-FIELD-OK-SW
               END-READ
           END-IF.
           IF WS-FIELD-OK
               PERFORM 4100-GET-GL-TYPE
               PERFORM 4200-MAINTAIN-GL-ACCOUNT
           END-IF.
      **************************************************************
      * PROMPTS FOR THE EARNINGS TYPE UNTIL IT SUITS THE CODE *
      **************************************************************
       4100-GET-GL-TYPE.
           MOVE 'N' TO WS-FIELD-OK-SW.
           PERFORM UNTIL WS-FIELD-OK
               IF WS-CODE-KEY = SPACES
                   DISPLAY 'ENTER ACCOUNT TYPE (C=PAYROLL CLEARING, '
                     'S=SUSPENSE): '
               ELSE
                   DISPLAY 'ENTER EARNINGS TYPE (R=REGULAR, '
                     'O=OVERTIME, E=ONE-TIME): '
               END-IF
               ACCEPT WS-GL-TYPE-IN FROM CONSOLE
               IF WS-GL-LOWER-TYPE
                   INSPECT WS-GL-TYPE-IN
                     CONVERTING 'roecs' TO 'ROECS'
               END-IF
               IF (WS-CODE-KEY = SPACES AND WS-GL-CO-TYPE)
                 OR (WS-CODE-KEY NOT = SPACES AND WS-GL-DEPT-TYPE)
                   MOVE 'Y' TO WS-FIELD-OK-SW
               ELSE
                   DISPLAY 'INVALID TYPE - REENTER'
               END-IF
           END-PERFORM.
      **************************************************************
      * SHOWS THE CURRENT MAPPING, TAKES THE NEW ACCOUNT, AND *
      * WRITES, REWRITES, OR (FOR A BLANK ACCOUNT) DELETES IT *
      **************************************************************
       4200-MAINTAIN-GL-ACCOUNT.
           MOVE 'N' TO WS-GL-EXISTS-SW.
           MOVE WS-CODE-KEY   TO GA-DEPT.
           MOVE WS-GL-TYPE-IN TO GA-TYPE.
           READ GLACCT-FILE
             INVALID KEY
               DISPLAY 'NO GL ACCOUNT MAPPED YET'
             NOT INVALID KEY
               MOVE 'Y' TO WS-GL-EXISTS-SW
               DISPLAY 'CURRENT: ACCOUNT ' GA-ACCOUNT ' ' GA-DESC
           END-READ.
           DISPLAY 'ENTER GL ACCOUNT NUMBER (BLANK TO REMOVE): '.
           ACCEPT WS-GL-ACCOUNT-IN FROM CONSOLE.
           IF WS-GL-ACCOUNT-IN = SPACES
               IF WS-GL-EXISTS
                   DISPLAY 'CONFIRM REMOVE (Y/N): '
                   ACCEPT WS-CONFIRM FROM CONSOLE
                   IF WS-CONFIRMED
                       DELETE GLACCT-FILE
                         INVALID KEY
                           DISPLAY 'UNABLE TO REMOVE GL ACCOUNT'
                         NOT INVALID KEY
                           DISPLAY 'GL ACCOUNT REMOVED'
                       END-DELETE
                   ELSE
                       DISPLAY 'REMOVE CANCELLED - NO CHANGE '
                         'APPLIED'
                   END-IF
               ELSE
                   DISPLAY 'NOTHING TO REMOVE'
               END-IF
           ELSE
               MOVE SPACES TO GLACCT-REC
               MOVE WS-CODE-KEY      TO GA-DEPT
               MOVE WS-GL-TYPE-IN    TO GA-TYPE
               MOVE WS-GL-ACCOUNT-IN TO GA-ACCOUNT
               DISPLAY 'ENTER ACCOUNT DESCRIPTION: '
               ACCEPT GA-DESC FROM CONSOLE
               IF WS-GL-EXISTS
                   REWRITE GLACCT-REC
                     INVALID KEY
                       DISPLAY 'UNABLE TO REWRITE GL ACCOUNT'
                     NOT INVALID KEY
                       DISPLAY 'GL ACCOUNT UPDATED'
                   END-REWRITE
               ELSE
                   WRITE GLACCT-REC
                     INVALID KEY
                       DISPLAY 'UNABLE TO WRITE GL ACCOUNT'
                     NOT INVALID KEY
                       DISPLAY 'GL ACCOUNT ADDED'
                   END-WRITE
               END-IF
           END-IF.
      **************************************************************
      * SETS OR REMOVES ONE POSITION BUDGET. THE DEPARTMENT HAS TO *
      * BE ON COB1-DEPT AND THE TYPE ONE PROJ02 ACCEPTS. THE *
      * CURRENT BUDGET AND THE ACTIVE HEADCOUNT FILLING IT ARE *
      * SHOWN FIRST, AND A BLANK COUNT REMOVES THE BUDGET AFTER A *
      * CONFIRM, TAKING THE DEPARTMENT AND TYPE OUT OF POSITION *
      * CONTROL *
      **************************************************************
       5000-BUDGET-MAINT.
           PERFORM 0200-GET-CODE-KEY.
           MOVE WS-CODE-KEY TO D-CODE.
           READ DEPT-FILE
             INVALID KEY
               DISPLAY 'DEPARTMENT ' WS-CODE-KEY ' NOT FOUND - '
                 'BUDGET REJECTED'
             NOT INVALID KEY
               PERFORM 5100-GET-BUDGET-TYPE
               PERFORM 5200-COUNT-FILLED
               PERFORM 5300-MAINTAIN-BUDGET
           END-READ.
      **************************************************************
      * PROMPTS FOR THE EMPLOYEE TYPE UNTIL IT'S ONE PROJ02 TAKES *
      **************************************************************
       5100-GET-BUDGET-TYPE.
           MOVE 'N' TO WS-FIELD-OK-SW.
           PERFORM UNTIL WS-FIELD-OK
               DISPLAY 'ENTER TYPE (FT/PT/IN/CO): '
               ACCEPT WS-BG-TYPE-IN FROM CONSOLE
               INSPECT WS-BG-TYPE-IN CONVERTING 'ftpinco'
                 TO 'FTPINCO'
               IF WS-VALID-TYPE
                   MOVE 'Y' TO WS-FIELD-OK-SW
               ELSE
                   DISPLAY 'TYPE MUST BE FT, PT, IN, OR CO'
               END-IF
           END-PERFORM.
      **************************************************************
      * COUNTS THE ACTIVE MASTER RECORDS IN THE DEPARTMENT AND *
      * TYPE - THE POSITIONS THE BUDGET IS ALREADY FILLING *
      **************************************************************
       5200-COUNT-FILLED.
           MOVE 0 TO WS-BG-FILLED.
           MOVE 0 TO EOF-M.
           OPEN INPUT EMPLOYEE-FILE.
           IF WS-FILE-STATUS NOT = '00'
             AND WS-FILE-STATUS NOT = '05'
               DISPLAY 'COB1-EMPLOYEE NOT AVAILABLE, STATUS='
                 WS-FILE-STATUS ' - FILLED COUNT NOT SHOWN'
           ELSE
               PERFORM UNTIL EOF-M = 1
                   READ EMPLOYEE-FILE NEXT RECORD
                     AT END MOVE 1 TO EOF-M
                     NOT AT END
                       IF M-DEPT = WS-CODE-KEY
                         AND M-TYPE = WS-BG-TYPE-IN
                         AND M-STATUS NOT = 'T'
                           ADD 1 TO WS-BG-FILLED
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE EMPLOYEE-FILE
           END-IF.
           MOVE 0 TO EOF-M.
      **************************************************************
      * SHOWS THE CURRENT BUDGET, TAKES THE NEW AUTHORIZED COUNT, *
      * AND WRITES, REWRITES, OR (FOR A BLANK COUNT) DELETES IT. *
      * A COUNT BELOW THE ACTIVE HEADCOUNT IS TAKEN - FINANCE MAY *
      * CUT A BUDGET AHEAD OF ATTRITION - BUT SAID SO, SINCE NO *
      * HIRE WILL PASS UNTIL THE DEPARTMENT IS BACK UNDER IT *
      **************************************************************
       5300-MAINTAIN-BUDGET.
           MOVE 'N' TO WS-BG-EXISTS-SW.
           MOVE WS-CODE-KEY   TO BG-DEPT.
           MOVE WS-BG-TYPE-IN TO BG-TYPE.
           READ BUDGET-FILE
             INVALID KEY
               DISPLAY 'NO POSITION BUDGET YET - ' WS-BG-FILLED
                 ' ACTIVE'
             NOT INVALID KEY
               MOVE 'Y' TO WS-BG-EXISTS-SW
               DISPLAY 'CURRENT: ' BG-AUTH ' AUTHORIZED, '
                 WS-BG-FILLED ' ACTIVE - SET ' BG-CHG-DATE
                 ' BY ' BG-CHG-OPER
           END-READ.
           MOVE 'N' TO WS-FIELD-OK-SW.
           PERFORM UNTIL WS-FIELD-OK
               DISPLAY 'ENTER AUTHORIZED POSITIONS (BLANK TO '
                 'REMOVE): '
               ACCEPT WS-BG-AUTH-IN FROM CONSOLE
               MOVE 0 TO WS-BG-LEN
               INSPECT WS-BG-AUTH-IN TALLYING WS-BG-LEN
                 FOR CHARACTERS BEFORE INITIAL SPACE
               IF WS-BG-AUTH-IN = SPACES
                   MOVE 'Y' TO WS-FIELD-OK-SW
               ELSE
                   IF WS-BG-LEN > 0
                     AND WS-BG-AUTH-IN(1:WS-BG-LEN) NUMERIC
                       IF WS-BG-LEN = 5
                           MOVE 'Y' TO WS-FIELD-OK-SW
                       ELSE
                           IF WS-BG-AUTH-IN(WS-BG-LEN + 1:) = SPACES
                               MOVE 'Y' TO WS-FIELD-OK-SW
                           END-IF
                       END-IF
                   END-IF
                   IF NOT WS-FIELD-OK
                       DISPLAY 'AUTHORIZED POSITIONS MUST BE A '
                         'WHOLE NUMBER - REENTER'
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-BG-AUTH-IN = SPACES
               IF WS-BG-EXISTS
                   DISPLAY 'CONFIRM REMOVE (Y/N): '
                   ACCEPT WS-CONFIRM FROM CONSOLE
                   IF WS-CONFIRMED
                       DELETE BUDGET-FILE
                         INVALID KEY
                           DISPLAY 'UNABLE TO REMOVE POSITION BUDGET'
                         NOT INVALID KEY
                           DISPLAY 'POSITION BUDGET REMOVED'
                       END-DELETE
                   ELSE
                       DISPLAY 'REMOVE CANCELLED - NO CHANGE '
                         'APPLIED'
                   END-IF
               ELSE
                   DISPLAY 'NOTHING TO REMOVE'
               END-IF
           ELSE
               MOVE FUNCTION CURRENT-DATE(1:14) TO WS-BG-STAMP
               MOVE SPACES        TO BUDGET-REC
               MOVE WS-CODE-KEY   TO BG-DEPT
               MOVE WS-BG-TYPE-IN TO BG-TYPE
               COMPUTE BG-AUTH = FUNCTION NUMVAL(WS-BG-AUTH-IN)
               MOVE WS-BG-STAMP(1:8) TO BG-CHG-DATE
               MOVE WS-OPERATOR-ID   TO BG-CHG-OPER
               IF BG-AUTH < WS-BG-FILLED
                   DISPLAY 'NOTE: ' WS-BG-FILLED ' ALREADY ACTIVE - '
                     'NO HIRE WILL PASS WITHOUT AN OVERRIDE'
               END-IF
               IF WS-BG-EXISTS
                   REWRITE BUDGET-REC
                     INVALID KEY
                       DISPLAY 'UNABLE TO REWRITE POSITION BUDGET'
                     NOT INVALID KEY
                       DISPLAY 'POSITION BUDGET UPDATED'
                   END-REWRITE
               ELSE
                   WRITE BUDGET-REC
                     INVALID KEY
                       DISPLAY 'UNABLE TO WRITE POSITION BUDGET'
                     NOT INVALID KEY
                       DISPLAY 'POSITION BUDGET ADDED'
                   END-WRITE
               END-IF
           END-IF.
