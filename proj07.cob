      * HOW MANY MATCHED, AND WHICH EIDS CAME BACK), AND THE SSN
      * IS SHOWN MASKED TO ITS LAST FOUR - THE F FUNCTION SHOWS
      * ONE EMPLOYEE'S FULL SSN AND LOGS THAT AS A DISCLOSURE.
      * PROJ21 REPORTS OFF THE LOG. ONLY THE INQUIRIES THE
      * OPERATOR'S COB1-AUTH PROFILE GRANTS ARE OFFERED, AND ANY
      * OTHER ASKED FOR IS REFUSED AND LOGGED TO COB1-DENY.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT OPER-FILE ASSIGN TO 'COB1-OPER'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPER-STATUS.
           SELECT AUTH-FILE ASSIGN TO 'COB1-AUTH'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUTH-STATUS.
           SELECT DENY-FILE ASSIGN TO 'COB1-DENY'
               FILE STATUS IS WS-DENY-STATUS.

       DATA DIVISION.

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
         03 WS-AUTH-PROGRAM  PIC X(6)   VALUE 'PROJ07'.
         03 WS-OPER-ROLE     PIC X(2)   VALUE SPACES.
         03 WS-AUTH-FUNCS    PIC X(20)  VALUE SPACES.
         03 WS-AUTH-OWN-SW   PIC X      VALUE 'N'.
             88 WS-AUTH-OWN-LINE    VALUE 'Y'.
         03 WS-AUTH-FUNC     PIC X      VALUE SPACE.
         03 WS-AUTH-HITS     PIC 9(2)   VALUE 0.
         03 WS-AUTH-SUB      PIC 9(2)   VALUE 0.
         03 WS-MENU-COUNT    PIC 9(2)   VALUE 3.
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
         03 FILLER          PIC X      VALUE 'L'.
         03 FILLER          PIC X(34)  VALUE
           'LAST NAME'.
         03 FILLER          PIC X      VALUE 'S'.
         03 FILLER          PIC X(34)  VALUE
           'SSN'.
         03 FILLER          PIC X      VALUE 'F'.
         03 FILLER          PIC X(34)  VALUE
           'FULL SSN FOR ONE EID'.
       01 MENU-TABLE REDEFINES MENU-TABLE-DATA.
         03 MENU-ENTRY      OCCURS 3 TIMES.
           05 MENU-FUNC     PIC X.
           05 MENU-DESC     PIC X(34).
      **************************************************************
      * ACCESS-LOG WORK FIELDS - THE EIDS RETURNED BY THE CURRENT *
      * SEARCH ARE COLLECTED AS THEY DISPLAY, UP TO THE TEN THE *
      * LOG RECORD HOLDS *
             ACCESS-FILE.
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
      * OPENS THE ACCESS LOG FOR APPEND. STATUS 35 MEANS IT *
      * DOESN'T EXIST YET - THE FIRST INQUIRY EVER LOGGED - SO *
      **************************************************************
      * REQUIRES AN AUTHORIZED OPERATOR ID BEFORE ANY INQUIRY IS *
      * OFFERED, THE SAME SIGN-ON PROJ02 REQUIRES, SO THE ACCESS *
      * LOG ALWAYS SAYS WHO ASKED, AND LOADS WHICH INQUIRIES THE *
      * OPERATOR MAY RUN OFF COB1-AUTH *
      **************************************************************
       0700-OPERATOR-SIGNON.
           PERFORM UNTIL WS-OPER-VALID OR WS-SIGNON-TRIES >= 3
               DISPLAY 'SIGN-ON FAILED - SESSION ENDED'
               STOP RUN
           END-IF.
           PERFORM 0760-LOAD-AUTHORITY.
           DISPLAY 'SIGNED ON AS ' WS-OPERATOR-ID ' ROLE '
             WS-OPER-ROLE.
      **************************************************************
      * SCANS THE AUTHORIZED-OPERATOR FILE FOR THE ENTERED ID *
      **************************************************************
                   IF OP-ID = WS-OPERATOR-ID
                     AND OP-ID NOT = SPACES
                       MOVE 'Y' TO WS-OPER-OK-SW
                       MOVE OP-ROLE TO WS-OPER-ROLE
                       MOVE 1 TO EOF-O
                   END-IF
               END-READ
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
      * BROWSES THE MASTER BY LAST NAME THROUGH THE ALTERNATE KEY. *
      * THE BROWSE STARTS AT THE FIRST NAME AT OR PAST THE SEARCH *
      * NAME AND READS FORWARD UNTIL THE RECORD'S LAST NAME NO *
