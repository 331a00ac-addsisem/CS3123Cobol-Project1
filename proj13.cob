      * IMAGE IS CHECKED AGAINST THE RECORD ABOUT TO BE REPLACED -
      * A MISMATCH MEANS THE MASTER ISN'T THE STATE THE JOURNAL
      * EXPECTS, SO THE RUN STOPS LOUDLY RATHER THAN PILE A
      * SECOND CORRUPTION ON TOP OF THE FIRST. THE RUN REQUIRES
      * AN OPERATOR SIGN-ON WHOSE COB1-AUTH PROFILE GRANTS THE
      * ROLL-FORWARD; A REFUSAL IS LOGGED TO COB1-DENY.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT JOURNAL-FILE ASSIGN TO 'COB1-JRNL'
               FILE STATUS IS WS-JRNL-STATUS.
           SELECT PRNT-FILE ASSIGN TO 'UR-S-ROLLFWD'.
           SELECT OPER-FILE ASSIGN TO 'COB1-OPER'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPER-STATUS.
           SELECT AUTH-FILE ASSIGN TO 'COB1-AUTH'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUTH-STATUS.
           SELECT DENY-FILE ASSIGN TO 'COB1-DENY'
               FILE STATUS IS WS-DENY-STATUS.

       DATA DIVISION.

       FD PRNT-FILE
           LABEL RECORDS ARE OMITTED.
       01 PRNT-REC      PIC X(80).
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
         03 WS-MISMATCH-SW  PIC X      VALUE 'N'.
             88 WS-BEFORE-MISMATCH  VALUE 'Y'.
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
      * SIGN-ON. THE ROLL-FORWARD IS THIS PROGRAM'S ONE FUNCTION, *
      * GRANTED AS R - AN OPERATOR WITHOUT IT IS REFUSED AND *
      * LOGGED TO COB1-DENY BEFORE THE MASTER IS TOUCHED *
      **************************************************************
       01 AUTHORITY-WS.
         03 WS-AUTH-STATUS   PIC XX     VALUE '00'.
         03 WS-DENY-STATUS   PIC XX     VALUE '00'.
         03 EOF-U            PIC 9      VALUE 0.
         03 WS-AUTH-PROGRAM  PIC X(6)   VALUE 'PROJ13'.
         03 WS-OPER-ROLE     PIC X(2)   VALUE SPACES.
         03 WS-AUTH-FUNCS    PIC X(20)  VALUE SPACES.
         03 WS-AUTH-OWN-SW   PIC X      VALUE 'N'.
             88 WS-AUTH-OWN-LINE    VALUE 'Y'.
         03 WS-AUTH-FUNC     PIC X      VALUE SPACE.
         03 WS-AUTH-HITS     PIC 9(2)   VALUE 0.
         03 WS-DENY-STAMP    PIC X(14)  VALUE SPACES.
      **************************************************************
      *       START OF PROCEDURE DIVISION       *
      **************************************************************
       PROCEDURE DIVISION.
       000-MAINLINE.
           PERFORM 0700-OPERATOR-SIGNON.
           PERFORM 0100-GET-BACKUP-STAMP.
           PERFORM 0200-GET-CUTOFF.
           IF NOT WS-CONFIRMED
           DISPLAY 'REPLAY JOURNAL ACTIONS AFTER ' WS-BACKUP-STAMP
             ' THROUGH ' WS-CUTOFF-STAMP ' - CONFIRM (Y/N): '.
           ACCEPT WS-CONFIRM FROM CONSOLE.
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
           MOVE 'R' TO WS-AUTH-FUNC.
           PERFORM 0770-CHECK-GRANT.
           IF WS-AUTH-HITS = 0
               DISPLAY 'ROLL-FORWARD IS NOT GRANTED TO '
                 WS-OPERATOR-ID ' - REFUSAL LOGGED'
               PERFORM 0790-LOG-REFUSAL
               STOP RUN
           END-IF.
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
       1400-PRINT-HEAD.
           WRITE PRNT-REC FROM PRNT-HEADING1
             AFTER ADVANCING PAGE.
