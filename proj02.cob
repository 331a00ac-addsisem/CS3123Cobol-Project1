           SELECT OPER-FILE ASSIGN TO 'COB1-OPER'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPER-STATUS.
           SELECT AUTH-FILE ASSIGN TO 'COB1-AUTH'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUTH-STATUS.
           SELECT DENY-FILE ASSIGN TO 'COB1-DENY'
               FILE STATUS IS WS-DENY-STATUS.
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
           SELECT PAYHIST-FILE ASSIGN TO 'COB1-PAYHIST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PH-KEY
               FILE STATUS IS WS-PAYHIST-STATUS.
           SELECT BUDGET-FILE ASSIGN TO 'COB1-BUDGET'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BG-KEY
               FILE STATUS IS WS-BUDGET-STATUS.

       DATA DIVISION.

      * REFERENCE FILE *
      **************************************************************
         03 M-DEPT       PIC X(4)    VALUE SPACES.
      **************************************************************
      * SUPERVISOR'S EID, CARVED FROM THE FILLER AFTER THE *
      * DEPARTMENT. RECORDS WRITTEN BEFORE IT EXISTED CARRY SPACES *
      * HERE, SO BLANK MEANS "REPORTS TO NOBODY ON FILE" AND ONLY *
      * A NON-BLANK EID IS HELD TO THE MASTER *
      **************************************************************
         03 M-SUPER      PIC X(7)    VALUE SPACES.
         03 FILLER       PIC X(4)    VALUE SPACES.
         03 M-DATE-M     PIC X(2).
         03 M-DATE-D     PIC X(2).
         03 M-DATE-Y     PIC X(4).
      * BATCH TRANSACTION FILE FROM HR - ONE A/C/D TRANSACTION *
      * CODE FOLLOWED BY THE EMPLOYEE FIELDS IN THE SAME SHAPE AS *
      * THE COB1-EMPLOYEE RECORD, APPLIED UNATTENDED IN THE *
      * NIGHTLY WINDOW INSTEAD OF BEING RE-KEYED AT THE CONSOLE. *
      * AN ADD HR HAS CLEARED TO GO OVER ITS POSITION BUDGET *
      * CARRIES Y IN T-BUDGET-OVR AND THE REASON AFTER THE IMAGE *
      **************************************************************
       FD TRANS-FILE
           LABEL RECORDS ARE STANDARD.
           05 T-TERM-DATE-D PIC X(2).
           05 T-TERM-DATE-Y PIC X(4).
           05 T-DEPT       PIC X(4).
           05 T-SUPER      PIC X(7).
           05 FILLER       PIC X(4).
           05 T-DATE-M     PIC X(2).
           05 T-DATE-D     PIC X(2).
           05 T-DATE-Y     PIC X(4).
           05 FILLER       PIC X(3).
         03 T-BUDGET-OVR  PIC X.
             88 T-OVERRIDE-KEYED    VALUE 'Y' 'y'.
         03 T-OVR-REASON  PIC X(30).
      **************************************************************
      * APPLIED/REJECTED REPORT FOR THE BATCH TRANSACTION RUN *
      **************************************************************
         03 P-RATE       PIC 9(5)V99.
         03 P-STD-HRS    PIC 9(3)V9.
         03 P-FREQ       PIC X.
      **************************************************************
      * DATE THE CURRENT RATE TOOK EFFECT (YYYYMMDD), CARVED FROM *
      * FILLER. PAY RECORDS KEYED BEFORE THE PAY HISTORY EXISTED *
      * CARRY SPACES HERE *
      **************************************************************
         03 P-EFF-DATE   PIC X(8)    VALUE SPACES.
         03 FILLER       PIC X(2)    VALUE SPACES.
      **************************************************************
      * PER-PERIOD REPORTED-HOURS FILE KEYED ON EID - REBUILT EACH *
      * PAY PERIOD FROM THE SUPERVISORS' COB1-HOURS-SEQ SUBMISSION *
         03 AD-CONTACT   PIC X(22).
         03 AD-CONTACT-PHONE PIC X(10).
      **************************************************************
      * AUTHORIZED-OPERATOR FILE - ONE ID, NAME, AND ROLE PER *
      * LINE. NOBODY MAINTAINS THE MASTER WITHOUT SIGNING ON *
      * AGAINST IT, SO EVERY JOURNAL ENTRY SAYS WHO. THE ROLE *
      * (HR CLERK, PY PAYROLL, SV SUPERVISOR, AU AUDITOR) NAMES *
      * THE STANDING GRANT IN COB1-AUTH THE OPERATOR WORKS UNDER *
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
      **************************************************************
      * WITHHOLDING AND RECURRING-DEDUCTION FILE KEYED ON EID - *
      * THE FEDERAL AND STATE FILING STATUS (S/M/H, OR X FOR *
      * EXEMPT), ALLOWANCES, AND EXTRA WITHHOLDING OFF THE *
      * EMPLOYEE'S W-4, PLUS THE PER-PERIOD INSURANCE PREMIUM, *
      * THE 401(K) PERCENT OF GROSS, AND ANY COURT-ORDERED *
      * GARNISHMENT. THE PAYROLL REGISTER TAKES GROSS TO NET *
      * AGAINST IT *
      **************************************************************
       FD DEDUCT-FILE
           LABEL RECORDS ARE STANDARD.
       01 DEDUCT-REC.
         03 DD-EID       PIC X(7).
         03 DD-FED-FILING PIC X.
         03 DD-FED-ALLOW PIC 9(2).
         03 DD-FED-EXTRA PIC 9(4)V99.
         03 DD-STATE-FILING PIC X.
         03 DD-STATE-ALLOW PIC 9(2).
         03 DD-STATE-EXTRA PIC 9(4)V99.
         03 DD-INSURANCE PIC 9(4)V99.
         03 DD-401K-PCT  PIC 9(2)V99.
         03 DD-GARNISH   PIC 9(5)V99.
         03 FILLER       PIC X(8)    VALUE SPACES.
      **************************************************************
      * ONE-TIME EARNINGS QUEUED FOR THE NEXT PAYROLL REGISTER, *
      * KEYED ON EID PLUS AN ENTRY SEQUENCE - LEAVE PAYOUTS (L) *
      * WRITTEN BY THE TERMINATE, BONUSES (B) AND MANUAL *
      * ADJUSTMENTS (A) KEYED THROUGH THE E FUNCTION. AN ITEM *
      * CARRIES AN AMOUNT, OR FOR A LEAVE PAYOUT THE HOURS THE *
      * REGISTER PAYS AT THE CURRENT RATE. THE REGISTER STAMPS IT *
      * PAID (P) SO IT CAN NEVER BE PAID TWICE *
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
      **************************************************************
      * EFFECTIVE-DATED PAY-RATE HISTORY, KEYED ON EID PLUS THE *
      * DATE AND TIME THE CHANGE WAS KEYED. EVERY P FUNCTION *
      * CHANGE WRITES ONE RECORD CARRYING THE OLD AND NEW RATE, *
      * HOURS AND FREQUENCY, THE DATE THE NEW RATE TAKES EFFECT, *
      * AND THE OPERATOR. PROJ22 WORKS OUT THE RETRO PAY OWED FOR *
      * A CHANGE EFFECTIVE BEFORE IT WAS KEYED AND STAMPS THE *
      * RECORD R ONCE THAT RETRO HAS BEEN POSTED *
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
         03 PH-RETRO-DATE PIC X(8).
         03 FILLER       PIC X(30)   VALUE SPACES.

      **************************************************************
      * POSITION BUDGET KEYED ON DEPARTMENT PLUS EMPLOYEE TYPE - *
      * SAME SHAPE AS PROJ15 MAINTAINS IT *
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
       WORKING-STORAGE SECTION.
      **************************************************************
      * FILE STATUS AND FUNCTION SELECTION SWITCHES *
             88 WS-FUNC-PAY      VALUE 'P' 'p'.
             88 WS-FUNC-HOURS    VALUE 'H' 'h'.
             88 WS-FUNC-ADDR     VALUE 'M' 'm'.
             88 WS-FUNC-DEDUCT   VALUE 'W' 'w'.
             88 WS-FUNC-ONETIME  VALUE 'E' 'e'.
             88 WS-FUNC-QUIT     VALUE 'Q' 'q'.
      **************************************************************
      * CONTROL FIELDS FOR THE BULK LOAD FROM THE FLAT EXTRACT *
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
         03 WS-AUTH-PROGRAM  PIC X(6)   VALUE 'PROJ02'.
         03 WS-OPER-ROLE     PIC X(2)   VALUE SPACES.
         03 WS-AUTH-FUNCS    PIC X(20)  VALUE SPACES.
         03 WS-AUTH-OWN-SW   PIC X      VALUE 'N'.
             88 WS-AUTH-OWN-LINE    VALUE 'Y'.
         03 WS-AUTH-FUNC     PIC X      VALUE SPACE.
         03 WS-AUTH-HITS     PIC 9(2)   VALUE 0.
         03 WS-AUTH-SUB      PIC 9(2)   VALUE 0.
         03 WS-MENU-COUNT    PIC 9(2)   VALUE 11.
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
           'TERMINATE'.
         03 FILLER          PIC X      VALUE 'R'.
         03 FILLER          PIC X(34)  VALUE
           'REACTIVATE'.
         03 FILLER          PIC X      VALUE 'L'.
         03 FILLER          PIC X(34)  VALUE
           'LOAD FROM COB1-EMPLOYEE-SEQ'.
         03 FILLER          PIC X      VALUE 'B'.
         03 FILLER          PIC X(34)  VALUE
           'BATCH FROM COB1-EMPLOYEE-TRANS'.
         03 FILLER          PIC X      VALUE 'P'.
         03 FILLER          PIC X(34)  VALUE
           'PAY RATE'.
         03 FILLER          PIC X      VALUE 'H'.
         03 FILLER          PIC X(34)  VALUE
           'HOURS FROM COB1-HOURS-SEQ'.
         03 FILLER          PIC X      VALUE 'M'.
         03 FILLER          PIC X(34)  VALUE
           'ADDRESS/CONTACT'.
         03 FILLER          PIC X      VALUE 'W'.
         03 FILLER          PIC X(34)  VALUE
           'WITHHOLDING/DEDUCTIONS'.
         03 FILLER          PIC X      VALUE 'E'.
         03 FILLER          PIC X(34)  VALUE
           'ONE-TIME EARNINGS'.
       01 MENU-TABLE REDEFINES MENU-TABLE-DATA.
         03 MENU-ENTRY      OCCURS 11 TIMES.
           05 MENU-FUNC     PIC X.
           05 MENU-DESC     PIC X(34).
      **************************************************************
      * CONTROL FIELDS AND REPORT LAYOUTS FOR THE BATCH *
      * TRANSACTION RUN - EVERY TRANSACTION LANDS ON THE REPORT *
      * AS APPLIED OR REJECTED WITH THE REASON IT BOUNCED *
         03 WS-PAY-HRS-IN    PIC X(5)   VALUE SPACES.
         03 WS-EDIT-RATE     PIC ZZ,ZZ9.99.
         03 WS-EDIT-HRS      PIC ZZ9.9.
         03 WS-PAYHIST-STATUS PIC XX    VALUE '00'.
         03 WS-OLD-PAY-REC.
           05 WS-OLD-EID     PIC X(7).
           05 WS-OLD-RATE    PIC 9(5)V99.
           05 WS-OLD-HRS     PIC 9(3)V9.
           05 WS-OLD-FREQ    PIC X.
           05 FILLER         PIC X(10).
         03 WS-TODAY         PIC X(8)   VALUE SPACES.
         03 WS-EFF-DATE      PIC X(8)   VALUE SPACES.
      **************************************************************
      * CONTROL FIELDS FOR THE PER-PERIOD HOURS LOAD *
      **************************************************************
         03 WS-DEPT-OK-SW    PIC X      VALUE 'N'.
             88 WS-DEPT-OK          VALUE 'Y'.
      **************************************************************
      * CONTROL FIELDS FOR THE SUPERVISOR CHECK AND THE DIRECT- *
      * REPORT COUNT. BOTH LOOK UP OTHER MASTER RECORDS THROUGH *
      * THE MASTER'S OWN RECORD AREA, SO THE RECORD BEING WORKED *
      * ON IS HELD ASIDE WHILE THEY DO *
      **************************************************************
       01 SUPER-WS.
         03 WS-SUPER-IN      PIC X(7)   VALUE SPACES.
         03 WS-SUPER-SELF    PIC X(7)   VALUE SPACES.
         03 WS-SUPER-OK-SW   PIC X      VALUE 'N'.
             88 WS-SUPER-OK         VALUE 'Y'.
         03 WS-SUPER-REASON  PIC X(30)  VALUE SPACES.
         03 WS-SUPER-HOLD-IMAGE PIC X(100) VALUE SPACES.
         03 WS-SR-SCAN-END-SW PIC X     VALUE 'N'.
             88 WS-SR-SCAN-END      VALUE 'Y'.
         03 WS-SR-MODE       PIC X      VALUE 'C'.
             88 WS-SR-CONSOLE       VALUE 'C'.
             88 WS-SR-BATCH         VALUE 'B'.
         03 WS-DIRECT-REPORTS PIC 9(5)  VALUE 0.
      **************************************************************
      * WORK FIELDS FOR THE TERMINATION LEAVE PAYOUT *
      **************************************************************
       01 LEAVE-WS.
         03 WS-ADDR-STATUS   PIC XX     VALUE '00'.
         03 WS-ADDR-EXISTS-SW PIC X     VALUE 'N'.
             88 WS-ADDR-EXISTS      VALUE 'Y'.
      **************************************************************
      * CONTROL FIELDS FOR WITHHOLDING/DEDUCTION MAINTENANCE *
      **************************************************************
       01 DEDUCT-WS.
         03 WS-DEDUCT-STATUS PIC XX     VALUE '00'.
         03 WS-DEDUCT-EXISTS-SW PIC X   VALUE 'N'.
             88 WS-DEDUCT-EXISTS    VALUE 'Y'.
         03 WS-FILING-IN     PIC X      VALUE SPACE.
             88 WS-VALID-FILING     VALUE 'S' 'M' 'H' 'X'.
         03 WS-ALLOW-IN      PIC X(2)   VALUE SPACES.
         03 WS-AMT-IN        PIC X(9)   VALUE SPACES.
         03 WS-EDIT-AMT      PIC ZZ,ZZ9.99.
         03 WS-EDIT-AMT2     PIC ZZ,ZZ9.99.
         03 WS-EDIT-PCT      PIC Z9.99.
      **************************************************************
      * CONTROL FIELDS FOR QUEUEING ONE-TIME EARNINGS - THE NEXT *
      * SEQUENCE IS ONE PAST THE EMPLOYEE'S HIGHEST ITEM ON FILE *
      **************************************************************
       01 ONETIME-WS.
         03 WS-ONETIME-STATUS PIC XX    VALUE '00'.
         03 WS-OT-NEXT-SEQ   PIC 9(3)   VALUE 0.
         03 WS-OT-SCAN-END-SW PIC X     VALUE 'N'.
             88 WS-OT-SCAN-END      VALUE 'Y'.
         03 WS-OT-TYPE-IN    PIC X      VALUE SPACE.
             88 WS-VALID-OT-TYPE    VALUE 'B' 'A'.
         03 WS-OT-EID        PIC X(7)   VALUE SPACES.
         03 WS-OT-AMOUNT     PIC 9(7)V99 VALUE 0.
         03 WS-OT-NOTE       PIC X(20)  VALUE SPACES.
         03 WS-OT-WRITTEN-SW PIC X      VALUE 'N'.
             88 WS-OT-WRITTEN       VALUE 'Y'.
      **************************************************************
      * CONTROL FIELDS FOR POSITION CONTROL - A HIRE INTO A *
      * DEPARTMENT AND TYPE ALREADY AT ITS COB1-BUDGET COUNT IS *
      * REFUSED UNLESS AN OPERATOR GRANTED THE O (OVERRIDE) LETTER *
      * IN COB1-AUTH KEYS A REASON. WHEN THE BUDGET FILE ISN'T *
      * THERE POSITION CONTROL ISN'T IN USE YET AND NOTHING IS *
      * HELD *
      **************************************************************
       01 BUDGET-WS.
         03 WS-BUDGET-STATUS PIC XX     VALUE '00'.
         03 WS-BUDGET-OPEN-SW PIC X     VALUE 'N'.
             88 WS-BUDGET-FILE-OPEN VALUE 'Y'.
         03 WS-BG-MODE       PIC X      VALUE 'C'.
             88 WS-BG-CONSOLE       VALUE 'C'.
             88 WS-BG-BATCH         VALUE 'B'.
         03 WS-BG-REFUSED-SW PIC X      VALUE 'N'.
             88 WS-HIRE-REFUSED     VALUE 'Y'.
         03 WS-BG-OVERRIDE-SW PIC X     VALUE 'N'.
             88 WS-BUDGET-OVERRIDE  VALUE 'Y'.
         03 WS-BG-SCAN-END-SW PIC X     VALUE 'N'.
             88 WS-BG-SCAN-END      VALUE 'Y'.
         03 WS-BG-FILLED     PIC 9(5)   VALUE 0.
         03 WS-BG-REASON     PIC X(30)  VALUE SPACES.
         03 WS-BG-HIRE-IMAGE PIC X(100) VALUE SPACES.
      **************************************************************
      * BEFORE IMAGE JOURNALED WITH AN OVERRIDE (FUNCTION O) - *
      * THE BUDGET AS IT STOOD, WHO OVERRODE IT, AND WHY. THE *
      * AFTER IMAGE IS THE EMPLOYEE RECORD ADDED *
      **************************************************************
       01 OVERRIDE-IMAGE.
         03 OV-EID           PIC X(7).
         03 OV-DEPT          PIC X(4).
         03 OV-TYPE          PIC X(2).
         03 OV-AUTH          PIC 9(5).
         03 OV-FILLED        PIC 9(5).
         03 OV-APPROVER      PIC X(8).
         03 OV-REASON        PIC X(30).
         03 FILLER           PIC X(39).
       01 BATCH-WS.
         03 WS-TRANS-STATUS  PIC XX     VALUE '00'.
         03 EOF-T            PIC 9      VALUE 0.
             88 WS-TRANS-APPLIED-OK   VALUE 'Y'.
             88 WS-TRANS-REJECTED     VALUE 'N'.
         03 WS-REJECT-REASON PIC X(30)  VALUE SPACES.
         03 WS-TRANS-WARNING PIC X(30)  VALUE SPACES.
       01 TRPT-HEADING1.
         03 FILLER      PIC X(4)    VALUE 'CODE'.
         03 FILLER      PIC X(2)    VALUE SPACES.
               PERFORM 0600-CLEAR-BUSY
               STOP RUN
           END-IF.
           OPEN I-O DEDUCT-FILE.
           IF WS-DEDUCT-STATUS = '35'
               OPEN OUTPUT DEDUCT-FILE
               CLOSE DEDUCT-FILE
               OPEN I-O DEDUCT-FILE
           END-IF.
           IF WS-DEDUCT-STATUS NOT = '00'
             AND WS-DEDUCT-STATUS NOT = '05'
               DISPLAY 'UNABLE TO OPEN COB1-DEDUCT, STATUS='
                 WS-DEDUCT-STATUS
               CLOSE EMPLOYEE-FILE
                 PAY-FILE
                 ADDR-FILE
               PERFORM 0600-CLEAR-BUSY
               STOP RUN
           END-IF.
           OPEN I-O ONETIME-FILE.
           IF WS-ONETIME-STATUS = '35'
               OPEN OUTPUT ONETIME-FILE
               CLOSE ONETIME-FILE
               OPEN I-O ONETIME-FILE
           END-IF.
           IF WS-ONETIME-STATUS NOT = '00'
             AND WS-ONETIME-STATUS NOT = '05'
               DISPLAY 'UNABLE TO OPEN COB1-ONETIME, STATUS='
                 WS-ONETIME-STATUS
               CLOSE EMPLOYEE-FILE
                 PAY-FILE
                 ADDR-FILE
                 DEDUCT-FILE
               PERFORM 0600-CLEAR-BUSY
               STOP RUN
           END-IF.
           OPEN I-O PAYHIST-FILE.
           IF WS-PAYHIST-STATUS = '35'
               OPEN OUTPUT PAYHIST-FILE
               CLOSE PAYHIST-FILE
               OPEN I-O PAYHIST-FILE
           END-IF.
           IF WS-PAYHIST-STATUS NOT = '00'
             AND WS-PAYHIST-STATUS NOT = '05'
               DISPLAY 'UNABLE TO OPEN COB1-PAYHIST, STATUS='
                 WS-PAYHIST-STATUS
               CLOSE EMPLOYEE-FILE
                 PAY-FILE
                 ADDR-FILE
                 DEDUCT-FILE
                 ONETIME-FILE
               PERFORM 0600-CLEAR-BUSY
               STOP RUN
           END-IF.
           OPEN INPUT DEPT-FILE.
           IF WS-DEPT-STATUS = '00' OR WS-DEPT-STATUS = '05'
               MOVE 'Y' TO WS-DEPT-OPEN-SW
                 WS-DEPT-STATUS
               DISPLAY 'ONLY A BLANK DEPARTMENT WILL BE ACCEPTED'
           END-IF.
           OPEN INPUT BUDGET-FILE.
           IF WS-BUDGET-STATUS = '00' OR WS-BUDGET-STATUS = '05'
               MOVE 'Y' TO WS-BUDGET-OPEN-SW
           ELSE
               DISPLAY 'COB1-BUDGET NOT AVAILABLE, STATUS='
                 WS-BUDGET-STATUS
               DISPLAY 'HIRES WILL NOT BE HELD TO POSITION BUDGETS'
           END-IF.
           PERFORM 0200-OPEN-JOURNAL.
           PERFORM 0100-GET-FUNCTION.
           PERFORM UNTIL WS-FUNC-QUIT
                       PERFORM 8000-HOURS-LOAD
                   WHEN WS-FUNC-ADDR
                       PERFORM 7500-ADDR-MAINTENANCE
                   WHEN WS-FUNC-DEDUCT
                       PERFORM 7700-DEDUCT-MAINTENANCE
                   WHEN WS-FUNC-ONETIME
                       PERFORM 7900-ONETIME-ENTRY
                   WHEN OTHER
                       DISPLAY 'INVALID FUNCTION - ENTER A, C, D, R, '
                         'L, B, P, H, M, W, E, OR Q'
               END-EVALUATE
               PERFORM 0100-GET-FUNCTION
           END-PERFORM.
           IF WS-DEPT-FILE-OPEN
               CLOSE DEPT-FILE
           END-IF.
           IF WS-BUDGET-FILE-OPEN
               CLOSE BUDGET-FILE
           END-IF.
           CLOSE EMPLOYEE-FILE
             PAY-FILE
             ADDR-FILE
             DEDUCT-FILE
             ONETIME-FILE
             PAYHIST-FILE
             JOURNAL-FILE.
           PERFORM 0600-CLEAR-BUSY.
           STOP RUN.
      * CHANGE HISTORY SAYS WHO AS WELL AS WHAT AND WHEN. THREE *
      * BAD TRIES END THE SESSION, AND A MISSING OPERATOR FILE *
      * REFUSES EVERYONE - AN UNATTRIBUTABLE SESSION IS EXACTLY *
      * WHAT THE AUDITORS ASKED US TO CLOSE OFF. SIGNING ON ALSO *
      * LOADS WHAT THE OPERATOR MAY DO HERE OFF COB1-AUTH *
      **************************************************************
       0700-OPERATOR-SIGNON.
           PERFORM UNTIL WS-OPER-VALID OR WS-SIGNON-TRIES >= 3
               DISPLAY 'SIGN-ON FAILED - SESSION ENDED'
               STOP RUN
           END-IF.
           PERFORM 0760-LOAD-AUTHORITY.
           MOVE WS-OPERATOR-ID TO WS-JRNL-OPER.
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
      * TAKES THE BUSY MARKER FOR THIS CONSOLE SESSION - REFUSED *
      * WHILE PROJ19'S BATCH WINDOW HOLDS THE MASTER, SO THE TWO *
      * NEVER UPDATE IT AT THE SAME TIME. A MISSING MARKER FILE *
               STOP RUN
           END-IF.
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
      * ADDS A NEW EMPLOYEE RECORD KEYED ON M-EID, ONCE THE HIRE *
      * HAS CLEARED ITS DEPARTMENT AND TYPE'S POSITION BUDGET *
      **************************************************************
       1000-ADD-EMPLOYEE.
           PERFORM 2100-GET-EID-KEY.
           MOVE SPACES TO M-TERM-DATE-M.
           MOVE SPACES TO M-TERM-DATE-D.
           MOVE SPACES TO M-TERM-DATE-Y.
           PERFORM 1200-CHECK-POSITION-BUDGET.
           IF WS-HIRE-REFUSED
               DISPLAY 'EID ' WS-EID-KEY ' NOT ADDED - OVER '
                 'POSITION BUDGET'
           ELSE
               WRITE EMPLOYEE-REC
                 INVALID KEY
                   DISPLAY 'EID ' WS-EID-KEY ' ALREADY EXISTS - '
                     'ADD REJECTED'
                 NOT INVALID KEY
                   MOVE SPACES TO WS-BEFORE-IMAGE
                   MOVE EMPLOYEE-REC TO WS-AFTER-IMAGE
                   MOVE 'A' TO WS-JRNL-FUNC
                   PERFORM 5000-WRITE-JOURNAL
                   IF WS-BUDGET-OVERRIDE
                       PERFORM 5050-JOURNAL-OVERRIDE
                   END-IF
                   DISPLAY 'EID ' WS-EID-KEY ' ADDED'
               END-WRITE
           END-IF.
      **************************************************************
      * HOLDS AN ACTIVE HIRE IN EMPLOYEE-REC TO ITS DEPARTMENT AND *
      * TYPE'S POSITION BUDGET. A BLANK DEPARTMENT, A TERMINATED *
      * RECORD, OR A DEPARTMENT AND TYPE WITH NO BUDGET ON FILE *
      * ISN'T UNDER POSITION CONTROL AND PASSES. OTHERWISE THE *
      * ACTIVE HEADCOUNT ALREADY FILLING THE BUDGET IS COUNTED, *
      * AND A HIRE THAT WOULD TAKE IT PAST THE AUTHORIZED NUMBER *
      * NEEDS AN OVERRIDE *
      **************************************************************
       1200-CHECK-POSITION-BUDGET.
           MOVE 'N' TO WS-BG-REFUSED-SW.
           MOVE 'N' TO WS-BG-OVERRIDE-SW.
           MOVE SPACES TO WS-BG-REASON.
           IF WS-BUDGET-FILE-OPEN
             AND M-DEPT NOT = SPACES
             AND NOT M-EMP-TERMINATED
               MOVE M-DEPT TO BG-DEPT
               MOVE M-TYPE TO BG-TYPE
               READ BUDGET-FILE
                 INVALID KEY
                   CONTINUE
                 NOT INVALID KEY
                   PERFORM 1210-COUNT-FILLED
                   IF WS-BG-FILLED NOT < BG-AUTH
                       PERFORM 1220-OVER-BUDGET
                   END-IF
               END-READ
           END-IF.
      **************************************************************
      * COUNTS THE ACTIVE MASTER RECORDS IN THE BUDGET'S *
      * DEPARTMENT AND TYPE. THE PASS USES THE MASTER'S RECORD *
      * AREA, SO THE HIRE BEING BUILT THERE IS SET ASIDE FIRST AND *
      * PUT BACK AFTER *
      **************************************************************
       1210-COUNT-FILLED.
           MOVE 0 TO WS-BG-FILLED.
           MOVE EMPLOYEE-REC TO WS-BG-HIRE-IMAGE.
           MOVE 'N' TO WS-BG-SCAN-END-SW.
           MOVE LOW-VALUES TO M-EID.
           START EMPLOYEE-FILE KEY IS NOT < M-EID
             INVALID KEY
               MOVE 'Y' TO WS-BG-SCAN-END-SW
           END-START.
           PERFORM UNTIL WS-BG-SCAN-END
               READ EMPLOYEE-FILE NEXT RECORD
                 AT END
                   MOVE 'Y' TO WS-BG-SCAN-END-SW
                 NOT AT END
                   IF M-DEPT = BG-DEPT
                     AND M-TYPE = BG-TYPE
                     AND NOT M-EMP-TERMINATED
                       ADD 1 TO WS-BG-FILLED
                   END-IF
               END-READ
           END-PERFORM.
           MOVE WS-BG-HIRE-IMAGE TO EMPLOYEE-REC.
      **************************************************************
      * THE HIRE WOULD GO OVER BUDGET. ONLY AN OPERATOR GRANTED *
      * THE O LETTER MAY OVERRIDE, AND ONLY WITH A REASON - KEYED *
      * AT THE CONSOLE, OR CARRIED ON A BATCH ADD HR MARKED FOR *
      * OVERRIDE, IN WHICH CASE THE OPERATOR RUNNING THE BATCH IS *
      * THE ONE WHOSE AUTHORITY IS USED. AN OVERRIDE ASKED FOR *
      * WITHOUT THE GRANT IS REFUSED AND LOGGED TO COB1-DENY *
      **************************************************************
       1220-OVER-BUDGET.
           MOVE 'O' TO WS-AUTH-FUNC.
           PERFORM 0770-CHECK-GRANT.
           IF WS-BG-BATCH
               EVALUATE TRUE
                   WHEN NOT T-OVERRIDE-KEYED
                       MOVE 'Y' TO WS-BG-REFUSED-SW
                       MOVE 'OVER POSITION BUDGET'
                         TO WS-REJECT-REASON
                   WHEN WS-AUTH-HITS = 0
                       MOVE 'Y' TO WS-BG-REFUSED-SW
                       MOVE 'OVERRIDE NOT GRANTED'
                         TO WS-REJECT-REASON
                       PERFORM 0790-LOG-REFUSAL
                   WHEN T-OVR-REASON = SPACES
                       MOVE 'Y' TO WS-BG-REFUSED-SW
                       MOVE 'OVERRIDE WITHOUT A REASON'
                         TO WS-REJECT-REASON
                   WHEN OTHER
                       MOVE 'Y' TO WS-BG-OVERRIDE-SW
                       MOVE T-OVR-REASON TO WS-BG-REASON
               END-EVALUATE
           ELSE
               DISPLAY 'DEPARTMENT ' BG-DEPT ' TYPE ' BG-TYPE
                 ' HAS ' BG-AUTH ' POSITIONS AUTHORIZED AND '
                 WS-BG-FILLED ' ACTIVE'
               IF WS-AUTH-HITS = 0
                   DISPLAY 'BUDGET OVERRIDE IS NOT GRANTED TO '
                     WS-OPERATOR-ID ' - REFUSAL LOGGED'
                   PERFORM 0790-LOG-REFUSAL
                   MOVE 'Y' TO WS-BG-REFUSED-SW
               ELSE
                   DISPLAY 'ENTER OVERRIDE REASON (BLANK TO CANCEL '
                     'THE HIRE): '
                   ACCEPT WS-BG-REASON FROM CONSOLE
                   IF WS-BG-REASON = SPACES
                       MOVE 'Y' TO WS-BG-REFUSED-SW
                   ELSE
                       MOVE 'Y' TO WS-BG-OVERRIDE-SW
                   END-IF
               END-IF
           END-IF.
      **************************************************************
      * CHANGES AN EXISTING EMPLOYEE RECORD KEYED ON M-EID *
      **************************************************************
      * TERMINATES AN EXISTING EMPLOYEE KEYED ON M-EID. THE RECORD *
      * STAYS ON THE MASTER WITH STATUS T AND A TERMINATION DATE *
      * SO ITS HISTORY SURVIVES AND A REHIRE NEEDN'T BE RE-KEYED - *
      * THE ROSTER AND ANNIVERSARY RUNS SKIP IT INSTEAD. ANYONE *
      * STILL REPORTING TO THE EMPLOYEE IS LISTED BEFORE THE *
      * CONFIRM, SO THE OPERATOR CAN BACK OUT AND REASSIGN THEM *
      * FIRST *
      **************************************************************
       3000-TERMINATE-EMPLOYEE.
           PERFORM 2100-GET-EID-KEY.
                   DISPLAY 'ABOUT TO TERMINATE: ' M-EID ' '
                     M-LAST ' ' M-FIRST ' ' M-TYPE ' ' M-TITLE
                     ' HIRED ' M-DATE-M '/' M-DATE-D '/' M-DATE-Y
                   PERFORM 0460-COUNT-DIRECT-REPORTS
                   IF WS-DIRECT-REPORTS > 0
                       DISPLAY 'WARNING - ' WS-DIRECT-REPORTS
                         ' ACTIVE EMPLOYEE(S) STILL REPORT TO '
                         M-EID
                       DISPLAY 'ANSWER N TO REASSIGN THEM FIRST'
                   END-IF
                   DISPLAY 'CONFIRM TERMINATE (Y/N): '
                   ACCEPT WS-CONFIRM FROM CONSOLE
                   IF NOT WS-CONFIRMED
           END-REWRITE.
      **************************************************************
      * SETTLES THE TERMINATED EMPLOYEE'S LEAVE - WHATEVER BALANCE *
      * PROJ16 HAS ACCRUED IS ANNOUNCED AS THE PAYOUT OWED, QUEUED *
      * ON COB1-ONETIME AS A LEAVE-PAYOUT ITEM FOR THE NEXT *
      * REGISTER RUN TO PAY AT THE EMPLOYEE'S RATE, AND DRAWN DOWN *
      * TO ZERO ON THE FILE, SO THE MONEY OWED ACTUALLY REACHES *
      * THE PAYROLL AND THE YEAR-TO-DATE FIGURES. A CONSOLE *
      * TERMINATE ANNOUNCES THE PAYOUT AT THE CONSOLE, A BATCH *
      * ONE CARRIES IT ON ITS TRANSACTION REPORT LINE. NO LEAVE *
      * FILE OR NO RECORD JUST MEANS NOTHING IS OWED. A PAYOUT *
      * THAT CANNOT BE QUEUED LEAVES THE BALANCE ON THE FILE *
      **************************************************************
       3200-LEAVE-PAYOUT.
           OPEN I-O LEAVE-FILE.
             NOT INVALID KEY
               IF LV-BALANCE > 0
                   MOVE LV-BALANCE TO WS-PAYOUT-HRS
                   MOVE WS-EID-KEY TO WS-OT-EID
                   PERFORM 7950-NEXT-ONETIME-SEQ
                   MOVE SPACES      TO ONETIME-REC
                   MOVE WS-EID-KEY  TO OT-EID
                   MOVE WS-OT-NEXT-SEQ TO OT-SEQ
                   MOVE 'L'         TO OT-TYPE
                   MOVE LV-BALANCE  TO OT-HOURS
                   MOVE 0           TO OT-AMOUNT
                   MOVE 'LEAVE BALANCE AT TERM' TO OT-NOTE
                   PERFORM 7960-WRITE-ONETIME
                   IF WS-OT-WRITTEN
                       IF WS-PAYOUT-BATCH
                           MOVE SPACES TO WS-PAYOUT-NOTE
                           STRING 'LEAVE PAYOUT ' WS-PAYOUT-HRS
                             ' HRS' DELIMITED BY SIZE
                             INTO WS-PAYOUT-NOTE
                       ELSE
                           DISPLAY 'LEAVE PAYOUT OWED FOR EID '
                             WS-EID-KEY ': ' WS-PAYOUT-HRS ' HOURS'
                           DISPLAY 'QUEUED FOR THE NEXT PAYROLL '
                             'REGISTER'
                       END-IF
                       ADD LV-BALANCE TO LV-TAKEN-YTD
                       MOVE 0 TO LV-BALANCE
                       REWRITE LEAVE-REC
                         INVALID KEY
                           DISPLAY 'UNABLE TO SETTLE LEAVE FOR EID '
                             WS-EID-KEY
                       END-REWRITE
                   ELSE
                       IF WS-PAYOUT-BATCH
                           MOVE 'LEAVE PAYOUT NOT QUEUED'
                             TO WS-PAYOUT-NOTE
                       ELSE
                           DISPLAY 'LEAVE BALANCE LEFT IN PLACE FOR '
                             'EID ' WS-EID-KEY
                       END-IF
                   END-IF
               END-IF
           END-READ.
      **************************************************************
                     'COB1-DEPT - REENTER'
               END-IF
           END-PERFORM.
           MOVE 'N' TO WS-FIELD-OK-SW.
           PERFORM UNTIL WS-FIELD-OK
               DISPLAY 'ENTER SUPERVISOR EID (BLANK IF NONE): '
               ACCEPT WS-SUPER-IN FROM CONSOLE
               MOVE M-EID TO WS-SUPER-SELF
               PERFORM 0450-CHECK-SUPERVISOR
               IF WS-SUPER-OK
                   MOVE WS-SUPER-IN TO M-SUPER
                   MOVE 'Y' TO WS-FIELD-OK-SW
               ELSE
                   DISPLAY WS-SUPER-REASON ' - REENTER'
               END-IF
           END-PERFORM.
           DISPLAY 'ENTER TITLE: '.
           ACCEPT M-TITLE FROM CONSOLE.
           MOVE 'N' TO WS-FIELD-OK-SW.
           MOVE WS-JRNL-OPER    TO J-OPER.
           WRITE JOURNAL-REC.
      **************************************************************
      * JOURNALS A BUDGET OVERRIDE (FUNCTION O) BEHIND THE ADD IT *
      * LET THROUGH - THE BUDGET AS IT STOOD, WHO OVERRODE IT AND *
      * WHY, AND THE EMPLOYEE ADDED *
      **************************************************************
       5050-JOURNAL-OVERRIDE.
           MOVE SPACES         TO OVERRIDE-IMAGE.
           MOVE M-EID          TO OV-EID.
           MOVE BG-DEPT        TO OV-DEPT.
           MOVE BG-TYPE        TO OV-TYPE.
           MOVE BG-AUTH        TO OV-AUTH.
           MOVE WS-BG-FILLED   TO OV-FILLED.
           MOVE WS-OPERATOR-ID TO OV-APPROVER.
           MOVE WS-BG-REASON   TO OV-REASON.
           MOVE OVERRIDE-IMAGE TO WS-BEFORE-IMAGE.
           MOVE EMPLOYEE-REC   TO WS-AFTER-IMAGE.
           MOVE 'O' TO WS-JRNL-FUNC.
           PERFORM 5000-WRITE-JOURNAL.
      **************************************************************
      * CHECKS WS-CHK-M/D/Y FOR A REAL CALENDAR DATE - NUMERIC *
      * PARTS, MONTH AND DAY IN RANGE, AND A DAY THE MONTH *
      * ACTUALLY HAS, WITH FEBRUARY 29 ALLOWED ONLY IN LEAP YEARS *
               END-IF
           END-IF.
      **************************************************************
      * CHECKS WS-SUPER-IN AS THE SUPERVISOR OF EMPLOYEE *
      * WS-SUPER-SELF. BLANK PASSES - NOBODY ON FILE IS OVER THEM - *
      * OTHERWISE IT HAS TO BE SOMEBODY ELSE, ON THE MASTER, AND *
      * STILL ACTIVE. WS-SUPER-REASON SAYS WHY ONE DIDN'T PASS *
      **************************************************************
       0450-CHECK-SUPERVISOR.
           MOVE 'N' TO WS-SUPER-OK-SW.
           MOVE SPACES TO WS-SUPER-REASON.
           EVALUATE TRUE
               WHEN WS-SUPER-IN = SPACES
                   MOVE 'Y' TO WS-SUPER-OK-SW
               WHEN WS-SUPER-IN = WS-SUPER-SELF
                   MOVE 'SUPERVISOR IS THE EMPLOYEE'
                     TO WS-SUPER-REASON
               WHEN OTHER
                   MOVE EMPLOYEE-REC TO WS-SUPER-HOLD-IMAGE
                   MOVE WS-SUPER-IN TO M-EID
                   READ EMPLOYEE-FILE
                     INVALID KEY
                       MOVE 'SUPERVISOR NOT ON MASTER'
                         TO WS-SUPER-REASON
                     NOT INVALID KEY
                       IF M-EMP-TERMINATED
                           MOVE 'SUPERVISOR IS TERMINATED'
                             TO WS-SUPER-REASON
                       ELSE
                           MOVE 'Y' TO WS-SUPER-OK-SW
                       END-IF
                   END-READ
                   MOVE WS-SUPER-HOLD-IMAGE TO EMPLOYEE-REC
           END-EVALUATE.
      **************************************************************
      * COUNTS THE ACTIVE EMPLOYEES WHOSE SUPERVISOR IS THE ONE IN *
      * EMPLOYEE-REC, SO A TERMINATE CAN SAY WHO STILL NEEDS *
      * REASSIGNING. AT THE CONSOLE EACH ONE IS LISTED AS IT'S *
      * FOUND; A BATCH TERMINATE ONLY WANTS THE COUNT *
      **************************************************************
       0460-COUNT-DIRECT-REPORTS.
           MOVE 0 TO WS-DIRECT-REPORTS.
           MOVE M-EID TO WS-SUPER-SELF.
           MOVE EMPLOYEE-REC TO WS-SUPER-HOLD-IMAGE.
           MOVE 'N' TO WS-SR-SCAN-END-SW.
           MOVE LOW-VALUES TO M-EID.
           START EMPLOYEE-FILE KEY IS NOT < M-EID
             INVALID KEY
               MOVE 'Y' TO WS-SR-SCAN-END-SW
           END-START.
           PERFORM UNTIL WS-SR-SCAN-END
               READ EMPLOYEE-FILE NEXT RECORD
                 AT END
                   MOVE 'Y' TO WS-SR-SCAN-END-SW
                 NOT AT END
                   IF M-SUPER = WS-SUPER-SELF
                     AND NOT M-EMP-TERMINATED
                       ADD 1 TO WS-DIRECT-REPORTS
                       IF WS-SR-CONSOLE
                           DISPLAY '  DIRECT REPORT: ' M-EID ' '
                             M-LAST ' ' M-FIRST
                       END-IF
                   END-IF
               END-READ
           END-PERFORM.
           MOVE WS-SUPER-HOLD-IMAGE TO EMPLOYEE-REC.
      **************************************************************
      * APPLIES A WHOLE FILE OF A/C/D TRANSACTIONS AGAINST THE *
      * MASTER UNATTENDED, WRITING ONE REPORT LINE PER TRANSACTION *
      * SAYING WHETHER IT APPLIED OR WHY IT WAS REJECTED, WITH *
           SET WS-TRANS-APPLIED-OK TO TRUE.
           MOVE SPACES TO WS-REJECT-REASON.
           MOVE SPACES TO WS-PAYOUT-NOTE.
           MOVE SPACES TO WS-TRANS-WARNING.
           EVALUATE T-CODE
               WHEN 'A'
               WHEN 'a'
               ADD 1 TO WS-TRANS-REJECTS
           END-IF.
      **************************************************************
      * ADDS THE EMPLOYEE CARRIED ON THE TRANSACTION, HELD TO THE *
      * SAME POSITION BUDGET AS A CONSOLE ADD *
      **************************************************************
       6110-BATCH-ADD.
           PERFORM 6300-EDIT-TRANSACTION.
               MOVE SPACES TO M-TERM-DATE-D
               MOVE SPACES TO M-TERM-DATE-Y
           END-IF.
           SET WS-BG-BATCH TO TRUE.
           PERFORM 1200-CHECK-POSITION-BUDGET.
           SET WS-BG-CONSOLE TO TRUE.
           IF WS-HIRE-REFUSED
               SET WS-TRANS-REJECTED TO TRUE
           ELSE
               WRITE EMPLOYEE-REC
                 INVALID KEY
                   SET WS-TRANS-REJECTED TO TRUE
                   MOVE 'EID ALREADY EXISTS' TO WS-REJECT-REASON
                 NOT INVALID KEY
                   MOVE SPACES TO WS-BEFORE-IMAGE
                   MOVE EMPLOYEE-REC TO WS-AFTER-IMAGE
                   MOVE 'A' TO WS-JRNL-FUNC
                   PERFORM 5000-WRITE-JOURNAL
                   IF WS-BUDGET-OVERRIDE
                       PERFORM 5050-JOURNAL-OVERRIDE
                       MOVE 'OVER BUDGET - OVERRIDDEN'
                         TO WS-PAYOUT-NOTE
                   END-IF
               END-WRITE
           END-IF.
      **************************************************************
      * REPLACES THE MASTER RECORD WITH THE TRANSACTION'S FIELDS. *
      * A TRANSACTION WHOSE STATUS BYTE ISN'T AN EXPLICIT A OR T *
      * (HR'S FEED PREDATES THE STATUS BYTE) KEEPS THE MASTER'S *
      * EXISTING STATUS AND TERMINATION DATE RATHER THAN WIPING *
      * THEM, AND A BLANK DEPARTMENT OR SUPERVISOR LIKEWISE KEEPS *
      * THE MASTER'S EXISTING ONE *
      **************************************************************
       6120-BATCH-CHANGE.
           PERFORM 6300-EDIT-TRANSACTION.
               IF T-DEPT = SPACES
                   MOVE WS-BEFORE-IMAGE(75:4) TO M-DEPT
               END-IF
               IF T-SUPER = SPACES
                   MOVE WS-BEFORE-IMAGE(79:7) TO M-SUPER
               END-IF
               REWRITE EMPLOYEE-REC
                 INVALID KEY
                   SET WS-TRANS-REJECTED TO TRUE
      * TERMINATION DATE COMES OFF THE TRANSACTION WHEN IT CARRIES *
      * A REAL CALENDAR DATE, OTHERWISE THE RUN DATE IS USED. THE *
      * LEAVE BALANCE IS SETTLED THE SAME AS A CONSOLE TERMINATE, *
      * WITH THE PAYOUT OWED CARRIED ON THE REPORT LINE, AND ANY *
      * ACTIVE DIRECT REPORTS LEFT BEHIND ARE COUNTED ON A WARNING *
      * LINE UNDER IT *
      **************************************************************
       6130-BATCH-DELETE.
           MOVE T-EID TO M-EID.
                   MOVE 'ALREADY TERMINATED' TO WS-REJECT-REASON
               ELSE
                   MOVE EMPLOYEE-REC TO WS-BEFORE-IMAGE
                   SET WS-SR-BATCH TO TRUE
                   PERFORM 0460-COUNT-DIRECT-REPORTS
                   SET WS-SR-CONSOLE TO TRUE
                   IF WS-DIRECT-REPORTS > 0
                       STRING WS-DIRECT-REPORTS
                         ' DIRECT REPORTS REMAIN'
                         DELIMITED BY SIZE INTO WS-TRANS-WARNING
                   END-IF
                   MOVE 'T' TO M-STATUS
                   MOVE T-TERM-DATE-M TO WS-CHK-M
                   MOVE T-TERM-DATE-D TO WS-CHK-D
      **************************************************************
      * EDITS AN ADD OR CHANGE TRANSACTION'S FIELDS THE SAME WAY *
      * THE CONSOLE DOES - BLANK NAMES, AN UNKNOWN TYPE, A *
      * SUPERVISOR WHO ISN'T ANOTHER ACTIVE EMPLOYEE, A *
      * NON-NUMERIC SSN, AN IMPOSSIBLE HIRE DATE, OR AN EXPLICIT *
      * T STATUS WITHOUT A REAL CALENDAR TERMINATION DATE REJECT *
      * THE TRANSACTION INSTEAD OF REACHING THE MASTER *
                   MOVE 'INVALID DEPARTMENT' TO WS-REJECT-REASON
               END-IF
           END-IF.
           IF WS-TRANS-APPLIED-OK
               MOVE T-SUPER TO WS-SUPER-IN
               MOVE T-EID   TO WS-SUPER-SELF
               PERFORM 0450-CHECK-SUPERVISOR
               IF NOT WS-SUPER-OK
                   SET WS-TRANS-REJECTED TO TRUE
                   MOVE WS-SUPER-REASON TO WS-REJECT-REASON
               END-IF
           END-IF.
           IF WS-TRANS-APPLIED-OK
               IF T-SSN-FIRST NOT NUMERIC
                 OR T-SSN-MID NOT NUMERIC
               END-IF
           END-IF.
      **************************************************************
      * WRITES ONE APPLIED/REJECTED LINE FOR THE TRANSACTION, AND *
      * A WARNING LINE UNDER AN APPLIED ONE THAT LEFT SOMETHING *
      * FOR SOMEONE TO FOLLOW UP *
      **************************************************************
       6200-WRITE-TRANS-LINE.
           MOVE T-CODE TO L-TR-CODE1.
           END-IF.
           WRITE TRPT-REC FROM TRPT-DATA1
             AFTER ADVANCING 1 LINE.
           IF WS-TRANS-APPLIED-OK
             AND WS-TRANS-WARNING NOT = SPACES
               MOVE SPACES TO L-TR-CODE1
               MOVE SPACES TO L-TR-EID1
               MOVE 'WARNING - ' TO L-TR-DISP1
               MOVE WS-TRANS-WARNING TO L-TR-REASON1
               WRITE TRPT-REC FROM TRPT-DATA1
                 AFTER ADVANCING 1 LINE
           END-IF.
      **************************************************************
      * ADDS OR CHANGES THE PAY RECORD FOR ONE EMPLOYEE. THE *
      * EMPLOYEE HAS TO EXIST ON THE MASTER FIRST, AND AN EXISTING *
               PERFORM 7100-GET-PAY-FIELDS
           END-READ.
      **************************************************************
      * SHOWS ANY EXISTING PAY RECORD, PROMPTS FOR THE NEW VALUES *
      * AND THE DATE THEY TAKE EFFECT, AND WRITES OR REWRITES THE *
      * PAY RECORD. A CHANGE THAT TAKES IS RECORDED ON THE *
      * COB1-PAYHIST RATE HISTORY AND JOURNALED AS FUNCTION S WITH *
      * THE OLD AND NEW PAY RECORDS AS THE BEFORE AND AFTER IMAGES *
      **************************************************************
       7100-GET-PAY-FIELDS.
           MOVE 'N' TO WS-PAY-EXISTS-SW.
           MOVE SPACES TO WS-OLD-PAY-REC.
           MOVE WS-EID-KEY TO P-EID.
           READ PAY-FILE
             INVALID KEY
               DISPLAY 'NO PAY RECORD YET FOR EID ' WS-EID-KEY
             NOT INVALID KEY
               MOVE 'Y' TO WS-PAY-EXISTS-SW
               MOVE PAY-REC   TO WS-OLD-PAY-REC
               MOVE P-RATE    TO WS-EDIT-RATE
               MOVE P-STD-HRS TO WS-EDIT-HRS
               DISPLAY 'CURRENT PAY: RATE ' WS-EDIT-RATE
                 ' HOURS ' WS-EDIT-HRS ' FREQUENCY ' P-FREQ
                 ' EFFECTIVE ' P-EFF-DATE
           END-READ.
           MOVE SPACES TO PAY-REC.
           MOVE WS-EID-KEY TO P-EID.
           DISPLAY 'ENTER PAY RATE (NNNNN.NN): '.
           ACCEPT WS-PAY-RATE-IN FROM CONSOLE.
           COMPUTE P-STD-HRS = FUNCTION NUMVAL(WS-PAY-HRS-IN).
           DISPLAY 'ENTER PAY FREQUENCY (W/B/S/M): '.
           ACCEPT P-FREQ FROM CONSOLE.
           PERFORM 7150-GET-EFFECTIVE-DATE.
           MOVE WS-EFF-DATE TO P-EFF-DATE.
           IF WS-PAY-EXISTS
               REWRITE PAY-REC
                 INVALID KEY
                 NOT INVALID KEY
                   DISPLAY 'PAY RECORD FOR EID ' WS-EID-KEY
                     ' UPDATED'
                   PERFORM 7170-RECORD-PAY-CHANGE
               END-REWRITE
           ELSE
               WRITE PAY-REC
                 NOT INVALID KEY
                   DISPLAY 'PAY RECORD FOR EID ' WS-EID-KEY
                     ' ADDED'
                   PERFORM 7170-RECORD-PAY-CHANGE
               END-WRITE
           END-IF.
      **************************************************************
      * PROMPTS FOR THE DATE THE NEW PAY TAKES EFFECT, RE-PROMPTED *
      * UNTIL IT'S A REAL CALENDAR DATE NO LATER THAN TODAY. THE *
      * REGISTER PAYS WHATEVER RATE IS ON FILE THE MOMENT IT'S *
      * KEYED, SO A RAISE CAN BE BACKDATED - PROJ22 MAKES UP THE *
      * DIFFERENCE FOR PERIODS ALREADY PAID - BUT NOT POSTDATED *
      **************************************************************
       7150-GET-EFFECTIVE-DATE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           MOVE 'N' TO WS-FIELD-OK-SW.
           PERFORM UNTIL WS-FIELD-OK
               DISPLAY 'ENTER EFFECTIVE DATE (MM DD YYYY): '
               ACCEPT WS-CHK-M FROM CONSOLE
               ACCEPT WS-CHK-D FROM CONSOLE
               ACCEPT WS-CHK-Y FROM CONSOLE
               PERFORM 0300-CHECK-DATE
               IF WS-DATE-OK
                   MOVE WS-CHK-Y TO WS-EFF-DATE(1:4)
                   MOVE WS-CHK-M TO WS-EFF-DATE(5:2)
                   MOVE WS-CHK-D TO WS-EFF-DATE(7:2)
                   IF WS-EFF-DATE > WS-TODAY
                       DISPLAY 'EFFECTIVE DATE CANNOT BE LATER '
                         'THAN TODAY - REENTER'
                   ELSE
                       MOVE 'Y' TO WS-FIELD-OK-SW
                   END-IF
               ELSE
                   DISPLAY 'NOT A REAL CALENDAR DATE - REENTER'
               END-IF
           END-PERFORM.
      **************************************************************
      * WRITES THE PAY-HISTORY RECORD FOR A CHANGE THAT TOOK AND *
      * JOURNALS IT. A FIRST PAY RECORD HAS NO OLD VALUES, SO ITS *
      * HISTORY CARRIES ZEROS THERE AND ITS JOURNAL ENTRY A SPACE *
      * BEFORE IMAGE *
      **************************************************************
       7170-RECORD-PAY-CHANGE.
           MOVE PAY-REC TO WS-AFTER-IMAGE.
           MOVE SPACES TO PAYHIST-REC.
           MOVE P-EID       TO PH-EID.
           MOVE FUNCTION CURRENT-DATE(1:14) TO PH-CHG-STAMP.
           MOVE WS-EFF-DATE TO PH-EFF-DATE.
           MOVE WS-JRNL-OPER TO PH-OPER.
           MOVE P-RATE      TO PH-NEW-RATE.
           MOVE P-STD-HRS   TO PH-NEW-HRS.
           MOVE P-FREQ      TO PH-NEW-FREQ.
           IF WS-PAY-EXISTS
               MOVE WS-OLD-RATE TO PH-OLD-RATE
               MOVE WS-OLD-HRS  TO PH-OLD-HRS
               MOVE WS-OLD-FREQ TO PH-OLD-FREQ
           ELSE
               MOVE 0 TO PH-OLD-RATE
               MOVE 0 TO PH-OLD-HRS
               MOVE SPACE TO PH-OLD-FREQ
           END-IF.
           MOVE SPACE TO PH-RETRO-SW.
           MOVE SPACES TO PH-RETRO-DATE.
           WRITE PAYHIST-REC
             INVALID KEY
               DISPLAY 'UNABLE TO RECORD PAY HISTORY FOR EID '
                 P-EID
           END-WRITE.
           MOVE WS-OLD-PAY-REC TO WS-BEFORE-IMAGE.
           MOVE 'S' TO WS-JRNL-FUNC.
           PERFORM 5000-WRITE-JOURNAL.
      **************************************************************
      * ADDS OR CHANGES THE ADDRESS/CONTACT RECORD FOR ONE *
      * EMPLOYEE. THE EMPLOYEE HAS TO EXIST ON THE MASTER FIRST, *
      * AN EXISTING RECORD IS SHOWN BEFORE ITS REPLACEMENT IS *
               END-WRITE
           END-IF.
      **************************************************************
      * ADDS OR CHANGES THE WITHHOLDING/DEDUCTION RECORD FOR ONE *
      * EMPLOYEE. THE EMPLOYEE HAS TO EXIST ON THE MASTER FIRST, *
      * AN EXISTING RECORD IS SHOWN BEFORE ITS REPLACEMENT IS *
      * KEYED, AND THE ACTION JOURNALS TO COB1-JRNL WITH FUNCTION *
      * W *
      **************************************************************
       7700-DEDUCT-MAINTENANCE.
           PERFORM 2100-GET-EID-KEY.
           MOVE WS-EID-KEY TO M-EID.
           READ EMPLOYEE-FILE
             INVALID KEY
               DISPLAY 'EID ' WS-EID-KEY ' NOT ON THE EMPLOYEE '
                 'MASTER - DEDUCTION RECORD REJECTED'
             NOT INVALID KEY
               PERFORM 7800-GET-DEDUCT-FIELDS
           END-READ.
      **************************************************************
      * SHOWS ANY EXISTING DEDUCTION RECORD, PROMPTS FOR THE NEW *
      * VALUES, WRITES OR REWRITES IT, AND JOURNALS THE ACTION. *
      * THE FILING STATUSES ARE RE-PROMPTED UNTIL THEY'RE ONES THE *
      * REGISTER HAS A TABLE FOR *
      **************************************************************
       7800-GET-DEDUCT-FIELDS.
           MOVE 'N' TO WS-DEDUCT-EXISTS-SW.
           MOVE SPACES TO WS-BEFORE-IMAGE.
           MOVE WS-EID-KEY TO DD-EID.
           READ DEDUCT-FILE
             INVALID KEY
               DISPLAY 'NO DEDUCTION RECORD YET FOR EID ' WS-EID-KEY
             NOT INVALID KEY
               MOVE 'Y' TO WS-DEDUCT-EXISTS-SW
               MOVE DEDUCT-REC     TO WS-BEFORE-IMAGE
               MOVE DD-FED-EXTRA   TO WS-EDIT-AMT
               MOVE DD-STATE-EXTRA TO WS-EDIT-AMT2
               DISPLAY 'CURRENT FED: ' DD-FED-FILING ' ALLOW '
                 DD-FED-ALLOW ' EXTRA ' WS-EDIT-AMT
                 '  STATE: ' DD-STATE-FILING ' ALLOW '
                 DD-STATE-ALLOW ' EXTRA ' WS-EDIT-AMT2
               MOVE DD-INSURANCE   TO WS-EDIT-AMT
               MOVE DD-GARNISH     TO WS-EDIT-AMT2
               MOVE DD-401K-PCT    TO WS-EDIT-PCT
               DISPLAY 'CURRENT INSURANCE ' WS-EDIT-AMT
                 ' 401(K) ' WS-EDIT-PCT '% GARNISHMENT '
                 WS-EDIT-AMT2
           END-READ.
           MOVE SPACES TO DEDUCT-REC.
           MOVE WS-EID-KEY TO DD-EID.
           MOVE 'N' TO WS-FIELD-OK-SW.
           PERFORM UNTIL WS-FIELD-OK
               DISPLAY 'ENTER FEDERAL FILING STATUS (S/M/H, '
                 'X=EXEMPT): '
               ACCEPT WS-FILING-IN FROM CONSOLE
               IF WS-VALID-FILING
                   MOVE WS-FILING-IN TO DD-FED-FILING
                   MOVE 'Y' TO WS-FIELD-OK-SW
               ELSE
                   DISPLAY 'FILING STATUS MUST BE S, M, H, OR X'
               END-IF
           END-PERFORM.
           DISPLAY 'ENTER FEDERAL ALLOWANCES (NN): '.
           ACCEPT WS-ALLOW-IN FROM CONSOLE.
           COMPUTE DD-FED-ALLOW = FUNCTION NUMVAL(WS-ALLOW-IN).
           DISPLAY 'ENTER EXTRA FEDERAL WITHHOLDING PER PERIOD '
             '(NNNN.NN): '.
           ACCEPT WS-AMT-IN FROM CONSOLE.
           COMPUTE DD-FED-EXTRA = FUNCTION NUMVAL(WS-AMT-IN).
           MOVE 'N' TO WS-FIELD-OK-SW.
           PERFORM UNTIL WS-FIELD-OK
               DISPLAY 'ENTER STATE FILING STATUS (S/M/H, '
                 'X=EXEMPT): '
               ACCEPT WS-FILING-IN FROM CONSOLE
               IF WS-VALID-FILING
                   MOVE WS-FILING-IN TO DD-STATE-FILING
                   MOVE 'Y' TO WS-FIELD-OK-SW
               ELSE
                   DISPLAY 'FILING STATUS MUST BE S, M, H, OR X'
               END-IF
           END-PERFORM.
           DISPLAY 'ENTER STATE ALLOWANCES (NN): '.
           ACCEPT WS-ALLOW-IN FROM CONSOLE.
           COMPUTE DD-STATE-ALLOW = FUNCTION NUMVAL(WS-ALLOW-IN).
           DISPLAY 'ENTER EXTRA STATE WITHHOLDING PER PERIOD '
             '(NNNN.NN): '.
           ACCEPT WS-AMT-IN FROM CONSOLE.
           COMPUTE DD-STATE-EXTRA = FUNCTION NUMVAL(WS-AMT-IN).
           DISPLAY 'ENTER INSURANCE PREMIUM PER PERIOD (NNNN.NN): '.
           ACCEPT WS-AMT-IN FROM CONSOLE.
           COMPUTE DD-INSURANCE = FUNCTION NUMVAL(WS-AMT-IN).
           DISPLAY 'ENTER 401(K) PERCENT OF GROSS (NN.NN): '.
           ACCEPT WS-AMT-IN FROM CONSOLE.
           COMPUTE DD-401K-PCT = FUNCTION NUMVAL(WS-AMT-IN).
           DISPLAY 'ENTER GARNISHMENT PER PERIOD (NNNNN.NN): '.
           ACCEPT WS-AMT-IN FROM CONSOLE.
           COMPUTE DD-GARNISH = FUNCTION NUMVAL(WS-AMT-IN).
           IF WS-DEDUCT-EXISTS
               REWRITE DEDUCT-REC
                 INVALID KEY
                   DISPLAY 'UNABLE TO REWRITE DEDUCTIONS FOR EID '
                     WS-EID-KEY
                 NOT INVALID KEY
                   MOVE DEDUCT-REC TO WS-AFTER-IMAGE
                   MOVE 'W' TO WS-JRNL-FUNC
                   PERFORM 5000-WRITE-JOURNAL
                   DISPLAY 'DEDUCTION RECORD FOR EID ' WS-EID-KEY
                     ' UPDATED'
               END-REWRITE
           ELSE
               WRITE DEDUCT-REC
                 INVALID KEY
                   DISPLAY 'UNABLE TO WRITE DEDUCTIONS FOR EID '
                     WS-EID-KEY
                 NOT INVALID KEY
                   MOVE DEDUCT-REC TO WS-AFTER-IMAGE
                   MOVE 'W' TO WS-JRNL-FUNC
                   PERFORM 5000-WRITE-JOURNAL
                   DISPLAY 'DEDUCTION RECORD FOR EID ' WS-EID-KEY
                     ' ADDED'
               END-WRITE
           END-IF.
      **************************************************************
      * QUEUES A BONUS OR MANUAL ADJUSTMENT FOR THE NEXT PAYROLL *
      * REGISTER. THE EMPLOYEE HAS TO BE ON THE MASTER - A *
      * TERMINATED ONE IS ALLOWED, SINCE A FINAL BONUS OR A *
      * CORRECTION IS OFTEN OWED AFTER THE LAST DAY - AND THE *
      * AMOUNT HAS TO BE MORE THAN ZERO *
      **************************************************************
       7900-ONETIME-ENTRY.
           PERFORM 2100-GET-EID-KEY.
           MOVE WS-EID-KEY TO M-EID.
           READ EMPLOYEE-FILE
             INVALID KEY
               DISPLAY 'EID ' WS-EID-KEY ' NOT ON THE EMPLOYEE '
                 'MASTER - ONE-TIME EARNINGS REJECTED'
             NOT INVALID KEY
               PERFORM 7910-GET-ONETIME-FIELDS
           END-READ.
       7910-GET-ONETIME-FIELDS.
           IF M-EMP-TERMINATED
               DISPLAY 'NOTE: EID ' WS-EID-KEY ' IS TERMINATED - '
                 'THE ITEM PAYS ON THE NEXT REGISTER AS FINAL PAY'
           END-IF.
           MOVE 'N' TO WS-FIELD-OK-SW.
           PERFORM UNTIL WS-FIELD-OK
               DISPLAY 'ENTER EARNINGS TYPE (B=BONUS, '
                 'A=ADJUSTMENT): '
               ACCEPT WS-OT-TYPE-IN FROM CONSOLE
               IF WS-VALID-OT-TYPE
                   MOVE 'Y' TO WS-FIELD-OK-SW
               ELSE
                   DISPLAY 'EARNINGS TYPE MUST BE B OR A'
               END-IF
           END-PERFORM.
           MOVE 'N' TO WS-FIELD-OK-SW.
           PERFORM UNTIL WS-FIELD-OK
               DISPLAY 'ENTER AMOUNT (NNNNNNN.NN): '
               ACCEPT WS-AMT-IN FROM CONSOLE
               COMPUTE WS-OT-AMOUNT = FUNCTION NUMVAL(WS-AMT-IN)
               IF WS-OT-AMOUNT > 0
                   MOVE 'Y' TO WS-FIELD-OK-SW
               ELSE
                   DISPLAY 'AMOUNT MUST BE MORE THAN ZERO'
               END-IF
           END-PERFORM.
           DISPLAY 'ENTER DESCRIPTION: '.
           ACCEPT WS-OT-NOTE FROM CONSOLE.
           MOVE WS-EID-KEY TO WS-OT-EID.
           PERFORM 7950-NEXT-ONETIME-SEQ.
           MOVE SPACES TO ONETIME-REC.
           MOVE WS-EID-KEY TO OT-EID.
           MOVE WS-OT-NEXT-SEQ TO OT-SEQ.
           MOVE WS-OT-TYPE-IN TO OT-TYPE.
           MOVE 0 TO OT-HOURS.
           MOVE WS-OT-AMOUNT TO OT-AMOUNT.
           MOVE WS-OT-NOTE TO OT-NOTE.
           PERFORM 7960-WRITE-ONETIME.
           IF WS-OT-WRITTEN
               DISPLAY 'ONE-TIME EARNINGS FOR EID ' WS-EID-KEY
                 ' QUEUED FOR THE NEXT PAYROLL REGISTER'
           END-IF.
      **************************************************************
      * FINDS THE NEXT ENTRY SEQUENCE FOR WS-OT-EID - ONE PAST THE *
      * HIGHEST ITEM ALREADY ON FILE. THE SCAN USES THE RECORD *
      * AREA, SO CALLERS BUILD THE NEW ITEM AFTERWARDS *
      **************************************************************
       7950-NEXT-ONETIME-SEQ.
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
      * STAMPS AND WRITES THE ONE-TIME ITEM BUILT IN THE RECORD *
      * AREA AS UNPAID, AND JOURNALS IT WITH FUNCTION E - A KEYED *
      * BONUS OR ADJUSTMENT AND A TERMINATION'S LEAVE PAYOUT ALIKE. *
      * A FAILED WRITE IS SAID OUT LOUD SO THE MONEY IS SETTLED BY *
      * HAND RATHER THAN LOST *
      **************************************************************
       7960-WRITE-ONETIME.
           MOVE 'N' TO WS-OT-WRITTEN-SW.
           MOVE 'U' TO OT-STATUS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO OT-ENTERED.
           MOVE WS-JRNL-OPER TO OT-OPER.
           MOVE SPACES TO OT-PAID-DATE.
           MOVE 0 TO OT-PAID-AMT.
           WRITE ONETIME-REC
             INVALID KEY
               DISPLAY 'UNABLE TO QUEUE ONE-TIME EARNINGS FOR EID '
                 OT-EID ' - SETTLE IT BY HAND'
             NOT INVALID KEY
               MOVE 'Y' TO WS-OT-WRITTEN-SW
               MOVE SPACES      TO WS-BEFORE-IMAGE
               MOVE ONETIME-REC TO WS-AFTER-IMAGE
               MOVE 'E' TO WS-JRNL-FUNC
               PERFORM 5000-WRITE-JOURNAL
           END-WRITE.
      **************************************************************
      * REBUILDS THE PER-PERIOD HOURS FILE FROM THE SUPERVISORS' *
      * FLAT SUBMISSION. THE HOURS FILE IS REPLACED WHOLE EACH *
      * PERIOD - LAST PERIOD'S HOURS NEVER LINGER INTO THIS ONE. *
